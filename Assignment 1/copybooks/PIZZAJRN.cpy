      *  JRN-TXN-IMAGE is sized for the widest causing record -
      *  currently the dated sales transaction - shorter
      *  transaction images are left-justified and space filled.
      *  On a row written by PIZZA-BACKOUT-PROG, JRN-TXN-IMAGE holds
      *  the run it backed out instead: the target run date in
      *  positions 1-8 and the target program in 9-32 (spaces when
      *  every program on that date was backed out).  Rows of that
      *  run that stand earlier in the journal have been undone.
      *****************************************************************
       01  PIZZA-JOURNAL-REC.
           05  JRN-RUN-DATE           PIC 9(8).
