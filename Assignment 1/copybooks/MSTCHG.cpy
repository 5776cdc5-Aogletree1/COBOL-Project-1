      *****************************************************************
      *  MSTCHG.cpy
      *  One row appended to MASTER-CHANGE-LOG.TXT for every add,
      *  change, or deactivate applied to a master file by the
      *  maintenance programs: who did it (the signed-on operator),
      *  when, from which program, and the record as it stood before
      *  and after.  CHG-MASTER names the file - EMPLOYEE, TRUCK,
      *  ITEM, SALESRATE, or PIZZA for the PR1FA22-Pizza inventory
      *  master - and CHG-KEY carries its key left-justified.
      *  CHG-ACTION is 'A' add, 'C' change, 'D' deactivate, or 'R'
      *  a record restored by PIZZA-BACKOUT-PROG.  An add has a
      *  blank before image; a record dropped from the file by a
      *  full reload is logged as a deactivate with a blank after
      *  image.  Read back by PIZZA-CHANGE-INQ-PROG.
      *****************************************************************
       01  MASTER-CHANGE-REC.
           05  CHG-DATE               PIC 9(8).
           05  CHG-TIME               PIC 9(6).
           05  CHG-OPERATOR-ID        PIC X(8).
           05  CHG-PROGRAM            PIC X(25).
           05  CHG-MASTER             PIC X(10).
           05  CHG-ACTION             PIC X.
           05  CHG-KEY                PIC X(20).
           05  CHG-BEFORE-IMAGE       PIC X(40).
           05  CHG-AFTER-IMAGE        PIC X(40).
