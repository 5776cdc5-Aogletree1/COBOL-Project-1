      *  audited - or backed out - the same way.  The answers
      *  can also come from the PIZZA-BACKOUT-CONTROL.TXT card
      *  for unattended runs, and START/END rows go to the
      *  shared run log either way.  A backout is for
      *  supervisors only: the operator ID - keyed at the
      *  sign-on prompt, or carried on the control card - must
      *  be on PIZZA-OPERATOR.TXT (see copybooks/OPRAUTH.cpy)
      *  as a supervisor with the backout right, and every
      *  record restored is also written to the shared
      *  MASTER-CHANGE-LOG.TXT under that operator.
      *  Each backout journal row carries the run it backed out
      *  - the target run date and program - in JRN-TXN-IMAGE,
      *  so reports reading the journal can leave that run's
      *  rows out.  The truck's lots on PIZZA-LOT.DAT are put
      *  back with the master: a receipt's lot is removed, stock
      *  a sale or spoilage drew is returned to the lots newest
      *  first, and a transfer comes back off the destination's
      *  lots.  After every restore the truck/item's lots are
      *  trimmed, oldest first, to the restored NUM-IN-STOCK-IN,
      *  so they never hold more than the master says is there.
      **********************************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO 'PIZZA-RUN-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

           SELECT PIZZA-OPERATOR-FILE
               ASSIGN TO 'PIZZA-OPERATOR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT MASTER-CHANGE-LOG-FILE
               ASSIGN TO 'MASTER-CHANGE-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.

           SELECT OPTIONAL PIZZA-LOT-FILE
               ASSIGN TO 'PIZZA-LOT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    Control card for unattended recovery runs: the target
      *    date, optional program, and the confirm reply the
      *    operator would otherwise key, then the operator ID the
      *    run signs on as.  The date is required on the card - a
      *    backout is never defaulted.
       FD  PIZZA-BACKOUT-CONTROL-FILE
           RECORD CONTAINS 41 CHARACTERS.
       01  PIZZA-BACKOUT-CONTROL-REC.
           05  BC-TARGET-DATE         PIC X(8).
           05  BC-TARGET-PROGRAM      PIC X(24).
           05  BC-CONFIRM             PIC X.
           05  BC-OPERATOR-ID         PIC X(8).
      *
       FD  PIZZA-RUN-LOG-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY RUNLOG.
      *
       FD  PIZZA-OPERATOR-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY OPRAUTH.
      *
       FD  MASTER-CHANGE-LOG-FILE
           RECORD CONTAINS 158 CHARACTERS.
           COPY MSTCHG.
      *
       FD  PIZZA-LOT-FILE
           RECORD CONTAINS 43 CHARACTERS.
           COPY PIZZALOT.
      *********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
       01    WS-RUN-LOG-AREAS.
             05    WS-RUN-LOG-STATUS         PIC XX VALUE '00'.

       01    WS-OPERATOR-AREAS.
             05    WS-OPERATOR-FILE-STATUS   PIC XX VALUE '00'.
             05    WS-MORE-OPERATOR-RECS     PIC X(3).
             05    WS-OPERATOR-FOUND-SW      PIC X(3) VALUE 'NO'.
             05    WS-OPERATOR-ID            PIC X(8).
             05    WS-OPERATOR-NAME          PIC X(20).
             05    WS-OPERATOR-LEVEL         PIC X.
             05    WS-OPERATOR-RIGHTS.
                   10  WS-OPERATOR-RIGHT     PIC X OCCURS 10 TIMES.
             05    WS-FUNCTION-IX            PIC 9(2).
             05    WS-SUPERVISOR-ONLY-SW     PIC X(3).
             05    WS-AUTHORIZED-SW          PIC X(3) VALUE 'NO'.

       01    WS-CHANGE-LOG-AREAS.
             05    WS-CHANGE-LOG-STATUS      PIC XX VALUE '00'.

       01    WS-BACKOUT-REQUEST.
             05    WS-TARGET-DATE-X          PIC X(8).
             05    WS-TARGET-DATE            REDEFINES
             05    WS-TARGET-PROGRAM         PIC X(24).
             05    WS-CONFIRM-REPLY          PIC X.

      *    What a backout journal row carries in JRN-TXN-IMAGE:
      *    the run date and program it backed out (spaces for
      *    every program that ran on the date).
       01    WS-BACKOUT-TXN-IMAGE.
             05    WS-BK-TARGET-DATE         PIC 9(8).
             05    WS-BK-TARGET-PROGRAM      PIC X(24).
             05    FILLER                    PIC X(2) VALUE SPACES.

       01    WS-PROMPT-AREAS.
             05    WS-OPERATOR-PROMPT        PIC X(44) VALUE
                   'ENTER OPERATOR ID........................: '.
             05    WS-DATE-PROMPT            PIC X(44) VALUE
                   'ENTER RUN DATE TO BACK OUT (YYYYMMDD)....: '.
             05    WS-PROGRAM-PROMPT         PIC X(44) VALUE
             05    WS-ENTRY-IX               PIC S9(3) VALUE 0.
             05    WS-ENTRY-TABLE OCCURS 500 TIMES.
                   10  WS-ENTRY-BEFORE-IMAGE PIC X(40).
                   10  WS-ENTRY-PROGRAM      PIC X(24).
                   10  WS-ENTRY-TXN-IMAGE    PIC X(34).

       01    WS-BACKOUT-COUNTERS.
             05    WS-RESTORED-COUNT         PIC 9(5) VALUE 0.
             05    WS-SKIPPED-COUNT          PIC 9(5) VALUE 0.

      *    Lot put-back.  A stock-adjust journal row's transaction
      *    image is laid out here (as copybooks/PIZZATXN.cpy) to
      *    tell which way the stock moved.
       01    WS-LOT-AREAS.
             05    WS-LOT-FILE-STATUS        PIC XX VALUE '00'.
             05    WS-LOT-FILE-OPEN-SW       PIC X(3) VALUE 'NO'.
             05    WS-MORE-LOT-RECS          PIC X(3) VALUE 'YES'.
             05    WS-LOT-FOUND-SW           PIC X(3) VALUE 'NO'.
             05    WS-LOT-TRUCK-ID           PIC X(5).
             05    WS-LOT-ITEM-ID            PIC X(2).
             05    WS-LOT-TARGET-QTY         PIC 9(5).
             05    WS-LOT-ON-FILE-QTY        PIC 9(5).
             05    WS-LOT-MOVE-QTY           PIC 9(5).
             05    WS-LOT-TAKE-QTY           PIC 9(5).
             05    WS-LOT-SAVE-KEY           PIC X(19).
             05    WS-LOT-TRIMMED-COUNT      PIC 9(5) VALUE 0.

       01    WS-REVERSE-TXN.
             05    WS-RV-TYPE                PIC X.
             05    WS-RV-TRUCK-ID            PIC X(5).
             05    WS-RV-ITEM-ID             PIC X(2).
             05    WS-RV-QTY                 PIC 9(3).
             05    WS-RV-DEST-TRUCK-ID       PIC X(5).
             05    WS-RV-DATE                PIC 9(8).
             05    WS-RV-SEQ                 PIC 9(4).
             05    WS-RV-BATCH               PIC 9(6).

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
       125-HOUSEKEEPING.

           PERFORM 122-READ-CONTROL-CARD-RTN
           PERFORM 130-SIGN-ON-RTN

           IF WS-CONTROL-CARD-SW = 'NO'
               DISPLAY WS-DATE-PROMPT WITH NO ADVANCING
                       MOVE BC-TARGET-DATE    TO WS-TARGET-DATE-X
                       MOVE BC-TARGET-PROGRAM TO WS-TARGET-PROGRAM
                       MOVE BC-CONFIRM        TO WS-CONFIRM-REPLY
                       MOVE BC-OPERATOR-ID    TO WS-OPERATOR-ID
               END-READ
               CLOSE PIZZA-BACKOUT-CONTROL-FILE
           END-IF

           .
      *
      *    The operator is looked up on PIZZA-OPERATOR.TXT before
      *    the journal or the master is opened - an unknown
      *    operator, or anyone but a supervisor holding the
      *    backout right, gets no further.
       130-SIGN-ON-RTN.

           IF WS-CONTROL-CARD-SW = 'NO'
               DISPLAY WS-OPERATOR-PROMPT WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
           END-IF

           MOVE 'YES' TO WS-MORE-OPERATOR-RECS

           OPEN INPUT PIZZA-OPERATOR-FILE
           IF WS-OPERATOR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PIZZA-OPERATOR.TXT, STATUS: '
                       WS-OPERATOR-FILE-STATUS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-MORE-OPERATOR-RECS = 'NO'
               READ PIZZA-OPERATOR-FILE
                   AT END
                       MOVE 'NO' TO WS-MORE-OPERATOR-RECS
                   NOT AT END
                       IF OPR-ID = WS-OPERATOR-ID
                          AND WS-OPERATOR-ID NOT = SPACES
                           MOVE 'NO' TO WS-MORE-OPERATOR-RECS
                           IF OPR-STATUS = 'A'
                               MOVE 'YES'      TO WS-OPERATOR-FOUND-SW
                               MOVE OPR-NAME   TO WS-OPERATOR-NAME
                               MOVE OPR-LEVEL  TO WS-OPERATOR-LEVEL
                               MOVE OPR-RIGHTS TO WS-OPERATOR-RIGHTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PIZZA-OPERATOR-FILE

           IF WS-OPERATOR-FOUND-SW = 'NO'
               DISPLAY 'OPERATOR NOT AUTHORIZED - SIGN-ON REFUSED: '
                       WS-OPERATOR-ID
               STOP RUN
           END-IF

           MOVE 7     TO WS-FUNCTION-IX
           MOVE 'YES' TO WS-SUPERVISOR-ONLY-SW
           PERFORM 135-CHECK-RIGHT-RTN
           IF WS-AUTHORIZED-SW = 'NO'
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                       ' NOT AUTHORIZED TO RUN A BACKOUT'
               STOP RUN
           END-IF

           DISPLAY 'SIGNED ON: ' WS-OPERATOR-ID ' ' WS-OPERATOR-NAME

           .
      *
      *    A supervisor-only function also needs OPR-LEVEL 'S' -
      *    a 'Y' in the clerk's rights is not enough.
       135-CHECK-RIGHT-RTN.

           MOVE 'NO' TO WS-AUTHORIZED-SW

           IF WS-OPERATOR-RIGHT (WS-FUNCTION-IX) = 'Y'
               IF WS-SUPERVISOR-ONLY-SW = 'NO'
                  OR WS-OPERATOR-LEVEL = 'S'
                   MOVE 'YES' TO WS-AUTHORIZED-SW
               END-IF
           END-IF

           .
      *
       150-LOAD-JOURNAL-RTN.

           PERFORM UNTIL WS-MORE-JOURNAL-RECS = 'NO'
                   ADD 1 TO WS-ENTRY-COUNT
                   MOVE JRN-BEFORE-IMAGE
                           TO WS-ENTRY-BEFORE-IMAGE (WS-ENTRY-COUNT)
                   MOVE JRN-PROGRAM
                           TO WS-ENTRY-PROGRAM (WS-ENTRY-COUNT)
                   MOVE JRN-TXN-IMAGE
                           TO WS-ENTRY-TXN-IMAGE (WS-ENTRY-COUNT)
               END-IF
           END-IF

               STOP RUN
           END-IF

           OPEN EXTEND MASTER-CHANGE-LOG-FILE
           IF WS-CHANGE-LOG-STATUS = '35'
               OPEN OUTPUT MASTER-CHANGE-LOG-FILE
           END-IF
           IF WS-CHANGE-LOG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MASTER-CHANGE-LOG.TXT, STATUS: '
                       WS-CHANGE-LOG-STATUS
               STOP RUN
           END-IF

           OPEN I-O PIZZA-LOT-FILE
           IF WS-LOT-FILE-STATUS = '00'
              OR WS-LOT-FILE-STATUS = '05'
               MOVE 'YES' TO WS-LOT-FILE-OPEN-SW
           ELSE
               DISPLAY 'PIZZA-LOT.DAT NOT AVAILABLE, STATUS: '
                       WS-LOT-FILE-STATUS ' - LOTS NOT PUT BACK'
           END-IF

           MOVE WS-TARGET-DATE    TO WS-BK-TARGET-DATE
           MOVE WS-TARGET-PROGRAM TO WS-BK-TARGET-PROGRAM

           PERFORM VARYING WS-ENTRY-IX FROM WS-ENTRY-COUNT BY -1
                   UNTIL WS-ENTRY-IX < 1
               PERFORM 210-RESTORE-ENTRY-RTN
           END-PERFORM

           CLOSE PIZZA-JOURNAL-FILE
                 MASTER-CHANGE-LOG-FILE
           IF WS-LOT-FILE-OPEN-SW = 'YES'
               CLOSE PIZZA-LOT-FILE
           END-IF

           DISPLAY 'RECORDS RESTORED: ' WS-RESTORED-COUNT
           DISPLAY 'RECORDS SKIPPED:  ' WS-SKIPPED-COUNT
           DISPLAY 'LOTS TRIMMED:     ' WS-LOT-TRIMMED-COUNT

           .
      *
                       NOT INVALID KEY
                           ADD 1 TO WS-RESTORED-COUNT
                           PERFORM 220-JOURNAL-RESTORE-RTN
                           IF WS-LOT-FILE-OPEN-SW = 'YES'
                               PERFORM 212-REVERSE-LOTS-RTN
                           END-IF
                   END-REWRITE
           END-READ

           .
      *
      *    Positions the lot file at the first lot of
      *    WS-LOT-TRUCK-ID / WS-LOT-ITEM-ID; each scan then reads
      *    forward until the truck or item changes.
       211-START-LOTS-RTN.

           MOVE WS-LOT-TRUCK-ID TO LOT-TRUCK-ID
           MOVE WS-LOT-ITEM-ID  TO LOT-ITEM-ID
           MOVE 0               TO LOT-RECEIVED-DATE
           MOVE 0               TO LOT-SEQ
           MOVE 'YES'           TO WS-MORE-LOT-RECS

           START PIZZA-LOT-FILE
               KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY
                   MOVE 'NO' TO WS-MORE-LOT-RECS
           END-START

           .
      *
      *    Only PIZZA-STOCK-ADJUST-PROG moves stock through the
      *    lots, so only its rows are reversed lot by lot; every
      *    restore, whatever program wrote the row, ends with the
      *    trim back to the restored on-hand.
       212-REVERSE-LOTS-RTN.

           MOVE TRUCK-ID-IN     TO WS-LOT-TRUCK-ID
           MOVE ITEM-ID-IN      TO WS-LOT-ITEM-ID
           MOVE NUM-IN-STOCK-IN TO WS-LOT-TARGET-QTY

           IF WS-ENTRY-PROGRAM (WS-ENTRY-IX) = 'PIZZA-STOCK-ADJUST-PROG'
               MOVE WS-ENTRY-TXN-IMAGE (WS-ENTRY-IX) TO WS-REVERSE-TXN
               IF WS-RV-QTY NUMERIC
                   MOVE WS-RV-QTY TO WS-LOT-MOVE-QTY
                   EVALUATE TRUE
                       WHEN WS-RV-TYPE = 'R'
                           PERFORM 213-REMOVE-RECEIPT-LOT-RTN
                       WHEN WS-RV-TYPE = 'S'
                         OR WS-RV-TYPE = 'W'
                           PERFORM 214-REFILL-LOTS-RTN
                       WHEN WS-RV-TYPE = 'T'
                        AND WS-RV-DEST-TRUCK-ID = WS-LOT-TRUCK-ID
                           PERFORM 216-TAKE-BACK-LOTS-RTN
                       WHEN WS-RV-TYPE = 'T'
                           PERFORM 214-REFILL-LOTS-RTN
                   END-EVALUATE
               END-IF
           END-IF

           PERFORM 217-TRIM-LOTS-RTN

           .
      *
      *    The receipt's lot is the one of its received date that
      *    carries its batch and TXN-SEQ-IN.
       213-REMOVE-RECEIPT-LOT-RTN.

           IF WS-RV-DATE NUMERIC
               MOVE WS-LOT-TRUCK-ID TO LOT-TRUCK-ID
               MOVE WS-LOT-ITEM-ID  TO LOT-ITEM-ID
               MOVE WS-RV-DATE      TO LOT-RECEIVED-DATE
               MOVE 0               TO LOT-SEQ
               MOVE 'YES'           TO WS-MORE-LOT-RECS
               START PIZZA-LOT-FILE
                   KEY IS NOT LESS THAN LOT-KEY
                   INVALID KEY
                       MOVE 'NO' TO WS-MORE-LOT-RECS
               END-START
           ELSE
               MOVE 'NO' TO WS-MORE-LOT-RECS
           END-IF

           PERFORM UNTIL WS-MORE-LOT-RECS = 'NO'
               READ PIZZA-LOT-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO WS-MORE-LOT-RECS
                   NOT AT END
                       IF LOT-TRUCK-ID NOT = WS-LOT-TRUCK-ID
                          OR LOT-ITEM-ID NOT = WS-LOT-ITEM-ID
                          OR LOT-RECEIVED-DATE NOT = WS-RV-DATE
                           MOVE 'NO' TO WS-MORE-LOT-RECS
                       ELSE
                           IF LOT-BATCH-NUMBER = WS-RV-BATCH
                              AND LOT-TXN-SEQ = WS-RV-SEQ
                               MOVE 'NO' TO WS-MORE-LOT-RECS
                               DELETE PIZZA-LOT-FILE RECORD
                                   INVALID KEY
                                       DISPLAY 'LOT DELETE FAILED: '
                                               LOT-KEY
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           .
      *
      *    Stock a sale, spoilage or outbound transfer drew oldest
      *    first goes back newest first, into lots that still have
      *    room under their received quantity.
       214-REFILL-LOTS-RTN.

           MOVE 'YES' TO WS-LOT-FOUND-SW

           PERFORM UNTIL WS-LOT-MOVE-QTY = 0
                   OR WS-LOT-FOUND-SW = 'NO'
               PERFORM 215-FIND-REFILL-LOT-RTN
               IF WS-LOT-FOUND-SW = 'YES'
                   MOVE WS-LOT-SAVE-KEY TO LOT-KEY
                   READ PIZZA-LOT-FILE
                       INVALID KEY
                           MOVE 'NO' TO WS-LOT-FOUND-SW
                       NOT INVALID KEY
                           COMPUTE WS-LOT-TAKE-QTY =
                                   LOT-RECEIVED-QTY - LOT-QTY-REMAINING
                           IF WS-LOT-TAKE-QTY > WS-LOT-MOVE-QTY
                               MOVE WS-LOT-MOVE-QTY TO WS-LOT-TAKE-QTY
                           END-IF
                           ADD WS-LOT-TAKE-QTY TO LOT-QTY-REMAINING
                           SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-MOVE-QTY
                           REWRITE PIZZA-LOT-REC
                               INVALID KEY
                                   MOVE 'NO' TO WS-LOT-FOUND-SW
                                   DISPLAY 'LOT REWRITE FAILED: '
                                           LOT-KEY
                           END-REWRITE
                   END-READ
               END-IF
           END-PERFORM

           .
      *
       215-FIND-REFILL-LOT-RTN.

           MOVE 'NO' TO WS-LOT-FOUND-SW
           PERFORM 211-START-LOTS-RTN

           PERFORM UNTIL WS-MORE-LOT-RECS = 'NO'
               READ PIZZA-LOT-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO WS-MORE-LOT-RECS
                   NOT AT END
                       IF LOT-TRUCK-ID NOT = WS-LOT-TRUCK-ID
                          OR LOT-ITEM-ID NOT = WS-LOT-ITEM-ID
                           MOVE 'NO' TO WS-MORE-LOT-RECS
                       ELSE
                           IF LOT-QTY-REMAINING < LOT-RECEIVED-QTY
                               MOVE 'YES'   TO WS-LOT-FOUND-SW
                               MOVE LOT-KEY TO WS-LOT-SAVE-KEY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           .
      *
      *    The destination side of a transfer gives the stock back
      *    out of its lots oldest first, received quantity and all.
       216-TAKE-BACK-LOTS-RTN.

           PERFORM 211-START-LOTS-RTN

           PERFORM UNTIL WS-MORE-LOT-RECS = 'NO'
                   OR WS-LOT-MOVE-QTY = 0
               READ PIZZA-LOT-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO WS-MORE-LOT-RECS
                   NOT AT END
                       IF LOT-TRUCK-ID NOT = WS-LOT-TRUCK-ID
                          OR LOT-ITEM-ID NOT = WS-LOT-ITEM-ID
                           MOVE 'NO' TO WS-MORE-LOT-RECS
                       ELSE
                           IF LOT-QTY-REMAINING > 0
                               PERFORM 218-TAKE-FROM-LOT-RTN
                               SUBTRACT WS-LOT-TAKE-QTY
                                   FROM LOT-RECEIVED-QTY
                               PERFORM 219-REWRITE-LOT-RTN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           .
      *
      *    Totals the truck/item's lots and, if they hold more than
      *    the master now shows on hand, takes the excess off the
      *    oldest lots first.
       217-TRIM-LOTS-RTN.

           MOVE 0 TO WS-LOT-ON-FILE-QTY
           PERFORM 211-START-LOTS-RTN

           PERFORM UNTIL WS-MORE-LOT-RECS = 'NO'
               READ PIZZA-LOT-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO WS-MORE-LOT-RECS
                   NOT AT END
                       IF LOT-TRUCK-ID NOT = WS-LOT-TRUCK-ID
                          OR LOT-ITEM-ID NOT = WS-LOT-ITEM-ID
                           MOVE 'NO' TO WS-MORE-LOT-RECS
                       ELSE
                           ADD LOT-QTY-REMAINING TO WS-LOT-ON-FILE-QTY
                       END-IF
               END-READ
           END-PERFORM

           IF WS-LOT-ON-FILE-QTY > WS-LOT-TARGET-QTY
               COMPUTE WS-LOT-MOVE-QTY =
                       WS-LOT-ON-FILE-QTY - WS-LOT-TARGET-QTY
               PERFORM 211-START-LOTS-RTN

               PERFORM UNTIL WS-MORE-LOT-RECS = 'NO'
                       OR WS-LOT-MOVE-QTY = 0
                   READ PIZZA-LOT-FILE NEXT RECORD
                       AT END
                           MOVE 'NO' TO WS-MORE-LOT-RECS
                       NOT AT END
                           IF LOT-TRUCK-ID NOT = WS-LOT-TRUCK-ID
                              OR LOT-ITEM-ID NOT = WS-LOT-ITEM-ID
                               MOVE 'NO' TO WS-MORE-LOT-RECS
                           ELSE
                               IF LOT-QTY-REMAINING > 0
                                   PERFORM 218-TAKE-FROM-LOT-RTN
                                   PERFORM 219-REWRITE-LOT-RTN
                                   ADD 1 TO WS-LOT-TRIMMED-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           .
      *
       218-TAKE-FROM-LOT-RTN.

           IF LOT-QTY-REMAINING < WS-LOT-MOVE-QTY
               MOVE LOT-QTY-REMAINING TO WS-LOT-TAKE-QTY
           ELSE
               MOVE WS-LOT-MOVE-QTY   TO WS-LOT-TAKE-QTY
           END-IF

           SUBTRACT WS-LOT-TAKE-QTY FROM LOT-QTY-REMAINING
           SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-MOVE-QTY

           .
      *
       219-REWRITE-LOT-RTN.

           REWRITE PIZZA-LOT-REC
               INVALID KEY
                   DISPLAY 'LOT REWRITE FAILED: ' LOT-KEY
           END-REWRITE

           .
      *
       220-JOURNAL-RESTORE-RTN.

           MOVE WS-RUN-DATE            TO JRN-RUN-DATE
           MOVE WS-RUN-TIME            TO JRN-RUN-TIME
           MOVE 'PIZZA-BACKOUT-PROG'   TO JRN-PROGRAM
           MOVE WS-BACKOUT-TXN-IMAGE   TO JRN-TXN-IMAGE
           MOVE PIZZA-TRUCK-REC        TO JRN-AFTER-IMAGE

           WRITE PIZZA-JOURNAL-REC

           PERFORM 230-WRITE-CHANGE-LOG-RTN

           .
      *
       230-WRITE-CHANGE-LOG-RTN.

           MOVE WS-RUN-DATE                    TO CHG-DATE
           MOVE WS-RUN-TIME                    TO CHG-TIME
           MOVE WS-OPERATOR-ID                 TO CHG-OPERATOR-ID
           MOVE 'PIZZA-BACKOUT-PROG'           TO CHG-PROGRAM
           MOVE 'PIZZA'                        TO CHG-MASTER
           MOVE 'R'                            TO CHG-ACTION
           MOVE PIZZA-KEY                      TO CHG-KEY
           MOVE JRN-BEFORE-IMAGE               TO CHG-BEFORE-IMAGE
           MOVE PIZZA-TRUCK-REC                TO CHG-AFTER-IMAGE

           WRITE MASTER-CHANGE-REC

           .
      *
       240-WRITE-RUN-LOG-RTN.
