      *  posted in TXN-DATE-IN / TXN-SEQ-IN order with posting
      *  totals reported per business date, so a late truck
      *  sheet mixed into the file posts to its own day.
      *  Receipts and inbound transfers are also held to the
      *  truck's TRUCK-CAPACITY-M: the units on hand per truck
      *  are totalled from the master at start-up and kept
      *  current as each transaction posts, and a receipt or
      *  transfer that loads a truck past its capacity still
      *  posts but is flagged with a warning line on the
      *  exception listing.
      *  Perishables are tracked by lot on PIZZA-LOT.DAT (see
      *  copybooks/PIZZALOT.cpy): a receipt of an item with a
      *  shelf life on ITEM-MASTER opens a lot dated with the
      *  receipt's TXN-DATE-IN and a use-by date that many days
      *  on, and sales, spoilage and transfers draw the truck's
      *  lots down oldest first - a transfer carries the lot's
      *  dates across to the destination truck.
      *  A transaction whose TXN-DATE-IN falls in a month closed
      *  by PIZZA-PERIOD-CLOSE-PROG (PIZZA-CLOSED-PERIOD.TXT) is
      *  rejected onto the exception listing, so a late truck
      *  sheet cannot move a month the owners have signed off.
      **********************************************************

       ENVIRONMENT DIVISION.
           SELECT PR1FA22-Pizza
               ASSIGN TO 'PR1FA22-Pizza.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIZZA-KEY
               FILE STATUS IS WS-PIZZA-FILE-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-OVERRIDE-STATUS.

           SELECT OPTIONAL PIZZA-LOT-FILE
               ASSIGN TO 'PIZZA-LOT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-FILE-STATUS.

           SELECT OPTIONAL PIZZA-CLOSED-PERIOD-FILE
               ASSIGN TO 'PIZZA-CLOSED-PERIOD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-PERIOD-STATUS.

           SELECT PIZZA-SORT-FILE
               ASSIGN TO 'PIZZA-SORT-WORK.TMP'.
      *
           COPY PIZZAJRN.
      *
       FD  ITEM-MASTER
           RECORD CONTAINS 40 CHARACTERS.
           COPY ITMMSTR.
      *
       FD  TRUCK-MASTER
       FD  PIZZA-POST-OVERRIDE-FILE
           RECORD CONTAINS 1 CHARACTERS.
       01  PIZZA-POST-OVERRIDE-REC    PIC X.
      *
       FD  PIZZA-LOT-FILE
           RECORD CONTAINS 43 CHARACTERS.
           COPY PIZZALOT.
      *
       FD  PIZZA-CLOSED-PERIOD-FILE
           RECORD CONTAINS 38 CHARACTERS.
           COPY PIZZAPRD.
      *
      *    Sort work file: the transaction record with its date
      *    and sequence columns named as the sort keys.
       01    WS-VALIDATION-AREAS.
             05    WS-VALID-TXN-SW           PIC X(3).
             05    WS-ERROR-REASON           PIC X(35).
             05    WS-CAPACITY-WARN-SW       PIC X(3).

      *    The whole transaction file is sorted on TXN-DATE-IN /
      *    TXN-SEQ-IN through the SORT work file before anything
             05    WS-NEW-STOCK              PIC S9(5).
             05    WS-MAX-STOCK              PIC 9(3) VALUE 999.

      *    Units on hand per truck, totalled from the master before
      *    posting starts and moved with every posted transaction,
      *    against the capacity keyed on TRUCK-MASTER.  A truck
      *    with no capacity on file (zero, or no TRUCK-MASTER) is
      *    not held to one.
       01    WS-TRUCK-LOAD-AREAS.
             05    WS-MORE-LOAD-RECS         PIC X(3) VALUE 'YES'.
             05    WS-LOAD-TRUCK-COUNT       PIC 9(3) VALUE 0.
             05    WS-LOAD-TRUCK-MAX         PIC 9(3) VALUE 50.
             05    WS-LOAD-IX                PIC 9(3) VALUE 0.
             05    WS-LOAD-FOUND-IX          PIC 9(3) VALUE 0.
             05    WS-LOAD-CHANGE            PIC S9(5) VALUE 0.
             05    WS-NEW-LOAD               PIC S9(7) VALUE 0.
             05    WS-LOAD-TABLE OCCURS 50 TIMES.
                   10  WS-LOAD-TRUCK-ID      PIC X(5).
                   10  WS-LOAD-ON-HAND       PIC S9(7).
                   10  WS-LOAD-CAPACITY      PIC 9(3).

      *    Months on PIZZA-CLOSED-PERIOD.TXT with their latest
      *    status - a later reopen row overrides the close.
       01    WS-CLOSED-PERIOD-AREAS.
             05    WS-CLOSED-PERIOD-STATUS   PIC XX VALUE '00'.
             05    WS-MORE-PERIOD-RECS       PIC X(3) VALUE 'YES'.
             05    WS-CHECK-PERIOD           PIC 9(6).
             05    WS-PERIOD-CLOSED-SW       PIC X(3) VALUE 'NO'.
             05    WS-PERIOD-COUNT           PIC 9(3) VALUE 0.
             05    WS-PERIOD-MAX             PIC 9(3) VALUE 240.
             05    WS-PERIOD-IX              PIC 9(3) VALUE 0.
             05    WS-PERIOD-FOUND-IX        PIC 9(3) VALUE 0.
             05    WS-PERIOD-TABLE OCCURS 240 TIMES.
                   10  WS-PERIOD-MONTH       PIC 9(6).
                   10  WS-PERIOD-STATE       PIC X.

      *    Lot keeping.  WS-SHELF-LIFE is picked up from
      *    ITEM-MASTER by the item edit; zero means the item is not
      *    lot tracked and no lot is opened for it.
       01    WS-LOT-AREAS.
             05    WS-LOT-FILE-STATUS        PIC XX VALUE '00'.
             05    WS-LOT-FILE-OPEN-SW       PIC X(3) VALUE 'NO'.
             05    WS-MORE-LOT-RECS          PIC X(3) VALUE 'YES'.
             05    WS-LOT-WRITTEN-SW         PIC X(3) VALUE 'NO'.
             05    WS-LOT-ALREADY-OPEN-SW    PIC X(3) VALUE 'NO'.
             05    WS-SHELF-LIFE             PIC 9(3) VALUE 0.
             05    WS-LOT-TRUCK-ID           PIC X(5).
             05    WS-LOT-DEST-TRUCK-ID      PIC X(5).
             05    WS-LOT-DRAW-QTY           PIC 9(3).
             05    WS-LOT-TAKE-QTY           PIC 9(3).
             05    WS-LOT-TRIES              PIC 9(4).
             05    WS-LOT-SAVE-KEY           PIC X(19).
             05    WS-LOT-SAVE-USE-BY        PIC 9(8).
             05    WS-LOT-SAVE-BATCH         PIC 9(6).
             05    WS-LOT-SAVE-TXN-SEQ       PIC 9(4).
             05    WS-LOT-NEW-REC            PIC X(43).

      *    Calendar work for stepping the use-by date forward one
      *    day at a time from the received date.
       01    WS-DATE-WORK-AREAS.
             05    WS-WORK-DATE              PIC 9(8).
             05    WS-WORK-DATE-R            REDEFINES WS-WORK-DATE.
                   10  WS-WORK-YEAR          PIC 9(4).
                   10  WS-WORK-MONTH         PIC 9(2).
                   10  WS-WORK-DAY           PIC 9(2).
             05    WS-LEAP-QUOT              PIC 9(4).
             05    WS-LEAP-REM-4             PIC 9(4).
             05    WS-LEAP-REM-100           PIC 9(4).
             05    WS-LEAP-REM-400           PIC 9(4).
             05    WS-MONTH-DAYS-VALUES      PIC X(24) VALUE
                   '312831303130313130313031'.
             05    WS-MONTH-DAYS-TABLE       REDEFINES
                   WS-MONTH-DAYS-VALUES.
                   10  WS-MONTH-DAYS         PIC 9(2) OCCURS 12 TIMES.

       01    WS-SPOILAGE-AREAS.
             05    WS-SPOIL-TRUCK-COUNT      PIC 9(2) VALUE 0.
             05    WS-SPOIL-TRUCK-MAX        PIC 9(2) VALUE 10.
                       'TRUCK ID EDIT SKIPPED'
           END-IF

      *    status 05 is the OPTIONAL lot file being created on the
      *    first run - not an error
           OPEN    I-O       PIZZA-LOT-FILE
           IF WS-LOT-FILE-STATUS = '00'
              OR WS-LOT-FILE-STATUS = '05'
               MOVE 'YES' TO WS-LOT-FILE-OPEN-SW
           ELSE
               MOVE 'NO'  TO WS-LOT-FILE-OPEN-SW
               DISPLAY 'PIZZA-LOT.DAT NOT AVAILABLE, STATUS: '
                       WS-LOT-FILE-STATUS ' - LOTS NOT KEPT'
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-TIME
           MOVE 'START' TO RL-EVENT
           PERFORM 240-WRITE-RUN-LOG-RTN

           PERFORM 135-LOAD-TRUCK-LOADS-RTN
           PERFORM 138-LOAD-CLOSED-PERIODS-RTN

           MOVE EXCEPTION-REPORT-HEADER TO PIZZA-ADJUST-EXCEPTION-REC
           WRITE PIZZA-ADJUST-EXCEPTION-REC
                   AFTER ADVANCING 2 LINE.

                  .
      *
      *    One pass of the master in key order totals the units on
      *    each truck.  Every posting reads the master by key, so
      *    where this pass leaves the file positioned is of no
      *    consequence.
       135-LOAD-TRUCK-LOADS-RTN.

              MOVE LOW-VALUES TO PIZZA-KEY
              START PR1FA22-Pizza
                  KEY IS NOT LESS THAN PIZZA-KEY
                  INVALID KEY
                      MOVE 'NO' TO WS-MORE-LOAD-RECS
              END-START

              PERFORM UNTIL WS-MORE-LOAD-RECS = 'NO'
                  READ PR1FA22-Pizza NEXT RECORD
                      AT END
                          MOVE 'NO' TO WS-MORE-LOAD-RECS
                      NOT AT END
                          PERFORM 137-ADD-TRUCK-LOAD-RTN
                  END-READ
              END-PERFORM
           .
      *
       137-ADD-TRUCK-LOAD-RTN.

              MOVE TRUCK-ID-IN TO WS-EDIT-TRUCK-ID
              PERFORM 213-FIND-TRUCK-LOAD-RTN

              IF WS-LOAD-FOUND-IX = 0
                  IF WS-LOAD-TRUCK-COUNT >= WS-LOAD-TRUCK-MAX
                      DISPLAY 'TRUCK LOAD TABLE FULL - CAPACITY NOT '
                              'CHECKED FOR TRUCK ' TRUCK-ID-IN
                  ELSE
                      ADD 1 TO WS-LOAD-TRUCK-COUNT
                      MOVE WS-LOAD-TRUCK-COUNT TO WS-LOAD-FOUND-IX
                      MOVE TRUCK-ID-IN
                              TO WS-LOAD-TRUCK-ID (WS-LOAD-FOUND-IX)
                      MOVE 0 TO WS-LOAD-ON-HAND (WS-LOAD-FOUND-IX)
                      MOVE 0 TO WS-LOAD-CAPACITY (WS-LOAD-FOUND-IX)
                      IF WS-TRUCK-MASTER-OPEN-SW = 'YES'
                          MOVE TRUCK-ID-IN TO TRUCK-ID-M
                          READ TRUCK-MASTER
                              INVALID KEY
                                  CONTINUE
                              NOT INVALID KEY
                                  IF TRUCK-CAPACITY-M NUMERIC
                                      MOVE TRUCK-CAPACITY-M
                                        TO WS-LOAD-CAPACITY
                                           (WS-LOAD-FOUND-IX)
                                  END-IF
                          END-READ
                      END-IF
                  END-IF
              END-IF

              IF WS-LOAD-FOUND-IX > 0
                 AND NUM-IN-STOCK-IN NUMERIC
                  ADD NUM-IN-STOCK-IN
                          TO WS-LOAD-ON-HAND (WS-LOAD-FOUND-IX)
              END-IF
           .
      *
       138-LOAD-CLOSED-PERIODS-RTN.

              OPEN INPUT PIZZA-CLOSED-PERIOD-FILE
              IF WS-CLOSED-PERIOD-STATUS NOT = '00'
                  MOVE 'NO' TO WS-MORE-PERIOD-RECS
              END-IF

              PERFORM UNTIL WS-MORE-PERIOD-RECS = 'NO'
                  READ PIZZA-CLOSED-PERIOD-FILE
                      AT END
                          MOVE 'NO' TO WS-MORE-PERIOD-RECS
                      NOT AT END
                          PERFORM 139-STORE-PERIOD-RTN
                  END-READ
              END-PERFORM

              IF WS-CLOSED-PERIOD-STATUS = '00'
                 OR WS-CLOSED-PERIOD-STATUS = '05'
                 OR WS-CLOSED-PERIOD-STATUS = '10'
                  CLOSE PIZZA-CLOSED-PERIOD-FILE
              END-IF
           .
      *
       139-STORE-PERIOD-RTN.

              IF PRD-PERIOD NUMERIC
                  MOVE PRD-PERIOD TO WS-CHECK-PERIOD
                  PERFORM 217-FIND-PERIOD-RTN

                  IF WS-PERIOD-FOUND-IX = 0
                      IF WS-PERIOD-COUNT >= WS-PERIOD-MAX
                          DISPLAY 'CLOSED PERIOD TABLE FULL - '
                                  'PERIOD SKIPPED: ' PRD-PERIOD
                      ELSE
                          ADD 1 TO WS-PERIOD-COUNT
                          MOVE WS-PERIOD-COUNT TO WS-PERIOD-FOUND-IX
                          MOVE PRD-PERIOD
                              TO WS-PERIOD-MONTH (WS-PERIOD-FOUND-IX)
                      END-IF
                  END-IF

                  IF WS-PERIOD-FOUND-IX > 0
                      MOVE PRD-STATUS
                              TO WS-PERIOD-STATE (WS-PERIOD-FOUND-IX)
                  END-IF
              END-IF
           .
      *
      *    Once-only control: the file's batch number (taken from
      *    its first record) is checked against the posted-batch
      *    control file before anything touches the master.  A

              MOVE 'YES'  TO WS-VALID-TXN-SW
              MOVE SPACES TO WS-ERROR-REASON
              MOVE 'NO'   TO WS-CAPACITY-WARN-SW
              MOVE 0      TO WS-SHELF-LIFE

              EVALUATE TXN-TYPE-IN
                  WHEN 'S' WHEN 'R' WHEN 'W' WHEN 'T'
                          TO WS-ERROR-REASON
              END-IF

              IF WS-VALID-TXN-SW = 'YES'
                  MOVE TXN-DATE-IN (1:6) TO WS-CHECK-PERIOD
                  PERFORM 219-CHECK-CLOSED-PERIOD-RTN
                  IF WS-PERIOD-CLOSED-SW = 'YES'
                      MOVE 'NO' TO WS-VALID-TXN-SW
                      MOVE 'DATED INTO A CLOSED PERIOD'
                              TO WS-ERROR-REASON
                  END-IF
              END-IF

              IF WS-VALID-TXN-SW = 'YES'
                 AND WS-ITEM-MASTER-OPEN-SW = 'YES'
                  PERFORM 210-EDIT-ITEM-CODE-RTN
              IF WS-VALID-TXN-SW = 'YES'
                  ADD 1 TO WS-POSTED-COUNT
                  ADD 1 TO WS-DATE-POSTED-COUNT
                  IF WS-CAPACITY-WARN-SW = 'YES'
                      PERFORM 220-WRITE-EXCEPTION-RTN
                  END-IF
              ELSE
                  ADD 1 TO WS-REJECTED-COUNT
                  ADD 1 TO WS-DATE-REJECT-COUNT
              ELSE
                  SUBTRACT TXN-QTY-IN FROM NUM-IN-STOCK-IN
                  PERFORM 215-REWRITE-MASTER-RTN
                  IF WS-VALID-TXN-SW = 'YES'
                      MOVE TXN-TRUCK-ID-IN TO WS-EDIT-TRUCK-ID
                      COMPUTE WS-LOAD-CHANGE = 0 - TXN-QTY-IN
                      PERFORM 216-MOVE-TRUCK-LOAD-RTN
                      MOVE TXN-TRUCK-ID-IN TO WS-LOT-TRUCK-ID
                      MOVE SPACES          TO WS-LOT-DEST-TRUCK-ID
                      PERFORM 224-DRAW-DOWN-LOTS-RTN
                  END-IF
              END-IF
           .
      *
                  MOVE 'NO' TO WS-VALID-TXN-SW
                  MOVE 'RECEIPT WOULD EXCEED STOCK LIMIT'
                          TO WS-ERROR-REASON
              END-IF

              IF WS-VALID-TXN-SW = 'YES'
                  MOVE TXN-TRUCK-ID-IN TO WS-EDIT-TRUCK-ID
                  PERFORM 214-CHECK-CAPACITY-RTN
                  IF WS-CAPACITY-WARN-SW = 'YES'
                      MOVE 'WARN - RECEIPT OVER TRUCK CAPACITY'
                              TO WS-ERROR-REASON
                  END-IF
              END-IF

              IF WS-VALID-TXN-SW = 'YES'
                  MOVE WS-NEW-STOCK TO NUM-IN-STOCK-IN
                  PERFORM 215-REWRITE-MASTER-RTN
                  IF WS-VALID-TXN-SW = 'YES'
                      MOVE TXN-QTY-IN TO WS-LOAD-CHANGE
                      PERFORM 216-MOVE-TRUCK-LOAD-RTN
                      IF WS-SHELF-LIFE > 0
                          PERFORM 222-OPEN-LOT-RTN
                      END-IF
                  END-IF
              END-IF
           .
      *
                  PERFORM 215-REWRITE-MASTER-RTN
                  IF WS-VALID-TXN-SW = 'YES'
                      PERFORM 212-ACCUM-SPOILAGE-RTN
                      MOVE TXN-TRUCK-ID-IN TO WS-EDIT-TRUCK-ID
                      COMPUTE WS-LOAD-CHANGE = 0 - TXN-QTY-IN
                      PERFORM 216-MOVE-TRUCK-LOAD-RTN
                      MOVE TXN-TRUCK-ID-IN TO WS-LOT-TRUCK-ID
                      MOVE SPACES          TO WS-LOT-DEST-TRUCK-ID
                      PERFORM 224-DRAW-DOWN-LOTS-RTN
                  END-IF
              END-IF
           .
                      MOVE 'NO' TO WS-VALID-TXN-SW
                      MOVE 'TRANSFER WOULD EXCEED DEST LIMIT'
                              TO WS-ERROR-REASON
                  END-IF
              END-IF

              IF WS-VALID-TXN-SW = 'YES'
                  MOVE TXN-DEST-TRUCK-ID-IN TO WS-EDIT-TRUCK-ID
                  PERFORM 214-CHECK-CAPACITY-RTN
                  IF WS-CAPACITY-WARN-SW = 'YES'
                      MOVE 'WARN - TRANSFER OVER DEST CAPACITY'
                              TO WS-ERROR-REASON
                  END-IF
              END-IF

              IF WS-VALID-TXN-SW = 'YES'
                  MOVE WS-NEW-STOCK TO NUM-IN-STOCK-IN
                  PERFORM 215-REWRITE-MASTER-RTN
                  IF WS-VALID-TXN-SW = 'YES'
                      MOVE TXN-DEST-TRUCK-ID-IN TO WS-EDIT-TRUCK-ID
                      MOVE TXN-QTY-IN TO WS-LOAD-CHANGE
                      PERFORM 216-MOVE-TRUCK-LOAD-RTN
                  END-IF
              END-IF

                  COMPUTE NUM-IN-STOCK-IN =
                          WS-SOURCE-STOCK - TXN-QTY-IN
                  PERFORM 215-REWRITE-MASTER-RTN
                  IF WS-VALID-TXN-SW = 'YES'
                      MOVE TXN-TRUCK-ID-IN TO WS-EDIT-TRUCK-ID
                      COMPUTE WS-LOAD-CHANGE = 0 - TXN-QTY-IN
                      PERFORM 216-MOVE-TRUCK-LOAD-RTN
                      MOVE TXN-TRUCK-ID-IN      TO WS-LOT-TRUCK-ID
                      MOVE TXN-DEST-TRUCK-ID-IN TO WS-LOT-DEST-TRUCK-ID
                      PERFORM 224-DRAW-DOWN-LOTS-RTN
                  END-IF
              END-IF
           .
      *
                          MOVE 'RECEIPT FOR INACTIVE ITEM CODE'
                                  TO WS-ERROR-REASON
                      END-IF
                      IF ITEM-SHELF-LIFE-M NUMERIC
                          MOVE ITEM-SHELF-LIFE-M TO WS-SHELF-LIFE
                      END-IF
              END-READ
           .
      *
              ADD TXN-QTY-IN    TO WS-SPOIL-TOTAL-UNITS
              ADD WS-SPOIL-COST TO WS-SPOIL-TOTAL-VALUE
           .
      *
       213-FIND-TRUCK-LOAD-RTN.

              MOVE 0 TO WS-LOAD-FOUND-IX

              PERFORM VARYING WS-LOAD-IX FROM 1 BY 1
                      UNTIL WS-LOAD-IX > WS-LOAD-TRUCK-COUNT
                  IF WS-LOAD-TRUCK-ID (WS-LOAD-IX) = WS-EDIT-TRUCK-ID
                      MOVE WS-LOAD-IX TO WS-LOAD-FOUND-IX
                  END-IF
              END-PERFORM
           .
      *
      *    Turns WS-CAPACITY-WARN-SW on when TXN-QTY-IN more units
      *    would put WS-EDIT-TRUCK-ID over its capacity.  The
      *    transaction still posts; the caller supplies the warning
      *    text, since it knows which side it is, and 200-PROCESS-RTN
      *    lists it once the transaction has posted.
       214-CHECK-CAPACITY-RTN.

              PERFORM 213-FIND-TRUCK-LOAD-RTN

              IF WS-LOAD-FOUND-IX > 0
                  IF WS-LOAD-CAPACITY (WS-LOAD-FOUND-IX) > 0
                      COMPUTE WS-NEW-LOAD =
                              WS-LOAD-ON-HAND (WS-LOAD-FOUND-IX)
                              + TXN-QTY-IN
                      IF WS-NEW-LOAD >
                         WS-LOAD-CAPACITY (WS-LOAD-FOUND-IX)
                          MOVE 'YES' TO WS-CAPACITY-WARN-SW
                      END-IF
                  END-IF
              END-IF
           .
      *
       216-MOVE-TRUCK-LOAD-RTN.

              PERFORM 213-FIND-TRUCK-LOAD-RTN

              IF WS-LOAD-FOUND-IX > 0
                  ADD WS-LOAD-CHANGE
                          TO WS-LOAD-ON-HAND (WS-LOAD-FOUND-IX)
              END-IF
           .
      *
       215-REWRITE-MASTER-RTN.

                      PERFORM 218-WRITE-JOURNAL-RTN
              END-REWRITE
           .
      *
       217-FIND-PERIOD-RTN.

              MOVE 0 TO WS-PERIOD-FOUND-IX

              PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                      UNTIL WS-PERIOD-IX > WS-PERIOD-COUNT
                  IF WS-PERIOD-MONTH (WS-PERIOD-IX) = WS-CHECK-PERIOD
                      MOVE WS-PERIOD-IX TO WS-PERIOD-FOUND-IX
                  END-IF
              END-PERFORM
           .
      *
       219-CHECK-CLOSED-PERIOD-RTN.

              MOVE 'NO' TO WS-PERIOD-CLOSED-SW
              PERFORM 217-FIND-PERIOD-RTN

              IF WS-PERIOD-FOUND-IX > 0
                  IF WS-PERIOD-STATE (WS-PERIOD-FOUND-IX) = 'C'
                      MOVE 'YES' TO WS-PERIOD-CLOSED-SW
                  END-IF
              END-IF
           .
      *
      *    WS-BEFORE-IMAGE is captured by every successful READ of
      *    the master, so at this point it always holds the record
              WRITE PIZZA-ADJUST-EXCEPTION-REC
                     AFTER ADVANCING 1 LINE
           .
      *
      *    A receipt opens a lot keyed by its received date and
      *    TXN-SEQ-IN.  Sequence numbers are only unique within a
      *    keyed sheet, so a clash steps the lot sequence on until
      *    the key is free - unless the lot in the way was opened
      *    by this same receipt (same batch and TXN-SEQ-IN), which
      *    means the receipt is being posted again after a backout
      *    and its lot is already on file.
       222-OPEN-LOT-RTN.

              IF WS-LOT-FILE-OPEN-SW = 'YES'
                  MOVE TXN-TRUCK-ID-IN TO LOT-TRUCK-ID
                  MOVE TXN-ITEM-ID-IN  TO LOT-ITEM-ID
                  MOVE TXN-DATE-IN     TO LOT-RECEIVED-DATE
                  MOVE TXN-SEQ-IN      TO LOT-SEQ
                  MOVE TXN-QTY-IN      TO LOT-RECEIVED-QTY
                  MOVE TXN-QTY-IN      TO LOT-QTY-REMAINING
                  MOVE TXN-SEQ-IN      TO LOT-TXN-SEQ
                  IF TXN-BATCH-IN NUMERIC
                      MOVE TXN-BATCH-IN TO LOT-BATCH-NUMBER
                  ELSE
                      MOVE 0            TO LOT-BATCH-NUMBER
                  END-IF

                  MOVE TXN-DATE-IN TO WS-WORK-DATE
                  IF WS-WORK-MONTH > 0
                     AND WS-WORK-MONTH < 13
                      PERFORM 229-NEXT-DAY-RTN WS-SHELF-LIFE TIMES
                  END-IF
                  MOVE WS-WORK-DATE TO LOT-USE-BY-DATE

                  MOVE 'NO' TO WS-LOT-WRITTEN-SW
                  MOVE 'NO' TO WS-LOT-ALREADY-OPEN-SW
                  MOVE 0    TO WS-LOT-TRIES
                  PERFORM UNTIL WS-LOT-WRITTEN-SW = 'YES'
                          OR WS-LOT-ALREADY-OPEN-SW = 'YES'
                          OR WS-LOT-TRIES > 9998
                      WRITE PIZZA-LOT-REC
                          INVALID KEY
                              PERFORM 223-CHECK-LOT-CLASH-RTN
                          NOT INVALID KEY
                              MOVE 'YES' TO WS-LOT-WRITTEN-SW
                      END-WRITE
                  END-PERFORM

                  IF WS-LOT-ALREADY-OPEN-SW = 'YES'
                      DISPLAY 'LOT ALREADY OPEN FOR RECEIPT: '
                              TXN-TRUCK-ID-IN TXN-ITEM-ID-IN
                              ' ' TXN-DATE-IN ' SEQ ' TXN-SEQ-IN
                  ELSE
                      IF WS-LOT-WRITTEN-SW = 'NO'
                          DISPLAY 'LOT NOT RECORDED FOR RECEIPT: '
                                  TXN-TRUCK-ID-IN TXN-ITEM-ID-IN
                                  ' STATUS ' WS-LOT-FILE-STATUS
                      END-IF
                  END-IF
              END-IF
           .
      *
      *    The lot already holding the key is read in over the new
      *    one; if it came from the same receipt it is left as it
      *    stands, otherwise the new lot is put back and tried at
      *    the next sequence.
       223-CHECK-LOT-CLASH-RTN.

              MOVE PIZZA-LOT-REC TO WS-LOT-NEW-REC

              READ PIZZA-LOT-FILE
                  INVALID KEY
                      MOVE WS-LOT-NEW-REC TO PIZZA-LOT-REC
                  NOT INVALID KEY
                      IF LOT-BATCH-NUMBER = TXN-BATCH-IN
                         AND LOT-TXN-SEQ = TXN-SEQ-IN
                          MOVE 'YES' TO WS-LOT-ALREADY-OPEN-SW
                      END-IF
              END-READ

              IF WS-LOT-ALREADY-OPEN-SW = 'NO'
                  MOVE WS-LOT-NEW-REC TO PIZZA-LOT-REC
                  ADD 1 TO WS-LOT-TRIES
                  IF LOT-SEQ = 9999
                      MOVE 0 TO LOT-SEQ
                  ELSE
                      ADD 1 TO LOT-SEQ
                  END-IF
              END-IF
           .
      *
      *    Takes TXN-QTY-IN from WS-LOT-TRUCK-ID's lots of the item,
      *    oldest received first.  For a transfer each piece taken
      *    goes into the matching lot on WS-LOT-DEST-TRUCK-ID; the
      *    random access that needs loses the file position, so the
      *    scan restarts just past the lot it was on.  Stock with
      *    no lot left to draw on (on hand before lots were kept)
      *    simply comes off the master alone.
       224-DRAW-DOWN-LOTS-RTN.

              IF WS-LOT-FILE-OPEN-SW = 'YES'
                  MOVE TXN-QTY-IN      TO WS-LOT-DRAW-QTY
                  MOVE WS-LOT-TRUCK-ID TO LOT-TRUCK-ID
                  MOVE TXN-ITEM-ID-IN  TO LOT-ITEM-ID
                  MOVE 0               TO LOT-RECEIVED-DATE
                  MOVE 0               TO LOT-SEQ
                  MOVE 'YES'           TO WS-MORE-LOT-RECS
                  START PIZZA-LOT-FILE
                      KEY IS NOT LESS THAN LOT-KEY
                      INVALID KEY
                          MOVE 'NO' TO WS-MORE-LOT-RECS
                  END-START

                  PERFORM UNTIL WS-MORE-LOT-RECS = 'NO'
                          OR WS-LOT-DRAW-QTY = 0
                      READ PIZZA-LOT-FILE NEXT RECORD
                          AT END
                              MOVE 'NO' TO WS-MORE-LOT-RECS
                          NOT AT END
                              IF LOT-TRUCK-ID NOT = WS-LOT-TRUCK-ID
                                 OR LOT-ITEM-ID NOT = TXN-ITEM-ID-IN
                                  MOVE 'NO' TO WS-MORE-LOT-RECS
                              ELSE
                                  IF LOT-QTY-REMAINING > 0
                                      PERFORM 225-TAKE-FROM-LOT-RTN
                                  END-IF
                              END-IF
                      END-READ
                  END-PERFORM
              END-IF
           .
      *
       225-TAKE-FROM-LOT-RTN.

              IF LOT-QTY-REMAINING < WS-LOT-DRAW-QTY
                  MOVE LOT-QTY-REMAINING TO WS-LOT-TAKE-QTY
              ELSE
                  MOVE WS-LOT-DRAW-QTY   TO WS-LOT-TAKE-QTY
              END-IF

              SUBTRACT WS-LOT-TAKE-QTY FROM LOT-QTY-REMAINING
              SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-DRAW-QTY
              REWRITE PIZZA-LOT-REC
                  INVALID KEY
                      DISPLAY 'LOT REWRITE FAILED: ' LOT-KEY
              END-REWRITE

              IF WS-LOT-DEST-TRUCK-ID NOT = SPACES
                  MOVE LOT-KEY         TO WS-LOT-SAVE-KEY
                  MOVE LOT-USE-BY-DATE TO WS-LOT-SAVE-USE-BY
                  MOVE LOT-BATCH-NUMBER TO WS-LOT-SAVE-BATCH
                  MOVE LOT-TXN-SEQ     TO WS-LOT-SAVE-TXN-SEQ
                  PERFORM 226-ADD-DEST-LOT-RTN

                  MOVE WS-LOT-SAVE-KEY TO LOT-KEY
                  START PIZZA-LOT-FILE
                      KEY IS GREATER THAN LOT-KEY
                      INVALID KEY
                          MOVE 'NO' TO WS-MORE-LOT-RECS
                  END-START
              END-IF
           .
      *
       226-ADD-DEST-LOT-RTN.

              MOVE WS-LOT-SAVE-KEY      TO LOT-KEY
              MOVE WS-LOT-DEST-TRUCK-ID TO LOT-TRUCK-ID

              READ PIZZA-LOT-FILE
                  INVALID KEY
                      MOVE WS-LOT-SAVE-KEY      TO LOT-KEY
                      MOVE WS-LOT-DEST-TRUCK-ID TO LOT-TRUCK-ID
                      MOVE WS-LOT-SAVE-USE-BY   TO LOT-USE-BY-DATE
                      MOVE WS-LOT-TAKE-QTY      TO LOT-RECEIVED-QTY
                      MOVE WS-LOT-TAKE-QTY      TO LOT-QTY-REMAINING
                      MOVE WS-LOT-SAVE-BATCH    TO LOT-BATCH-NUMBER
                      MOVE WS-LOT-SAVE-TXN-SEQ  TO LOT-TXN-SEQ
                      WRITE PIZZA-LOT-REC
                          INVALID KEY
                              DISPLAY 'TRANSFER LOT WRITE FAILED: '
                                      LOT-KEY
                      END-WRITE
                  NOT INVALID KEY
                      ADD WS-LOT-TAKE-QTY TO LOT-RECEIVED-QTY
                      ADD WS-LOT-TAKE-QTY TO LOT-QTY-REMAINING
                      REWRITE PIZZA-LOT-REC
                          INVALID KEY
                              DISPLAY 'TRANSFER LOT REWRITE FAILED: '
                                      LOT-KEY
                      END-REWRITE
              END-READ
           .
      *
       229-NEXT-DAY-RTN.

              IF WS-WORK-DAY < WS-MONTH-DAYS (WS-WORK-MONTH)
                  ADD 1 TO WS-WORK-DAY
              ELSE
                  IF WS-WORK-MONTH = 2
                     AND WS-WORK-DAY = 28
                      DIVIDE WS-WORK-YEAR BY 4   GIVING WS-LEAP-QUOT
                              REMAINDER WS-LEAP-REM-4
                      DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOT
                              REMAINDER WS-LEAP-REM-100
                      DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOT
                              REMAINDER WS-LEAP-REM-400
                  ELSE
                      MOVE 1 TO WS-LEAP-REM-4
                  END-IF
                  IF WS-WORK-MONTH = 2
                     AND WS-WORK-DAY = 28
                     AND WS-LEAP-REM-4 = 0
                     AND (WS-LEAP-REM-100 NOT = 0
                          OR WS-LEAP-REM-400 = 0)
                      MOVE 29 TO WS-WORK-DAY
                  ELSE
                      MOVE 1 TO WS-WORK-DAY
                      IF WS-WORK-MONTH = 12
                          MOVE 1 TO WS-WORK-MONTH
                          ADD 1 TO WS-WORK-YEAR
                      ELSE
                          ADD 1 TO WS-WORK-MONTH
                      END-IF
                  END-IF
              END-IF
           .
      *
       230-WRITE-SPOILAGE-RTN.

                  CLOSE TRUCK-MASTER
              END-IF

              IF WS-LOT-FILE-OPEN-SW = 'YES'
                  CLOSE PIZZA-LOT-FILE
              END-IF

              CLOSE    PR1FA22-Pizza
                       PIZZA-ADJUST-EXCEPTION-FILE
                       PIZZA-SPOILAGE-SUMMARY-FILE
