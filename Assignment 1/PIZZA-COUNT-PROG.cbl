      *  journaled to PIZZA-MASTER-JOURNAL.TXT with its before
      *  and after record images, exactly like the stock-adjust
      *  postings, so a bad count batch can be backed out with
      *  PIZZA-BACKOUT-PROG.  A count dated into a month closed
      *  by PIZZA-PERIOD-CLOSE-PROG is rejected onto the report
      *  instead of adjusting the master.  A count below the
      *  book also trims the truck's lots of the item on
      *  PIZZA-LOT.DAT, oldest first, down to the counted
      *  quantity, so the lots never hold more than the shelf.
      **********************************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO 'PIZZA-RUN-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

           SELECT OPTIONAL PIZZA-CLOSED-PERIOD-FILE
               ASSIGN TO 'PIZZA-CLOSED-PERIOD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-PERIOD-STATUS.

           SELECT OPTIONAL PIZZA-LOT-FILE
               ASSIGN TO 'PIZZA-LOT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PIZZA-RUN-LOG-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY RUNLOG.
      *
       FD  PIZZA-CLOSED-PERIOD-FILE
           RECORD CONTAINS 38 CHARACTERS.
           COPY PIZZAPRD.
      *
       FD  PIZZA-LOT-FILE
           RECORD CONTAINS 43 CHARACTERS.
           COPY PIZZALOT.
      *********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
       01    WS-RUN-LOG-AREAS.
             05    WS-RUN-LOG-STATUS         PIC XX VALUE '00'.

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

      *    Lot trim.  WS-LOT-MOVE-QTY is how much the lots hold
      *    over the counted quantity.
       01    WS-LOT-AREAS.
             05    WS-LOT-FILE-STATUS        PIC XX VALUE '00'.
             05    WS-LOT-FILE-OPEN-SW       PIC X(3) VALUE 'NO'.
             05    WS-MORE-LOT-RECS          PIC X(3) VALUE 'YES'.
             05    WS-LOT-ON-FILE-QTY        PIC 9(5).
             05    WS-LOT-MOVE-QTY           PIC 9(5).
             05    WS-LOT-TAKE-QTY           PIC 9(5).
             05    WS-LOT-TRIMMED-COUNT      PIC 9(5) VALUE 0.

       01    WS-VALIDATION-AREAS.
             05    WS-VALID-COUNT-SW         PIC X(3).
             05    WS-ERROR-REASON           PIC X(35).
               STOP RUN
           END-IF

           OPEN    I-O       PIZZA-LOT-FILE
           IF WS-LOT-FILE-STATUS = '00'
              OR WS-LOT-FILE-STATUS = '05'
               MOVE 'YES' TO WS-LOT-FILE-OPEN-SW
           ELSE
               DISPLAY 'PIZZA-LOT.DAT NOT AVAILABLE, STATUS: '
                       WS-LOT-FILE-STATUS ' - LOTS NOT TRIMMED'
           END-IF

           OPEN    OUTPUT    PIZZA-COUNT-REPORT-FILE

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'START' TO RL-EVENT
           PERFORM 240-WRITE-RUN-LOG-RTN

           PERFORM 130-LOAD-CLOSED-PERIODS-RTN

           MOVE WS-RUN-DATE TO H1-DATE

           MOVE REPORT-HEADER TO PIZZA-COUNT-REPORT-REC
                   AFTER ADVANCING 2 LINE

           .
      *
       130-LOAD-CLOSED-PERIODS-RTN.

              OPEN INPUT PIZZA-CLOSED-PERIOD-FILE
              IF WS-CLOSED-PERIOD-STATUS NOT = '00'
                  MOVE 'NO' TO WS-MORE-PERIOD-RECS
              END-IF

              PERFORM UNTIL WS-MORE-PERIOD-RECS = 'NO'
                  READ PIZZA-CLOSED-PERIOD-FILE
                      AT END
                          MOVE 'NO' TO WS-MORE-PERIOD-RECS
                      NOT AT END
                          PERFORM 135-STORE-PERIOD-RTN
                  END-READ
              END-PERFORM

              IF WS-CLOSED-PERIOD-STATUS = '00'
                 OR WS-CLOSED-PERIOD-STATUS = '05'
                 OR WS-CLOSED-PERIOD-STATUS = '10'
                  CLOSE PIZZA-CLOSED-PERIOD-FILE
              END-IF
           .
      *
       135-STORE-PERIOD-RTN.

              IF PRD-PERIOD NUMERIC
                  MOVE PRD-PERIOD TO WS-CHECK-PERIOD
                  PERFORM 212-FIND-PERIOD-RTN

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
       150-READ-RECORDS.

                  MOVE 'NON-NUMERIC COUNT DATE' TO WS-ERROR-REASON
              END-IF

              IF WS-VALID-COUNT-SW = 'YES'
                  MOVE COUNT-DATE-IN (1:6) TO WS-CHECK-PERIOD
                  PERFORM 213-CHECK-CLOSED-PERIOD-RTN
                  IF WS-PERIOD-CLOSED-SW = 'YES'
                      MOVE 'NO' TO WS-VALID-COUNT-SW
                      MOVE 'DATED INTO A CLOSED PERIOD'
                              TO WS-ERROR-REASON
                  END-IF
              END-IF

              IF WS-VALID-COUNT-SW = 'YES'
                  MOVE COUNT-TRUCK-ID-IN TO TRUCK-ID-IN
                  MOVE COUNT-ITEM-ID-IN  TO ITEM-ID-IN
              MOVE 0 TO WS-TRUCK-VAR-UNITS
              MOVE 0 TO WS-TRUCK-VAR-VALUE
           .
      *
       212-FIND-PERIOD-RTN.

              MOVE 0 TO WS-PERIOD-FOUND-IX

              PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                      UNTIL WS-PERIOD-IX > WS-PERIOD-COUNT
                  IF WS-PERIOD-MONTH (WS-PERIOD-IX) = WS-CHECK-PERIOD
                      MOVE WS-PERIOD-IX TO WS-PERIOD-FOUND-IX
                  END-IF
              END-PERFORM
           .
      *
       213-CHECK-CLOSED-PERIOD-RTN.

              MOVE 'NO' TO WS-PERIOD-CLOSED-SW
              PERFORM 212-FIND-PERIOD-RTN

              IF WS-PERIOD-FOUND-IX > 0
                  IF WS-PERIOD-STATE (WS-PERIOD-FOUND-IX) = 'C'
                      MOVE 'YES' TO WS-PERIOD-CLOSED-SW
                  END-IF
              END-IF
           .
      *
       215-REWRITE-MASTER-RTN.

                  NOT INVALID KEY
                      ADD 1 TO WS-ADJUSTED-COUNT
                      PERFORM 218-WRITE-JOURNAL-RTN
                      IF WS-VARIANCE < 0
                         AND WS-LOT-FILE-OPEN-SW = 'YES'
                          PERFORM 216-TRIM-LOTS-RTN
                      END-IF
              END-REWRITE
           .
      *
      *    Totals the truck/item's lots and, if they hold more than
      *    was counted, takes the excess off the oldest lots first
      *    - the stock that should have gone first is taken to be
      *    what is missing.
       216-TRIM-LOTS-RTN.

              MOVE 0 TO WS-LOT-ON-FILE-QTY
              PERFORM 217-START-LOTS-RTN

              PERFORM UNTIL WS-MORE-LOT-RECS = 'NO'
                  READ PIZZA-LOT-FILE NEXT RECORD
                      AT END
                          MOVE 'NO' TO WS-MORE-LOT-RECS
                      NOT AT END
                          IF LOT-TRUCK-ID NOT = COUNT-TRUCK-ID-IN
                             OR LOT-ITEM-ID NOT = COUNT-ITEM-ID-IN
                              MOVE 'NO' TO WS-MORE-LOT-RECS
                          ELSE
                              ADD LOT-QTY-REMAINING
                                  TO WS-LOT-ON-FILE-QTY
                          END-IF
                  END-READ
              END-PERFORM

              IF WS-LOT-ON-FILE-QTY > COUNT-QTY-IN
                  COMPUTE WS-LOT-MOVE-QTY =
                          WS-LOT-ON-FILE-QTY - COUNT-QTY-IN
                  PERFORM 217-START-LOTS-RTN

                  PERFORM UNTIL WS-MORE-LOT-RECS = 'NO'
                          OR WS-LOT-MOVE-QTY = 0
                      READ PIZZA-LOT-FILE NEXT RECORD
                          AT END
                              MOVE 'NO' TO WS-MORE-LOT-RECS
                          NOT AT END
                              IF LOT-TRUCK-ID NOT = COUNT-TRUCK-ID-IN
                                 OR LOT-ITEM-ID NOT = COUNT-ITEM-ID-IN
                                  MOVE 'NO' TO WS-MORE-LOT-RECS
                              ELSE
                                  IF LOT-QTY-REMAINING > 0
                                      PERFORM 219-TRIM-LOT-RTN
                                  END-IF
                              END-IF
                      END-READ
                  END-PERFORM
              END-IF
           .
      *
       217-START-LOTS-RTN.

              MOVE COUNT-TRUCK-ID-IN TO LOT-TRUCK-ID
              MOVE COUNT-ITEM-ID-IN  TO LOT-ITEM-ID
              MOVE 0                 TO LOT-RECEIVED-DATE
              MOVE 0                 TO LOT-SEQ
              MOVE 'YES'             TO WS-MORE-LOT-RECS

              START PIZZA-LOT-FILE
                  KEY IS NOT LESS THAN LOT-KEY
                  INVALID KEY
                      MOVE 'NO' TO WS-MORE-LOT-RECS
              END-START
           .
      *
      *    WS-BEFORE-IMAGE is captured by every successful READ of
      *    the master, so at this point it always holds the record
      *    as it stood before the adjustment just rewritten.

              WRITE PIZZA-JOURNAL-REC
           .
      *
       219-TRIM-LOT-RTN.

              IF LOT-QTY-REMAINING < WS-LOT-MOVE-QTY
                  MOVE LOT-QTY-REMAINING TO WS-LOT-TAKE-QTY
              ELSE
                  MOVE WS-LOT-MOVE-QTY   TO WS-LOT-TAKE-QTY
              END-IF

              SUBTRACT WS-LOT-TAKE-QTY FROM LOT-QTY-REMAINING
              SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-MOVE-QTY
              ADD 1 TO WS-LOT-TRIMMED-COUNT

              REWRITE PIZZA-LOT-REC
                  INVALID KEY
                      DISPLAY 'LOT REWRITE FAILED: ' LOT-KEY
              END-REWRITE
           .
      *
       220-WRITE-REJECT-RTN.

              DISPLAY 'COUNTS READ:          ' WS-COUNTS-READ
              DISPLAY 'ADJUSTMENTS POSTED:   ' WS-ADJUSTED-COUNT
              DISPLAY 'COUNTS REJECTED:      ' WS-REJECTED-COUNT
              DISPLAY 'LOTS TRIMMED:         ' WS-LOT-TRIMMED-COUNT

              CLOSE    PIZZA-COUNT-FILE
                       PR1FA22-Pizza
                       PIZZA-JOURNAL-FILE
                       PIZZA-COUNT-REPORT-FILE
                       PIZZA-RUN-LOG-FILE
              IF WS-LOT-FILE-OPEN-SW = 'YES'
                  CLOSE PIZZA-LOT-FILE
              END-IF

              STOP RUN
           .
