      *  PIZZA-MASTER-JOURNAL.TXT with before and after images
      *  like every other master update, and the impact report
      *  shows old and new margin and markup per affected
      *  truck/item.  A change whose effective date falls in a
      *  month closed by PIZZA-PERIOD-CLOSE-PROG is rejected, so
      *  the cost a closed month was valued at cannot move.
      **********************************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO 'PIZZA-RUN-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

           SELECT OPTIONAL PIZZA-CLOSED-PERIOD-FILE
               ASSIGN TO 'PIZZA-CLOSED-PERIOD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-PERIOD-STATUS.
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

       01    WS-CHANGE-TABLE-AREAS.
             05    WS-CHANGE-COUNT           PIC 9(3) VALUE 0.
             05    WS-CHANGE-MAX             PIC 9(3) VALUE 100.
       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 127-LOAD-CLOSED-PERIODS-RTN
           PERFORM 130-LOAD-CHANGES-RTN
           PERFORM 150-READ-RECORDS
           PERFORM 230-UNMATCHED-CHANGES-RTN

           .
      *
       127-LOAD-CLOSED-PERIODS-RTN.

           OPEN INPUT PIZZA-CLOSED-PERIOD-FILE
           IF WS-CLOSED-PERIOD-STATUS NOT = '00'
               MOVE 'NO' TO WS-MORE-PERIOD-RECS
           END-IF

           PERFORM UNTIL WS-MORE-PERIOD-RECS = 'NO'
               READ PIZZA-CLOSED-PERIOD-FILE
                   AT END
                       MOVE 'NO' TO WS-MORE-PERIOD-RECS
                   NOT AT END
                       PERFORM 128-STORE-PERIOD-RTN
               END-READ
           END-PERFORM

           IF WS-CLOSED-PERIOD-STATUS = '00'
              OR WS-CLOSED-PERIOD-STATUS = '05'
              OR WS-CLOSED-PERIOD-STATUS = '10'
               CLOSE PIZZA-CLOSED-PERIOD-FILE
           END-IF

           .
      *
       128-STORE-PERIOD-RTN.

           IF PRD-PERIOD NUMERIC
               MOVE PRD-PERIOD TO WS-CHECK-PERIOD
               PERFORM 142-FIND-PERIOD-RTN

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
       130-LOAD-CHANGES-RTN.

           PERFORM UNTIL WS-MORE-PRICE-RECS = 'NO'
           MOVE PC-TRUCK-ID-IN TO PR-TRUCK-ID-OUT
           MOVE PC-ITEM-ID-IN  TO PR-ITEM-ID-OUT

           MOVE 'NO' TO WS-PERIOD-CLOSED-SW
           IF PC-EFF-DATE-IN NUMERIC
               MOVE PC-EFF-DATE-IN (1:6) TO WS-CHECK-PERIOD
               PERFORM 143-CHECK-CLOSED-PERIOD-RTN
           END-IF

           IF PC-NEW-PURCHASE-IN NOT NUMERIC
              OR PC-NEW-SELLING-IN NOT NUMERIC
               ADD 1 TO WS-TXNS-REJECTED
               MOVE 'NON-NUMERIC EFFECTIVE DATE' TO PR-REASON-OUT
               PERFORM 145-WRITE-REJECT-RTN
           ELSE
           IF WS-PERIOD-CLOSED-SW = 'YES'
               ADD 1 TO WS-TXNS-REJECTED
               MOVE 'DATED INTO A CLOSED PERIOD' TO PR-REASON-OUT
               PERFORM 145-WRITE-REJECT-RTN
           ELSE
           IF PC-NEW-SELLING-IN < PC-NEW-PURCHASE-IN
               ADD 1 TO WS-TXNS-REJECTED
               MOVE 'SELLING PRICE BELOW PURCHASE PRICE'
           END-IF
           END-IF
           END-IF
           END-IF

           .
      *
       142-FIND-PERIOD-RTN.

           MOVE 0 TO WS-PERIOD-FOUND-IX

           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                   UNTIL WS-PERIOD-IX > WS-PERIOD-COUNT
               IF WS-PERIOD-MONTH (WS-PERIOD-IX) = WS-CHECK-PERIOD
                   MOVE WS-PERIOD-IX TO WS-PERIOD-FOUND-IX
               END-IF
           END-PERFORM

           .
      *
       143-CHECK-CLOSED-PERIOD-RTN.

           MOVE 'NO' TO WS-PERIOD-CLOSED-SW
           PERFORM 142-FIND-PERIOD-RTN

           IF WS-PERIOD-FOUND-IX > 0
               IF WS-PERIOD-STATE (WS-PERIOD-FOUND-IX) = 'C'
                   MOVE 'YES' TO WS-PERIOD-CLOSED-SW
               END-IF
           END-IF

           .
      *
