      *        FIELD:  shoes    FIELD LENGTH 3  DATA TYPE NUMERIC
      *        FIELD:  belts    FIELD LENGTH 3  DATA TYPE NUMERIC
      *        FIELD:  socks    FIELD LENGTH 3  DATA TYPE NUMERIC
      *        FIELD:  type     FIELD LENGTH 1  DATA TYPE ALPHANUMERIC
      *        FIELD:  sold on  FIELD LENGTH 8  DATA TYPE NUMERIC
      *        type is blank or S for a sale and R for a return;
      *        sold on is the YYYYMMDD date of the original sale and
      *        is only read on a return
      *
      *  OUTPUT: name and original amount read in of shoes, belts
      *          and socks for each salesperson
      *          returns print in their own section after the sales
      *          total, with the commission clawed back at the rate
      *          and tier the original sale was paid at and a net line
      *
      *  CALCULATIONS:  THERE ARE NO CALCULATIONS
      *
               RECORD KEY IS MTD-NAME
               FILE STATUS IS WS-MTD-FILE-STATUS.

      * EVERY SALE POSTED, WITH THE RATE, QUOTA AND TIER IT WAS PAID
      * AT, SO A LATER RETURN CAN BE CLAWED BACK ON THE SAME TERMS

           SELECT OPTIONAL SALES-HISTORY-FILE
               ASSIGN TO 'SALES-HISTORY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
      * SAME NAME AS THE SELECT STATEMENT

       FD  SALES-FILE
           RECORD CONTAINS 38 CHARACTERS.
       01  SALES-REC.
           05  SALESPERSON-IN        PIC X(20).
           05  SHOES-IN              PIC 9(3).
           05  BELTS-IN              PIC 9(3).
           05  SOCKS-IN              PIC 9(3).
           05  SALES-TYPE-IN         PIC X.
           05  ORIG-SALE-DATE-IN     PIC X(8).
      *
       FD    SALES-REPORT-FILE
             RECORD CONTAINS 80 CHARACTERS.
           COPY SLSMSTR.
      *
       FD  SALES-MTD-FILE
           RECORD CONTAINS 58 CHARACTERS.
           COPY SLSMTD.
      *
       FD  SALES-HISTORY-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY SLSHST.
      *********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-TOTAL-SOCKS            PIC S9(5) VALUE 0.
             05    WS-TOTAL-COMMISSION       PIC S9(7)V99 VALUE 0.

       01    WS-HISTORY-AREAS.
             05    WS-HISTORY-FILE-STATUS    PIC XX VALUE '00'.
             05    WS-HISTORY-FILE-OPEN-SW   PIC X(3) VALUE 'NO'.
             05    WS-HISTORY-WRITTEN-SW     PIC X(3).
             05    WS-HISTORY-TRIES          PIC 9(5).
             05    WS-HISTORY-EOF-SW         PIC X(3).
             05    WS-HISTORY-FOUND-SW       PIC X(3).

      *    A return is matched to the sales history twice - once to
      *    price the clawback and check it against the month, and
      *    again with WS-APPLY-RETURN-SW on to mark the sales rows.
       01    WS-RETURN-AREAS.
             05    WS-APPLY-RETURN-SW        PIC X(3).
             05    WS-ORIG-SALE-DATE         PIC 9(8).
             05    WS-UNITS-RETURNED         PIC S9(5).
             05    WS-UNITS-AVAILABLE        PIC S9(7).
             05    WS-UNITS-LEFT             PIC S9(5).
             05    WS-UNITS-TAKEN            PIC S9(5).
             05    WS-UNITS-UNRETURNED       PIC S9(5).
             05    WS-CLAWBACK-AMT           PIC S9(7)V99.
             05    WS-ROW-CLAWBACK           PIC S9(7)V99.
             05    WS-CALC-UNITS             PIC S9(5).
             05    WS-CALC-OVER-QUOTA        PIC S9(5).
             05    WS-CALC-RATE              PIC 9V99.
             05    WS-CALC-QUOTA             PIC 9(5).
             05    WS-CALC-TIER-RATE         PIC 9V99.
             05    WS-CALC-COMMISSION        PIC S9(7)V99.
             05    WS-CALC-COMMISSION-FULL   PIC S9(7)V99.

      *    returns posted this run, held for the returns section
      *    printed after the sales total
       01    WS-RETURN-TABLE.
             05    WS-RETURN-COUNT           PIC 9(3) VALUE 0.
             05    WS-RETURN-MAX             PIC 9(3) VALUE 500.
             05    WS-RET-SUB                PIC 9(3).
             05    WS-RETURN-ENTRY OCCURS 500 TIMES.
                   10  WS-RET-NAME           PIC X(20).
                   10  WS-RET-SALE-DATE      PIC 9(8).
                   10  WS-RET-SHOES          PIC 9(3).
                   10  WS-RET-BELTS          PIC 9(3).
                   10  WS-RET-SOCKS          PIC 9(3).
                   10  WS-RET-CLAWBACK       PIC 9(5)V99.

       01    WS-RETURN-TOTAL-AREAS.
             05    WS-RETURN-SHOES           PIC S9(5) VALUE 0.
             05    WS-RETURN-BELTS           PIC S9(5) VALUE 0.
             05    WS-RETURN-SOCKS           PIC S9(5) VALUE 0.
             05    WS-TOTAL-CLAWBACK         PIC S9(7)V99 VALUE 0.

      *************************OUTPUT AREA*****************************
       01 REPORT-HEADER.
          05 FILLER          PIC X(34) VALUE SPACES.
          05 TL-SOCKS-OUT    PIC ZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TL-COMMISSION-OUT PIC ZZZZZZ9.99.
      *
       01 RETURNS-HEADER.
          05 FILLER          PIC X(34) VALUE SPACES.
          05 FILLER          PIC X(7)  VALUE 'RETURNS'.
      *
       01 RETURNS-COL-HEADER.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 FILLER          PIC X(20) VALUE 'SALESPERSON'.
          05 FILLER          PIC X(1)  VALUE SPACES.
          05 FILLER          PIC X(10) VALUE 'SALE DATE'.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 FILLER          PIC X(5)  VALUE 'SHOES'.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 FILLER          PIC X(5)  VALUE 'BELTS'.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 FILLER          PIC X(5)  VALUE 'SOCKS'.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(8)  VALUE 'CLAWBACK'.
      *
       01 RETURN-DETAIL-LINE.
          05 FILLER          PIC X(5) VALUE SPACES.
          05 RL-NAME-OUT     PIC X(20).
          05 FILLER          PIC X(1) VALUE SPACES.
          05 RL-SALE-DATE-OUT PIC 9999/99/99.
          05 FILLER          PIC X(4) VALUE SPACES.
          05 RL-SHOES-OUT    PIC 999.
          05 FILLER          PIC X(5) VALUE SPACES.
          05 RL-BELTS-OUT    PIC 999.
          05 FILLER          PIC X(5) VALUE SPACES.
          05 RL-SOCKS-OUT    PIC 999.
          05 FILLER          PIC X(3) VALUE SPACES.
          05 RL-CLAWBACK-OUT PIC ZZ,ZZ9.99.
      *
       01 RETURN-TOTAL-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 FILLER          PIC X(20) VALUE 'RETURNS TOTAL'.
          05 FILLER          PIC X(13) VALUE SPACES.
          05 RT-SHOES-OUT    PIC ZZZZ9.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 RT-BELTS-OUT    PIC ZZZZ9.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 RT-SOCKS-OUT    PIC ZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 RT-CLAWBACK-OUT PIC ZZZZZZ9.99.
      *
       01 NET-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 FILLER          PIC X(20) VALUE 'NET OF RETURNS'.
          05 FILLER          PIC X(12) VALUE SPACES.
          05 NL-SHOES-OUT    PIC -----9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 NL-BELTS-OUT    PIC -----9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 NL-SOCKS-OUT    PIC -----9.
          05 FILLER          PIC X(1)  VALUE SPACES.
          05 NL-COMMISSION-OUT PIC -------9.99.
      *
       01 EXCEPTION-REPORT-HEADER.
          05 FILLER          PIC X(5)  VALUE SPACES.
                       'MONTH-TO-DATE NOT UPDATED'
           END-IF

           OPEN    I-O       SALES-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '00'
              OR WS-HISTORY-FILE-STATUS = '05'
               MOVE 'YES' TO WS-HISTORY-FILE-OPEN-SW
           ELSE
               MOVE 'NO'  TO WS-HISTORY-FILE-OPEN-SW
               DISPLAY 'SALES-HISTORY.DAT NOT AVAILABLE - '
                       'RETURNS CANNOT BE POSTED'
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE (1:6) TO WS-CURR-PERIOD

                  MOVE 'SOCKS'   TO WS-BAD-FIELD-NAME
                  MOVE 'OUT OF RANGE' TO WS-ERROR-REASON
              END-IF

              IF WS-VALID-RECORD-SW = 'YES'
                 AND SALES-TYPE-IN NOT = SPACE
                 AND SALES-TYPE-IN NOT = 'S'
                 AND SALES-TYPE-IN NOT = 'R'
                  MOVE 'NO'      TO WS-VALID-RECORD-SW
                  MOVE 'TYPE'    TO WS-BAD-FIELD-NAME
                  MOVE 'UNKNOWN RECORD TYPE' TO WS-ERROR-REASON
              END-IF
           .
      *
       185-LOOKUP-RATE-RTN.
                          WS-UNITS-SOLD * WS-PERSON-RATE
              END-IF
           .
      *
      *    Same quota tier as 190-CALC-COMMISSION-RTN, worked on
      *    WS-CALC-UNITS at the rate, quota and tier rate a sale in
      *    the sales history was paid at.
       195-CALC-UNITS-COMMISSION-RTN.

              IF WS-CALC-UNITS > WS-CALC-QUOTA
                  COMPUTE WS-CALC-OVER-QUOTA =
                          WS-CALC-UNITS - WS-CALC-QUOTA
                  COMPUTE WS-CALC-COMMISSION ROUNDED =
                          (WS-CALC-QUOTA * WS-CALC-RATE) +
                          (WS-CALC-OVER-QUOTA *
                           WS-CALC-TIER-RATE)
              ELSE
                  COMPUTE WS-CALC-COMMISSION ROUNDED =
                          WS-CALC-UNITS * WS-CALC-RATE
              END-IF
           .
      *
       200-PROCESS-RTN.


              IF WS-VALID-RECORD-SW = 'NO'
                  PERFORM 220-WRITE-EXCEPTION-RTN
              ELSE
              IF SALES-TYPE-IN = 'R'
                  PERFORM 240-PROCESS-RETURN-RTN
              ELSE
                  PERFORM 185-LOOKUP-RATE-RTN

                      ADD WS-COMMISSION-AMT TO WS-TOTAL-COMMISSION

                      PERFORM 230-UPDATE-MTD-RTN
                      PERFORM 235-WRITE-HISTORY-RTN
                  END-IF
              END-IF
              END-IF
           .
      *
       220-WRITE-EXCEPTION-RTN.
                          MOVE WS-CURR-PERIOD    TO MTD-PERIOD
                          MOVE WS-UNITS-SOLD     TO MTD-UNITS
                          MOVE WS-COMMISSION-AMT TO MTD-COMMISSION
                          MOVE 0                 TO MTD-RETURN-UNITS
                          MOVE 0                 TO MTD-CLAWBACK
                          WRITE SALES-MTD-REC
                      NOT INVALID KEY
                          IF MTD-PERIOD NOT = WS-CURR-PERIOD
                              MOVE WS-CURR-PERIOD    TO MTD-PERIOD
                              MOVE WS-UNITS-SOLD     TO MTD-UNITS
                              MOVE WS-COMMISSION-AMT TO MTD-COMMISSION
                              MOVE 0                 TO MTD-RETURN-UNITS
                              MOVE 0                 TO MTD-CLAWBACK
                          ELSE
                              ADD WS-UNITS-SOLD     TO MTD-UNITS
                              ADD WS-COMMISSION-AMT TO MTD-COMMISSION
                  END-READ
              END-IF
           .
      *
       235-WRITE-HISTORY-RTN.

              IF WS-HISTORY-FILE-OPEN-SW = 'YES'
                  MOVE SALESPERSON-IN      TO SH-NAME
                  MOVE WS-RUN-DATE         TO SH-SALE-DATE
                  MOVE 1                   TO SH-SEQ
                  MOVE WS-UNITS-SOLD       TO SH-UNITS
                  MOVE 0                   TO SH-RETURNED-UNITS
                  MOVE WS-PERSON-RATE      TO SH-RATE
                  MOVE WS-PERSON-QUOTA     TO SH-QUOTA
                  MOVE WS-PERSON-TIER-RATE TO SH-TIER-RATE
                  MOVE WS-COMMISSION-AMT   TO SH-COMMISSION
                  MOVE 0                   TO SH-CLAWED-BACK

                  MOVE 'NO' TO WS-HISTORY-WRITTEN-SW
                  MOVE 0    TO WS-HISTORY-TRIES
                  PERFORM UNTIL WS-HISTORY-WRITTEN-SW = 'YES'
                          OR WS-HISTORY-TRIES > 9998
                      WRITE SALES-HISTORY-REC
                          INVALID KEY
                              ADD 1 TO WS-HISTORY-TRIES
                              IF SH-SEQ = 9999
                                  MOVE 1 TO SH-SEQ
                              ELSE
                                  ADD 1 TO SH-SEQ
                              END-IF
                          NOT INVALID KEY
                              MOVE 'YES' TO WS-HISTORY-WRITTEN-SW
                      END-WRITE
                  END-PERFORM

                  IF WS-HISTORY-WRITTEN-SW = 'NO'
                      DISPLAY 'SALES HISTORY NOT RECORDED FOR: '
                              SALESPERSON-IN
                              ' STATUS ' WS-HISTORY-FILE-STATUS
                  END-IF
              END-IF
           .
      *
      *    A return only posts when it matches sales history for the
      *    salesperson on the sale date it names, does not hand back
      *    more than is left unreturned on that day's sales, and
      *    leaves the salesperson's current month at or above zero.
      *    The clawback always comes off the current month, whether
      *    or not the month of the original sale has been closed.
       240-PROCESS-RETURN-RTN.

              COMPUTE WS-UNITS-RETURNED =
                      SHOES-IN + BELTS-IN + SOCKS-IN
              MOVE 0 TO WS-CLAWBACK-AMT

              IF ORIG-SALE-DATE-IN NOT NUMERIC
                  MOVE 'DATE'  TO WS-BAD-FIELD-NAME
                  MOVE 'BAD SALE DATE' TO WS-ERROR-REASON
              ELSE
                  MOVE ORIG-SALE-DATE-IN TO WS-ORIG-SALE-DATE
                  IF WS-ORIG-SALE-DATE = 0
                     OR WS-ORIG-SALE-DATE > WS-RUN-DATE
                      MOVE 'DATE'  TO WS-BAD-FIELD-NAME
                      MOVE 'BAD SALE DATE' TO WS-ERROR-REASON
                  END-IF
              END-IF

              IF WS-ERROR-REASON = SPACES
                 AND WS-UNITS-RETURNED = 0
                  MOVE 'UNITS' TO WS-BAD-FIELD-NAME
                  MOVE 'NO UNITS RETURNED' TO WS-ERROR-REASON
              END-IF

              IF WS-ERROR-REASON = SPACES
                 AND WS-RETURN-COUNT NOT < WS-RETURN-MAX
                  MOVE 'TYPE'  TO WS-BAD-FIELD-NAME
                  MOVE 'TOO MANY RETURNS' TO WS-ERROR-REASON
              END-IF

              IF WS-ERROR-REASON = SPACES
                 AND WS-HISTORY-FILE-OPEN-SW = 'NO'
                  MOVE 'DATE'  TO WS-BAD-FIELD-NAME
                  MOVE 'NO SALES HISTORY' TO WS-ERROR-REASON
              END-IF

              IF WS-ERROR-REASON = SPACES
                  MOVE 'NO' TO WS-APPLY-RETURN-SW
                  PERFORM 245-MATCH-HISTORY-RTN
                  IF WS-HISTORY-FOUND-SW = 'NO'
                      MOVE 'DATE'  TO WS-BAD-FIELD-NAME
                      MOVE 'NO SALES HISTORY' TO WS-ERROR-REASON
                  ELSE
                      IF WS-UNITS-AVAILABLE < WS-UNITS-RETURNED
                          MOVE 'UNITS' TO WS-BAD-FIELD-NAME
                          MOVE 'EXCEEDS UNITS SOLD' TO WS-ERROR-REASON
                      END-IF
                  END-IF
              END-IF

              IF WS-ERROR-REASON = SPACES
                  PERFORM 242-CHECK-MTD-RTN
              END-IF

              IF WS-ERROR-REASON NOT = SPACES
                  PERFORM 220-WRITE-EXCEPTION-RTN
              ELSE
                  MOVE 'YES' TO WS-APPLY-RETURN-SW
                  PERFORM 245-MATCH-HISTORY-RTN

                  SUBTRACT WS-UNITS-RETURNED FROM MTD-UNITS
                  SUBTRACT WS-CLAWBACK-AMT   FROM MTD-COMMISSION
                  ADD WS-UNITS-RETURNED TO MTD-RETURN-UNITS
                  ADD WS-CLAWBACK-AMT   TO MTD-CLAWBACK
                  REWRITE SALES-MTD-REC
                      INVALID KEY
                          DISPLAY 'MONTH-TO-DATE NOT REWRITTEN FOR: '
                                  SALESPERSON-IN
                                  ' STATUS ' WS-MTD-FILE-STATUS
                  END-REWRITE

                  ADD 1 TO WS-RETURN-COUNT
                  MOVE WS-RETURN-COUNT TO WS-RET-SUB
                  MOVE SALESPERSON-IN  TO WS-RET-NAME (WS-RET-SUB)
                  MOVE WS-ORIG-SALE-DATE
                                       TO WS-RET-SALE-DATE (WS-RET-SUB)
                  MOVE SHOES-IN        TO WS-RET-SHOES (WS-RET-SUB)
                  MOVE BELTS-IN        TO WS-RET-BELTS (WS-RET-SUB)
                  MOVE SOCKS-IN        TO WS-RET-SOCKS (WS-RET-SUB)
                  MOVE WS-CLAWBACK-AMT TO WS-RET-CLAWBACK (WS-RET-SUB)

                  ADD SHOES-IN        TO WS-RETURN-SHOES
                  ADD BELTS-IN        TO WS-RETURN-BELTS
                  ADD SOCKS-IN        TO WS-RETURN-SOCKS
                  ADD WS-CLAWBACK-AMT TO WS-TOTAL-CLAWBACK
              END-IF
           .
      *
      *    Reads the salesperson's month-to-date row and refuses the
      *    return when there is nothing posted for the current month
      *    or the units or commission would go below zero.  The row
      *    is left in SALES-MTD-REC for 240-PROCESS-RETURN-RTN.
       242-CHECK-MTD-RTN.

              IF WS-MTD-FILE-OPEN-SW = 'NO'
                  MOVE 'NAME'  TO WS-BAD-FIELD-NAME
                  MOVE 'MTD NOT AVAILABLE' TO WS-ERROR-REASON
              ELSE
                  MOVE SALESPERSON-IN TO MTD-NAME
                  READ SALES-MTD-FILE
                      INVALID KEY
                          MOVE 'UNITS' TO WS-BAD-FIELD-NAME
                          MOVE 'MONTH GOES NEGATIVE' TO WS-ERROR-REASON
                      NOT INVALID KEY
                          IF MTD-PERIOD NOT = WS-CURR-PERIOD
                             OR MTD-UNITS < WS-UNITS-RETURNED
                             OR MTD-COMMISSION < WS-CLAWBACK-AMT
                              MOVE 'UNITS' TO WS-BAD-FIELD-NAME
                              MOVE 'MONTH GOES NEGATIVE'
                                        TO WS-ERROR-REASON
                          END-IF
                  END-READ
              END-IF
           .
      *
      *    Walks every sales history row for the salesperson on the
      *    original sale date, totalling the units still unreturned
      *    and pricing the clawback for WS-UNITS-RETURNED.
       245-MATCH-HISTORY-RTN.

              MOVE 'NO' TO WS-HISTORY-FOUND-SW
              MOVE 'NO' TO WS-HISTORY-EOF-SW
              MOVE 0    TO WS-UNITS-AVAILABLE
              MOVE 0    TO WS-CLAWBACK-AMT
              MOVE WS-UNITS-RETURNED TO WS-UNITS-LEFT

              MOVE SALESPERSON-IN    TO SH-NAME
              MOVE WS-ORIG-SALE-DATE TO SH-SALE-DATE
              MOVE 0                 TO SH-SEQ
              START SALES-HISTORY-FILE
                  KEY IS NOT LESS THAN SH-KEY
                  INVALID KEY
                      MOVE 'YES' TO WS-HISTORY-EOF-SW
              END-START

              PERFORM UNTIL WS-HISTORY-EOF-SW = 'YES'
                  READ SALES-HISTORY-FILE NEXT RECORD
                      AT END
                          MOVE 'YES' TO WS-HISTORY-EOF-SW
                      NOT AT END
                          IF SH-NAME NOT = SALESPERSON-IN
                             OR SH-SALE-DATE NOT = WS-ORIG-SALE-DATE
                              MOVE 'YES' TO WS-HISTORY-EOF-SW
                          ELSE
                              MOVE 'YES' TO WS-HISTORY-FOUND-SW
                              PERFORM 247-RETURN-AGAINST-SALE-RTN
                          END-IF
                  END-READ
              END-PERFORM
           .
      *
      *    The units handed back come off the top of the sale, so any
      *    that were paid at the tier rate are clawed back first: the
      *    clawback is what the sale's unreturned units earned less
      *    what they earn once this return is taken off.
       247-RETURN-AGAINST-SALE-RTN.

              COMPUTE WS-UNITS-UNRETURNED =
                      SH-UNITS - SH-RETURNED-UNITS
              ADD WS-UNITS-UNRETURNED TO WS-UNITS-AVAILABLE

              IF WS-UNITS-LEFT > 0
                 AND WS-UNITS-UNRETURNED > 0
                  IF WS-UNITS-LEFT < WS-UNITS-UNRETURNED
                      MOVE WS-UNITS-LEFT       TO WS-UNITS-TAKEN
                  ELSE
                      MOVE WS-UNITS-UNRETURNED TO WS-UNITS-TAKEN
                  END-IF

                  MOVE SH-RATE      TO WS-CALC-RATE
                  MOVE SH-QUOTA     TO WS-CALC-QUOTA
                  MOVE SH-TIER-RATE TO WS-CALC-TIER-RATE

                  MOVE WS-UNITS-UNRETURNED TO WS-CALC-UNITS
                  PERFORM 195-CALC-UNITS-COMMISSION-RTN
                  MOVE WS-CALC-COMMISSION TO WS-CALC-COMMISSION-FULL

                  COMPUTE WS-CALC-UNITS =
                          WS-UNITS-UNRETURNED - WS-UNITS-TAKEN
                  PERFORM 195-CALC-UNITS-COMMISSION-RTN

                  COMPUTE WS-ROW-CLAWBACK =
                          WS-CALC-COMMISSION-FULL - WS-CALC-COMMISSION
                  ADD WS-ROW-CLAWBACK TO WS-CLAWBACK-AMT
                  SUBTRACT WS-UNITS-TAKEN FROM WS-UNITS-LEFT

                  IF WS-APPLY-RETURN-SW = 'YES'
                      ADD WS-UNITS-TAKEN  TO SH-RETURNED-UNITS
                      ADD WS-ROW-CLAWBACK TO SH-CLAWED-BACK
                      REWRITE SALES-HISTORY-REC
                          INVALID KEY
                              DISPLAY 'SALES HISTORY NOT REWRITTEN: '
                                      SH-NAME ' ' SH-SALE-DATE
                                      ' STATUS ' WS-HISTORY-FILE-STATUS
                      END-REWRITE
                  END-IF
              END-IF
           .
      *
       248-PRINT-RETURNS-RTN.

              MOVE RETURNS-HEADER TO SALES-REPORT-REC
              WRITE SALES-REPORT-REC
                      AFTER ADVANCING 3 LINE

              MOVE RETURNS-COL-HEADER TO SALES-REPORT-REC
              WRITE SALES-REPORT-REC
                      AFTER ADVANCING 2 LINE

              PERFORM VARYING WS-RET-SUB FROM 1 BY 1
                      UNTIL WS-RET-SUB > WS-RETURN-COUNT
                  MOVE WS-RET-NAME (WS-RET-SUB)      TO RL-NAME-OUT
                  MOVE WS-RET-SALE-DATE (WS-RET-SUB) TO RL-SALE-DATE-OUT
                  MOVE WS-RET-SHOES (WS-RET-SUB)     TO RL-SHOES-OUT
                  MOVE WS-RET-BELTS (WS-RET-SUB)     TO RL-BELTS-OUT
                  MOVE WS-RET-SOCKS (WS-RET-SUB)     TO RL-SOCKS-OUT
                  MOVE WS-RET-CLAWBACK (WS-RET-SUB)  TO RL-CLAWBACK-OUT
                  MOVE RETURN-DETAIL-LINE TO SALES-REPORT-REC
                  WRITE SALES-REPORT-REC
                          AFTER ADVANCING 1 LINE
              END-PERFORM

              MOVE WS-RETURN-SHOES   TO RT-SHOES-OUT
              MOVE WS-RETURN-BELTS   TO RT-BELTS-OUT
              MOVE WS-RETURN-SOCKS   TO RT-SOCKS-OUT
              MOVE WS-TOTAL-CLAWBACK TO RT-CLAWBACK-OUT
              MOVE RETURN-TOTAL-LINE TO SALES-REPORT-REC
              WRITE SALES-REPORT-REC
                      AFTER ADVANCING 2 LINE

              COMPUTE NL-SHOES-OUT = WS-TOTAL-SHOES - WS-RETURN-SHOES
              COMPUTE NL-BELTS-OUT = WS-TOTAL-BELTS - WS-RETURN-BELTS
              COMPUTE NL-SOCKS-OUT = WS-TOTAL-SOCKS - WS-RETURN-SOCKS
              COMPUTE NL-COMMISSION-OUT =
                      WS-TOTAL-COMMISSION - WS-TOTAL-CLAWBACK
              MOVE NET-LINE TO SALES-REPORT-REC
              WRITE SALES-REPORT-REC
                      AFTER ADVANCING 1 LINE
           .
       250-CLOSE-ROUTINE.

      *SAME FILE NAME AS SELECT STATEMENT
              WRITE SALES-REPORT-REC
                      AFTER ADVANCING 2 LINE

              IF WS-RETURN-COUNT > 0
                  PERFORM 248-PRINT-RETURNS-RTN
              END-IF

              IF WS-RATE-MASTER-OPEN-SW = 'YES'
                  CLOSE SALESPERSON-MASTER
              END-IF
                  CLOSE SALES-MTD-FILE
              END-IF

              IF WS-HISTORY-FILE-OPEN-SW = 'YES'
                  CLOSE SALES-HISTORY-FILE
              END-IF

              CLOSE    SALES-FILE
                       SALES-REPORT-FILE
                       SALES-EXCEPTION-FILE
