      *  The dates can also come from the
      *  PIZZA-RECONCILE-CONTROL.TXT card for unattended runs,
      *  and START/END rows go to the shared run log either way.
      *  Each truck's shrinkage for the transaction date is also
      *  appended to PIZZA-SHRINK-HISTORY.TXT so the month-end
      *  driver scorecard can total it; a rerun of the same date
      *  simply appends a newer row, and the latest row for a
      *  truck and date is the one that counts.
      **********************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT PIZZA-SHRINK-HISTORY-FILE
               ASSIGN TO 'PIZZA-SHRINK-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHRINK-HISTORY-STATUS.

           SELECT PIZZA-RUN-LOG-FILE
               ASSIGN TO 'PIZZA-RUN-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
       01  PIZZA-RECONCILE-CONTROL-REC.
           05  RC-SNAP-DATE           PIC X(8).
           05  RC-TXN-DATE            PIC X(8).
      *
      *    One row per truck per reconciled transaction date.
       FD  PIZZA-SHRINK-HISTORY-FILE
           RECORD CONTAINS 25 CHARACTERS.
       01  PIZZA-SHRINK-HISTORY-REC.
           05  SH-TXN-DATE            PIC 9(8).
           05  SH-TRUCK-ID            PIC X(5).
           05  SH-SHRINK-UNITS        PIC 9(5).
           05  SH-SHRINK-VALUE        PIC 9(7).
      *
       FD  PIZZA-RUN-LOG-FILE
           RECORD CONTAINS 60 CHARACTERS.
             05    WS-HISTORY-FILE-STATUS    PIC XX VALUE '00'.
             05    WS-SALES-TXN-FILE-STATUS  PIC XX VALUE '00'.
             05    WS-PIZZA-FILE-STATUS      PIC XX VALUE '00'.
             05    WS-SHRINK-HISTORY-STATUS  PIC XX VALUE '00'.
             05    WS-RUN-DATE               PIC 9(8).
             05    WS-RUN-TIME-RAW           PIC 9(8).


           OPEN    OUTPUT    PIZZA-RECONCILE-REPORT-FILE

           OPEN    EXTEND    PIZZA-SHRINK-HISTORY-FILE
           IF WS-SHRINK-HISTORY-STATUS = '35'
               OPEN    OUTPUT    PIZZA-SHRINK-HISTORY-FILE
           END-IF
           IF WS-SHRINK-HISTORY-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PIZZA-SHRINK-HISTORY.TXT, '
                       'STATUS: ' WS-SHRINK-HISTORY-STATUS
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE  TO H1-DATE
           MOVE WS-SNAP-DATE TO H1-SNAP-DATE

              WRITE PIZZA-RECONCILE-REPORT-REC
                     AFTER ADVANCING 2 LINE

              MOVE WS-TXN-DATE           TO SH-TXN-DATE
              MOVE WS-PREV-TRUCK-ID      TO SH-TRUCK-ID
              MOVE WS-TRUCK-SHRINK-UNITS TO SH-SHRINK-UNITS
              MOVE WS-TRUCK-SHRINK-VALUE TO SH-SHRINK-VALUE
              WRITE PIZZA-SHRINK-HISTORY-REC

              MOVE 0 TO WS-TRUCK-SHRINK-UNITS
              MOVE 0 TO WS-TRUCK-SHRINK-VALUE
           .

              CLOSE    PR1FA22-Pizza
                       PIZZA-RECONCILE-REPORT-FILE
                       PIZZA-SHRINK-HISTORY-FILE
                       PIZZA-RUN-LOG-FILE

              STOP RUN
