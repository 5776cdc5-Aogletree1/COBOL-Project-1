      *  PIZZA-CASHUP-CONTROL.TXT card and defaults to the run
      *  date - and rerunning the same business date replaces
      *  that day's roll-in instead of adding it again.
      *  Every truck's figures for the business date - declared
      *  or not - are also appended to PIZZA-CASHUP-HISTORY.TXT
      *  for the general ledger export; the latest row for a
      *  truck and date is the one that counts after a rerun.
      **********************************************************

       ENVIRONMENT DIVISION.
           SELECT PIZZA-CASHUP-REPORT-FILE
               ASSIGN TO 'PIZZA-CASHUP-REPORT.TXT'.

           SELECT PIZZA-CASHUP-HISTORY-FILE
               ASSIGN TO 'PIZZA-CASHUP-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHUP-HISTORY-STATUS.

           SELECT PIZZA-RUN-LOG-FILE
               ASSIGN TO 'PIZZA-RUN-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
       FD    PIZZA-CASHUP-REPORT-FILE
             RECORD CONTAINS 90 CHARACTERS.
       01    PIZZA-CASHUP-REPORT-REC  PIC X(90).
      *
      *    One row per truck per cashed-up business date - an
      *    undeclared truck carries zero declared and its whole
      *    expected takings as short.
       FD  PIZZA-CASHUP-HISTORY-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  PIZZA-CASHUP-HISTORY-REC.
           05  CH-CASHUP-DATE         PIC 9(8).
           05  CH-TRUCK-ID            PIC X(5).
           05  CH-DRIVER-ID           PIC X(4).
           05  CH-EXPECTED            PIC 9(7).
           05  CH-DECLARED            PIC 9(7).
           05  CH-OVER-SHORT          PIC S9(7)
                                      SIGN IS LEADING SEPARATE.
      *
       FD  PIZZA-RUN-LOG-FILE
           RECORD CONTAINS 60 CHARACTERS.
             05    WS-EMPLOYEE-MASTER-OPEN-SW PIC X(3) VALUE 'NO'.
             05    WS-OVER-SHORT-STATUS      PIC XX VALUE '00'.
             05    WS-OVER-SHORT-OPEN-SW     PIC X(3) VALUE 'NO'.
             05    WS-CASHUP-HISTORY-STATUS  PIC XX VALUE '00'.
             05    WS-RUN-DATE               PIC 9(8).
             05    WS-RUN-TIME-RAW           PIC 9(8).

       01    WS-LOOKUP-AREAS.
             05    WS-DRIVER-ID              PIC X(4).
             05    WS-DRIVER-NAME            PIC X(20).
             05    WS-LOOKUP-TRUCK-ID        PIC X(5).

       01    WS-CALC-AREAS.
             05    WS-OVER-SHORT             PIC S9(7).

           OPEN    OUTPUT    PIZZA-CASHUP-REPORT-FILE

           OPEN    EXTEND    PIZZA-CASHUP-HISTORY-FILE
           IF WS-CASHUP-HISTORY-STATUS = '35'
               OPEN    OUTPUT    PIZZA-CASHUP-HISTORY-FILE
           END-IF
           IF WS-CASHUP-HISTORY-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PIZZA-CASHUP-HISTORY.TXT, '
                       'STATUS: ' WS-CASHUP-HISTORY-STATUS
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 130-GET-CASHUP-DATE-RTN
              MOVE SPACES TO WS-DRIVER-NAME

              IF WS-TRUCK-MASTER-OPEN-SW = 'YES'
                  MOVE WS-LOOKUP-TRUCK-ID TO TRUCK-ID-M
                  READ TRUCK-MASTER
                      INVALID KEY
                          CONTINUE
                  ADD CASH-DECLARED-IN TO WS-TOTAL-DECLARED
                  ADD WS-OVER-SHORT    TO WS-TOTAL-OVER-SHORT

                  MOVE CASH-TRUCK-ID-IN TO WS-LOOKUP-TRUCK-ID
                  PERFORM 185-LOOKUP-DRIVER-RTN
                  PERFORM 210-ROLL-OVER-SHORT-RTN
                  PERFORM 220-WRITE-CASHUP-LINE-RTN
                     AFTER ADVANCING 1 LINE

              ADD 1 TO WS-LINES-PRINTED

              MOVE WS-CASHUP-DATE   TO CH-CASHUP-DATE
              MOVE CASH-TRUCK-ID-IN TO CH-TRUCK-ID
              MOVE WS-DRIVER-ID     TO CH-DRIVER-ID
              IF WS-TRUCK-FOUND-IX > 0
                  MOVE WS-EXP-TAKINGS (WS-TRUCK-FOUND-IX)
                          TO CH-EXPECTED
              ELSE
                  MOVE 0 TO CH-EXPECTED
              END-IF
              MOVE CASH-DECLARED-IN TO CH-DECLARED
              MOVE WS-OVER-SHORT    TO CH-OVER-SHORT
              WRITE PIZZA-CASHUP-HISTORY-REC
           .
      *
      *    A truck that sold all day but turned in no paying-in slip
                      SUBTRACT WS-EXP-TAKINGS (WS-TRUCK-IX)
                              FROM WS-TOTAL-OVER-SHORT
                      ADD 1 TO WS-LINES-PRINTED

                      MOVE WS-CASHUP-DATE TO CH-CASHUP-DATE
                      MOVE WS-EXP-TRUCK-ID (WS-TRUCK-IX)
                              TO CH-TRUCK-ID
                      MOVE WS-EXP-TRUCK-ID (WS-TRUCK-IX)
                              TO WS-LOOKUP-TRUCK-ID
                      PERFORM 185-LOOKUP-DRIVER-RTN
                      MOVE WS-DRIVER-ID   TO CH-DRIVER-ID
                      MOVE WS-EXP-TAKINGS (WS-TRUCK-IX)
                              TO CH-EXPECTED
                      MOVE 0              TO CH-DECLARED
                      COMPUTE CH-OVER-SHORT =
                              0 - WS-EXP-TAKINGS (WS-TRUCK-IX)
                      WRITE PIZZA-CASHUP-HISTORY-REC
                  END-IF
              END-PERFORM
           .
              CLOSE    PIZZA-CASH-FILE
                       PR1FA22-Pizza
                       PIZZA-CASHUP-REPORT-FILE
                       PIZZA-CASHUP-HISTORY-FILE
                       PIZZA-RUN-LOG-FILE

              STOP RUN
