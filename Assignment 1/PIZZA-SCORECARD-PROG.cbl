       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-SCORECARD-PROG.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  Month-end driver accountability scorecard.  Every
      *  driver's numbers for the month are pulled together
      *  through the truck assignment on TRUCK-MASTER
      *  (TRUCK-EMPLOYEE-M) and printed one page per driver:
      *    - sales revenue: 'S' postings on
      *      PIZZA-MASTER-JOURNAL.TXT at the SELLING-IN price
      *      they posted at;
      *    - cash over/short: CH-OVER-SHORT on the cash-up's
      *      PIZZA-CASHUP-HISTORY.TXT for the driver's trucks,
      *      every cash-up date in the month (the latest row
      *      where a truck/date was cashed up more than once);
      *    - shrinkage at cost: the per-truck daily figures
      *      PIZZA-RECONCILE-PROG leaves on
      *      PIZZA-SHRINK-HISTORY.TXT;
      *    - spoilage at cost: 'W' postings on the journal at
      *      PURCHASE-IN;
      *    - count variance at cost: the PIZZA-COUNT-PROG
      *      adjustments on the journal (found stock positive).
      *  Each is shown as a value and as a percentage of the
      *  driver's sales beside the fleet percentage.  Net loss
      *  (shrinkage + spoilage - over/short - count variance) as
      *  a percentage of sales ranks the drivers, 1 being the
      *  best, and any driver over the threshold percentage on
      *  PIZZA-SCORECARD-CONTROL.TXT is flagged.  A closing page
      *  lists the whole fleet in rank order.  Control card:
      *  period YYYYMM (blank = the run month) and threshold
      *  999V9 (blank = 5.0).  Trucks count toward their
      *  current driver for the whole month.  Journal rows of a
      *  run since backed out with PIZZA-BACKOUT-PROG are left
      *  out.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PIZZA-SCORECARD-CONTROL-FILE
               ASSIGN TO 'PIZZA-SCORECARD-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT TRUCK-MASTER
               ASSIGN TO 'TRUCK-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRUCK-ID-M
               FILE STATUS IS WS-TRUCK-MASTER-STATUS.

           SELECT OPTIONAL EMPLOYEE-MASTER
               ASSIGN TO 'EMPLOYEE-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPLOYEE-ID-M
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT OPTIONAL PIZZA-JOURNAL-FILE
               ASSIGN TO 'PIZZA-MASTER-JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT OPTIONAL PIZZA-SHRINK-HISTORY-FILE
               ASSIGN TO 'PIZZA-SHRINK-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHRINK-HISTORY-STATUS.

           SELECT OPTIONAL PIZZA-CASHUP-HISTORY-FILE
               ASSIGN TO 'PIZZA-CASHUP-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHUP-HISTORY-STATUS.

           SELECT PIZZA-SCORECARD-REPORT-FILE
               ASSIGN TO 'PIZZA-DRIVER-SCORECARD.TXT'.

           SELECT PIZZA-RUN-LOG-FILE
               ASSIGN TO 'PIZZA-RUN-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.

      *    Period being scored and the net-loss threshold, e.g.
      *    '2026100050' scores October 2026 flagging over 5.0%.
       FD  PIZZA-SCORECARD-CONTROL-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  PIZZA-SCORECARD-CONTROL-REC.
           05  SC-PERIOD              PIC X(6).
           05  SC-THRESHOLD-PCT       PIC X(4).
      *
       FD  TRUCK-MASTER
           RECORD CONTAINS 33 CHARACTERS.
           COPY TRKMSTR.
      *
       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 35 CHARACTERS.
           COPY EMPMSTR.
      *
       FD  PIZZA-JOURNAL-FILE
           RECORD CONTAINS 152 CHARACTERS.
           COPY PIZZAJRN.
      *
       FD  PIZZA-SHRINK-HISTORY-FILE
           RECORD CONTAINS 25 CHARACTERS.
       01  PIZZA-SHRINK-HISTORY-REC.
           05  SH-TXN-DATE            PIC 9(8).
           05  SH-TRUCK-ID            PIC X(5).
           05  SH-SHRINK-UNITS        PIC 9(5).
           05  SH-SHRINK-VALUE        PIC 9(7).
      *
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
       FD    PIZZA-SCORECARD-REPORT-FILE
             RECORD CONTAINS 80 CHARACTERS.
       01    PIZZA-SCORECARD-REPORT-REC PIC X(80).
      *
       FD  PIZZA-RUN-LOG-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY RUNLOG.
      *********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-MORE-TRUCK-RECS        PIC X(3) VALUE 'YES'.
             05    WS-MORE-JOURNAL-RECS      PIC X(3) VALUE 'YES'.
             05    WS-MORE-SHRINK-RECS       PIC X(3) VALUE 'YES'.
             05    WS-MORE-CASHUP-RECS       PIC X(3) VALUE 'YES'.
             05    WS-CONTROL-FILE-STATUS    PIC XX VALUE '00'.
             05    WS-TRUCK-MASTER-STATUS    PIC XX VALUE '00'.
             05    WS-EMPLOYEE-MASTER-STATUS PIC XX VALUE '00'.
             05    WS-EMPLOYEE-MASTER-OPEN-SW PIC X(3) VALUE 'NO'.
             05    WS-JOURNAL-FILE-STATUS    PIC XX VALUE '00'.
             05    WS-SHRINK-HISTORY-STATUS  PIC XX VALUE '00'.
             05    WS-CASHUP-HISTORY-STATUS  PIC XX VALUE '00'.
             05    WS-RUN-DATE               PIC 9(8).
             05    WS-RUN-TIME-RAW           PIC 9(8).

       01    WS-RUN-LOG-AREAS.
             05    WS-RUN-LOG-STATUS         PIC XX VALUE '00'.
             05    WS-JOURNAL-READ-COUNT     PIC 9(5) VALUE 0.
             05    WS-PAGES-PRINTED          PIC 9(5) VALUE 0.

       01    WS-CONTROL-AREAS.
             05    WS-PERIOD                 PIC 9(6).
             05    WS-THRESHOLD-PCT          PIC 9(3)V9 VALUE 5.0.

       01    WS-TRUCK-TABLE-AREAS.
             05    WS-TRUCK-COUNT            PIC 9(3) VALUE 0.
             05    WS-TRUCK-MAX              PIC 9(3) VALUE 50.
             05    WS-TRUCK-IX               PIC 9(3) VALUE 0.
             05    WS-TRUCK-FOUND-IX         PIC 9(3) VALUE 0.
             05    WS-TRUCK-TABLE OCCURS 50 TIMES.
                   10  WS-TRUCK-ID           PIC X(5).
                   10  WS-TRUCK-DRIVER-IX    PIC 9(3).

       01    WS-DRIVER-TABLE-AREAS.
             05    WS-DRV-COUNT              PIC 9(3) VALUE 0.
             05    WS-DRV-MAX                PIC 9(3) VALUE 30.
             05    WS-DRV-IX                 PIC 9(3) VALUE 0.
             05    WS-DRV-FOUND-IX           PIC 9(3) VALUE 0.
             05    WS-DRV-OTHER-IX           PIC 9(3) VALUE 0.
             05    WS-DRV-TABLE OCCURS 30 TIMES.
                   10  WS-DRV-EMPLOYEE-ID    PIC X(4).
                   10  WS-DRV-NAME           PIC X(20).
                   10  WS-DRV-TRUCK-COUNT    PIC 9(1).
                   10  WS-DRV-TRUCK-ID       PIC X(5) OCCURS 4 TIMES.
                   10  WS-DRV-SALES          PIC S9(9).
                   10  WS-DRV-OVER-SHORT     PIC S9(9).
                   10  WS-DRV-SHRINK         PIC S9(9).
                   10  WS-DRV-SPOIL          PIC S9(9).
                   10  WS-DRV-COUNT-VAR      PIC S9(9).
                   10  WS-DRV-NET-LOSS       PIC S9(9).
                   10  WS-DRV-LOSS-PCT       PIC S9(5)V9.
                   10  WS-DRV-RANK           PIC 9(3).

      *    Latest shrinkage row for each truck and date in the
      *    period - a reconcile rerun supersedes the earlier row.
       01    WS-SHRINK-TABLE-AREAS.
             05    WS-SHR-COUNT              PIC 9(3) VALUE 0.
             05    WS-SHR-MAX                PIC 9(3) VALUE 900.
             05    WS-SHR-IX                 PIC 9(3) VALUE 0.
             05    WS-SHR-FOUND-IX           PIC 9(3) VALUE 0.
             05    WS-SHR-TABLE OCCURS 900 TIMES.
                   10  WS-SHR-TRUCK-ID       PIC X(5).
                   10  WS-SHR-DATE           PIC 9(8).
                   10  WS-SHR-VALUE          PIC 9(7).

      *    Latest cash-up row for each truck and date in the
      *    period - a cash-up rerun supersedes the earlier row.
       01    WS-CASHUP-TABLE-AREAS.
             05    WS-CU-COUNT               PIC 9(4) VALUE 0.
             05    WS-CU-MAX                 PIC 9(4) VALUE 1600.
             05    WS-CU-IX                  PIC 9(4) VALUE 0.
             05    WS-CU-FOUND-IX            PIC 9(4) VALUE 0.
             05    WS-CU-TABLE OCCURS 1600 TIMES.
                   10  WS-CU-TRUCK-ID        PIC X(5).
                   10  WS-CU-DATE            PIC 9(8).
                   10  WS-CU-OVER-SHORT      PIC S9(7).

      *    Runs PIZZA-BACKOUT-PROG has backed out: the run date and
      *    program (spaces for every program on the date) from the
      *    backout row's JRN-TXN-IMAGE, and the journal row number
      *    of the latest backout of that run.  A row of the run
      *    standing earlier in the journal was undone; a re-post
      *    after the backout stands later and still counts.
       01    WS-BACKOUT-TABLE-AREAS.
             05    WS-BO-COUNT               PIC 9(3) VALUE 0.
             05    WS-BO-MAX                 PIC 9(3) VALUE 100.
             05    WS-BO-IX                  PIC 9(3) VALUE 0.
             05    WS-BO-FOUND-IX            PIC 9(3) VALUE 0.
             05    WS-BO-JOURNAL-ROW         PIC 9(7) VALUE 0.
             05    WS-BO-SKIPPED-COUNT       PIC 9(5) VALUE 0.
             05    WS-BACKED-OUT-SW          PIC X(3) VALUE 'NO'.
             05    WS-BO-TABLE OCCURS 100 TIMES.
                   10  WS-BO-RUN-DATE        PIC 9(8).
                   10  WS-BO-PROGRAM         PIC X(24).
                   10  WS-BO-ROW             PIC 9(7).

       01    WS-JOURNAL-WORK-AREAS.
             05    WS-JRN-DATE               PIC 9(8).
             05    WS-JRN-QTY                PIC 9(3).
             05    WS-JRN-PURCHASE           PIC 9(3).
             05    WS-JRN-SELLING            PIC 9(3).
             05    WS-JRN-STOCK-BEFORE       PIC 9(3).
             05    WS-JRN-STOCK-AFTER        PIC 9(3).
             05    WS-LOOKUP-TRUCK-ID        PIC X(5).

       01    WS-CALC-AREAS.
             05    WS-PCT-VALUE              PIC S9(9).
             05    WS-PCT-BASE               PIC S9(9).
             05    WS-PCT-RESULT             PIC S9(5)V9.
             05    WS-RANK-VALUE             PIC 9(3).

       01    WS-FLEET-AREAS.
             05    WS-FLEET-SALES            PIC S9(9) VALUE 0.
             05    WS-FLEET-OVER-SHORT       PIC S9(9) VALUE 0.
             05    WS-FLEET-SHRINK           PIC S9(9) VALUE 0.
             05    WS-FLEET-SPOIL            PIC S9(9) VALUE 0.
             05    WS-FLEET-COUNT-VAR        PIC S9(9) VALUE 0.
             05    WS-FLEET-NET-LOSS         PIC S9(9) VALUE 0.
             05    WS-FLEET-SALES-PCT        PIC S9(5)V9.
             05    WS-FLEET-OS-PCT           PIC S9(5)V9.
             05    WS-FLEET-SHRINK-PCT       PIC S9(5)V9.
             05    WS-FLEET-SPOIL-PCT        PIC S9(5)V9.
             05    WS-FLEET-COUNT-PCT        PIC S9(5)V9.
             05    WS-FLEET-LOSS-PCT         PIC S9(5)V9.

      *************************OUTPUT AREA*****************************
       01 REPORT-HEADER.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 H1-DATE           PIC 9999/99/99.
          05 FILLER            PIC X(14) VALUE SPACES.
          05 COMPANY-NAME      PIC X(13) VALUE 'ROLLING PIZZA'.
          05 FILLER            PIC X(19) VALUE SPACES.
          05 INITIALS          PIC X(3) VALUE 'AHO'.
      *
       01 REPORT-HEADER-2.
          05 FILLER            PIC X(16) VALUE SPACES.
          05 H2-TITLE-OUT      PIC X(26).
          05 FILLER            PIC X(8)  VALUE ' PERIOD '.
          05 H2-PERIOD-OUT     PIC 9999/99.

       01 DRIVER-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(7)  VALUE 'DRIVER '.
          05 DL-EMPLOYEE-OUT   PIC X(4).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 DL-NAME-OUT       PIC X(20).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(7)  VALUE 'TRUCKS '.
          05 DL-TRUCK-OUT      PIC X(6)  OCCURS 4 TIMES.

       01 MEASURE-COL-HEADER.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(20) VALUE 'MEASURE'.
          05 FILLER            PIC X(9)  VALUE SPACES.
          05 FILLER            PIC X(5)  VALUE 'VALUE'.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 FILLER            PIC X(10) VALUE '% OF SALES'.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 FILLER            PIC X(7)  VALUE 'FLEET %'.

       01 MEASURE-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 ML-LABEL-OUT      PIC X(20).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 ML-VALUE-OUT      PIC ZZZ,ZZZ,ZZ9-.
          05 FILLER            PIC X(5)  VALUE SPACES.
          05 ML-PCT-OUT        PIC ZZ,ZZ9.9-.
          05 FILLER            PIC X(3)  VALUE SPACES.
          05 ML-FLEET-PCT-OUT  PIC ZZ,ZZ9.9-.

       01 RANK-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(5)  VALUE 'RANK '.
          05 RL-RANK-OUT       PIC ZZ9.
          05 FILLER            PIC X(4)  VALUE ' OF '.
          05 RL-OF-OUT         PIC ZZ9.
          05 FILLER            PIC X(33) VALUE
             ' BY NET LOSS % (1 = BEST) - FLEET'.
          05 FILLER            PIC X(5)  VALUE ' AVG '.
          05 RL-FLEET-PCT-OUT  PIC ZZ,ZZ9.9-.

       01 COMPARE-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 CL-TEXT-OUT       PIC X(41).

       01 FLAG-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FL-TEXT-OUT       PIC X(34).
          05 FL-THRESHOLD-OUT  PIC ZZ9.9.
          05 FILLER            PIC X(1)  VALUE '%'.
          05 FL-TEXT-2-OUT     PIC X(30).

       01 FLEET-COL-HEADER.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(4)  VALUE 'RANK'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(4)  VALUE 'EMP '.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(20) VALUE 'NAME'.
          05 FILLER            PIC X(7)  VALUE SPACES.
          05 FILLER            PIC X(5)  VALUE 'SALES'.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 FILLER            PIC X(8)  VALUE 'NET LOSS'.
          05 FILLER            PIC X(5)  VALUE SPACES.
          05 FILLER            PIC X(6)  VALUE 'LOSS %'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(4)  VALUE 'FLAG'.

       01 FLEET-DETAIL-LINE.
          05 FILLER            PIC X(3)  VALUE SPACES.
          05 FD-RANK-OUT       PIC ZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FD-EMPLOYEE-OUT   PIC X(4).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FD-NAME-OUT       PIC X(20).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 FD-SALES-OUT      PIC Z,ZZZ,ZZ9.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 FD-LOSS-OUT       PIC Z,ZZZ,ZZ9-.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 FD-PCT-OUT        PIC ZZ,ZZ9.9-.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FD-FLAG-OUT       PIC X(4).

       01 NO-DRIVER-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(38) VALUE
             'NO TRUCKS HAVE A DRIVER ASSIGNED'.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 130-LOAD-TRUCKS-RTN
           PERFORM 135-LOAD-CASHUP-RTN
           PERFORM 140-LOAD-SHRINK-RTN
           PERFORM 146-LOAD-BACKOUTS-RTN
           PERFORM 150-READ-RECORDS
           PERFORM 210-APPLY-SHRINK-RTN
           PERFORM 215-CASH-OVER-SHORT-RTN
           PERFORM 220-RANK-DRIVERS-RTN
           PERFORM 225-PRINT-DRIVER-PAGES-RTN
           PERFORM 230-PRINT-FLEET-PAGE-RTN
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       122-READ-CONTROL-CARD-RTN.

           MOVE WS-RUN-DATE (1:6) TO WS-PERIOD

           OPEN INPUT PIZZA-SCORECARD-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = '00'
               READ PIZZA-SCORECARD-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-PERIOD NUMERIC
                           MOVE SC-PERIOD TO WS-PERIOD
                       END-IF
                       IF SC-THRESHOLD-PCT NUMERIC
                           MOVE SC-THRESHOLD-PCT TO WS-THRESHOLD-PCT
                           DIVIDE 10 INTO WS-THRESHOLD-PCT
                       END-IF
               END-READ
           END-IF

           IF WS-CONTROL-FILE-STATUS = '00'
              OR WS-CONTROL-FILE-STATUS = '05'
              OR WS-CONTROL-FILE-STATUS = '10'
               CLOSE PIZZA-SCORECARD-CONTROL-FILE
           END-IF

           DISPLAY 'SCORECARD PERIOD ' WS-PERIOD
                   ' THRESHOLD ' WS-THRESHOLD-PCT

           .
      *
       125-HOUSEKEEPING.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 122-READ-CONTROL-CARD-RTN

           OPEN    INPUT     TRUCK-MASTER
           IF WS-TRUCK-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRUCK-MASTER.DAT, STATUS: '
                       WS-TRUCK-MASTER-STATUS
               STOP RUN
           END-IF

           OPEN    INPUT     EMPLOYEE-MASTER
           IF WS-EMPLOYEE-MASTER-STATUS = '00'
               MOVE 'YES' TO WS-EMPLOYEE-MASTER-OPEN-SW
           ELSE
               DISPLAY 'EMPLOYEE-MASTER.DAT NOT AVAILABLE - '
                       'DRIVER NAMES LEFT BLANK'
           END-IF

           OPEN    OUTPUT    PIZZA-SCORECARD-REPORT-FILE

           OPEN    EXTEND    PIZZA-RUN-LOG-FILE
           IF WS-RUN-LOG-STATUS = '35'
               OPEN    OUTPUT    PIZZA-RUN-LOG-FILE
           END-IF
           IF WS-RUN-LOG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PIZZA-RUN-LOG.TXT, STATUS: '
                       WS-RUN-LOG-STATUS
               STOP RUN
           END-IF

           MOVE 'START' TO RL-EVENT
           PERFORM 240-WRITE-RUN-LOG-RTN

           MOVE WS-RUN-DATE TO H1-DATE
           MOVE WS-PERIOD   TO H2-PERIOD-OUT

           .
      *
      *    Only trucks with a driver assigned are scored; a driver
      *    running more than one truck gets them all on one page.
       130-LOAD-TRUCKS-RTN.

           PERFORM UNTIL WS-MORE-TRUCK-RECS = 'NO'
               READ TRUCK-MASTER
                   AT END
                       MOVE 'NO' TO WS-MORE-TRUCK-RECS
                   NOT AT END
                       IF TRUCK-EMPLOYEE-M NOT = SPACES
                           PERFORM 132-ADD-TRUCK-RTN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TRUCK-MASTER

           .
      *
       132-ADD-TRUCK-RTN.

           MOVE 0 TO WS-DRV-FOUND-IX
           PERFORM VARYING WS-DRV-IX FROM 1 BY 1
                   UNTIL WS-DRV-IX > WS-DRV-COUNT
               IF WS-DRV-EMPLOYEE-ID (WS-DRV-IX) = TRUCK-EMPLOYEE-M
                   MOVE WS-DRV-IX TO WS-DRV-FOUND-IX
               END-IF
           END-PERFORM

           IF WS-DRV-FOUND-IX = 0
               IF WS-DRV-COUNT >= WS-DRV-MAX
                   DISPLAY 'DRIVER TABLE FULL - DRIVER NOT SCORED: '
                           TRUCK-EMPLOYEE-M
               ELSE
                   ADD 1 TO WS-DRV-COUNT
                   MOVE WS-DRV-COUNT TO WS-DRV-FOUND-IX
                   PERFORM 134-INIT-DRIVER-RTN
               END-IF
           END-IF

           IF WS-DRV-FOUND-IX > 0
               IF WS-TRUCK-COUNT >= WS-TRUCK-MAX
                   DISPLAY 'TRUCK TABLE FULL - TRUCK NOT SCORED: '
                           TRUCK-ID-M
               ELSE
                   ADD 1 TO WS-TRUCK-COUNT
                   MOVE TRUCK-ID-M TO WS-TRUCK-ID (WS-TRUCK-COUNT)
                   MOVE WS-DRV-FOUND-IX
                           TO WS-TRUCK-DRIVER-IX (WS-TRUCK-COUNT)
                   IF WS-DRV-TRUCK-COUNT (WS-DRV-FOUND-IX) < 4
                       ADD 1 TO WS-DRV-TRUCK-COUNT (WS-DRV-FOUND-IX)
                       MOVE TRUCK-ID-M TO WS-DRV-TRUCK-ID
                               (WS-DRV-FOUND-IX
                                WS-DRV-TRUCK-COUNT (WS-DRV-FOUND-IX))
                   END-IF
               END-IF
           END-IF

           .
      *
       134-INIT-DRIVER-RTN.

           MOVE TRUCK-EMPLOYEE-M TO WS-DRV-EMPLOYEE-ID (WS-DRV-FOUND-IX)
           MOVE SPACES TO WS-DRV-NAME (WS-DRV-FOUND-IX)
           MOVE 0      TO WS-DRV-TRUCK-COUNT (WS-DRV-FOUND-IX)
           MOVE SPACES TO WS-DRV-TRUCK-ID (WS-DRV-FOUND-IX 1)
           MOVE SPACES TO WS-DRV-TRUCK-ID (WS-DRV-FOUND-IX 2)
           MOVE SPACES TO WS-DRV-TRUCK-ID (WS-DRV-FOUND-IX 3)
           MOVE SPACES TO WS-DRV-TRUCK-ID (WS-DRV-FOUND-IX 4)
           MOVE 0      TO WS-DRV-SALES (WS-DRV-FOUND-IX)
           MOVE 0      TO WS-DRV-OVER-SHORT (WS-DRV-FOUND-IX)
           MOVE 0      TO WS-DRV-SHRINK (WS-DRV-FOUND-IX)
           MOVE 0      TO WS-DRV-SPOIL (WS-DRV-FOUND-IX)
           MOVE 0      TO WS-DRV-COUNT-VAR (WS-DRV-FOUND-IX)
           MOVE 0      TO WS-DRV-NET-LOSS (WS-DRV-FOUND-IX)
           MOVE 0      TO WS-DRV-LOSS-PCT (WS-DRV-FOUND-IX)
           MOVE 0      TO WS-DRV-RANK (WS-DRV-FOUND-IX)

           IF WS-EMPLOYEE-MASTER-OPEN-SW = 'YES'
               MOVE TRUCK-EMPLOYEE-M TO EMPLOYEE-ID-M
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE '** NOT ON MASTER **'
                               TO WS-DRV-NAME (WS-DRV-FOUND-IX)
                   NOT INVALID KEY
                       MOVE EMPLOYEE-NAME-M
                               TO WS-DRV-NAME (WS-DRV-FOUND-IX)
               END-READ
           END-IF

           .
      *
       135-LOAD-CASHUP-RTN.

           OPEN INPUT PIZZA-CASHUP-HISTORY-FILE
           IF WS-CASHUP-HISTORY-STATUS NOT = '00'
               DISPLAY 'NO PIZZA-CASHUP-HISTORY.TXT ON FILE - '
                       'OVER/SHORT SHOWN AS ZERO'
               MOVE 'NO' TO WS-MORE-CASHUP-RECS
           END-IF

           PERFORM UNTIL WS-MORE-CASHUP-RECS = 'NO'
               READ PIZZA-CASHUP-HISTORY-FILE
                   AT END
                       MOVE 'NO' TO WS-MORE-CASHUP-RECS
                   NOT AT END
                       IF CH-CASHUP-DATE NUMERIC
                          AND CH-OVER-SHORT NUMERIC
                          AND CH-CASHUP-DATE (1:6) = WS-PERIOD
                           PERFORM 137-STORE-CASHUP-RTN
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CASHUP-HISTORY-STATUS = '00'
              OR WS-CASHUP-HISTORY-STATUS = '05'
              OR WS-CASHUP-HISTORY-STATUS = '10'
               CLOSE PIZZA-CASHUP-HISTORY-FILE
           END-IF

           .
      *
       137-STORE-CASHUP-RTN.

           MOVE 0 TO WS-CU-FOUND-IX
           PERFORM VARYING WS-CU-IX FROM 1 BY 1
                   UNTIL WS-CU-IX > WS-CU-COUNT
               IF WS-CU-TRUCK-ID (WS-CU-IX) = CH-TRUCK-ID
                  AND WS-CU-DATE (WS-CU-IX) = CH-CASHUP-DATE
                   MOVE WS-CU-IX TO WS-CU-FOUND-IX
               END-IF
           END-PERFORM

           IF WS-CU-FOUND-IX > 0
               MOVE CH-OVER-SHORT TO WS-CU-OVER-SHORT (WS-CU-FOUND-IX)
           ELSE
               IF WS-CU-COUNT >= WS-CU-MAX
                   DISPLAY 'CASH-UP TABLE FULL - ROW SKIPPED: '
                           CH-TRUCK-ID ' ' CH-CASHUP-DATE
               ELSE
                   ADD 1 TO WS-CU-COUNT
                   MOVE CH-TRUCK-ID    TO WS-CU-TRUCK-ID (WS-CU-COUNT)
                   MOVE CH-CASHUP-DATE TO WS-CU-DATE (WS-CU-COUNT)
                   MOVE CH-OVER-SHORT
                           TO WS-CU-OVER-SHORT (WS-CU-COUNT)
               END-IF
           END-IF

           .
      *
       140-LOAD-SHRINK-RTN.

           OPEN INPUT PIZZA-SHRINK-HISTORY-FILE
           IF WS-SHRINK-HISTORY-STATUS NOT = '00'
               MOVE 'NO' TO WS-MORE-SHRINK-RECS
           END-IF

           PERFORM UNTIL WS-MORE-SHRINK-RECS = 'NO'
               READ PIZZA-SHRINK-HISTORY-FILE
                   AT END
                       MOVE 'NO' TO WS-MORE-SHRINK-RECS
                   NOT AT END
                       IF SH-TXN-DATE NUMERIC
                          AND SH-SHRINK-VALUE NUMERIC
                          AND SH-TXN-DATE (1:6) = WS-PERIOD
                           PERFORM 145-STORE-SHRINK-RTN
                       END-IF
               END-READ
           END-PERFORM

           IF WS-SHRINK-HISTORY-STATUS = '00'
              OR WS-SHRINK-HISTORY-STATUS = '05'
              OR WS-SHRINK-HISTORY-STATUS = '10'
               CLOSE PIZZA-SHRINK-HISTORY-FILE
           END-IF

           .
      *
       145-STORE-SHRINK-RTN.

           MOVE 0 TO WS-SHR-FOUND-IX
           PERFORM VARYING WS-SHR-IX FROM 1 BY 1
                   UNTIL WS-SHR-IX > WS-SHR-COUNT
               IF WS-SHR-TRUCK-ID (WS-SHR-IX) = SH-TRUCK-ID
                  AND WS-SHR-DATE (WS-SHR-IX) = SH-TXN-DATE
                   MOVE WS-SHR-IX TO WS-SHR-FOUND-IX
               END-IF
           END-PERFORM

           IF WS-SHR-FOUND-IX > 0
               MOVE SH-SHRINK-VALUE TO WS-SHR-VALUE (WS-SHR-FOUND-IX)
           ELSE
               IF WS-SHR-COUNT >= WS-SHR-MAX
                   DISPLAY 'SHRINK TABLE FULL - ROW SKIPPED: '
                           SH-TRUCK-ID ' ' SH-TXN-DATE
               ELSE
                   ADD 1 TO WS-SHR-COUNT
                   MOVE SH-TRUCK-ID  TO WS-SHR-TRUCK-ID (WS-SHR-COUNT)
                   MOVE SH-TXN-DATE  TO WS-SHR-DATE (WS-SHR-COUNT)
                   MOVE SH-SHRINK-VALUE
                           TO WS-SHR-VALUE (WS-SHR-COUNT)
               END-IF
           END-IF

           .
      *
      *    A first pass over the journal collects the backouts, so
      *    the main pass knows which rows they undid.
       146-LOAD-BACKOUTS-RTN.

           MOVE 0 TO WS-BO-JOURNAL-ROW

           OPEN INPUT PIZZA-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               MOVE 'NO' TO WS-MORE-JOURNAL-RECS
           END-IF

           PERFORM UNTIL WS-MORE-JOURNAL-RECS = 'NO'
               READ PIZZA-JOURNAL-FILE
                   AT END
                       MOVE 'NO' TO WS-MORE-JOURNAL-RECS
                   NOT AT END
                       ADD 1 TO WS-BO-JOURNAL-ROW
                       IF JRN-PROGRAM = 'PIZZA-BACKOUT-PROG'
                          AND JRN-TXN-IMAGE (1:8) NUMERIC
                           PERFORM 147-STORE-BACKOUT-RTN
                       END-IF
               END-READ
           END-PERFORM

           IF WS-JOURNAL-FILE-STATUS = '00'
              OR WS-JOURNAL-FILE-STATUS = '05'
              OR WS-JOURNAL-FILE-STATUS = '10'
               CLOSE PIZZA-JOURNAL-FILE
           END-IF

           MOVE 'YES' TO WS-MORE-JOURNAL-RECS
           MOVE 0     TO WS-BO-JOURNAL-ROW

           .
      *
       147-STORE-BACKOUT-RTN.

           MOVE 0 TO WS-BO-FOUND-IX
           PERFORM VARYING WS-BO-IX FROM 1 BY 1
                   UNTIL WS-BO-IX > WS-BO-COUNT
               IF WS-BO-RUN-DATE (WS-BO-IX) = JRN-TXN-IMAGE (1:8)
                  AND WS-BO-PROGRAM (WS-BO-IX) = JRN-TXN-IMAGE (9:24)
                   MOVE WS-BO-IX TO WS-BO-FOUND-IX
               END-IF
           END-PERFORM

           IF WS-BO-FOUND-IX = 0
               IF WS-BO-COUNT >= WS-BO-MAX
                   DISPLAY 'BACKOUT TABLE FULL - BACKOUT IGNORED: '
                           JRN-TXN-IMAGE (1:32)
               ELSE
                   ADD 1 TO WS-BO-COUNT
                   MOVE WS-BO-COUNT TO WS-BO-FOUND-IX
                   MOVE JRN-TXN-IMAGE (1:8)
                           TO WS-BO-RUN-DATE (WS-BO-COUNT)
                   MOVE JRN-TXN-IMAGE (9:24)
                           TO WS-BO-PROGRAM (WS-BO-COUNT)
               END-IF
           END-IF

           IF WS-BO-FOUND-IX > 0
               MOVE WS-BO-JOURNAL-ROW TO WS-BO-ROW (WS-BO-FOUND-IX)
           END-IF

           .
      *
       150-READ-RECORDS.

           OPEN INPUT PIZZA-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY 'NO PIZZA-MASTER-JOURNAL.TXT ON FILE - '
                       'SALES, SPOILAGE AND COUNTS SHOWN AS ZERO'
               MOVE 'NO' TO WS-MORE-JOURNAL-RECS
           END-IF

           PERFORM UNTIL WS-MORE-JOURNAL-RECS = 'NO'
               READ PIZZA-JOURNAL-FILE
                   AT END
                       MOVE 'NO' TO WS-MORE-JOURNAL-RECS
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-READ-COUNT
                       PERFORM 200-PROCESS-RTN
               END-READ
           END-PERFORM

           IF WS-JOURNAL-FILE-STATUS = '00'
              OR WS-JOURNAL-FILE-STATUS = '05'
              OR WS-JOURNAL-FILE-STATUS = '10'
               CLOSE PIZZA-JOURNAL-FILE
           END-IF

           .
      *
       170-CHECK-BACKED-OUT-RTN.

           MOVE 'NO' TO WS-BACKED-OUT-SW

           PERFORM VARYING WS-BO-IX FROM 1 BY 1
                   UNTIL WS-BO-IX > WS-BO-COUNT
               IF WS-BO-RUN-DATE (WS-BO-IX) = JRN-RUN-DATE
                  AND (WS-BO-PROGRAM (WS-BO-IX) = SPACES
                       OR WS-BO-PROGRAM (WS-BO-IX) = JRN-PROGRAM)
                  AND WS-BO-ROW (WS-BO-IX) > WS-BO-JOURNAL-ROW
                   MOVE 'YES' TO WS-BACKED-OUT-SW
               END-IF
           END-PERFORM

           IF WS-BACKED-OUT-SW = 'YES'
               ADD 1 TO WS-BO-SKIPPED-COUNT
           END-IF

           .
      *
       180-FIND-TRUCK-RTN.

           MOVE 0 TO WS-TRUCK-FOUND-IX

           PERFORM VARYING WS-TRUCK-IX FROM 1 BY 1
                   UNTIL WS-TRUCK-IX > WS-TRUCK-COUNT
               IF WS-TRUCK-ID (WS-TRUCK-IX) = WS-LOOKUP-TRUCK-ID
                   MOVE WS-TRUCK-IX TO WS-TRUCK-FOUND-IX
               END-IF
           END-PERFORM

           .
      *
      *    Sales and spoilage are dated by the business date on the
      *    posted transaction image and counts by the count date,
      *    so a late sheet lands in the month it belongs to.  The
      *    price and cost come from the after-image - what the row
      *    carried when it posted.
       200-PROCESS-RTN.

           ADD 1 TO WS-BO-JOURNAL-ROW
           PERFORM 170-CHECK-BACKED-OUT-RTN

           MOVE JRN-AFTER-IMAGE (1:5) TO WS-LOOKUP-TRUCK-ID
           PERFORM 180-FIND-TRUCK-RTN

           IF WS-TRUCK-FOUND-IX > 0
              AND WS-BACKED-OUT-SW = 'NO'
              AND JRN-AFTER-IMAGE (35:3) NUMERIC
              AND JRN-AFTER-IMAGE (38:3) NUMERIC
               MOVE WS-TRUCK-DRIVER-IX (WS-TRUCK-FOUND-IX)
                       TO WS-DRV-IX
               MOVE JRN-AFTER-IMAGE (35:3) TO WS-JRN-PURCHASE
               MOVE JRN-AFTER-IMAGE (38:3) TO WS-JRN-SELLING

               EVALUATE JRN-PROGRAM
                   WHEN 'PIZZA-STOCK-ADJUST-PROG'
                       PERFORM 202-POSTING-ROW-RTN
                   WHEN 'PIZZA-COUNT-PROG'
                       PERFORM 205-COUNT-ROW-RTN
               END-EVALUATE
           END-IF

           .
      *
       202-POSTING-ROW-RTN.

           IF JRN-TXN-IMAGE (17:8) NUMERIC
               MOVE JRN-TXN-IMAGE (17:8) TO WS-JRN-DATE
           ELSE
               MOVE JRN-RUN-DATE TO WS-JRN-DATE
           END-IF

           IF WS-JRN-DATE (1:6) = WS-PERIOD
              AND JRN-TXN-IMAGE (9:3) NUMERIC
               MOVE JRN-TXN-IMAGE (9:3) TO WS-JRN-QTY
               EVALUATE JRN-TXN-IMAGE (1:1)
                   WHEN 'S'
                       COMPUTE WS-DRV-SALES (WS-DRV-IX) =
                               WS-DRV-SALES (WS-DRV-IX)
                               + (WS-JRN-QTY * WS-JRN-SELLING)
                   WHEN 'W'
                       COMPUTE WS-DRV-SPOIL (WS-DRV-IX) =
                               WS-DRV-SPOIL (WS-DRV-IX)
                               + (WS-JRN-QTY * WS-JRN-PURCHASE)
               END-EVALUATE
           END-IF

           .
      *
       205-COUNT-ROW-RTN.

           IF JRN-TXN-IMAGE (11:8) NUMERIC
               MOVE JRN-TXN-IMAGE (11:8) TO WS-JRN-DATE
           ELSE
               MOVE JRN-RUN-DATE TO WS-JRN-DATE
           END-IF

           IF WS-JRN-DATE (1:6) = WS-PERIOD
              AND JRN-BEFORE-IMAGE (32:3) NUMERIC
              AND JRN-AFTER-IMAGE (32:3) NUMERIC
               MOVE JRN-BEFORE-IMAGE (32:3) TO WS-JRN-STOCK-BEFORE
               MOVE JRN-AFTER-IMAGE (32:3)  TO WS-JRN-STOCK-AFTER
               COMPUTE WS-DRV-COUNT-VAR (WS-DRV-IX) =
                       WS-DRV-COUNT-VAR (WS-DRV-IX)
                       + ((WS-JRN-STOCK-AFTER - WS-JRN-STOCK-BEFORE)
                          * WS-JRN-PURCHASE)
           END-IF

           .
      *
       210-APPLY-SHRINK-RTN.

           PERFORM VARYING WS-SHR-IX FROM 1 BY 1
                   UNTIL WS-SHR-IX > WS-SHR-COUNT
               MOVE WS-SHR-TRUCK-ID (WS-SHR-IX) TO WS-LOOKUP-TRUCK-ID
               PERFORM 180-FIND-TRUCK-RTN
               IF WS-TRUCK-FOUND-IX > 0
                   MOVE WS-TRUCK-DRIVER-IX (WS-TRUCK-FOUND-IX)
                           TO WS-DRV-IX
                   ADD WS-SHR-VALUE (WS-SHR-IX)
                           TO WS-DRV-SHRINK (WS-DRV-IX)
               END-IF
           END-PERFORM

           .
      *
      *    Each truck's cash-ups for the month go to its driver.
       215-CASH-OVER-SHORT-RTN.

           PERFORM VARYING WS-CU-IX FROM 1 BY 1
                   UNTIL WS-CU-IX > WS-CU-COUNT
               MOVE WS-CU-TRUCK-ID (WS-CU-IX) TO WS-LOOKUP-TRUCK-ID
               PERFORM 180-FIND-TRUCK-RTN
               IF WS-TRUCK-FOUND-IX > 0
                   MOVE WS-TRUCK-DRIVER-IX (WS-TRUCK-FOUND-IX)
                           TO WS-DRV-IX
                   ADD WS-CU-OVER-SHORT (WS-CU-IX)
                           TO WS-DRV-OVER-SHORT (WS-DRV-IX)
               END-IF
           END-PERFORM

           .
      *
      *    A driver with losses and no sales at all cannot be
      *    expressed as a percentage and ranks last.
       220-RANK-DRIVERS-RTN.

           PERFORM VARYING WS-DRV-IX FROM 1 BY 1
                   UNTIL WS-DRV-IX > WS-DRV-COUNT
               COMPUTE WS-DRV-NET-LOSS (WS-DRV-IX) =
                       WS-DRV-SHRINK (WS-DRV-IX)
                       + WS-DRV-SPOIL (WS-DRV-IX)
                       - WS-DRV-OVER-SHORT (WS-DRV-IX)
                       - WS-DRV-COUNT-VAR (WS-DRV-IX)
               MOVE WS-DRV-NET-LOSS (WS-DRV-IX) TO WS-PCT-VALUE
               MOVE WS-DRV-SALES (WS-DRV-IX)    TO WS-PCT-BASE
               PERFORM 222-CALC-PCT-RTN
               IF WS-PCT-BASE = 0
                  AND WS-PCT-VALUE > 0
                   MOVE 9999.9 TO WS-PCT-RESULT
               END-IF
               MOVE WS-PCT-RESULT TO WS-DRV-LOSS-PCT (WS-DRV-IX)

               ADD WS-DRV-SALES (WS-DRV-IX)      TO WS-FLEET-SALES
               ADD WS-DRV-OVER-SHORT (WS-DRV-IX) TO WS-FLEET-OVER-SHORT
               ADD WS-DRV-SHRINK (WS-DRV-IX)     TO WS-FLEET-SHRINK
               ADD WS-DRV-SPOIL (WS-DRV-IX)      TO WS-FLEET-SPOIL
               ADD WS-DRV-COUNT-VAR (WS-DRV-IX)  TO WS-FLEET-COUNT-VAR
               ADD WS-DRV-NET-LOSS (WS-DRV-IX)   TO WS-FLEET-NET-LOSS
           END-PERFORM

           PERFORM VARYING WS-DRV-IX FROM 1 BY 1
                   UNTIL WS-DRV-IX > WS-DRV-COUNT
               MOVE 1 TO WS-DRV-RANK (WS-DRV-IX)
               PERFORM VARYING WS-DRV-OTHER-IX FROM 1 BY 1
                       UNTIL WS-DRV-OTHER-IX > WS-DRV-COUNT
                   IF WS-DRV-LOSS-PCT (WS-DRV-OTHER-IX)
                           < WS-DRV-LOSS-PCT (WS-DRV-IX)
                       ADD 1 TO WS-DRV-RANK (WS-DRV-IX)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE WS-FLEET-SALES TO WS-PCT-BASE
           MOVE WS-FLEET-SALES TO WS-PCT-VALUE
           PERFORM 222-CALC-PCT-RTN
           MOVE WS-PCT-RESULT  TO WS-FLEET-SALES-PCT
           MOVE WS-FLEET-OVER-SHORT TO WS-PCT-VALUE
           PERFORM 222-CALC-PCT-RTN
           MOVE WS-PCT-RESULT  TO WS-FLEET-OS-PCT
           MOVE WS-FLEET-SHRINK TO WS-PCT-VALUE
           PERFORM 222-CALC-PCT-RTN
           MOVE WS-PCT-RESULT  TO WS-FLEET-SHRINK-PCT
           MOVE WS-FLEET-SPOIL TO WS-PCT-VALUE
           PERFORM 222-CALC-PCT-RTN
           MOVE WS-PCT-RESULT  TO WS-FLEET-SPOIL-PCT
           MOVE WS-FLEET-COUNT-VAR TO WS-PCT-VALUE
           PERFORM 222-CALC-PCT-RTN
           MOVE WS-PCT-RESULT  TO WS-FLEET-COUNT-PCT
           MOVE WS-FLEET-NET-LOSS TO WS-PCT-VALUE
           PERFORM 222-CALC-PCT-RTN
           MOVE WS-PCT-RESULT  TO WS-FLEET-LOSS-PCT

           .
      *
       222-CALC-PCT-RTN.

           IF WS-PCT-BASE = 0
               MOVE 0 TO WS-PCT-RESULT
           ELSE
               COMPUTE WS-PCT-RESULT ROUNDED =
                       WS-PCT-VALUE * 100 / WS-PCT-BASE
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-PCT-RESULT
               END-COMPUTE
           END-IF

           .
      *
       225-PRINT-DRIVER-PAGES-RTN.

           PERFORM VARYING WS-DRV-IX FROM 1 BY 1
                   UNTIL WS-DRV-IX > WS-DRV-COUNT
               PERFORM 226-PRINT-ONE-DRIVER-RTN
           END-PERFORM

           .
      *
       226-PRINT-ONE-DRIVER-RTN.

           MOVE 'MONTHLY DRIVER SCORECARD' TO H2-TITLE-OUT
           PERFORM 228-PAGE-HEADER-RTN

           MOVE WS-DRV-EMPLOYEE-ID (WS-DRV-IX) TO DL-EMPLOYEE-OUT
           MOVE WS-DRV-NAME (WS-DRV-IX)        TO DL-NAME-OUT
           MOVE WS-DRV-TRUCK-ID (WS-DRV-IX 1)  TO DL-TRUCK-OUT (1)
           MOVE WS-DRV-TRUCK-ID (WS-DRV-IX 2)  TO DL-TRUCK-OUT (2)
           MOVE WS-DRV-TRUCK-ID (WS-DRV-IX 3)  TO DL-TRUCK-OUT (3)
           MOVE WS-DRV-TRUCK-ID (WS-DRV-IX 4)  TO DL-TRUCK-OUT (4)
           MOVE DRIVER-LINE TO PIZZA-SCORECARD-REPORT-REC
           WRITE PIZZA-SCORECARD-REPORT-REC
                   AFTER ADVANCING 2 LINE

           MOVE MEASURE-COL-HEADER TO PIZZA-SCORECARD-REPORT-REC
           WRITE PIZZA-SCORECARD-REPORT-REC
                   AFTER ADVANCING 2 LINE

           MOVE WS-DRV-SALES (WS-DRV-IX) TO WS-PCT-BASE

           MOVE 'SALES REVENUE'          TO ML-LABEL-OUT
           MOVE WS-DRV-SALES (WS-DRV-IX) TO WS-PCT-VALUE
           MOVE WS-FLEET-SALES-PCT       TO ML-FLEET-PCT-OUT
           PERFORM 227-WRITE-MEASURE-RTN

           MOVE 'CASH OVER/SHORT'        TO ML-LABEL-OUT
           MOVE WS-DRV-OVER-SHORT (WS-DRV-IX) TO WS-PCT-VALUE
           MOVE WS-FLEET-OS-PCT          TO ML-FLEET-PCT-OUT
           PERFORM 227-WRITE-MEASURE-RTN

           MOVE 'SHRINKAGE AT COST'      TO ML-LABEL-OUT
           MOVE WS-DRV-SHRINK (WS-DRV-IX) TO WS-PCT-VALUE
           MOVE WS-FLEET-SHRINK-PCT      TO ML-FLEET-PCT-OUT
           PERFORM 227-WRITE-MEASURE-RTN

           MOVE 'SPOILAGE AT COST'       TO ML-LABEL-OUT
           MOVE WS-DRV-SPOIL (WS-DRV-IX) TO WS-PCT-VALUE
           MOVE WS-FLEET-SPOIL-PCT       TO ML-FLEET-PCT-OUT
           PERFORM 227-WRITE-MEASURE-RTN

           MOVE 'COUNT VARIANCE'         TO ML-LABEL-OUT
           MOVE WS-DRV-COUNT-VAR (WS-DRV-IX) TO WS-PCT-VALUE
           MOVE WS-FLEET-COUNT-PCT       TO ML-FLEET-PCT-OUT
           PERFORM 227-WRITE-MEASURE-RTN

           MOVE 'NET LOSS'               TO ML-LABEL-OUT
           MOVE WS-DRV-NET-LOSS (WS-DRV-IX) TO ML-VALUE-OUT
           MOVE WS-DRV-LOSS-PCT (WS-DRV-IX) TO ML-PCT-OUT
           MOVE WS-FLEET-LOSS-PCT        TO ML-FLEET-PCT-OUT
           MOVE MEASURE-LINE TO PIZZA-SCORECARD-REPORT-REC
           WRITE PIZZA-SCORECARD-REPORT-REC
                   AFTER ADVANCING 2 LINE

           MOVE WS-DRV-RANK (WS-DRV-IX) TO RL-RANK-OUT
           MOVE WS-DRV-COUNT            TO RL-OF-OUT
           MOVE WS-FLEET-LOSS-PCT       TO RL-FLEET-PCT-OUT
           MOVE RANK-LINE TO PIZZA-SCORECARD-REPORT-REC
           WRITE PIZZA-SCORECARD-REPORT-REC
                   AFTER ADVANCING 2 LINE

           IF WS-DRV-LOSS-PCT (WS-DRV-IX) > WS-FLEET-LOSS-PCT
               MOVE 'NET LOSS IS ABOVE THE FLEET AVERAGE'
                       TO CL-TEXT-OUT
           ELSE
               MOVE 'NET LOSS IS AT OR BELOW THE FLEET AVERAGE'
                       TO CL-TEXT-OUT
           END-IF
           MOVE COMPARE-LINE TO PIZZA-SCORECARD-REPORT-REC
           WRITE PIZZA-SCORECARD-REPORT-REC
                   AFTER ADVANCING 1 LINE

           MOVE WS-THRESHOLD-PCT TO FL-THRESHOLD-OUT
           IF WS-DRV-LOSS-PCT (WS-DRV-IX) > WS-THRESHOLD-PCT
               MOVE '*** FLAGGED - NET LOSS OVER LIMIT ' TO FL-TEXT-OUT
               MOVE ' - REVIEW WITH DRIVER ***'  TO FL-TEXT-2-OUT
           ELSE
               MOVE 'WITHIN THE NET LOSS LIMIT OF'       TO FL-TEXT-OUT
               MOVE SPACES                        TO FL-TEXT-2-OUT
           END-IF
           MOVE FLAG-LINE TO PIZZA-SCORECARD-REPORT-REC
           WRITE PIZZA-SCORECARD-REPORT-REC
                   AFTER ADVANCING 2 LINE

           .
      *
       227-WRITE-MEASURE-RTN.

           MOVE WS-PCT-VALUE TO ML-VALUE-OUT
           PERFORM 222-CALC-PCT-RTN
           MOVE WS-PCT-RESULT TO ML-PCT-OUT

           MOVE MEASURE-LINE TO PIZZA-SCORECARD-REPORT-REC
           WRITE PIZZA-SCORECARD-REPORT-REC
                   AFTER ADVANCING 1 LINE

           .
      *
       228-PAGE-HEADER-RTN.

           MOVE REPORT-HEADER TO PIZZA-SCORECARD-REPORT-REC
           WRITE PIZZA-SCORECARD-REPORT-REC
                   AFTER ADVANCING PAGE

           MOVE REPORT-HEADER-2 TO PIZZA-SCORECARD-REPORT-REC
           WRITE PIZZA-SCORECARD-REPORT-REC
                   AFTER ADVANCING 2 LINE

           ADD 1 TO WS-PAGES-PRINTED

           .
      *
       230-PRINT-FLEET-PAGE-RTN.

           MOVE 'FLEET RANKING BY NET LOSS' TO H2-TITLE-OUT
           PERFORM 228-PAGE-HEADER-RTN

           IF WS-DRV-COUNT = 0
               MOVE NO-DRIVER-LINE TO PIZZA-SCORECARD-REPORT-REC
               WRITE PIZZA-SCORECARD-REPORT-REC
                       AFTER ADVANCING 2 LINE
           ELSE
               MOVE FLEET-COL-HEADER TO PIZZA-SCORECARD-REPORT-REC
               WRITE PIZZA-SCORECARD-REPORT-REC
                       AFTER ADVANCING 2 LINE

               PERFORM VARYING WS-RANK-VALUE FROM 1 BY 1
                       UNTIL WS-RANK-VALUE > WS-DRV-COUNT
                   PERFORM VARYING WS-DRV-IX FROM 1 BY 1
                           UNTIL WS-DRV-IX > WS-DRV-COUNT
                       IF WS-DRV-RANK (WS-DRV-IX) = WS-RANK-VALUE
                           PERFORM 232-WRITE-FLEET-LINE-RTN
                       END-IF
                   END-PERFORM
               END-PERFORM

               MOVE 0                  TO FD-RANK-OUT
               MOVE SPACES             TO FD-EMPLOYEE-OUT
               MOVE 'FLEET'            TO FD-NAME-OUT
               MOVE WS-FLEET-SALES     TO FD-SALES-OUT
               MOVE WS-FLEET-NET-LOSS  TO FD-LOSS-OUT
               MOVE WS-FLEET-LOSS-PCT  TO FD-PCT-OUT
               MOVE SPACES             TO FD-FLAG-OUT
               MOVE FLEET-DETAIL-LINE TO PIZZA-SCORECARD-REPORT-REC
               WRITE PIZZA-SCORECARD-REPORT-REC
                       AFTER ADVANCING 2 LINE
           END-IF

           .
      *
       232-WRITE-FLEET-LINE-RTN.

           MOVE WS-DRV-RANK (WS-DRV-IX)        TO FD-RANK-OUT
           MOVE WS-DRV-EMPLOYEE-ID (WS-DRV-IX) TO FD-EMPLOYEE-OUT
           MOVE WS-DRV-NAME (WS-DRV-IX)        TO FD-NAME-OUT
           MOVE WS-DRV-SALES (WS-DRV-IX)       TO FD-SALES-OUT
           MOVE WS-DRV-NET-LOSS (WS-DRV-IX)    TO FD-LOSS-OUT
           MOVE WS-DRV-LOSS-PCT (WS-DRV-IX)    TO FD-PCT-OUT
           IF WS-DRV-LOSS-PCT (WS-DRV-IX) > WS-THRESHOLD-PCT
               MOVE '***'  TO FD-FLAG-OUT
           ELSE
               MOVE SPACES TO FD-FLAG-OUT
           END-IF

           MOVE FLEET-DETAIL-LINE TO PIZZA-SCORECARD-REPORT-REC
           WRITE PIZZA-SCORECARD-REPORT-REC
                   AFTER ADVANCING 1 LINE

           .
      *
       240-WRITE-RUN-LOG-RTN.

           MOVE 'PIZZA-SCORECARD-PROG' TO RL-PROGRAM
           MOVE WS-RUN-DATE     TO RL-DATE
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:6) TO RL-TIME
           MOVE WS-JOURNAL-READ-COUNT TO RL-RECS-IN
           MOVE WS-PAGES-PRINTED      TO RL-RECS-OUT
           MOVE 0                     TO RL-RECS-REJECT
           MOVE WS-JOURNAL-FILE-STATUS TO RL-FILE-STATUS

           WRITE PIZZA-RUN-LOG-REC

           .
      *
       250-CLOSE-ROUTINE.

           DISPLAY 'DRIVERS SCORED: ' WS-DRV-COUNT
           DISPLAY 'BACKED-OUT ROWS: ' WS-BO-SKIPPED-COUNT

           MOVE 'END' TO RL-EVENT
           PERFORM 240-WRITE-RUN-LOG-RTN

           IF WS-EMPLOYEE-MASTER-OPEN-SW = 'YES'
               CLOSE EMPLOYEE-MASTER
           END-IF

           CLOSE    PIZZA-SCORECARD-REPORT-FILE
                    PIZZA-RUN-LOG-FILE

           STOP RUN
           .
