       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-REORDER-GEN-PROG.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  This program rebuilds PIZZA-REORDER-PARAMS.TXT from how
      *  fast each truck actually goes through each item, so the
      *  reorder run stops working from hand-keyed levels.  For
      *  every truck/item on the PR1FA22-Pizza master it looks
      *  back over a window ending on the control card date and
      *  measures:
      *    - the average and peak daily 'S' quantity on
      *      PIZZA-SALES-TXN.TXT;
      *    - the average day-over-day fall in stock between the
      *      PIZZA-INVENTORY-HISTORY.TXT snapshots, and for months
      *      already rolled to PIZZA-HISTORY-SUMMARY.TXT the fall
      *      in average stock held month over month, spread over
      *      the month's snapshot days.
      *  The daily usage is the larger of the sales rate and the
      *  stock-movement rate.  The reorder point covers the
      *  delivery lead time at that usage plus a safety margin of
      *  (peak - average) sales per lead day; the order-up-to
      *  level adds one order cycle of usage on top.  Rows on
      *  PIZZA-REORDER-OVERRIDE.TXT (same layout as the params
      *  file) are written as keyed and never recalculated, and a
      *  truck/item with no sales or history in the window keeps
      *  its old row.  The new file is built in
      *  PIZZA-REORDER-PARAMS.TMP and only copied over the live
      *  file once the run has completed, and every row is listed
      *  old against new on PIZZA-REORDER-REVIEW.TXT.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PIZZA-REORDER-GEN-CONTROL-FILE
               ASSIGN TO 'PIZZA-REORDER-GEN-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT PR1FA22-Pizza
               ASSIGN TO 'PR1FA22-Pizza.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PIZZA-KEY
               FILE STATUS IS WS-PIZZA-FILE-STATUS.

           SELECT OPTIONAL PIZZA-SALES-TXN-FILE
               ASSIGN TO 'PIZZA-SALES-TXN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-TXN-FILE-STATUS.

           SELECT OPTIONAL PIZZA-HISTORY-FILE
               ASSIGN TO 'PIZZA-INVENTORY-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT OPTIONAL PIZZA-SUMMARY-FILE
               ASSIGN TO 'PIZZA-HISTORY-SUMMARY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-FILE-STATUS.

           SELECT OPTIONAL PIZZA-REORDER-PARAM-FILE
               ASSIGN TO 'PIZZA-REORDER-PARAMS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

           SELECT PIZZA-REORDER-PARAM-TMP-FILE
               ASSIGN TO 'PIZZA-REORDER-PARAMS.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-TMP-STATUS.

           SELECT OPTIONAL PIZZA-REORDER-OVERRIDE-FILE
               ASSIGN TO 'PIZZA-REORDER-OVERRIDE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-FILE-STATUS.

           SELECT PIZZA-REORDER-REVIEW-FILE
               ASSIGN TO 'PIZZA-REORDER-REVIEW.TXT'.

           SELECT PIZZA-RUN-LOG-FILE
               ASSIGN TO 'PIZZA-RUN-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO 'PIZZARGEN.TMP'.
      *
       DATA DIVISION.
       FILE SECTION.

      *    Window end date (blank = run date), lookback days,
      *    delivery lead days, and order-cycle days.  A missing
      *    card or a blank field takes the default below.
       FD  PIZZA-REORDER-GEN-CONTROL-FILE
           RECORD CONTAINS 15 CHARACTERS.
       01  PIZZA-REORDER-GEN-CONTROL-REC.
           05  RG-END-DATE            PIC X(8).
           05  RG-LOOKBACK-DAYS       PIC X(3).
           05  RG-LEAD-DAYS           PIC X(2).
           05  RG-CYCLE-DAYS          PIC X(2).
      *
       FD  PR1FA22-Pizza
           RECORD CONTAINS 40 CHARACTERS.
           COPY PIZZAREC.
      *
       FD  PIZZA-SALES-TXN-FILE
           RECORD CONTAINS 34 CHARACTERS.
           COPY PIZZATXN.
      *
       FD  PIZZA-HISTORY-FILE
           RECORD CONTAINS 24 CHARACTERS.
           COPY PIZZAHST.
      *
       FD  PIZZA-SUMMARY-FILE
           RECORD CONTAINS 32 CHARACTERS.
           COPY PIZZASUM.
      *
       FD  PIZZA-REORDER-PARAM-FILE
           RECORD CONTAINS 13 CHARACTERS.
       01  PIZZA-REORDER-PARAM-REC.
           05  PARAM-TRUCK-ID-IN      PIC X(5).
           05  PARAM-ITEM-ID-IN       PIC A(2).
           05  PARAM-REORDER-POINT-IN PIC 9(3).
           05  PARAM-ORDER-UP-TO-IN   PIC 9(3).
      *
       FD  PIZZA-REORDER-PARAM-TMP-FILE
           RECORD CONTAINS 13 CHARACTERS.
       01  PIZZA-REORDER-PARAM-TMP-REC.
           05  TMP-TRUCK-ID-OUT       PIC X(5).
           05  TMP-ITEM-ID-OUT        PIC X(2).
           05  TMP-REORDER-POINT-OUT  PIC 9(3).
           05  TMP-ORDER-UP-TO-OUT    PIC 9(3).
      *
       FD  PIZZA-REORDER-OVERRIDE-FILE
           RECORD CONTAINS 13 CHARACTERS.
       01  PIZZA-REORDER-OVERRIDE-REC.
           05  OVR-TRUCK-ID-IN        PIC X(5).
           05  OVR-ITEM-ID-IN         PIC X(2).
           05  OVR-REORDER-POINT-IN   PIC 9(3).
           05  OVR-ORDER-UP-TO-IN     PIC 9(3).
      *
       FD    PIZZA-REORDER-REVIEW-FILE
             RECORD CONTAINS 80 CHARACTERS.
       01    PIZZA-REORDER-REVIEW-REC PIC X(80).
      *
       FD  PIZZA-RUN-LOG-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY RUNLOG.
      *
      *    One row per master key ('K'), in-window sale ('S'),
      *    daily snapshot ('H'), or monthly summary ('M'), sorted
      *    so each truck/item's rows arrive together in date
      *    order with the master key row first.
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SORT-TRUCK-ID          PIC X(5).
           05  SORT-ITEM-ID           PIC X(2).
           05  SORT-DATE              PIC 9(8).
           05  SORT-TYPE              PIC X.
           05  SORT-QTY               PIC 9(7).
           05  SORT-DAYS              PIC 9(3).
      *********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    ARE-THERE-MORE-RECORDS    PIC X(3) VALUE 'YES'.
             05    WS-MORE-SALES-RECS        PIC X(3) VALUE 'YES'.
             05    WS-MORE-HIST-RECS         PIC X(3) VALUE 'YES'.
             05    WS-MORE-SUMMARY-RECS      PIC X(3) VALUE 'YES'.
             05    WS-MORE-PARAM-RECS        PIC X(3) VALUE 'YES'.
             05    WS-MORE-OVERRIDE-RECS     PIC X(3) VALUE 'YES'.
             05    WS-MORE-SORT-RECS         PIC X(3) VALUE 'YES'.
             05    WS-MORE-TMP-RECS          PIC X(3) VALUE 'YES'.
             05    WS-PIZZA-FILE-STATUS      PIC XX VALUE '00'.
             05    WS-SALES-TXN-FILE-STATUS  PIC XX VALUE '00'.
             05    WS-HISTORY-FILE-STATUS    PIC XX VALUE '00'.
             05    WS-SUMMARY-FILE-STATUS    PIC XX VALUE '00'.
             05    WS-PARAM-FILE-STATUS      PIC XX VALUE '00'.
             05    WS-PARAM-TMP-STATUS       PIC XX VALUE '00'.
             05    WS-OVERRIDE-FILE-STATUS   PIC XX VALUE '00'.
             05    WS-CONTROL-FILE-STATUS    PIC XX VALUE '00'.
             05    WS-RUN-DATE               PIC 9(8).
             05    WS-RUN-TIME-RAW           PIC 9(8).

       01    WS-RUN-LOG-AREAS.
             05    WS-RUN-LOG-STATUS         PIC XX VALUE '00'.
             05    WS-SORT-READ-COUNT        PIC 9(5) VALUE 0.
             05    WS-PARAM-WRITTEN-COUNT    PIC 9(5) VALUE 0.

       01    WS-CONTROL-AREAS.
             05    WS-END-DATE               PIC 9(8).
             05    WS-START-DATE             PIC 9(8).
             05    WS-START-PERIOD           PIC 9(6).
             05    WS-END-PERIOD             PIC 9(6).
             05    WS-LOOKBACK-DAYS          PIC 9(3) VALUE 28.
             05    WS-LEAD-DAYS              PIC 9(2) VALUE 2.
             05    WS-CYCLE-DAYS             PIC 9(2) VALUE 7.
             05    WS-BACK-COUNT             PIC 9(3).

      *    Calendar work for stepping the window start back one
      *    day at a time from the end date.
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

       01    WS-OLD-PARAM-AREAS.
             05    WS-OLD-COUNT              PIC 9(3) VALUE 0.
             05    WS-OLD-MAX                PIC 9(3) VALUE 200.
             05    WS-OLD-IX                 PIC 9(3) VALUE 0.
             05    WS-OLD-FOUND-IX           PIC 9(3) VALUE 0.
             05    WS-OLD-TABLE OCCURS 200 TIMES.
                   10  WS-OLD-TRUCK-ID       PIC X(5).
                   10  WS-OLD-ITEM-ID        PIC X(2).
                   10  WS-OLD-POINT          PIC 9(3).
                   10  WS-OLD-UP-TO          PIC 9(3).

       01    WS-OVERRIDE-AREAS.
             05    WS-OVR-COUNT              PIC 9(3) VALUE 0.
             05    WS-OVR-MAX                PIC 9(3) VALUE 200.
             05    WS-OVR-IX                 PIC 9(3) VALUE 0.
             05    WS-OVR-FOUND-IX           PIC 9(3) VALUE 0.
             05    WS-OVR-TABLE OCCURS 200 TIMES.
                   10  WS-OVR-TRUCK-ID       PIC X(5).
                   10  WS-OVR-ITEM-ID        PIC X(2).
                   10  WS-OVR-POINT          PIC 9(3).
                   10  WS-OVR-UP-TO          PIC 9(3).
                   10  WS-OVR-USED-SW        PIC X(3).

       01    WS-KEY-AREAS.
             05    WS-FIRST-SORT-REC-SW      PIC X(3) VALUE 'YES'.
             05    WS-CURR-TRUCK-ID          PIC X(5).
             05    WS-CURR-ITEM-ID           PIC X(2).
             05    WS-ON-MASTER-SW           PIC X(3).
             05    WS-SALES-TOTAL            PIC 9(7).
             05    WS-SALE-DAY               PIC 9(8).
             05    WS-SALE-DAY-QTY           PIC 9(7).
             05    WS-PEAK-QTY               PIC 9(7).
             05    WS-HAVE-SNAP-SW           PIC X(3).
             05    WS-PREV-SNAP-DATE         PIC 9(8).
             05    WS-PREV-SNAP-STOCK        PIC 9(7).
             05    WS-HAVE-MONTH-SW          PIC X(3).
             05    WS-PREV-MONTH-AVG         PIC 9(7)V99.
             05    WS-MONTH-AVG              PIC 9(7)V99.
             05    WS-MOVE-TOTAL             PIC 9(7)V99.
             05    WS-MOVE-DAYS              PIC 9(5).
             05    WS-STOCK-DROP             PIC S9(7)V99.

       01    WS-CALC-AREAS.
             05    WS-AVG-SALES              PIC 9(5)V99.
             05    WS-MOVE-RATE              PIC 9(5)V99.
             05    WS-USAGE-RATE             PIC 9(5)V99.
             05    WS-SAFETY-RATE            PIC S9(5)V99.
             05    WS-LEVEL-WORK             PIC 9(7)V99.
             05    WS-NEW-POINT              PIC 9(7).
             05    WS-NEW-UP-TO              PIC 9(7).
             05    WS-MAX-LEVEL              PIC 9(3) VALUE 999.
             05    WS-NOTE                   PIC X(16).

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
          05 FILLER          PIC X(22) VALUE SPACES.
          05 REPORT-LINE     PIC X(30) VALUE
             'REORDER PARAMETER REVIEW'.

       01 WINDOW-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(7)  VALUE 'WINDOW '.
          05 WL-START-OUT      PIC 9999/99/99.
          05 FILLER            PIC X(3)  VALUE ' - '.
          05 WL-END-OUT        PIC 9999/99/99.
          05 FILLER            PIC X(7)  VALUE '  DAYS='.
          05 WL-DAYS-OUT       PIC ZZ9.
          05 FILLER            PIC X(7)  VALUE '  LEAD='.
          05 WL-LEAD-OUT       PIC Z9.
          05 FILLER            PIC X(8)  VALUE '  CYCLE='.
          05 WL-CYCLE-OUT      PIC Z9.

       01 REVIEW-COL-HEADER.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(5)  VALUE 'TRUCK'.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 FILLER            PIC X(4)  VALUE 'ITEM'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(7)  VALUE 'AVG/DAY'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(4)  VALUE 'PEAK'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(8)  VALUE 'MOVE/DAY'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(11) VALUE 'OLD PT/UPTO'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(11) VALUE 'NEW PT/UPTO'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(4)  VALUE 'NOTE'.

       01 REVIEW-DETAIL-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 RV-TRUCK-ID-OUT   PIC X(5).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 RV-ITEM-ID-OUT    PIC X(2).
          05 FILLER            PIC X(3)  VALUE SPACES.
          05 RV-AVG-OUT        PIC ZZ9.99.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 RV-PEAK-OUT       PIC ZZZ9.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 RV-MOVE-OUT       PIC ZZ9.99.
          05 FILLER            PIC X(3)  VALUE SPACES.
          05 RV-OLD-POINT-OUT  PIC X(3).
          05 FILLER            PIC X(1)  VALUE '/'.
          05 RV-OLD-UP-TO-OUT  PIC X(3).
          05 FILLER            PIC X(6)  VALUE SPACES.
          05 RV-NEW-POINT-OUT  PIC ZZ9.
          05 FILLER            PIC X(1)  VALUE '/'.
          05 RV-NEW-UP-TO-OUT  PIC ZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 RV-NOTE-OUT       PIC X(16).

       01 REVIEW-TOTAL-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(15) VALUE 'PARAMS WRITTEN='.
          05 RT-WRITTEN-OUT    PIC ZZ,ZZ9.

       01 WS-EDIT-AREAS.
             05    WS-EDIT-3                 PIC ZZ9.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 130-LOAD-OLD-PARAMS-RTN
           PERFORM 135-LOAD-OVERRIDES-RTN

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-TRUCK-ID SORT-ITEM-ID
                                SORT-DATE SORT-TYPE
               INPUT PROCEDURE IS 150-RELEASE-INPUT-RTN
               OUTPUT PROCEDURE IS 160-BUILD-PARAMS-RTN

           PERFORM 228-LEFTOVER-OVERRIDES-RTN

           CLOSE PIZZA-REORDER-PARAM-TMP-FILE
           PERFORM 230-REPLACE-PARAMS-RTN
           PERFORM 250-CLOSE-ROUTINE

           .
      *
      *    No card at all runs the defaults over a window ending
      *    today; a card field left blank takes its default.
       122-READ-CONTROL-CARD-RTN.

           MOVE WS-RUN-DATE TO WS-END-DATE

           OPEN INPUT PIZZA-REORDER-GEN-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = '00'
               READ PIZZA-REORDER-GEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RG-END-DATE NUMERIC
                           MOVE RG-END-DATE TO WS-END-DATE
                       END-IF
                       IF RG-LOOKBACK-DAYS NUMERIC
                          AND RG-LOOKBACK-DAYS NOT = '000'
                           MOVE RG-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
                       END-IF
                       IF RG-LEAD-DAYS NUMERIC
                           MOVE RG-LEAD-DAYS TO WS-LEAD-DAYS
                       END-IF
                       IF RG-CYCLE-DAYS NUMERIC
                          AND RG-CYCLE-DAYS NOT = '00'
                           MOVE RG-CYCLE-DAYS TO WS-CYCLE-DAYS
                       END-IF
               END-READ
           END-IF

           IF WS-CONTROL-FILE-STATUS = '00'
              OR WS-CONTROL-FILE-STATUS = '05'
              OR WS-CONTROL-FILE-STATUS = '10'
               CLOSE PIZZA-REORDER-GEN-CONTROL-FILE
           END-IF

           DISPLAY 'REORDER WINDOW ENDS ' WS-END-DATE
                   ' LOOKBACK ' WS-LOOKBACK-DAYS
                   ' LEAD ' WS-LEAD-DAYS
                   ' CYCLE ' WS-CYCLE-DAYS

           .
      *
       125-HOUSEKEEPING.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 122-READ-CONTROL-CARD-RTN
           PERFORM 127-SET-WINDOW-RTN

           OPEN    EXTEND    PIZZA-RUN-LOG-FILE
           IF WS-RUN-LOG-STATUS = '35'
               OPEN    OUTPUT    PIZZA-RUN-LOG-FILE
           END-IF
           IF WS-RUN-LOG-STATUS NOT = '00'
              AND WS-RUN-LOG-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PIZZA-RUN-LOG.TXT, STATUS: '
                       WS-RUN-LOG-STATUS
               STOP RUN
           END-IF

           MOVE 'START' TO RL-EVENT
           PERFORM 240-WRITE-RUN-LOG-RTN

           OPEN    OUTPUT    PIZZA-REORDER-PARAM-TMP-FILE
           IF WS-PARAM-TMP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PIZZA-REORDER-PARAMS.TMP, '
                       'STATUS: ' WS-PARAM-TMP-STATUS
               STOP RUN
           END-IF

           OPEN    OUTPUT    PIZZA-REORDER-REVIEW-FILE

           MOVE WS-RUN-DATE      TO H1-DATE
           MOVE REPORT-HEADER    TO PIZZA-REORDER-REVIEW-REC
           WRITE PIZZA-REORDER-REVIEW-REC
                   AFTER ADVANCING 2 LINE

           MOVE REPORT-HEADER-2  TO PIZZA-REORDER-REVIEW-REC
           WRITE PIZZA-REORDER-REVIEW-REC
                   AFTER ADVANCING 2 LINE

           MOVE WS-START-DATE    TO WL-START-OUT
           MOVE WS-END-DATE      TO WL-END-OUT
           MOVE WS-LOOKBACK-DAYS TO WL-DAYS-OUT
           MOVE WS-LEAD-DAYS     TO WL-LEAD-OUT
           MOVE WS-CYCLE-DAYS    TO WL-CYCLE-OUT
           MOVE WINDOW-LINE      TO PIZZA-REORDER-REVIEW-REC
           WRITE PIZZA-REORDER-REVIEW-REC
                   AFTER ADVANCING 2 LINE

           MOVE REVIEW-COL-HEADER TO PIZZA-REORDER-REVIEW-REC
           WRITE PIZZA-REORDER-REVIEW-REC
                   AFTER ADVANCING 2 LINE
                  .
      *
      *    The window is WS-LOOKBACK-DAYS days ending on (and
      *    including) the end date.
       127-SET-WINDOW-RTN.

           MOVE WS-END-DATE TO WS-WORK-DATE

           PERFORM VARYING WS-BACK-COUNT FROM 2 BY 1
                   UNTIL WS-BACK-COUNT > WS-LOOKBACK-DAYS
               PERFORM 128-BACK-ONE-DAY-RTN
           END-PERFORM

           MOVE WS-WORK-DATE       TO WS-START-DATE
           MOVE WS-START-DATE(1:6) TO WS-START-PERIOD
           MOVE WS-END-DATE(1:6)   TO WS-END-PERIOD

           .
      *
       128-BACK-ONE-DAY-RTN.

           IF WS-WORK-DAY > 1
               SUBTRACT 1 FROM WS-WORK-DAY
           ELSE
               IF WS-WORK-MONTH > 1
                   SUBTRACT 1 FROM WS-WORK-MONTH
               ELSE
                   MOVE 12 TO WS-WORK-MONTH
                   SUBTRACT 1 FROM WS-WORK-YEAR
               END-IF
               MOVE WS-MONTH-DAYS (WS-WORK-MONTH) TO WS-WORK-DAY
               IF WS-WORK-MONTH = 2
                   DIVIDE WS-WORK-YEAR BY 4   GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-4 = 0
                      AND (WS-LEAP-REM-100 NOT = 0
                           OR WS-LEAP-REM-400 = 0)
                       MOVE 29 TO WS-WORK-DAY
                   END-IF
               END-IF
           END-IF

           .
      *
       130-LOAD-OLD-PARAMS-RTN.

           OPEN INPUT PIZZA-REORDER-PARAM-FILE
           IF WS-PARAM-FILE-STATUS NOT = '00'
               MOVE 'NO' TO WS-MORE-PARAM-RECS
           END-IF

           PERFORM UNTIL WS-MORE-PARAM-RECS = 'NO'
               READ PIZZA-REORDER-PARAM-FILE
                   AT END
                       MOVE 'NO' TO WS-MORE-PARAM-RECS
                   NOT AT END
                       IF PARAM-REORDER-POINT-IN NUMERIC
                          AND PARAM-ORDER-UP-TO-IN NUMERIC
                          AND WS-OLD-COUNT < WS-OLD-MAX
                           ADD 1 TO WS-OLD-COUNT
                           MOVE PARAM-TRUCK-ID-IN
                                   TO WS-OLD-TRUCK-ID (WS-OLD-COUNT)
                           MOVE PARAM-ITEM-ID-IN
                                   TO WS-OLD-ITEM-ID (WS-OLD-COUNT)
                           MOVE PARAM-REORDER-POINT-IN
                                   TO WS-OLD-POINT (WS-OLD-COUNT)
                           MOVE PARAM-ORDER-UP-TO-IN
                                   TO WS-OLD-UP-TO (WS-OLD-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PARAM-FILE-STATUS = '00'
              OR WS-PARAM-FILE-STATUS = '05'
              OR WS-PARAM-FILE-STATUS = '10'
               CLOSE PIZZA-REORDER-PARAM-FILE
           END-IF

           .
      *
       135-LOAD-OVERRIDES-RTN.

           OPEN INPUT PIZZA-REORDER-OVERRIDE-FILE
           IF WS-OVERRIDE-FILE-STATUS NOT = '00'
               MOVE 'NO' TO WS-MORE-OVERRIDE-RECS
           END-IF

           PERFORM UNTIL WS-MORE-OVERRIDE-RECS = 'NO'
               READ PIZZA-REORDER-OVERRIDE-FILE
                   AT END
                       MOVE 'NO' TO WS-MORE-OVERRIDE-RECS
                   NOT AT END
                       PERFORM 140-STORE-OVERRIDE-RTN
               END-READ
           END-PERFORM

           IF WS-OVERRIDE-FILE-STATUS = '00'
              OR WS-OVERRIDE-FILE-STATUS = '05'
              OR WS-OVERRIDE-FILE-STATUS = '10'
               CLOSE PIZZA-REORDER-OVERRIDE-FILE
           END-IF

           .
      *
       140-STORE-OVERRIDE-RTN.

           IF OVR-REORDER-POINT-IN NOT NUMERIC
              OR OVR-ORDER-UP-TO-IN NOT NUMERIC
               DISPLAY 'BAD OVERRIDE ROW SKIPPED: '
                       OVR-TRUCK-ID-IN OVR-ITEM-ID-IN
           ELSE
               IF WS-OVR-COUNT >= WS-OVR-MAX
                   DISPLAY 'OVERRIDE TABLE FULL - ROW SKIPPED: '
                           OVR-TRUCK-ID-IN OVR-ITEM-ID-IN
               ELSE
                   ADD 1 TO WS-OVR-COUNT
                   MOVE OVR-TRUCK-ID-IN
                           TO WS-OVR-TRUCK-ID (WS-OVR-COUNT)
                   MOVE OVR-ITEM-ID-IN
                           TO WS-OVR-ITEM-ID (WS-OVR-COUNT)
                   MOVE OVR-REORDER-POINT-IN
                           TO WS-OVR-POINT (WS-OVR-COUNT)
                   MOVE OVR-ORDER-UP-TO-IN
                           TO WS-OVR-UP-TO (WS-OVR-COUNT)
                   MOVE 'NO' TO WS-OVR-USED-SW (WS-OVR-COUNT)
               END-IF
           END-IF

           .
      *
      *    Input procedure: only rows inside the window are
      *    released, so the sort carries nothing the levels do not
      *    use.  The master is required; the movement files are
      *    all optional.
       150-RELEASE-INPUT-RTN.

           PERFORM 152-RELEASE-MASTER-RTN
           PERFORM 154-RELEASE-SALES-RTN
           PERFORM 156-RELEASE-HISTORY-RTN
           PERFORM 158-RELEASE-SUMMARY-RTN

           .
      *
       152-RELEASE-MASTER-RTN.

           OPEN INPUT PR1FA22-Pizza
           IF WS-PIZZA-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PR1FA22-Pizza, STATUS: '
                       WS-PIZZA-FILE-STATUS
               STOP RUN
           END-IF

           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
               READ PR1FA22-Pizza
                   AT END
                       MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       MOVE TRUCK-ID-IN TO SORT-TRUCK-ID
                       MOVE ITEM-ID-IN  TO SORT-ITEM-ID
                       MOVE 0           TO SORT-DATE
                       MOVE 'K'         TO SORT-TYPE
                       MOVE 0           TO SORT-QTY
                       MOVE 0           TO SORT-DAYS
                       RELEASE SORT-REC
               END-READ
           END-PERFORM

           CLOSE PR1FA22-Pizza

           .
      *
       154-RELEASE-SALES-RTN.

           OPEN INPUT PIZZA-SALES-TXN-FILE
           IF WS-SALES-TXN-FILE-STATUS NOT = '00'
               MOVE 'NO' TO WS-MORE-SALES-RECS
           END-IF

           PERFORM UNTIL WS-MORE-SALES-RECS = 'NO'
               READ PIZZA-SALES-TXN-FILE
                   AT END
                       MOVE 'NO' TO WS-MORE-SALES-RECS
                   NOT AT END
                       IF TXN-TYPE-IN = 'S'
                          AND TXN-QTY-IN NUMERIC
                          AND TXN-DATE-IN NUMERIC
                          AND TXN-DATE-IN NOT < WS-START-DATE
                          AND TXN-DATE-IN NOT > WS-END-DATE
                           MOVE TXN-TRUCK-ID-IN TO SORT-TRUCK-ID
                           MOVE TXN-ITEM-ID-IN  TO SORT-ITEM-ID
                           MOVE TXN-DATE-IN     TO SORT-DATE
                           MOVE 'S'             TO SORT-TYPE
                           MOVE TXN-QTY-IN      TO SORT-QTY
                           MOVE 0               TO SORT-DAYS
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM

           IF WS-SALES-TXN-FILE-STATUS = '00'
              OR WS-SALES-TXN-FILE-STATUS = '05'
              OR WS-SALES-TXN-FILE-STATUS = '10'
               CLOSE PIZZA-SALES-TXN-FILE
           END-IF

           .
      *
       156-RELEASE-HISTORY-RTN.

           OPEN INPUT PIZZA-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               MOVE 'NO' TO WS-MORE-HIST-RECS
           END-IF

           PERFORM UNTIL WS-MORE-HIST-RECS = 'NO'
               READ PIZZA-HISTORY-FILE
                   AT END
                       MOVE 'NO' TO WS-MORE-HIST-RECS
                   NOT AT END
                       IF HIST-STOCK NUMERIC
                          AND HIST-DATE NOT < WS-START-DATE
                          AND HIST-DATE NOT > WS-END-DATE
                           MOVE HIST-TRUCK-ID   TO SORT-TRUCK-ID
                           MOVE HIST-ITEM-ID    TO SORT-ITEM-ID
                           MOVE HIST-DATE       TO SORT-DATE
                           MOVE 'H'             TO SORT-TYPE
                           MOVE HIST-STOCK      TO SORT-QTY
                           MOVE 1               TO SORT-DAYS
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM

           IF WS-HISTORY-FILE-STATUS = '00'
              OR WS-HISTORY-FILE-STATUS = '05'
              OR WS-HISTORY-FILE-STATUS = '10'
               CLOSE PIZZA-HISTORY-FILE
           END-IF

           .
      *
      *    A summary row stands for its whole month, so it is dated
      *    the first of the month to sort ahead of any daily rows.
       158-RELEASE-SUMMARY-RTN.

           OPEN INPUT PIZZA-SUMMARY-FILE
           IF WS-SUMMARY-FILE-STATUS NOT = '00'
               MOVE 'NO' TO WS-MORE-SUMMARY-RECS
           END-IF

           PERFORM UNTIL WS-MORE-SUMMARY-RECS = 'NO'
               READ PIZZA-SUMMARY-FILE
                   AT END
                       MOVE 'NO' TO WS-MORE-SUMMARY-RECS
                   NOT AT END
                       IF SUM-SNAP-DAYS NUMERIC
                          AND SUM-SNAP-DAYS > 0
                          AND SUM-PERIOD NOT < WS-START-PERIOD
                          AND SUM-PERIOD NOT > WS-END-PERIOD
                           MOVE SUM-TRUCK-ID    TO SORT-TRUCK-ID
                           MOVE SUM-ITEM-ID     TO SORT-ITEM-ID
                           COMPUTE SORT-DATE = SUM-PERIOD * 100 + 1
                           MOVE 'M'             TO SORT-TYPE
                           MOVE SUM-STOCK-TOTAL TO SORT-QTY
                           MOVE SUM-SNAP-DAYS   TO SORT-DAYS
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM

           IF WS-SUMMARY-FILE-STATUS = '00'
              OR WS-SUMMARY-FILE-STATUS = '05'
              OR WS-SUMMARY-FILE-STATUS = '10'
               CLOSE PIZZA-SUMMARY-FILE
           END-IF

           .
      *
       160-BUILD-PARAMS-RTN.

           PERFORM UNTIL WS-MORE-SORT-RECS = 'NO'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'NO' TO WS-MORE-SORT-RECS
                   NOT AT END
                       ADD 1 TO WS-SORT-READ-COUNT
                       PERFORM 200-PROCESS-RTN
               END-RETURN
           END-PERFORM

           IF WS-FIRST-SORT-REC-SW = 'NO'
               PERFORM 210-FINISH-KEY-RTN
           END-IF

           .
      *
       200-PROCESS-RTN.

           IF WS-FIRST-SORT-REC-SW = 'YES'
               MOVE 'NO' TO WS-FIRST-SORT-REC-SW
               PERFORM 202-START-KEY-RTN
           ELSE
               IF SORT-TRUCK-ID NOT = WS-CURR-TRUCK-ID
                  OR SORT-ITEM-ID NOT = WS-CURR-ITEM-ID
                   PERFORM 210-FINISH-KEY-RTN
                   PERFORM 202-START-KEY-RTN
               END-IF
           END-IF

           EVALUATE SORT-TYPE
               WHEN 'K'
                   MOVE 'YES' TO WS-ON-MASTER-SW
               WHEN 'S'
                   IF SORT-DATE NOT = WS-SALE-DAY
                       PERFORM 205-CLOSE-SALE-DAY-RTN
                       MOVE SORT-DATE TO WS-SALE-DAY
                   END-IF
                   ADD SORT-QTY TO WS-SALE-DAY-QTY
                   ADD SORT-QTY TO WS-SALES-TOTAL
               WHEN 'H'
                   PERFORM 206-SNAPSHOT-MOVE-RTN
               WHEN 'M'
                   PERFORM 207-MONTH-MOVE-RTN
           END-EVALUATE

           .
      *
       202-START-KEY-RTN.

           MOVE SORT-TRUCK-ID TO WS-CURR-TRUCK-ID
           MOVE SORT-ITEM-ID  TO WS-CURR-ITEM-ID
           MOVE 'NO' TO WS-ON-MASTER-SW
           MOVE 'NO' TO WS-HAVE-SNAP-SW
           MOVE 'NO' TO WS-HAVE-MONTH-SW
           MOVE 0    TO WS-SALES-TOTAL
           MOVE 0    TO WS-SALE-DAY
           MOVE 0    TO WS-SALE-DAY-QTY
           MOVE 0    TO WS-PEAK-QTY
           MOVE 0    TO WS-MOVE-TOTAL
           MOVE 0    TO WS-MOVE-DAYS

           .
      *
       205-CLOSE-SALE-DAY-RTN.

           IF WS-SALE-DAY-QTY > WS-PEAK-QTY
               MOVE WS-SALE-DAY-QTY TO WS-PEAK-QTY
           END-IF
           MOVE 0 TO WS-SALE-DAY-QTY

           .
      *
      *    Only a fall in stock counts as movement - a rise is a
      *    delivery.  A second snapshot on the same date (an
      *    inventory rerun) replaces the first rather than adding
      *    a day.
       206-SNAPSHOT-MOVE-RTN.

           IF WS-HAVE-SNAP-SW = 'YES'
              AND SORT-DATE NOT = WS-PREV-SNAP-DATE
               COMPUTE WS-STOCK-DROP =
                       WS-PREV-SNAP-STOCK - SORT-QTY
               IF WS-STOCK-DROP > 0
                   ADD WS-STOCK-DROP TO WS-MOVE-TOTAL
               END-IF
               ADD 1 TO WS-MOVE-DAYS
           END-IF

           MOVE 'YES'     TO WS-HAVE-SNAP-SW
           MOVE SORT-DATE TO WS-PREV-SNAP-DATE
           MOVE SORT-QTY  TO WS-PREV-SNAP-STOCK

           .
      *
       207-MONTH-MOVE-RTN.

           COMPUTE WS-MONTH-AVG ROUNDED = SORT-QTY / SORT-DAYS

           IF WS-HAVE-MONTH-SW = 'YES'
               COMPUTE WS-STOCK-DROP =
                       WS-PREV-MONTH-AVG - WS-MONTH-AVG
               IF WS-STOCK-DROP > 0
                   ADD WS-STOCK-DROP TO WS-MOVE-TOTAL
               END-IF
               ADD SORT-DAYS TO WS-MOVE-DAYS
           END-IF

           MOVE 'YES'        TO WS-HAVE-MONTH-SW
           MOVE WS-MONTH-AVG TO WS-PREV-MONTH-AVG

           .
      *
      *    Keys not on the inventory master are dropped - the
      *    reorder run would never read them.
       210-FINISH-KEY-RTN.

           PERFORM 205-CLOSE-SALE-DAY-RTN

           IF WS-ON-MASTER-SW = 'YES'
               PERFORM 218-FIND-OLD-PARAM-RTN
               PERFORM 219-FIND-OVERRIDE-RTN

               IF WS-OVR-FOUND-IX > 0
                   PERFORM 215-CALC-LEVELS-RTN
                   MOVE WS-OVR-POINT (WS-OVR-FOUND-IX)
                           TO WS-NEW-POINT
                   MOVE WS-OVR-UP-TO (WS-OVR-FOUND-IX)
                           TO WS-NEW-UP-TO
                   MOVE 'YES' TO WS-OVR-USED-SW (WS-OVR-FOUND-IX)
                   MOVE 'MANUAL OVERRIDE' TO WS-NOTE
                   PERFORM 220-WRITE-PARAM-RTN
               ELSE
                   IF WS-SALES-TOTAL = 0
                      AND WS-MOVE-TOTAL = 0
                       PERFORM 215-CALC-LEVELS-RTN
                       IF WS-OLD-FOUND-IX > 0
                           MOVE WS-OLD-POINT (WS-OLD-FOUND-IX)
                                   TO WS-NEW-POINT
                           MOVE WS-OLD-UP-TO (WS-OLD-FOUND-IX)
                                   TO WS-NEW-UP-TO
                           MOVE 'NO DATA-KEPT' TO WS-NOTE
                           PERFORM 220-WRITE-PARAM-RTN
                       ELSE
                           MOVE 'NO DATA-DEFAULT' TO WS-NOTE
                           PERFORM 225-WRITE-REVIEW-LINE-RTN
                       END-IF
                   ELSE
                       PERFORM 215-CALC-LEVELS-RTN
                       MOVE SPACES TO WS-NOTE
                       IF WS-NEW-UP-TO = WS-MAX-LEVEL
                           MOVE 'CAPPED AT 999' TO WS-NOTE
                       END-IF
                       PERFORM 220-WRITE-PARAM-RTN
                   END-IF
               END-IF
           END-IF

           .
      *
      *    Levels are rounded up to whole units so a slow mover
      *    with a fractional daily rate still orders one.
       215-CALC-LEVELS-RTN.

           COMPUTE WS-AVG-SALES ROUNDED =
                   WS-SALES-TOTAL / WS-LOOKBACK-DAYS

           IF WS-MOVE-DAYS > 0
               COMPUTE WS-MOVE-RATE ROUNDED =
                       WS-MOVE-TOTAL / WS-MOVE-DAYS
           ELSE
               MOVE 0 TO WS-MOVE-RATE
           END-IF

           IF WS-MOVE-RATE > WS-AVG-SALES
               MOVE WS-MOVE-RATE TO WS-USAGE-RATE
           ELSE
               MOVE WS-AVG-SALES TO WS-USAGE-RATE
           END-IF

           COMPUTE WS-SAFETY-RATE = WS-PEAK-QTY - WS-AVG-SALES
           IF WS-SAFETY-RATE < 0
               MOVE 0 TO WS-SAFETY-RATE
           END-IF

           COMPUTE WS-LEVEL-WORK =
                   (WS-USAGE-RATE + WS-SAFETY-RATE) * WS-LEAD-DAYS
                   + .99
           MOVE WS-LEVEL-WORK TO WS-NEW-POINT

           COMPUTE WS-LEVEL-WORK =
                   WS-NEW-POINT + (WS-USAGE-RATE * WS-CYCLE-DAYS)
                   + .99
           MOVE WS-LEVEL-WORK TO WS-NEW-UP-TO

           IF WS-NEW-POINT > WS-MAX-LEVEL
               MOVE WS-MAX-LEVEL TO WS-NEW-POINT
           END-IF
           IF WS-NEW-UP-TO > WS-MAX-LEVEL
               MOVE WS-MAX-LEVEL TO WS-NEW-UP-TO
           END-IF

           .
      *
       218-FIND-OLD-PARAM-RTN.

           MOVE 0 TO WS-OLD-FOUND-IX

           PERFORM VARYING WS-OLD-IX FROM 1 BY 1
                   UNTIL WS-OLD-IX > WS-OLD-COUNT
               IF WS-OLD-TRUCK-ID (WS-OLD-IX) = WS-CURR-TRUCK-ID
                  AND WS-OLD-ITEM-ID (WS-OLD-IX) = WS-CURR-ITEM-ID
                   MOVE WS-OLD-IX TO WS-OLD-FOUND-IX
               END-IF
           END-PERFORM

           .
      *
       219-FIND-OVERRIDE-RTN.

           MOVE 0 TO WS-OVR-FOUND-IX

           PERFORM VARYING WS-OVR-IX FROM 1 BY 1
                   UNTIL WS-OVR-IX > WS-OVR-COUNT
               IF WS-OVR-TRUCK-ID (WS-OVR-IX) = WS-CURR-TRUCK-ID
                  AND WS-OVR-ITEM-ID (WS-OVR-IX) = WS-CURR-ITEM-ID
                   MOVE WS-OVR-IX TO WS-OVR-FOUND-IX
               END-IF
           END-PERFORM

           .
      *
       220-WRITE-PARAM-RTN.

           MOVE WS-CURR-TRUCK-ID TO TMP-TRUCK-ID-OUT
           MOVE WS-CURR-ITEM-ID  TO TMP-ITEM-ID-OUT
           MOVE WS-NEW-POINT     TO TMP-REORDER-POINT-OUT
           MOVE WS-NEW-UP-TO     TO TMP-ORDER-UP-TO-OUT
           WRITE PIZZA-REORDER-PARAM-TMP-REC
           ADD 1 TO WS-PARAM-WRITTEN-COUNT

           PERFORM 225-WRITE-REVIEW-LINE-RTN

           .
      *
       225-WRITE-REVIEW-LINE-RTN.

           MOVE WS-CURR-TRUCK-ID TO RV-TRUCK-ID-OUT
           MOVE WS-CURR-ITEM-ID  TO RV-ITEM-ID-OUT
           MOVE WS-AVG-SALES     TO RV-AVG-OUT
           MOVE WS-PEAK-QTY      TO RV-PEAK-OUT
           MOVE WS-MOVE-RATE     TO RV-MOVE-OUT
           MOVE WS-NOTE          TO RV-NOTE-OUT

           IF WS-OLD-FOUND-IX > 0
               MOVE WS-OLD-POINT (WS-OLD-FOUND-IX) TO WS-EDIT-3
               MOVE WS-EDIT-3 TO RV-OLD-POINT-OUT
               MOVE WS-OLD-UP-TO (WS-OLD-FOUND-IX) TO WS-EDIT-3
               MOVE WS-EDIT-3 TO RV-OLD-UP-TO-OUT
           ELSE
               MOVE 'DFT' TO RV-OLD-POINT-OUT
               MOVE 'DFT' TO RV-OLD-UP-TO-OUT
           END-IF

           IF WS-NOTE = 'NO DATA-DEFAULT'
               MOVE 0 TO RV-NEW-POINT-OUT
               MOVE 0 TO RV-NEW-UP-TO-OUT
           ELSE
               MOVE WS-NEW-POINT TO RV-NEW-POINT-OUT
               MOVE WS-NEW-UP-TO TO RV-NEW-UP-TO-OUT
           END-IF

           MOVE REVIEW-DETAIL-LINE TO PIZZA-REORDER-REVIEW-REC
           WRITE PIZZA-REORDER-REVIEW-REC
                   AFTER ADVANCING 1 LINE

           .
      *
      *    An override row is a standing instruction, so it is
      *    carried even when the truck/item has left the master.
       228-LEFTOVER-OVERRIDES-RTN.

           PERFORM VARYING WS-OVR-IX FROM 1 BY 1
                   UNTIL WS-OVR-IX > WS-OVR-COUNT
               IF WS-OVR-USED-SW (WS-OVR-IX) = 'NO'
                   MOVE WS-OVR-TRUCK-ID (WS-OVR-IX)
                           TO WS-CURR-TRUCK-ID
                   MOVE WS-OVR-ITEM-ID (WS-OVR-IX)
                           TO WS-CURR-ITEM-ID
                   PERFORM 218-FIND-OLD-PARAM-RTN
                   MOVE 0 TO WS-AVG-SALES
                   MOVE 0 TO WS-PEAK-QTY
                   MOVE 0 TO WS-MOVE-RATE
                   MOVE WS-OVR-POINT (WS-OVR-IX) TO WS-NEW-POINT
                   MOVE WS-OVR-UP-TO (WS-OVR-IX) TO WS-NEW-UP-TO
                   MOVE 'OVERRIDE-NO MSTR' TO WS-NOTE
                   PERFORM 220-WRITE-PARAM-RTN
               END-IF
           END-PERFORM

           .
      *
      *    The live params file is only replaced once the whole
      *    run has completed - a failure above leaves the old
      *    PIZZA-REORDER-PARAMS.TXT in place.
       230-REPLACE-PARAMS-RTN.

           OPEN INPUT PIZZA-REORDER-PARAM-TMP-FILE
           IF WS-PARAM-TMP-STATUS NOT = '00'
               DISPLAY 'ERROR REOPENING PIZZA-REORDER-PARAMS.TMP, '
                       'STATUS: ' WS-PARAM-TMP-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT PIZZA-REORDER-PARAM-FILE
           IF WS-PARAM-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING PIZZA-REORDER-PARAMS.TXT, '
                       'STATUS: ' WS-PARAM-FILE-STATUS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-MORE-TMP-RECS = 'NO'
               READ PIZZA-REORDER-PARAM-TMP-FILE
                   AT END
                       MOVE 'NO' TO WS-MORE-TMP-RECS
                   NOT AT END
                       MOVE PIZZA-REORDER-PARAM-TMP-REC
                               TO PIZZA-REORDER-PARAM-REC
                       WRITE PIZZA-REORDER-PARAM-REC
               END-READ
           END-PERFORM

           CLOSE PIZZA-REORDER-PARAM-TMP-FILE
                 PIZZA-REORDER-PARAM-FILE

           .
      *
       240-WRITE-RUN-LOG-RTN.

           MOVE 'PIZZA-REORDER-GEN-PROG' TO RL-PROGRAM
           MOVE WS-RUN-DATE          TO RL-DATE
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:6) TO RL-TIME
           MOVE WS-SORT-READ-COUNT   TO RL-RECS-IN
           MOVE WS-PARAM-WRITTEN-COUNT TO RL-RECS-OUT
           MOVE 0                    TO RL-RECS-REJECT
           MOVE WS-PIZZA-FILE-STATUS TO RL-FILE-STATUS

           WRITE PIZZA-RUN-LOG-REC

           .
      *
       250-CLOSE-ROUTINE.

           MOVE WS-PARAM-WRITTEN-COUNT TO RT-WRITTEN-OUT
           MOVE REVIEW-TOTAL-LINE TO PIZZA-REORDER-REVIEW-REC
           WRITE PIZZA-REORDER-REVIEW-REC
                   AFTER ADVANCING 2 LINE

           DISPLAY 'REORDER PARAMETERS WRITTEN: '
                   WS-PARAM-WRITTEN-COUNT

           MOVE 'END' TO RL-EVENT
           PERFORM 240-WRITE-RUN-LOG-RTN

           CLOSE PIZZA-REORDER-REVIEW-FILE
                 PIZZA-RUN-LOG-FILE

           STOP RUN
           .
