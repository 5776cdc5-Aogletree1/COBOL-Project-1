       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-PERIOD-CLOSE-PROG.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  This program is the month end.  It values the month's
      *  inventory movement at cost per truck/item as a
      *  roll-forward: opening stock from the first
      *  PIZZA-INVENTORY-HISTORY.TXT snapshot of the month, plus
      *  receipts, less sales, spoilage and transfers out, plus
      *  transfers in, plus or minus count adjustments (and
      *  backout restores) and price changes, all taken from
      *  the before and after images on PIZZA-MASTER-JOURNAL.TXT
      *  for the runs between the first and last snapshots -
      *  which must come to the closing stock on the last
      *  snapshot of the month.  Whatever does not is printed as
      *  the unexplained difference.  The month is then written
      *  to PIZZA-CLOSED-PERIOD.TXT (see copybooks/PIZZAPRD.cpy)
      *  with its closing value, after which the posting
      *  programs reject anything dated into it.
      *  The control card PIZZA-PERIOD-CONTROL.TXT names the
      *  action and the month (YYYYMM); a missing or blank card
      *  closes last month.  A closed month is only reopened by
      *  a card reading REOPEN, the month, and the operator ID of
      *  a supervisor holding the reopen right on
      *  PIZZA-OPERATOR.TXT (see copybooks/OPRAUTH.cpy) - the
      *  reopen is written to the closed-period file under that
      *  operator and to the run log, and the card is cleared
      *  afterwards so the next month-end run cannot reopen it
      *  again by accident.  Running the
      *  close again for a month already closed reprints the
      *  roll-forward without touching the closed-period file.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PIZZA-PERIOD-CONTROL-FILE
               ASSIGN TO 'PIZZA-PERIOD-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT OPTIONAL PIZZA-HISTORY-FILE
               ASSIGN TO 'PIZZA-INVENTORY-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT OPTIONAL PIZZA-JOURNAL-FILE
               ASSIGN TO 'PIZZA-MASTER-JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT OPTIONAL PIZZA-CLOSED-PERIOD-FILE
               ASSIGN TO 'PIZZA-CLOSED-PERIOD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-PERIOD-STATUS.

           SELECT OPTIONAL PIZZA-OPERATOR-FILE
               ASSIGN TO 'PIZZA-OPERATOR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT PIZZA-ROLL-FORWARD-FILE
               ASSIGN TO 'PIZZA-ROLL-FORWARD.TXT'.

           SELECT PIZZA-RUN-LOG-FILE
               ASSIGN TO 'PIZZA-RUN-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.

      *    Control card: CLOSE or REOPEN, the month as YYYYMM,
      *    and the operator ID.
       FD  PIZZA-PERIOD-CONTROL-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PIZZA-PERIOD-CONTROL-REC.
           05  PCC-ACTION             PIC X(6).
           05  PCC-PERIOD             PIC X(6).
           05  PCC-OPERATOR-ID        PIC X(8).
      *
       FD  PIZZA-HISTORY-FILE
           RECORD CONTAINS 24 CHARACTERS.
           COPY PIZZAHST.
      *
       FD  PIZZA-JOURNAL-FILE
           RECORD CONTAINS 152 CHARACTERS.
           COPY PIZZAJRN.
      *
       FD  PIZZA-CLOSED-PERIOD-FILE
           RECORD CONTAINS 38 CHARACTERS.
           COPY PIZZAPRD.
      *
       FD  PIZZA-OPERATOR-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY OPRAUTH.
      *
       FD    PIZZA-ROLL-FORWARD-FILE
             RECORD CONTAINS 132 CHARACTERS.
       01    PIZZA-ROLL-FORWARD-REC   PIC X(132).
      *
       FD  PIZZA-RUN-LOG-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY RUNLOG.
      *********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-MORE-HISTORY-RECS      PIC X(3) VALUE 'YES'.
             05    WS-MORE-JOURNAL-RECS      PIC X(3) VALUE 'YES'.
             05    WS-MORE-PERIOD-RECS       PIC X(3) VALUE 'YES'.
             05    WS-CONTROL-FILE-STATUS    PIC XX VALUE '00'.
             05    WS-HISTORY-FILE-STATUS    PIC XX VALUE '00'.
             05    WS-JOURNAL-FILE-STATUS    PIC XX VALUE '00'.
             05    WS-CLOSED-PERIOD-STATUS   PIC XX VALUE '00'.
             05    WS-RUN-DATE               PIC 9(8).
             05    WS-RUN-DATE-R             REDEFINES WS-RUN-DATE.
                   10  WS-RUN-YEAR           PIC 9(4).
                   10  WS-RUN-MONTH          PIC 9(2).
                   10  WS-RUN-DAY            PIC 9(2).
             05    WS-RUN-TIME-RAW           PIC 9(8).
             05    WS-RUN-TIME               PIC 9(6).

       01    WS-RUN-LOG-AREAS.
             05    WS-RUN-LOG-STATUS         PIC XX VALUE '00'.

       01    WS-CONTROL-CARD-AREAS.
             05    WS-ACTION                 PIC X(6).
             05    WS-PERIOD-X               PIC X(6).
             05    WS-PERIOD                 REDEFINES
                   WS-PERIOD-X               PIC 9(6).
             05    WS-PERIOD-R               REDEFINES WS-PERIOD-X.
                   10  WS-PERIOD-YEAR        PIC 9(4).
                   10  WS-PERIOD-MONTH       PIC 9(2).
             05    WS-REFUSED-SW             PIC X(3) VALUE 'NO'.
             05    WS-REPORT-ONLY-SW         PIC X(3) VALUE 'NO'.
             05    WS-OPERATOR-ID            PIC X(8).

       01    WS-OPERATOR-AREAS.
             05    WS-OPERATOR-FILE-STATUS   PIC XX VALUE '00'.
             05    WS-MORE-OPERATOR-RECS     PIC X(3) VALUE 'YES'.
             05    WS-AUTHORIZED-SW          PIC X(3) VALUE 'NO'.

      *    Months on PIZZA-CLOSED-PERIOD.TXT with their latest
      *    status - a later reopen row overrides the close.
       01    WS-CLOSED-PERIOD-AREAS.
             05    WS-CHECK-PERIOD           PIC 9(6).
             05    WS-PERIOD-CLOSED-SW       PIC X(3) VALUE 'NO'.
             05    WS-PERIOD-COUNT           PIC 9(3) VALUE 0.
             05    WS-PERIOD-MAX             PIC 9(3) VALUE 240.
             05    WS-PERIOD-IX              PIC 9(3) VALUE 0.
             05    WS-PERIOD-FOUND-IX        PIC 9(3) VALUE 0.
             05    WS-PERIOD-TABLE OCCURS 240 TIMES.
                   10  WS-PERIOD-TBL-MONTH   PIC 9(6).
                   10  WS-PERIOD-STATE       PIC X.

       01    WS-SNAPSHOT-AREAS.
             05    WS-FIRST-SNAP-DATE        PIC 9(8) VALUE 0.
             05    WS-LAST-SNAP-DATE         PIC 9(8) VALUE 0.
             05    WS-SNAP-VALUE             PIC S9(9).

      *    One roll-forward row per truck/item, kept in key order
      *    as rows are added.  The amount slots are, in order:
      *    1 opening, 2 receipts, 3 sales, 4 spoilage,
      *    5 transfers out, 6 transfers in, 7 count and backout
      *    adjustments, 8 price changes, 9 closing, 10 the
      *    unexplained difference.  Sales, spoilage and transfers
      *    out are held as positive amounts and subtracted.
       01    WS-RF-TABLE-AREAS.
             05    WS-RF-COUNT               PIC 9(3) VALUE 0.
             05    WS-RF-MAX                 PIC 9(3) VALUE 500.
             05    WS-RF-IX                  PIC 9(3) VALUE 0.
             05    WS-RF-FOUND-IX            PIC 9(3) VALUE 0.
             05    WS-RF-TO-IX               PIC 9(3) VALUE 0.
             05    WS-RF-SLOT                PIC 9(2) VALUE 0.
             05    WS-RF-NEW-KEY.
                   10  WS-RF-NEW-TRUCK-ID    PIC X(5).
                   10  WS-RF-NEW-ITEM-ID     PIC X(2).
             05    WS-RF-TABLE OCCURS 500 TIMES.
                   10  WS-RF-KEY.
                       15  WS-RF-TRUCK-ID    PIC X(5).
                       15  WS-RF-ITEM-ID     PIC X(2).
                   10  WS-RF-AMOUNT          PIC S9(9)
                                             OCCURS 10 TIMES.

       01    WS-JOURNAL-CALC-AREAS.
             05    WS-JRN-STOCK-BEFORE       PIC 9(3).
             05    WS-JRN-STOCK-AFTER        PIC 9(3).
             05    WS-JRN-COST-BEFORE        PIC 9(3).
             05    WS-JRN-COST-AFTER         PIC 9(3).
             05    WS-MOVE-VALUE             PIC S9(7).
             05    WS-PRICE-VALUE            PIC S9(7).

       01    WS-TOTAL-AREAS.
             05    WS-PREV-TRUCK-ID          PIC X(5) VALUE SPACES.
             05    WS-TRUCK-AMOUNT           PIC S9(9)
                                             OCCURS 10 TIMES.
             05    WS-GRAND-AMOUNT           PIC S9(9)
                                             OCCURS 10 TIMES.

       01    WS-PERIOD-COUNTERS.
             05    WS-HISTORY-READ-COUNT     PIC 9(7) VALUE 0.
             05    WS-JOURNAL-READ-COUNT     PIC 9(7) VALUE 0.
             05    WS-JOURNAL-USED-COUNT     PIC 9(7) VALUE 0.
             05    WS-DIFFERENCE-COUNT       PIC 9(5) VALUE 0.

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
          05 FILLER          PIC X(12) VALUE SPACES.
          05 REPORT-LINE     PIC X(30) VALUE
             'INVENTORY ROLL-FORWARD AT COST'.
          05 FILLER          PIC X(5)  VALUE ' FOR '.
          05 H2-PERIOD       PIC 9999/99.

       01 REPORT-HEADER-3.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(18) VALUE 'OPENING SNAPSHOT: '.
          05 H3-FIRST-DATE   PIC 9999/99/99.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(18) VALUE 'CLOSING SNAPSHOT: '.
          05 H3-LAST-DATE    PIC 9999/99/99.

       01 RF-COL-HEADER.
          05 FILLER            PIC X(13) VALUE '  TRUCK  ITEM'.
          05 FILLER            PIC X(11) VALUE '   OPENING '.
          05 FILLER            PIC X(11) VALUE '  RECEIPTS '.
          05 FILLER            PIC X(11) VALUE '     SALES '.
          05 FILLER            PIC X(11) VALUE '  SPOILAGE '.
          05 FILLER            PIC X(11) VALUE '  XFER OUT '.
          05 FILLER            PIC X(11) VALUE '   XFER IN '.
          05 FILLER            PIC X(11) VALUE ' COUNT/ADJ '.
          05 FILLER            PIC X(11) VALUE ' PRICE ADJ '.
          05 FILLER            PIC X(11) VALUE '   CLOSING '.
          05 FILLER            PIC X(11) VALUE 'DIFFERENCE '.

      *    Detail, truck total and grand total lines share the one
      *    layout; the caller blanks the line and fills the label.
       01 RF-DETAIL-LINE.
          05 RD-LABEL-OUT.
             10 FILLER         PIC X(2).
             10 RD-TRUCK-ID-OUT PIC X(5).
             10 FILLER         PIC X(2).
             10 RD-ITEM-ID-OUT PIC X(4).
          05 RD-AMOUNT-GROUP OCCURS 10 TIMES.
             10 RD-FILL        PIC X(1).
             10 RD-AMOUNT-OUT  PIC Z,ZZZ,ZZ9-.

       01 RF-MESSAGE-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 RM-MESSAGE-OUT    PIC X(70).

       01 RF-COUNT-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 RC-LABEL-OUT      PIC X(30).
          05 RC-COUNT-OUT      PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 200-PROCESS-RTN
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       122-READ-CONTROL-CARD-RTN.

           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-PERIOD-X
           MOVE SPACES TO WS-OPERATOR-ID

           OPEN INPUT PIZZA-PERIOD-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = '00'
               READ PIZZA-PERIOD-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PCC-ACTION TO WS-ACTION
                       MOVE PCC-PERIOD TO WS-PERIOD-X
                       MOVE PCC-OPERATOR-ID TO WS-OPERATOR-ID
               END-READ
           END-IF

           IF WS-CONTROL-FILE-STATUS = '00'
              OR WS-CONTROL-FILE-STATUS = '05'
              OR WS-CONTROL-FILE-STATUS = '10'
               CLOSE PIZZA-PERIOD-CONTROL-FILE
           END-IF

           IF WS-ACTION = SPACES
               MOVE 'CLOSE' TO WS-ACTION
           END-IF

      *    no month on the card closes last month
           IF WS-PERIOD-X = SPACES
              AND WS-ACTION = 'CLOSE'
               IF WS-RUN-MONTH = 1
                   COMPUTE WS-PERIOD-YEAR = WS-RUN-YEAR - 1
                   MOVE 12 TO WS-PERIOD-MONTH
               ELSE
                   MOVE WS-RUN-YEAR TO WS-PERIOD-YEAR
                   COMPUTE WS-PERIOD-MONTH = WS-RUN-MONTH - 1
               END-IF
           END-IF

           DISPLAY 'CONTROL CARD ACCEPTED - ' WS-ACTION
                   ' PERIOD ' WS-PERIOD-X

           .
      *
       125-HOUSEKEEPING.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-TIME

           PERFORM 122-READ-CONTROL-CARD-RTN
           PERFORM 130-LOAD-CLOSED-PERIODS-RTN

           OPEN    OUTPUT    PIZZA-ROLL-FORWARD-FILE

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
           IF WS-PERIOD-X NUMERIC
               MOVE WS-PERIOD TO H2-PERIOD
           ELSE
               MOVE 0         TO H2-PERIOD
           END-IF

           MOVE REPORT-HEADER TO PIZZA-ROLL-FORWARD-REC
           WRITE PIZZA-ROLL-FORWARD-REC
                   AFTER ADVANCING 2 LINE

           MOVE REPORT-HEADER-2 TO PIZZA-ROLL-FORWARD-REC
           WRITE PIZZA-ROLL-FORWARD-REC
                   AFTER ADVANCING 2 LINE

           PERFORM 126-EDIT-REQUEST-RTN

           .
      *
      *    A month can only be closed once it is over, and only a
      *    closed month can be reopened.  Closing a month already
      *    closed just reprints its roll-forward.
       126-EDIT-REQUEST-RTN.

           IF WS-ACTION NOT = 'CLOSE'
              AND WS-ACTION NOT = 'REOPEN'
               MOVE 'YES' TO WS-REFUSED-SW
               MOVE 'REFUSED - ACTION MUST BE CLOSE OR REOPEN'
                       TO RM-MESSAGE-OUT
           ELSE
           IF WS-PERIOD-X NOT NUMERIC
              OR WS-PERIOD-MONTH < 1
              OR WS-PERIOD-MONTH > 12
               MOVE 'YES' TO WS-REFUSED-SW
               MOVE 'REFUSED - CONTROL CARD PERIOD MUST BE YYYYMM'
                       TO RM-MESSAGE-OUT
           ELSE
               MOVE WS-PERIOD TO WS-CHECK-PERIOD
               PERFORM 137-CHECK-CLOSED-PERIOD-RTN

               IF WS-ACTION = 'REOPEN'
                   IF WS-PERIOD-CLOSED-SW = 'NO'
                       MOVE 'YES' TO WS-REFUSED-SW
                       MOVE 'REFUSED - PERIOD IS NOT CLOSED'
                               TO RM-MESSAGE-OUT
                   ELSE
                       PERFORM 127-CHECK-OPERATOR-RTN
                   END-IF
               ELSE
               IF WS-PERIOD NOT < WS-RUN-DATE (1:6)
                   MOVE 'YES' TO WS-REFUSED-SW
                   MOVE 'REFUSED - PERIOD HAS NOT ENDED YET'
                           TO RM-MESSAGE-OUT
               ELSE
               IF WS-PERIOD-CLOSED-SW = 'YES'
                   MOVE 'YES' TO WS-REPORT-ONLY-SW
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF

           IF WS-REFUSED-SW = 'YES'
               PERFORM 235-WRITE-MESSAGE-RTN
               DISPLAY RM-MESSAGE-OUT
           END-IF

           .
      *
      *    Only a supervisor holding the reopen right (position 8
      *    on PIZZA-OPERATOR.TXT) may reopen a month.
       127-CHECK-OPERATOR-RTN.

           OPEN INPUT PIZZA-OPERATOR-FILE
           IF WS-OPERATOR-FILE-STATUS NOT = '00'
               MOVE 'NO' TO WS-MORE-OPERATOR-RECS
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
                              AND OPR-LEVEL = 'S'
                              AND OPR-RIGHT (8) = 'Y'
                               MOVE 'YES' TO WS-AUTHORIZED-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-OPERATOR-FILE-STATUS = '00'
              OR WS-OPERATOR-FILE-STATUS = '05'
              OR WS-OPERATOR-FILE-STATUS = '10'
               CLOSE PIZZA-OPERATOR-FILE
           END-IF

           IF WS-AUTHORIZED-SW = 'NO'
               MOVE 'YES' TO WS-REFUSED-SW
               MOVE 'REFUSED - REOPEN NEEDS A SUPERVISOR ON THE CARD'
                       TO RM-MESSAGE-OUT
           END-IF

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
               PERFORM 136-FIND-PERIOD-RTN

               IF WS-PERIOD-FOUND-IX = 0
                   IF WS-PERIOD-COUNT >= WS-PERIOD-MAX
                       DISPLAY 'CLOSED PERIOD TABLE FULL - '
                               'PERIOD SKIPPED: ' PRD-PERIOD
                   ELSE
                       ADD 1 TO WS-PERIOD-COUNT
                       MOVE WS-PERIOD-COUNT TO WS-PERIOD-FOUND-IX
                       MOVE PRD-PERIOD TO
                            WS-PERIOD-TBL-MONTH (WS-PERIOD-FOUND-IX)
                   END-IF
               END-IF

               IF WS-PERIOD-FOUND-IX > 0
                   MOVE PRD-STATUS
                           TO WS-PERIOD-STATE (WS-PERIOD-FOUND-IX)
               END-IF
           END-IF

           .
      *
       136-FIND-PERIOD-RTN.

           MOVE 0 TO WS-PERIOD-FOUND-IX

           PERFORM VARYING WS-PERIOD-IX FROM 1 BY 1
                   UNTIL WS-PERIOD-IX > WS-PERIOD-COUNT
               IF WS-PERIOD-TBL-MONTH (WS-PERIOD-IX)
                       = WS-CHECK-PERIOD
                   MOVE WS-PERIOD-IX TO WS-PERIOD-FOUND-IX
               END-IF
           END-PERFORM

           .
      *
       137-CHECK-CLOSED-PERIOD-RTN.

           MOVE 'NO' TO WS-PERIOD-CLOSED-SW
           PERFORM 136-FIND-PERIOD-RTN

           IF WS-PERIOD-FOUND-IX > 0
               IF WS-PERIOD-STATE (WS-PERIOD-FOUND-IX) = 'C'
                   MOVE 'YES' TO WS-PERIOD-CLOSED-SW
               END-IF
           END-IF

           .
      *
      *    First pass of the history file: the first and last
      *    snapshot dates inside the month.
       140-FIND-SNAPSHOTS-RTN.

           OPEN INPUT PIZZA-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               MOVE 'NO' TO WS-MORE-HISTORY-RECS
           END-IF

           PERFORM UNTIL WS-MORE-HISTORY-RECS = 'NO'
               READ PIZZA-HISTORY-FILE
                   AT END
                       MOVE 'NO' TO WS-MORE-HISTORY-RECS
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ-COUNT
                       IF HIST-DATE NUMERIC
                          AND HIST-DATE (1:6) = WS-PERIOD-X
                           IF WS-FIRST-SNAP-DATE = 0
                              OR HIST-DATE < WS-FIRST-SNAP-DATE
                               MOVE HIST-DATE TO WS-FIRST-SNAP-DATE
                           END-IF
                           IF HIST-DATE > WS-LAST-SNAP-DATE
                               MOVE HIST-DATE TO WS-LAST-SNAP-DATE
                           END-IF
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
      *    Second pass: opening and closing stock valued at the cost
      *    on the snapshot.  A snapshot taken twice in a day leaves
      *    the later row standing.
       150-LOAD-SNAPSHOTS-RTN.

           MOVE 'YES' TO WS-MORE-HISTORY-RECS

           OPEN INPUT PIZZA-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               MOVE 'NO' TO WS-MORE-HISTORY-RECS
           END-IF

           PERFORM UNTIL WS-MORE-HISTORY-RECS = 'NO'
               READ PIZZA-HISTORY-FILE
                   AT END
                       MOVE 'NO' TO WS-MORE-HISTORY-RECS
                   NOT AT END
                       IF HIST-STOCK NUMERIC
                          AND HIST-PURCHASE NUMERIC
                          AND (HIST-DATE = WS-FIRST-SNAP-DATE
                               OR HIST-DATE = WS-LAST-SNAP-DATE)
                           PERFORM 155-STORE-SNAPSHOT-RTN
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
       155-STORE-SNAPSHOT-RTN.

           MOVE HIST-TRUCK-ID TO WS-RF-NEW-TRUCK-ID
           MOVE HIST-ITEM-ID  TO WS-RF-NEW-ITEM-ID
           PERFORM 175-FIND-ENTRY-RTN

           IF WS-RF-FOUND-IX > 0
               COMPUTE WS-SNAP-VALUE = HIST-STOCK * HIST-PURCHASE
               IF HIST-DATE = WS-FIRST-SNAP-DATE
                   MOVE WS-SNAP-VALUE
                           TO WS-RF-AMOUNT (WS-RF-FOUND-IX, 1)
               END-IF
               IF HIST-DATE = WS-LAST-SNAP-DATE
                   MOVE WS-SNAP-VALUE
                           TO WS-RF-AMOUNT (WS-RF-FOUND-IX, 9)
               END-IF
           END-IF

           .
      *
       160-READ-JOURNAL-RTN.

           OPEN INPUT PIZZA-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               MOVE 'NO' TO WS-MORE-JOURNAL-RECS
           END-IF

           PERFORM UNTIL WS-MORE-JOURNAL-RECS = 'NO'
               READ PIZZA-JOURNAL-FILE
                   AT END
                       MOVE 'NO' TO WS-MORE-JOURNAL-RECS
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-READ-COUNT
                       IF JRN-RUN-DATE > WS-FIRST-SNAP-DATE
                          AND JRN-RUN-DATE NOT > WS-LAST-SNAP-DATE
                           PERFORM 165-VALUE-JOURNAL-ROW-RTN
                       END-IF
               END-READ
           END-PERFORM

           IF WS-JOURNAL-FILE-STATUS = '00'
              OR WS-JOURNAL-FILE-STATUS = '05'
              OR WS-JOURNAL-FILE-STATUS = '10'
               CLOSE PIZZA-JOURNAL-FILE
           END-IF

           .
      *
      *    The change in stock is valued at the cost before the
      *    update and goes to the column for the kind of posting;
      *    a change in cost is valued on the stock after the update
      *    and goes to price changes.  Between them the row moves
      *    the value by exactly after-stock x after-cost less
      *    before-stock x before-cost.  A transfer journals both
      *    trucks under the one transaction image - the row whose
      *    master key is the source truck is the transfer out.
       165-VALUE-JOURNAL-ROW-RTN.

           IF JRN-BEFORE-IMAGE (32:3) NUMERIC
              AND JRN-BEFORE-IMAGE (35:3) NUMERIC
              AND JRN-AFTER-IMAGE (32:3) NUMERIC
              AND JRN-AFTER-IMAGE (35:3) NUMERIC
               ADD 1 TO WS-JOURNAL-USED-COUNT
               MOVE JRN-BEFORE-IMAGE (32:3) TO WS-JRN-STOCK-BEFORE
               MOVE JRN-BEFORE-IMAGE (35:3) TO WS-JRN-COST-BEFORE
               MOVE JRN-AFTER-IMAGE (32:3)  TO WS-JRN-STOCK-AFTER
               MOVE JRN-AFTER-IMAGE (35:3)  TO WS-JRN-COST-AFTER

               COMPUTE WS-MOVE-VALUE =
                       (WS-JRN-STOCK-AFTER - WS-JRN-STOCK-BEFORE)
                       * WS-JRN-COST-BEFORE
               COMPUTE WS-PRICE-VALUE =
                       WS-JRN-STOCK-AFTER
                       * (WS-JRN-COST-AFTER - WS-JRN-COST-BEFORE)

               MOVE JRN-AFTER-IMAGE (1:5) TO WS-RF-NEW-TRUCK-ID
               MOVE JRN-AFTER-IMAGE (6:2) TO WS-RF-NEW-ITEM-ID
               PERFORM 175-FIND-ENTRY-RTN

               IF WS-RF-FOUND-IX > 0
                   PERFORM 170-POST-JOURNAL-ROW-RTN
               END-IF
           END-IF

           .
      *
       170-POST-JOURNAL-ROW-RTN.

           IF JRN-PROGRAM = 'PIZZA-STOCK-ADJUST-PROG'
               EVALUATE JRN-TXN-IMAGE (1:1)
                   WHEN 'R'
                       ADD WS-MOVE-VALUE
                           TO WS-RF-AMOUNT (WS-RF-FOUND-IX, 2)
                   WHEN 'S'
                       SUBTRACT WS-MOVE-VALUE
                           FROM WS-RF-AMOUNT (WS-RF-FOUND-IX, 3)
                   WHEN 'W'
                       SUBTRACT WS-MOVE-VALUE
                           FROM WS-RF-AMOUNT (WS-RF-FOUND-IX, 4)
                   WHEN 'T'
                       IF JRN-AFTER-IMAGE (1:5) = JRN-TXN-IMAGE (2:5)
                           SUBTRACT WS-MOVE-VALUE
                               FROM WS-RF-AMOUNT (WS-RF-FOUND-IX, 5)
                       ELSE
                           ADD WS-MOVE-VALUE
                               TO WS-RF-AMOUNT (WS-RF-FOUND-IX, 6)
                       END-IF
                   WHEN OTHER
                       ADD WS-MOVE-VALUE
                           TO WS-RF-AMOUNT (WS-RF-FOUND-IX, 7)
               END-EVALUATE
           ELSE
               ADD WS-MOVE-VALUE
                   TO WS-RF-AMOUNT (WS-RF-FOUND-IX, 7)
           END-IF

           ADD WS-PRICE-VALUE TO WS-RF-AMOUNT (WS-RF-FOUND-IX, 8)

           .
      *
      *    Finds WS-RF-NEW-KEY in the roll-forward table, adding it
      *    in key order when it is not there yet - a master record
      *    added during the month opens at zero.
       175-FIND-ENTRY-RTN.

           MOVE 0 TO WS-RF-FOUND-IX

           PERFORM VARYING WS-RF-IX FROM 1 BY 1
                   UNTIL WS-RF-IX > WS-RF-COUNT
                      OR WS-RF-FOUND-IX > 0
               IF WS-RF-KEY (WS-RF-IX) = WS-RF-NEW-KEY
                   MOVE WS-RF-IX TO WS-RF-FOUND-IX
               END-IF
           END-PERFORM

           IF WS-RF-FOUND-IX = 0
               IF WS-RF-COUNT >= WS-RF-MAX
                   DISPLAY 'ROLL-FORWARD TABLE FULL - TRUCK/ITEM '
                           'SKIPPED: ' WS-RF-NEW-KEY
               ELSE
                   PERFORM 180-INSERT-ENTRY-RTN
               END-IF
           END-IF

           .
      *
       180-INSERT-ENTRY-RTN.

           MOVE 1 TO WS-RF-FOUND-IX
           PERFORM VARYING WS-RF-IX FROM 1 BY 1
                   UNTIL WS-RF-IX > WS-RF-COUNT
               IF WS-RF-KEY (WS-RF-IX) < WS-RF-NEW-KEY
                   COMPUTE WS-RF-FOUND-IX = WS-RF-IX + 1
               END-IF
           END-PERFORM

           PERFORM VARYING WS-RF-IX FROM WS-RF-COUNT BY -1
                   UNTIL WS-RF-IX < WS-RF-FOUND-IX
               COMPUTE WS-RF-TO-IX = WS-RF-IX + 1
               MOVE WS-RF-TABLE (WS-RF-IX)
                       TO WS-RF-TABLE (WS-RF-TO-IX)
           END-PERFORM

           ADD 1 TO WS-RF-COUNT
           MOVE WS-RF-NEW-KEY TO WS-RF-KEY (WS-RF-FOUND-IX)
           PERFORM VARYING WS-RF-SLOT FROM 1 BY 1
                   UNTIL WS-RF-SLOT > 10
               MOVE 0 TO WS-RF-AMOUNT (WS-RF-FOUND-IX, WS-RF-SLOT)
           END-PERFORM

           .
      *
       200-PROCESS-RTN.

           IF WS-REFUSED-SW = 'NO'
               IF WS-ACTION = 'REOPEN'
                   PERFORM 230-REOPEN-PERIOD-RTN
               ELSE
                   PERFORM 140-FIND-SNAPSHOTS-RTN
                   IF WS-FIRST-SNAP-DATE = 0
                       MOVE 'YES' TO WS-REFUSED-SW
                       MOVE 'REFUSED - NO INVENTORY SNAPSHOT IN PERIOD'
                               TO RM-MESSAGE-OUT
                       PERFORM 235-WRITE-MESSAGE-RTN
                       DISPLAY RM-MESSAGE-OUT
                   ELSE
                       PERFORM 150-LOAD-SNAPSHOTS-RTN
                       PERFORM 160-READ-JOURNAL-RTN
                       PERFORM 205-PRINT-ROLL-FORWARD-RTN
                       IF WS-REPORT-ONLY-SW = 'YES'
                           MOVE 'PERIOD ALREADY CLOSED - REPORT ONLY'
                                   TO RM-MESSAGE-OUT
                           PERFORM 235-WRITE-MESSAGE-RTN
                       ELSE
                           PERFORM 225-CLOSE-PERIOD-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF

           .
      *
       205-PRINT-ROLL-FORWARD-RTN.

           MOVE WS-FIRST-SNAP-DATE TO H3-FIRST-DATE
           MOVE WS-LAST-SNAP-DATE  TO H3-LAST-DATE
           MOVE REPORT-HEADER-3 TO PIZZA-ROLL-FORWARD-REC
           WRITE PIZZA-ROLL-FORWARD-REC
                   AFTER ADVANCING 2 LINE

           MOVE RF-COL-HEADER TO PIZZA-ROLL-FORWARD-REC
           WRITE PIZZA-ROLL-FORWARD-REC
                   AFTER ADVANCING 2 LINE

           PERFORM VARYING WS-RF-SLOT FROM 1 BY 1
                   UNTIL WS-RF-SLOT > 10
               MOVE 0 TO WS-TRUCK-AMOUNT (WS-RF-SLOT)
               MOVE 0 TO WS-GRAND-AMOUNT (WS-RF-SLOT)
           END-PERFORM

           PERFORM VARYING WS-RF-IX FROM 1 BY 1
                   UNTIL WS-RF-IX > WS-RF-COUNT
               IF WS-RF-TRUCK-ID (WS-RF-IX) NOT = WS-PREV-TRUCK-ID
                   IF WS-PREV-TRUCK-ID NOT = SPACES
                       PERFORM 215-WRITE-TRUCK-TOTAL-RTN
                   END-IF
                   MOVE WS-RF-TRUCK-ID (WS-RF-IX) TO WS-PREV-TRUCK-ID
               END-IF
               PERFORM 210-WRITE-DETAIL-RTN
           END-PERFORM

           IF WS-PREV-TRUCK-ID NOT = SPACES
               PERFORM 215-WRITE-TRUCK-TOTAL-RTN
           END-IF

           MOVE SPACES TO RF-DETAIL-LINE
           MOVE 'ALL' TO RD-TRUCK-ID-OUT
           PERFORM VARYING WS-RF-SLOT FROM 1 BY 1
                   UNTIL WS-RF-SLOT > 10
               MOVE WS-GRAND-AMOUNT (WS-RF-SLOT)
                       TO RD-AMOUNT-OUT (WS-RF-SLOT)
           END-PERFORM
           MOVE RF-DETAIL-LINE TO PIZZA-ROLL-FORWARD-REC
           WRITE PIZZA-ROLL-FORWARD-REC
                  AFTER ADVANCING 2 LINE

           MOVE 'TRUCK/ITEMS ROLLED FORWARD:' TO RC-LABEL-OUT
           MOVE WS-RF-COUNT                   TO RC-COUNT-OUT
           PERFORM 220-WRITE-COUNT-LINE-RTN
           MOVE 'JOURNAL ROWS IN THE PERIOD:' TO RC-LABEL-OUT
           MOVE WS-JOURNAL-USED-COUNT         TO RC-COUNT-OUT
           PERFORM 220-WRITE-COUNT-LINE-RTN
           MOVE 'ROWS WITH A DIFFERENCE:'     TO RC-LABEL-OUT
           MOVE WS-DIFFERENCE-COUNT           TO RC-COUNT-OUT
           PERFORM 220-WRITE-COUNT-LINE-RTN

           .
      *
      *    Closing as the movements say it should be, against the
      *    closing snapshot - what is left over is unexplained.
       210-WRITE-DETAIL-RTN.

           COMPUTE WS-RF-AMOUNT (WS-RF-IX, 10) =
                   WS-RF-AMOUNT (WS-RF-IX, 9)
                   - (WS-RF-AMOUNT (WS-RF-IX, 1)
                      + WS-RF-AMOUNT (WS-RF-IX, 2)
                      - WS-RF-AMOUNT (WS-RF-IX, 3)
                      - WS-RF-AMOUNT (WS-RF-IX, 4)
                      - WS-RF-AMOUNT (WS-RF-IX, 5)
                      + WS-RF-AMOUNT (WS-RF-IX, 6)
                      + WS-RF-AMOUNT (WS-RF-IX, 7)
                      + WS-RF-AMOUNT (WS-RF-IX, 8))

           IF WS-RF-AMOUNT (WS-RF-IX, 10) NOT = 0
               ADD 1 TO WS-DIFFERENCE-COUNT
           END-IF

           MOVE SPACES TO RF-DETAIL-LINE
           MOVE WS-RF-TRUCK-ID (WS-RF-IX) TO RD-TRUCK-ID-OUT
           MOVE WS-RF-ITEM-ID (WS-RF-IX)  TO RD-ITEM-ID-OUT
           PERFORM VARYING WS-RF-SLOT FROM 1 BY 1
                   UNTIL WS-RF-SLOT > 10
               MOVE WS-RF-AMOUNT (WS-RF-IX, WS-RF-SLOT)
                       TO RD-AMOUNT-OUT (WS-RF-SLOT)
               ADD WS-RF-AMOUNT (WS-RF-IX, WS-RF-SLOT)
                       TO WS-TRUCK-AMOUNT (WS-RF-SLOT)
               ADD WS-RF-AMOUNT (WS-RF-IX, WS-RF-SLOT)
                       TO WS-GRAND-AMOUNT (WS-RF-SLOT)
           END-PERFORM

           MOVE RF-DETAIL-LINE TO PIZZA-ROLL-FORWARD-REC
           WRITE PIZZA-ROLL-FORWARD-REC
                  AFTER ADVANCING 1 LINE

           .
      *
       215-WRITE-TRUCK-TOTAL-RTN.

           MOVE SPACES TO RF-DETAIL-LINE
           MOVE WS-PREV-TRUCK-ID TO RD-TRUCK-ID-OUT
           MOVE 'TOT'            TO RD-ITEM-ID-OUT
           PERFORM VARYING WS-RF-SLOT FROM 1 BY 1
                   UNTIL WS-RF-SLOT > 10
               MOVE WS-TRUCK-AMOUNT (WS-RF-SLOT)
                       TO RD-AMOUNT-OUT (WS-RF-SLOT)
               MOVE 0 TO WS-TRUCK-AMOUNT (WS-RF-SLOT)
           END-PERFORM

           MOVE RF-DETAIL-LINE TO PIZZA-ROLL-FORWARD-REC
           WRITE PIZZA-ROLL-FORWARD-REC
                  AFTER ADVANCING 1 LINE

           MOVE SPACES TO PIZZA-ROLL-FORWARD-REC
           WRITE PIZZA-ROLL-FORWARD-REC
                  AFTER ADVANCING 1 LINE

           .
      *
       220-WRITE-COUNT-LINE-RTN.

           MOVE RF-COUNT-LINE TO PIZZA-ROLL-FORWARD-REC
           WRITE PIZZA-ROLL-FORWARD-REC
                  AFTER ADVANCING 1 LINE

           .
      *
       225-CLOSE-PERIOD-RTN.

           PERFORM 228-OPEN-CLOSED-PERIOD-RTN

           MOVE WS-PERIOD      TO PRD-PERIOD
           MOVE 'C'            TO PRD-STATUS
           MOVE WS-RUN-DATE    TO PRD-CHANGED-DATE
           MOVE WS-RUN-TIME    TO PRD-CHANGED-TIME
           MOVE WS-OPERATOR-ID TO PRD-OPERATOR-ID
           IF WS-GRAND-AMOUNT (9) > 0
               MOVE WS-GRAND-AMOUNT (9) TO PRD-CLOSING-VALUE
           ELSE
               MOVE 0                   TO PRD-CLOSING-VALUE
           END-IF
           WRITE PIZZA-PERIOD-REC
           CLOSE PIZZA-CLOSED-PERIOD-FILE

           MOVE 'CLOSE' TO RL-EVENT
           PERFORM 240-WRITE-RUN-LOG-RTN

           MOVE 'PERIOD CLOSED - POSTINGS DATED INTO IT ARE REJECTED'
                   TO RM-MESSAGE-OUT
           PERFORM 235-WRITE-MESSAGE-RTN
           DISPLAY 'PERIOD ' WS-PERIOD-X ' CLOSED'

           .
      *
      *    status 05 is the OPTIONAL file being created by the
      *    first close - not an error
       228-OPEN-CLOSED-PERIOD-RTN.

           OPEN EXTEND PIZZA-CLOSED-PERIOD-FILE
           IF WS-CLOSED-PERIOD-STATUS NOT = '00'
              AND WS-CLOSED-PERIOD-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PIZZA-CLOSED-PERIOD.TXT, '
                       'STATUS: ' WS-CLOSED-PERIOD-STATUS
               STOP RUN
           END-IF

           .
      *
      *    The reopen row stays on the closed-period file behind the
      *    close it cancels, and a REOPN row goes to the run log.
      *    The control card is then emptied - the same consume-
      *    once handling PIZZA-PRICE-CHANGE-PROG gives applied
      *    price changes - so the next month-end run goes back to
      *    closing last month.
       230-REOPEN-PERIOD-RTN.

           PERFORM 228-OPEN-CLOSED-PERIOD-RTN

           MOVE WS-PERIOD      TO PRD-PERIOD
           MOVE 'O'            TO PRD-STATUS
           MOVE WS-RUN-DATE    TO PRD-CHANGED-DATE
           MOVE WS-RUN-TIME    TO PRD-CHANGED-TIME
           MOVE WS-OPERATOR-ID TO PRD-OPERATOR-ID
           MOVE 0              TO PRD-CLOSING-VALUE
           WRITE PIZZA-PERIOD-REC
           CLOSE PIZZA-CLOSED-PERIOD-FILE

           MOVE 'REOPN' TO RL-EVENT
           PERFORM 240-WRITE-RUN-LOG-RTN

           OPEN OUTPUT PIZZA-PERIOD-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = '00'
               CLOSE PIZZA-PERIOD-CONTROL-FILE
           ELSE
               DISPLAY 'PIZZA-PERIOD-CONTROL.TXT NOT CLEARED, '
                       'STATUS: ' WS-CONTROL-FILE-STATUS
                       ' - CLEAR THE REOPEN CARD BY HAND'
           END-IF

           MOVE 'PERIOD REOPENED - CLOSE AGAIN AFTER THE CORRECTION'
                   TO RM-MESSAGE-OUT
           PERFORM 235-WRITE-MESSAGE-RTN
           DISPLAY 'PERIOD ' WS-PERIOD-X ' REOPENED'

           .
      *
       235-WRITE-MESSAGE-RTN.

           MOVE RF-MESSAGE-LINE TO PIZZA-ROLL-FORWARD-REC
           WRITE PIZZA-ROLL-FORWARD-REC
                  AFTER ADVANCING 2 LINE

           .
      *
       240-WRITE-RUN-LOG-RTN.

           MOVE 'PIZZA-PERIOD-CLOSE-PROG' TO RL-PROGRAM
           MOVE WS-RUN-DATE     TO RL-DATE
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:6) TO RL-TIME
           MOVE WS-JOURNAL-READ-COUNT TO RL-RECS-IN
           MOVE WS-RF-COUNT           TO RL-RECS-OUT
           MOVE WS-DIFFERENCE-COUNT   TO RL-RECS-REJECT
           MOVE WS-CLOSED-PERIOD-STATUS TO RL-FILE-STATUS

           WRITE PIZZA-RUN-LOG-REC

           .
      *
       250-CLOSE-ROUTINE.

           MOVE 'END' TO RL-EVENT
           PERFORM 240-WRITE-RUN-LOG-RTN

           DISPLAY 'JOURNAL ROWS READ:        ' WS-JOURNAL-READ-COUNT
           DISPLAY 'TRUCK/ITEMS ROLLED:       ' WS-RF-COUNT
           DISPLAY 'ROWS WITH A DIFFERENCE:   ' WS-DIFFERENCE-COUNT

           CLOSE    PIZZA-ROLL-FORWARD-FILE
                    PIZZA-RUN-LOG-FILE

           STOP RUN
           .
