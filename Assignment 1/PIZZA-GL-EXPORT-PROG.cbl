       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-GL-EXPORT-PROG.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  Last step of the nightly batch: builds the general
      *  ledger entry file PIZZA-GL-ENTRY.TXT for one business
      *  date so accounting no longer re-keys the printed
      *  reports.  Every posting is double entry per truck:
      *    'S' sale      DR CASH     CR SALES    qty x SELLING-IN
      *                  DR COGS     CR INVENTRY qty x PURCHASE-IN
      *    'R' receipt   DR INVENTRY CR RECEIPTS qty x PURCHASE-IN
      *    'W' spoilage  DR SPOILAGE CR INVENTRY qty x PURCHASE-IN
      *    count change  DR INVENTRY CR CNTVAR   (found stock;
      *                  a shortage nets the other way)
      *    cash over     DR CASH     CR OVERSHRT (a short nets
      *                  the other way)
      *  Sales, receipts, spoilage and counts come from the
      *  PIZZA-MASTER-JOURNAL.TXT rows dated with the business
      *  date, priced as they posted; over/short comes from the
      *  cash-up's PIZZA-CASHUP-HISTORY.TXT.  Each truck's net
      *  per account is one debit or credit line.  Account
      *  numbers come from PIZZA-GL-ACCOUNT-MAP.TXT - a row for
      *  a truck beats the row with a blank truck.  The file is
      *  not written at all if any account is unmapped or the
      *  debits and credits do not agree, and an EXPRT row on
      *  the run log carrying the business date stops the same
      *  day being exported twice.  The business date comes
      *  from PIZZA-GL-CONTROL.TXT and defaults to the run date.
      *  Journal rows of a run since backed out with
      *  PIZZA-BACKOUT-PROG are left out, so a day backed out and
      *  posted again is exported once.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PIZZA-GL-CONTROL-FILE
               ASSIGN TO 'PIZZA-GL-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT PIZZA-GL-ACCOUNT-MAP-FILE
               ASSIGN TO 'PIZZA-GL-ACCOUNT-MAP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MAP-STATUS.

           SELECT OPTIONAL PIZZA-JOURNAL-FILE
               ASSIGN TO 'PIZZA-MASTER-JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT OPTIONAL PIZZA-CASHUP-HISTORY-FILE
               ASSIGN TO 'PIZZA-CASHUP-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHUP-HISTORY-STATUS.

           SELECT PIZZA-GL-ENTRY-FILE
               ASSIGN TO 'PIZZA-GL-ENTRY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-ENTRY-STATUS.

           SELECT PIZZA-GL-REPORT-FILE
               ASSIGN TO 'PIZZA-GL-EXPORT-REPORT.TXT'.

           SELECT OPTIONAL PIZZA-RUN-LOG-FILE
               ASSIGN TO 'PIZZA-RUN-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.

      *    Control card for unattended runs: the business date
      *    being exported.  Blank or missing means the run date.
       FD  PIZZA-GL-CONTROL-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  PIZZA-GL-CONTROL-REC       PIC X(8).
      *
      *    Account key (CASH, SALES, COGS, INVENTRY, RECEIPTS,
      *    SPOILAGE, CNTVAR, OVERSHRT), the truck it applies to
      *    (blank = every truck) and the ledger account number.
       FD  PIZZA-GL-ACCOUNT-MAP-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01  PIZZA-GL-ACCOUNT-MAP-REC.
           05  GM-ACCOUNT-KEY         PIC X(8).
           05  GM-TRUCK-ID            PIC X(5).
           05  GM-ACCOUNT-NO          PIC X(10).
      *
       FD  PIZZA-JOURNAL-FILE
           RECORD CONTAINS 152 CHARACTERS.
           COPY PIZZAJRN.
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
      *    One line per truck per account with a non-zero net.
       FD  PIZZA-GL-ENTRY-FILE
           RECORD CONTAINS 49 CHARACTERS.
       01  PIZZA-GL-ENTRY-REC.
           05  GL-BUSINESS-DATE       PIC 9(8).
           05  GL-TRUCK-ID            PIC X(5).
           05  GL-ACCOUNT-NO          PIC X(10).
           05  GL-ACCOUNT-KEY         PIC X(8).
           05  GL-DEBIT-AMOUNT        PIC 9(9).
           05  GL-CREDIT-AMOUNT       PIC 9(9).
      *
       FD    PIZZA-GL-REPORT-FILE
             RECORD CONTAINS 80 CHARACTERS.
       01    PIZZA-GL-REPORT-REC      PIC X(80).
      *
       FD  PIZZA-RUN-LOG-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY RUNLOG.
      *********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-MORE-MAP-RECS          PIC X(3) VALUE 'YES'.
             05    WS-MORE-JOURNAL-RECS      PIC X(3) VALUE 'YES'.
             05    WS-MORE-CASHUP-RECS       PIC X(3) VALUE 'YES'.
             05    WS-MORE-RUN-LOG-RECS      PIC X(3) VALUE 'YES'.
             05    WS-ALREADY-EXPORTED-SW    PIC X(3) VALUE 'NO'.
             05    WS-EXPORT-OK-SW           PIC X(3) VALUE 'YES'.
             05    WS-CONTROL-FILE-STATUS    PIC XX VALUE '00'.
             05    WS-ACCOUNT-MAP-STATUS     PIC XX VALUE '00'.
             05    WS-JOURNAL-FILE-STATUS    PIC XX VALUE '00'.
             05    WS-CASHUP-HISTORY-STATUS  PIC XX VALUE '00'.
             05    WS-GL-ENTRY-STATUS        PIC XX VALUE '00'.
             05    WS-RUN-DATE               PIC 9(8).
             05    WS-RUN-TIME-RAW           PIC 9(8).

       01    WS-RUN-LOG-AREAS.
             05    WS-RUN-LOG-STATUS         PIC XX VALUE '00'.
             05    WS-JOURNAL-READ-COUNT     PIC 9(5) VALUE 0.
             05    WS-LINES-EXPORTED         PIC 9(5) VALUE 0.
             05    WS-PROBLEM-COUNT          PIC 9(5) VALUE 0.

       01    WS-CONTROL-CARD-AREAS.
             05    WS-BUSINESS-DATE-X        PIC X(8).
             05    WS-BUSINESS-DATE          REDEFINES
                   WS-BUSINESS-DATE-X        PIC 9(8).

      *    The ledger accounts in the order they print and export;
      *    the posting slots in WS-GL-TRUCK-TABLE follow it.
       01    WS-ACCOUNT-KEY-VALUES.
             05    FILLER                    PIC X(8) VALUE 'CASH'.
             05    FILLER                    PIC X(8) VALUE 'SALES'.
             05    FILLER                    PIC X(8) VALUE 'COGS'.
             05    FILLER                    PIC X(8) VALUE 'INVENTRY'.
             05    FILLER                    PIC X(8) VALUE 'RECEIPTS'.
             05    FILLER                    PIC X(8) VALUE 'SPOILAGE'.
             05    FILLER                    PIC X(8) VALUE 'CNTVAR'.
             05    FILLER                    PIC X(8) VALUE 'OVERSHRT'.
       01    WS-ACCOUNT-KEY-TABLE REDEFINES WS-ACCOUNT-KEY-VALUES.
             05    WS-ACCOUNT-KEY            PIC X(8) OCCURS 8 TIMES.

       01    WS-ACCOUNT-SLOTS.
             05    WS-CASH-SLOT              PIC 9(1) VALUE 1.
             05    WS-SALES-SLOT             PIC 9(1) VALUE 2.
             05    WS-COGS-SLOT              PIC 9(1) VALUE 3.
             05    WS-INVENTORY-SLOT         PIC 9(1) VALUE 4.
             05    WS-RECEIPTS-SLOT          PIC 9(1) VALUE 5.
             05    WS-SPOILAGE-SLOT          PIC 9(1) VALUE 6.
             05    WS-CNTVAR-SLOT            PIC 9(1) VALUE 7.
             05    WS-OVERSHRT-SLOT          PIC 9(1) VALUE 8.
             05    WS-ACCOUNT-COUNT          PIC 9(1) VALUE 8.
             05    WS-SLOT-IX                PIC 9(1) VALUE 0.

       01    WS-MAP-TABLE-AREAS.
             05    WS-MAP-COUNT              PIC 9(3) VALUE 0.
             05    WS-MAP-MAX                PIC 9(3) VALUE 200.
             05    WS-MAP-IX                 PIC 9(3) VALUE 0.
             05    WS-MAP-TABLE OCCURS 200 TIMES.
                   10  WS-MAP-ACCOUNT-KEY    PIC X(8).
                   10  WS-MAP-TRUCK-ID       PIC X(5).
                   10  WS-MAP-ACCOUNT-NO     PIC X(10).

      *    Net per truck per account - debits positive, credits
      *    negative - so every posting pair nets to zero.
       01    WS-GL-TABLE-AREAS.
             05    WS-GL-COUNT               PIC 9(3) VALUE 0.
             05    WS-GL-MAX                 PIC 9(3) VALUE 50.
             05    WS-GL-IX                  PIC 9(3) VALUE 0.
             05    WS-GL-FOUND-IX            PIC 9(3) VALUE 0.
             05    WS-GL-TRUCK-TABLE OCCURS 50 TIMES.
                   10  WS-GL-TRUCK-ID        PIC X(5).
                   10  WS-GL-NET             PIC S9(9)
                                             OCCURS 8 TIMES.
                   10  WS-GL-ACCOUNT-NO      PIC X(10)
                                             OCCURS 8 TIMES.

      *    Latest cash-up row for each truck on the business date.
       01    WS-CASHUP-TABLE-AREAS.
             05    WS-CU-COUNT               PIC 9(3) VALUE 0.
             05    WS-CU-MAX                 PIC 9(3) VALUE 50.
             05    WS-CU-IX                  PIC 9(3) VALUE 0.
             05    WS-CU-FOUND-IX            PIC 9(3) VALUE 0.
             05    WS-CU-TABLE OCCURS 50 TIMES.
                   10  WS-CU-TRUCK-ID        PIC X(5).
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

       01    WS-POSTING-AREAS.
             05    WS-LOOKUP-TRUCK-ID        PIC X(5).
             05    WS-JRN-DATE               PIC 9(8).
             05    WS-JRN-QTY                PIC 9(3).
             05    WS-JRN-PURCHASE           PIC 9(3).
             05    WS-JRN-SELLING            PIC 9(3).
             05    WS-JRN-STOCK-BEFORE       PIC 9(3).
             05    WS-JRN-STOCK-AFTER        PIC 9(3).
             05    WS-POST-DEBIT-SLOT        PIC 9(1).
             05    WS-POST-CREDIT-SLOT       PIC 9(1).
             05    WS-POST-AMOUNT            PIC S9(9).

       01    WS-TOTAL-AREAS.
             05    WS-TOTAL-DEBITS           PIC S9(11) VALUE 0.
             05    WS-TOTAL-CREDITS          PIC S9(11) VALUE 0.

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
          05 FILLER            PIC X(12) VALUE SPACES.
          05 FILLER            PIC X(21) VALUE 'GENERAL LEDGER EXPORT'.
          05 FILLER            PIC X(16) VALUE ' BUSINESS DATE '.
          05 H2-BUSINESS-DATE  PIC 9999/99/99.

       01 GL-COL-HEADER.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(7)  VALUE 'TRUCK'.
          05 FILLER            PIC X(10) VALUE 'ACCOUNT'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(8)  VALUE 'KEY'.
          05 FILLER            PIC X(12) VALUE SPACES.
          05 FILLER            PIC X(5)  VALUE 'DEBIT'.
          05 FILLER            PIC X(9)  VALUE SPACES.
          05 FILLER            PIC X(6)  VALUE 'CREDIT'.

       01 GL-DETAIL-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 GD-TRUCK-OUT      PIC X(5).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 GD-ACCOUNT-OUT    PIC X(10).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 GD-KEY-OUT        PIC X(8).
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 GD-DEBIT-OUT      PIC ZZZ,ZZZ,ZZ9.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 GD-CREDIT-OUT     PIC ZZZ,ZZZ,ZZ9.

       01 GL-TOTAL-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(27) VALUE 'TOTALS'.
          05 GT-DEBIT-OUT      PIC Z,ZZZ,ZZZ,ZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 GT-CREDIT-OUT     PIC Z,ZZZ,ZZZ,ZZ9.

       01 GL-MESSAGE-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 GM-MESSAGE-OUT    PIC X(60).

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           IF WS-ALREADY-EXPORTED-SW = 'NO'
               PERFORM 130-LOAD-ACCOUNT-MAP-RTN
               PERFORM 146-LOAD-BACKOUTS-RTN
               PERFORM 150-READ-RECORDS
               PERFORM 160-CASH-OVER-SHORT-RTN
               PERFORM 210-RESOLVE-ACCOUNTS-RTN
               PERFORM 220-CHECK-BALANCE-RTN
               PERFORM 230-EXPORT-RTN
           END-IF
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       122-READ-CONTROL-CARD-RTN.

           MOVE SPACES TO WS-BUSINESS-DATE-X

           OPEN INPUT PIZZA-GL-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = '00'
               READ PIZZA-GL-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PIZZA-GL-CONTROL-REC
                               TO WS-BUSINESS-DATE-X
               END-READ
           END-IF

           IF WS-CONTROL-FILE-STATUS = '00'
              OR WS-CONTROL-FILE-STATUS = '05'
              OR WS-CONTROL-FILE-STATUS = '10'
               CLOSE PIZZA-GL-CONTROL-FILE
           END-IF

           IF WS-BUSINESS-DATE-X NOT NUMERIC
               MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           ELSE
               DISPLAY 'CONTROL CARD ACCEPTED - BUSINESS DATE '
                       WS-BUSINESS-DATE-X
           END-IF

           .
      *
       125-HOUSEKEEPING.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 122-READ-CONTROL-CARD-RTN
           PERFORM 126-CHECK-EXPORTED-RTN

           OPEN    OUTPUT    PIZZA-GL-REPORT-FILE

           OPEN    EXTEND    PIZZA-RUN-LOG-FILE
           IF WS-RUN-LOG-STATUS NOT = '00'
              AND WS-RUN-LOG-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PIZZA-RUN-LOG.TXT, STATUS: '
                       WS-RUN-LOG-STATUS
               STOP RUN
           END-IF

           MOVE 'START' TO RL-EVENT
           PERFORM 240-WRITE-RUN-LOG-RTN

           MOVE WS-RUN-DATE      TO H1-DATE
           MOVE WS-BUSINESS-DATE TO H2-BUSINESS-DATE

           MOVE REPORT-HEADER TO PIZZA-GL-REPORT-REC
           WRITE PIZZA-GL-REPORT-REC
                   AFTER ADVANCING 2 LINE

           MOVE REPORT-HEADER-2 TO PIZZA-GL-REPORT-REC
           WRITE PIZZA-GL-REPORT-REC
                   AFTER ADVANCING 2 LINE

           IF WS-ALREADY-EXPORTED-SW = 'YES'
               MOVE 'EXPORT REFUSED - BUSINESS DATE ALREADY EXPORTED'
                       TO GM-MESSAGE-OUT
               PERFORM 235-WRITE-MESSAGE-RTN
               DISPLAY 'BUSINESS DATE ' WS-BUSINESS-DATE
                       ' ALREADY EXPORTED - NOTHING WRITTEN'
               ADD 1 TO WS-PROBLEM-COUNT
           ELSE
               MOVE GL-COL-HEADER TO PIZZA-GL-REPORT-REC
               WRITE PIZZA-GL-REPORT-REC
                       AFTER ADVANCING 2 LINE
           END-IF

           .
      *
      *    A business date is exported once.  The EXPRT row this
      *    program writes carries the business date in RL-DATE,
      *    so finding one for tonight's date means accounting
      *    already has it.  No run log at all is a first install.
       126-CHECK-EXPORTED-RTN.

           OPEN INPUT PIZZA-RUN-LOG-FILE

           IF WS-RUN-LOG-STATUS = '05'
               CLOSE PIZZA-RUN-LOG-FILE
           ELSE
           IF WS-RUN-LOG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PIZZA-RUN-LOG.TXT, STATUS: '
                       WS-RUN-LOG-STATUS
               STOP RUN
           ELSE
               PERFORM UNTIL WS-MORE-RUN-LOG-RECS = 'NO'
                   READ PIZZA-RUN-LOG-FILE
                       AT END
                           MOVE 'NO' TO WS-MORE-RUN-LOG-RECS
                       NOT AT END
                           IF RL-PROGRAM = 'PIZZA-GL-EXPORT-PROG'
                              AND RL-EVENT = 'EXPRT'
                              AND RL-DATE = WS-BUSINESS-DATE
                               MOVE 'YES' TO WS-ALREADY-EXPORTED-SW
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE PIZZA-RUN-LOG-FILE
           END-IF
           END-IF

           .
      *
       130-LOAD-ACCOUNT-MAP-RTN.

           OPEN INPUT PIZZA-GL-ACCOUNT-MAP-FILE
           IF WS-ACCOUNT-MAP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PIZZA-GL-ACCOUNT-MAP.TXT, '
                       'STATUS: ' WS-ACCOUNT-MAP-STATUS
               MOVE 'NO' TO WS-MORE-MAP-RECS
           END-IF

           PERFORM UNTIL WS-MORE-MAP-RECS = 'NO'
               READ PIZZA-GL-ACCOUNT-MAP-FILE
                   AT END
                       MOVE 'NO' TO WS-MORE-MAP-RECS
                   NOT AT END
                       IF GM-ACCOUNT-NO NOT = SPACES
                           IF WS-MAP-COUNT >= WS-MAP-MAX
                               DISPLAY 'ACCOUNT MAP TABLE FULL - '
                                       'ROW SKIPPED: ' GM-ACCOUNT-KEY
                           ELSE
                               ADD 1 TO WS-MAP-COUNT
                               MOVE GM-ACCOUNT-KEY TO
                                    WS-MAP-ACCOUNT-KEY (WS-MAP-COUNT)
                               MOVE GM-TRUCK-ID TO
                                    WS-MAP-TRUCK-ID (WS-MAP-COUNT)
                               MOVE GM-ACCOUNT-NO TO
                                    WS-MAP-ACCOUNT-NO (WS-MAP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ACCOUNT-MAP-STATUS = '00'
              OR WS-ACCOUNT-MAP-STATUS = '10'
               CLOSE PIZZA-GL-ACCOUNT-MAP-FILE
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
                       'NO INVENTORY POSTINGS TO EXPORT'
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
      *    A rerun cash-up appends a newer row for the same truck
      *    and date; only the last one read is posted.
       160-CASH-OVER-SHORT-RTN.

           OPEN INPUT PIZZA-CASHUP-HISTORY-FILE
           IF WS-CASHUP-HISTORY-STATUS NOT = '00'
               MOVE 'NO' TO WS-MORE-CASHUP-RECS
           END-IF

           PERFORM UNTIL WS-MORE-CASHUP-RECS = 'NO'
               READ PIZZA-CASHUP-HISTORY-FILE
                   AT END
                       MOVE 'NO' TO WS-MORE-CASHUP-RECS
                   NOT AT END
                       IF CH-CASHUP-DATE = WS-BUSINESS-DATE
                          AND CH-OVER-SHORT NUMERIC
                           PERFORM 165-STORE-CASHUP-RTN
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CASHUP-HISTORY-STATUS = '00'
              OR WS-CASHUP-HISTORY-STATUS = '05'
              OR WS-CASHUP-HISTORY-STATUS = '10'
               CLOSE PIZZA-CASHUP-HISTORY-FILE
           END-IF

           PERFORM VARYING WS-CU-IX FROM 1 BY 1
                   UNTIL WS-CU-IX > WS-CU-COUNT
               MOVE WS-CU-TRUCK-ID (WS-CU-IX) TO WS-LOOKUP-TRUCK-ID
               PERFORM 180-FIND-OR-ADD-TRUCK-RTN
               IF WS-GL-FOUND-IX > 0
                   MOVE WS-CASH-SLOT     TO WS-POST-DEBIT-SLOT
                   MOVE WS-OVERSHRT-SLOT TO WS-POST-CREDIT-SLOT
                   MOVE WS-CU-OVER-SHORT (WS-CU-IX) TO WS-POST-AMOUNT
                   PERFORM 205-POST-PAIR-RTN
               END-IF
           END-PERFORM

           .
      *
       165-STORE-CASHUP-RTN.

           MOVE 0 TO WS-CU-FOUND-IX
           PERFORM VARYING WS-CU-IX FROM 1 BY 1
                   UNTIL WS-CU-IX > WS-CU-COUNT
               IF WS-CU-TRUCK-ID (WS-CU-IX) = CH-TRUCK-ID
                   MOVE WS-CU-IX TO WS-CU-FOUND-IX
               END-IF
           END-PERFORM

           IF WS-CU-FOUND-IX = 0
               IF WS-CU-COUNT >= WS-CU-MAX
                   DISPLAY 'CASH-UP TABLE FULL - TRUCK DROPPED: '
                           CH-TRUCK-ID
               ELSE
                   ADD 1 TO WS-CU-COUNT
                   MOVE WS-CU-COUNT TO WS-CU-FOUND-IX
                   MOVE CH-TRUCK-ID TO WS-CU-TRUCK-ID (WS-CU-COUNT)
               END-IF
           END-IF

           IF WS-CU-FOUND-IX > 0
               MOVE CH-OVER-SHORT TO WS-CU-OVER-SHORT (WS-CU-FOUND-IX)
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
       180-FIND-OR-ADD-TRUCK-RTN.

           MOVE 0 TO WS-GL-FOUND-IX

           PERFORM VARYING WS-GL-IX FROM 1 BY 1
                   UNTIL WS-GL-IX > WS-GL-COUNT
               IF WS-GL-TRUCK-ID (WS-GL-IX) = WS-LOOKUP-TRUCK-ID
                   MOVE WS-GL-IX TO WS-GL-FOUND-IX
               END-IF
           END-PERFORM

           IF WS-GL-FOUND-IX = 0
               IF WS-GL-COUNT >= WS-GL-MAX
                   DISPLAY 'TRUCK TABLE FULL - EXPORT REFUSED: '
                           WS-LOOKUP-TRUCK-ID
                   MOVE 'NO' TO WS-EXPORT-OK-SW
               ELSE
                   ADD 1 TO WS-GL-COUNT
                   MOVE WS-GL-COUNT TO WS-GL-FOUND-IX
                   MOVE WS-LOOKUP-TRUCK-ID
                           TO WS-GL-TRUCK-ID (WS-GL-COUNT)
                   PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
                           UNTIL WS-SLOT-IX > WS-ACCOUNT-COUNT
                       MOVE 0 TO WS-GL-NET (WS-GL-COUNT WS-SLOT-IX)
                       MOVE SPACES
                            TO WS-GL-ACCOUNT-NO (WS-GL-COUNT WS-SLOT-IX)
                   END-PERFORM
               END-IF
           END-IF

           .
      *
      *    Only postings that moved the inventory master count -
      *    transfers stay on the inventory account company-wide -
      *    and none from a run that was later backed out.
       200-PROCESS-RTN.

           ADD 1 TO WS-BO-JOURNAL-ROW
           PERFORM 170-CHECK-BACKED-OUT-RTN

           IF WS-BACKED-OUT-SW = 'NO'
              AND JRN-AFTER-IMAGE NOT = SPACES
              AND JRN-AFTER-IMAGE (35:3) NUMERIC
              AND JRN-AFTER-IMAGE (38:3) NUMERIC
               MOVE JRN-AFTER-IMAGE (1:5)  TO WS-LOOKUP-TRUCK-ID
               MOVE JRN-AFTER-IMAGE (35:3) TO WS-JRN-PURCHASE
               MOVE JRN-AFTER-IMAGE (38:3) TO WS-JRN-SELLING

               EVALUATE JRN-PROGRAM
                   WHEN 'PIZZA-STOCK-ADJUST-PROG'
                       PERFORM 202-POSTING-ROW-RTN
                   WHEN 'PIZZA-COUNT-PROG'
                       PERFORM 204-COUNT-ROW-RTN
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

           IF WS-JRN-DATE = WS-BUSINESS-DATE
              AND JRN-TXN-IMAGE (9:3) NUMERIC
              AND (JRN-TXN-IMAGE (1:1) = 'S'
                   OR JRN-TXN-IMAGE (1:1) = 'R'
                   OR JRN-TXN-IMAGE (1:1) = 'W')
               MOVE JRN-TXN-IMAGE (9:3) TO WS-JRN-QTY
               PERFORM 180-FIND-OR-ADD-TRUCK-RTN
               IF WS-GL-FOUND-IX > 0
                   EVALUATE JRN-TXN-IMAGE (1:1)
                       WHEN 'S'
                           MOVE WS-CASH-SLOT  TO WS-POST-DEBIT-SLOT
                           MOVE WS-SALES-SLOT TO WS-POST-CREDIT-SLOT
                           COMPUTE WS-POST-AMOUNT =
                                   WS-JRN-QTY * WS-JRN-SELLING
                           PERFORM 205-POST-PAIR-RTN
                           MOVE WS-COGS-SLOT  TO WS-POST-DEBIT-SLOT
                           MOVE WS-INVENTORY-SLOT
                                   TO WS-POST-CREDIT-SLOT
                           COMPUTE WS-POST-AMOUNT =
                                   WS-JRN-QTY * WS-JRN-PURCHASE
                           PERFORM 205-POST-PAIR-RTN
                       WHEN 'R'
                           MOVE WS-INVENTORY-SLOT
                                   TO WS-POST-DEBIT-SLOT
                           MOVE WS-RECEIPTS-SLOT
                                   TO WS-POST-CREDIT-SLOT
                           COMPUTE WS-POST-AMOUNT =
                                   WS-JRN-QTY * WS-JRN-PURCHASE
                           PERFORM 205-POST-PAIR-RTN
                       WHEN 'W'
                           MOVE WS-SPOILAGE-SLOT
                                   TO WS-POST-DEBIT-SLOT
                           MOVE WS-INVENTORY-SLOT
                                   TO WS-POST-CREDIT-SLOT
                           COMPUTE WS-POST-AMOUNT =
                                   WS-JRN-QTY * WS-JRN-PURCHASE
                           PERFORM 205-POST-PAIR-RTN
                   END-EVALUATE
               END-IF
           END-IF

           .
      *
       204-COUNT-ROW-RTN.

           IF JRN-TXN-IMAGE (11:8) NUMERIC
               MOVE JRN-TXN-IMAGE (11:8) TO WS-JRN-DATE
           ELSE
               MOVE JRN-RUN-DATE TO WS-JRN-DATE
           END-IF

           IF WS-JRN-DATE = WS-BUSINESS-DATE
              AND JRN-BEFORE-IMAGE (32:3) NUMERIC
              AND JRN-AFTER-IMAGE (32:3) NUMERIC
               MOVE JRN-BEFORE-IMAGE (32:3) TO WS-JRN-STOCK-BEFORE
               MOVE JRN-AFTER-IMAGE (32:3)  TO WS-JRN-STOCK-AFTER
               PERFORM 180-FIND-OR-ADD-TRUCK-RTN
               IF WS-GL-FOUND-IX > 0
                   MOVE WS-INVENTORY-SLOT TO WS-POST-DEBIT-SLOT
                   MOVE WS-CNTVAR-SLOT    TO WS-POST-CREDIT-SLOT
                   COMPUTE WS-POST-AMOUNT =
                           (WS-JRN-STOCK-AFTER - WS-JRN-STOCK-BEFORE)
                           * WS-JRN-PURCHASE
                   PERFORM 205-POST-PAIR-RTN
               END-IF
           END-IF

           .
      *
       205-POST-PAIR-RTN.

           ADD WS-POST-AMOUNT
                   TO WS-GL-NET (WS-GL-FOUND-IX WS-POST-DEBIT-SLOT)
           SUBTRACT WS-POST-AMOUNT
                   FROM WS-GL-NET (WS-GL-FOUND-IX WS-POST-CREDIT-SLOT)

           .
      *
      *    A truck's own mapping row wins over the fleet-wide row.
       210-RESOLVE-ACCOUNTS-RTN.

           PERFORM VARYING WS-GL-IX FROM 1 BY 1
                   UNTIL WS-GL-IX > WS-GL-COUNT
               PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
                       UNTIL WS-SLOT-IX > WS-ACCOUNT-COUNT
                   IF WS-GL-NET (WS-GL-IX WS-SLOT-IX) NOT = 0
                       PERFORM 215-FIND-ACCOUNT-RTN
                   END-IF
               END-PERFORM
           END-PERFORM

           .
      *
       215-FIND-ACCOUNT-RTN.

           PERFORM VARYING WS-MAP-IX FROM 1 BY 1
                   UNTIL WS-MAP-IX > WS-MAP-COUNT
               IF WS-MAP-ACCOUNT-KEY (WS-MAP-IX)
                       = WS-ACCOUNT-KEY (WS-SLOT-IX)
                   IF WS-MAP-TRUCK-ID (WS-MAP-IX)
                           = WS-GL-TRUCK-ID (WS-GL-IX)
                       MOVE WS-MAP-ACCOUNT-NO (WS-MAP-IX)
                            TO WS-GL-ACCOUNT-NO (WS-GL-IX WS-SLOT-IX)
                   END-IF
                   IF WS-MAP-TRUCK-ID (WS-MAP-IX) = SPACES
                      AND WS-GL-ACCOUNT-NO (WS-GL-IX WS-SLOT-IX)
                              = SPACES
                       MOVE WS-MAP-ACCOUNT-NO (WS-MAP-IX)
                            TO WS-GL-ACCOUNT-NO (WS-GL-IX WS-SLOT-IX)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-GL-ACCOUNT-NO (WS-GL-IX WS-SLOT-IX) = SPACES
               MOVE 'NO' TO WS-EXPORT-OK-SW
               ADD 1 TO WS-PROBLEM-COUNT
               MOVE SPACES TO GM-MESSAGE-OUT
               STRING 'NO ACCOUNT MAPPED FOR '
                      WS-ACCOUNT-KEY (WS-SLOT-IX) DELIMITED BY SIZE
                      ' TRUCK '                   DELIMITED BY SIZE
                      WS-GL-TRUCK-ID (WS-GL-IX)   DELIMITED BY SIZE
                      INTO GM-MESSAGE-OUT
               END-STRING
               PERFORM 235-WRITE-MESSAGE-RTN
           END-IF

           .
      *
       220-CHECK-BALANCE-RTN.

           PERFORM VARYING WS-GL-IX FROM 1 BY 1
                   UNTIL WS-GL-IX > WS-GL-COUNT
               PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
                       UNTIL WS-SLOT-IX > WS-ACCOUNT-COUNT
                   IF WS-GL-NET (WS-GL-IX WS-SLOT-IX) > 0
                       ADD WS-GL-NET (WS-GL-IX WS-SLOT-IX)
                               TO WS-TOTAL-DEBITS
                   ELSE
                       SUBTRACT WS-GL-NET (WS-GL-IX WS-SLOT-IX)
                               FROM WS-TOTAL-CREDITS
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               MOVE 'NO' TO WS-EXPORT-OK-SW
               ADD 1 TO WS-PROBLEM-COUNT
               MOVE 'DEBITS AND CREDITS DO NOT BALANCE'
                       TO GM-MESSAGE-OUT
               PERFORM 235-WRITE-MESSAGE-RTN
           END-IF

           .
      *
      *    Nothing reaches PIZZA-GL-ENTRY.TXT unless every line can
      *    go - a partial day in the ledger is worse than none.
       230-EXPORT-RTN.

           IF WS-EXPORT-OK-SW = 'YES'
               OPEN OUTPUT PIZZA-GL-ENTRY-FILE
               IF WS-GL-ENTRY-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING PIZZA-GL-ENTRY.TXT, STATUS: '
                           WS-GL-ENTRY-STATUS
                   MOVE 'NO' TO WS-EXPORT-OK-SW
                   ADD 1 TO WS-PROBLEM-COUNT
               END-IF
           END-IF

           PERFORM VARYING WS-GL-IX FROM 1 BY 1
                   UNTIL WS-GL-IX > WS-GL-COUNT
               PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
                       UNTIL WS-SLOT-IX > WS-ACCOUNT-COUNT
                   IF WS-GL-NET (WS-GL-IX WS-SLOT-IX) NOT = 0
                       PERFORM 232-WRITE-ENTRY-RTN
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE WS-TOTAL-DEBITS  TO GT-DEBIT-OUT
           MOVE WS-TOTAL-CREDITS TO GT-CREDIT-OUT
           MOVE GL-TOTAL-LINE TO PIZZA-GL-REPORT-REC
           WRITE PIZZA-GL-REPORT-REC
                   AFTER ADVANCING 2 LINE

           IF WS-EXPORT-OK-SW = 'YES'
               CLOSE PIZZA-GL-ENTRY-FILE
               MOVE 'EXPORTED TO PIZZA-GL-ENTRY.TXT' TO GM-MESSAGE-OUT
               PERFORM 235-WRITE-MESSAGE-RTN

               MOVE 'EXPRT' TO RL-EVENT
               PERFORM 240-WRITE-RUN-LOG-RTN
           ELSE
               MOVE 'EXPORT REFUSED - NO GL FILE WRITTEN'
                       TO GM-MESSAGE-OUT
               PERFORM 235-WRITE-MESSAGE-RTN
               DISPLAY 'GL EXPORT REFUSED FOR ' WS-BUSINESS-DATE
                       ' - SEE PIZZA-GL-EXPORT-REPORT.TXT'
           END-IF

           .
      *
       232-WRITE-ENTRY-RTN.

           MOVE WS-BUSINESS-DATE TO GL-BUSINESS-DATE
           MOVE WS-GL-TRUCK-ID (WS-GL-IX) TO GL-TRUCK-ID
                                             GD-TRUCK-OUT
           MOVE WS-GL-ACCOUNT-NO (WS-GL-IX WS-SLOT-IX)
                   TO GL-ACCOUNT-NO
                      GD-ACCOUNT-OUT
           MOVE WS-ACCOUNT-KEY (WS-SLOT-IX) TO GL-ACCOUNT-KEY
                                               GD-KEY-OUT

           IF WS-GL-NET (WS-GL-IX WS-SLOT-IX) > 0
               MOVE WS-GL-NET (WS-GL-IX WS-SLOT-IX) TO GL-DEBIT-AMOUNT
               MOVE 0 TO GL-CREDIT-AMOUNT
           ELSE
               MOVE 0 TO GL-DEBIT-AMOUNT
               COMPUTE GL-CREDIT-AMOUNT =
                       0 - WS-GL-NET (WS-GL-IX WS-SLOT-IX)
           END-IF
           MOVE GL-DEBIT-AMOUNT  TO GD-DEBIT-OUT
           MOVE GL-CREDIT-AMOUNT TO GD-CREDIT-OUT

           MOVE GL-DETAIL-LINE TO PIZZA-GL-REPORT-REC
           WRITE PIZZA-GL-REPORT-REC
                   AFTER ADVANCING 1 LINE

           IF WS-EXPORT-OK-SW = 'YES'
               WRITE PIZZA-GL-ENTRY-REC
               ADD 1 TO WS-LINES-EXPORTED
           END-IF

           .
      *
       235-WRITE-MESSAGE-RTN.

           MOVE GL-MESSAGE-LINE TO PIZZA-GL-REPORT-REC
           WRITE PIZZA-GL-REPORT-REC
                   AFTER ADVANCING 2 LINE

           .
      *
       240-WRITE-RUN-LOG-RTN.

      *    the EXPRT row is dated with the business date exported
           MOVE 'PIZZA-GL-EXPORT-PROG' TO RL-PROGRAM
           IF RL-EVENT = 'EXPRT'
               MOVE WS-BUSINESS-DATE TO RL-DATE
           ELSE
               MOVE WS-RUN-DATE      TO RL-DATE
           END-IF
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:6) TO RL-TIME
           MOVE WS-JOURNAL-READ-COUNT TO RL-RECS-IN
           MOVE WS-LINES-EXPORTED     TO RL-RECS-OUT
           MOVE WS-PROBLEM-COUNT      TO RL-RECS-REJECT
           MOVE WS-GL-ENTRY-STATUS    TO RL-FILE-STATUS

           WRITE PIZZA-RUN-LOG-REC

           .
      *
       250-CLOSE-ROUTINE.

           DISPLAY 'GL LINES EXPORTED: ' WS-LINES-EXPORTED
           DISPLAY 'PROBLEMS FOUND:    ' WS-PROBLEM-COUNT
           DISPLAY 'BACKED-OUT ROWS:   ' WS-BO-SKIPPED-COUNT

           MOVE 'END' TO RL-EVENT
           PERFORM 240-WRITE-RUN-LOG-RTN

           CLOSE    PIZZA-GL-REPORT-FILE
                    PIZZA-RUN-LOG-FILE

           STOP RUN
           .
