       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-EXPIRY-PROG.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  This program is the morning perishables check.  It
      *  reads the lot file PIZZA-LOT.DAT kept by
      *  PIZZA-STOCK-ADJUST-PROG and lists, truck by truck,
      *  every lot with stock left on it whose use-by date has
      *  passed, falls today, or falls tomorrow, so the drivers
      *  pull the old dough before it goes out and use up
      *  tomorrow's first.  The report date comes from the
      *  control card PIZZA-EXPIRY-CONTROL.TXT (blank means the
      *  run date).  With a 'Y' in column 9 of the card the run
      *  also appends a 'W' spoilage transaction for every
      *  expired lot onto PIZZA-SALES-TXN.TXT, stamped with the
      *  file's batch number the way PIZZA-RECEIVING-PROG does,
      *  so the next posting run writes the stock off the
      *  master and the lots together.  A WROFF row on
      *  PIZZA-RUN-LOG.TXT marks the report date as written off
      *  and a second write-off run for the same date is
      *  refused.  A write-off is never for more than the
      *  truck's NUM-IN-STOCK-IN on the PR1FA22-Pizza master,
      *  less what earlier lots of the item have already written
      *  off, so the posting run does not refuse it; the W/O
      *  column shows the quantity each expired lot wrote off.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PIZZA-EXPIRY-CONTROL-FILE
               ASSIGN TO 'PIZZA-EXPIRY-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT OPTIONAL PIZZA-LOT-FILE
               ASSIGN TO 'PIZZA-LOT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-FILE-STATUS.

           SELECT OPTIONAL ITEM-MASTER
               ASSIGN TO 'ITEM-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITEM-CODE-M
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

           SELECT PR1FA22-Pizza
               ASSIGN TO 'PR1FA22-Pizza.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PIZZA-KEY
               FILE STATUS IS WS-PIZZA-FILE-STATUS.

           SELECT PIZZA-SALES-TXN-FILE
               ASSIGN TO 'PIZZA-SALES-TXN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-TXN-FILE-STATUS.

           SELECT PIZZA-EXPIRY-REPORT-FILE
               ASSIGN TO 'PIZZA-EXPIRY-REPORT.TXT'.

           SELECT OPTIONAL PIZZA-RUN-LOG-FILE
               ASSIGN TO 'PIZZA-RUN-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.

      *    Control card: the report date, then 'Y' in column 9 to
      *    generate the write-off transactions for expired lots.
       FD  PIZZA-EXPIRY-CONTROL-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01  PIZZA-EXPIRY-CONTROL-REC.
           05  EC-REPORT-DATE         PIC X(8).
           05  EC-GENERATE-SW         PIC X.
      *
       FD  PIZZA-LOT-FILE
           RECORD CONTAINS 43 CHARACTERS.
           COPY PIZZALOT.
      *
       FD  ITEM-MASTER
           RECORD CONTAINS 40 CHARACTERS.
           COPY ITMMSTR.
      *
       FD  PR1FA22-Pizza
           RECORD CONTAINS 40 CHARACTERS.
           COPY PIZZAREC.
      *
       FD  PIZZA-SALES-TXN-FILE
           RECORD CONTAINS 34 CHARACTERS.
           COPY PIZZATXN.
      *
       FD    PIZZA-EXPIRY-REPORT-FILE
             RECORD CONTAINS 80 CHARACTERS.
       01    PIZZA-EXPIRY-REPORT-REC PIC X(80).
      *
       FD  PIZZA-RUN-LOG-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY RUNLOG.
      *********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-MORE-LOT-RECS          PIC X(3) VALUE 'YES'.
             05    WS-MORE-RUN-LOG-RECS      PIC X(3) VALUE 'YES'.
             05    WS-CONTROL-FILE-STATUS    PIC XX VALUE '00'.
             05    WS-LOT-FILE-STATUS        PIC XX VALUE '00'.
             05    WS-LOT-FILE-OPEN-SW       PIC X(3) VALUE 'NO'.
             05    WS-ITEM-MASTER-STATUS     PIC XX VALUE '00'.
             05    WS-ITEM-MASTER-OPEN-SW    PIC X(3) VALUE 'NO'.
             05    WS-SALES-TXN-FILE-STATUS  PIC XX VALUE '00'.
             05    WS-PIZZA-FILE-STATUS      PIC XX VALUE '00'.
             05    WS-RUN-DATE               PIC 9(8).
             05    WS-RUN-TIME-RAW           PIC 9(8).

       01    WS-RUN-LOG-AREAS.
             05    WS-RUN-LOG-STATUS         PIC XX VALUE '00'.

       01    WS-CONTROL-CARD-AREAS.
             05    WS-REPORT-DATE-X          PIC X(8).
             05    WS-REPORT-DATE            REDEFINES
                   WS-REPORT-DATE-X          PIC 9(8).
             05    WS-TOMORROW-DATE          PIC 9(8).
             05    WS-GENERATE-SW            PIC X(3) VALUE 'NO'.
             05    WS-ALREADY-WRITTEN-OFF-SW PIC X(3) VALUE 'NO'.

      *    Calendar work for stepping the report date on a day.
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

       01    WS-TXN-STAMP-AREAS.
             05    WS-TXN-SEQ                PIC 9(4) VALUE 0.
             05    WS-TXN-BATCH              PIC 9(6) VALUE 0.
             05    WS-BATCH-FOUND-SW         PIC X(3) VALUE 'NO'.

       01    WS-EXPIRY-AREAS.
             05    WS-PREV-TRUCK-ID          PIC X(5) VALUE SPACES.
             05    WS-LOT-STATUS             PIC X(8).

      *    Write-off cap: what is still on the master for the
      *    truck/item after the lots written off so far.
       01    WS-WRITEOFF-AREAS.
             05    WS-CAP-KEY                PIC X(7) VALUE SPACES.
             05    WS-CAP-LEFT               PIC 9(3) VALUE 0.
             05    WS-WRITEOFF-QTY           PIC 9(3) VALUE 0.
             05    WS-WRITEOFF-EDIT          PIC ZZ9.

       01    WS-EXPIRY-COUNTERS.
             05    WS-LOT-READ-COUNT         PIC 9(5) VALUE 0.
             05    WS-LOT-LISTED-COUNT       PIC 9(5) VALUE 0.
             05    WS-EXPIRED-LOT-COUNT      PIC 9(5) VALUE 0.
             05    WS-TODAY-LOT-COUNT        PIC 9(5) VALUE 0.
             05    WS-TOMORROW-LOT-COUNT     PIC 9(5) VALUE 0.
             05    WS-EXPIRED-UNITS          PIC 9(7) VALUE 0.
             05    WS-TXN-WRITTEN-COUNT      PIC 9(5) VALUE 0.
             05    WS-WRITEOFF-UNITS         PIC 9(7) VALUE 0.

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
          05 FILLER          PIC X(17) VALUE SPACES.
          05 REPORT-LINE     PIC X(24) VALUE
             'PERISHABLE EXPIRY REPORT'.
          05 FILLER          PIC X(5)  VALUE ' FOR '.
          05 H2-REPORT-DATE  PIC 9999/99/99.

       01 EXPIRY-COL-HEADER.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(5)  VALUE 'TRUCK'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(4)  VALUE 'ITEM'.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 FILLER            PIC X(11) VALUE 'DESCRIPTION'.
          05 FILLER            PIC X(7)  VALUE SPACES.
          05 FILLER            PIC X(8)  VALUE 'RECEIVED'.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 FILLER            PIC X(6)  VALUE 'USE BY'.
          05 FILLER            PIC X(6)  VALUE SPACES.
          05 FILLER            PIC X(3)  VALUE 'QTY'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(6)  VALUE 'STATUS'.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 FILLER            PIC X(3)  VALUE 'W/O'.

       01 EXPIRY-DETAIL-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 EX-TRUCK-ID-OUT   PIC X(5).
          05 FILLER            PIC X(3)  VALUE SPACES.
          05 EX-ITEM-ID-OUT    PIC X(2).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 EX-ITEM-DESC-OUT  PIC X(16).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 EX-RECEIVED-OUT   PIC 9999/99/99.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 EX-USE-BY-OUT     PIC 9999/99/99.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 EX-QTY-OUT        PIC ZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 EX-STATUS-OUT     PIC X(8).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 EX-WRITEOFF-OUT   PIC X(3).

       01 EXPIRY-TOTAL-LINE.
          05 FILLER            PIC X(5)  VALUE SPACES.
          05 ET-LABEL-OUT      PIC X(30).
          05 ET-COUNT-OUT      PIC Z,ZZZ,ZZ9.

       01 EXPIRY-MESSAGE-LINE.
          05 FILLER            PIC X(5)  VALUE SPACES.
          05 EM-MESSAGE-OUT    PIC X(70).

       01 NO-EXPIRY-LINE.
          05 FILLER            PIC X(5)  VALUE SPACES.
          05 FILLER            PIC X(40) VALUE
             'NO LOTS EXPIRED OR DUE TO EXPIRE - NONE'.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 150-READ-RECORDS
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       122-READ-CONTROL-CARD-RTN.

           MOVE SPACES TO WS-REPORT-DATE-X

           OPEN INPUT PIZZA-EXPIRY-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = '00'
               READ PIZZA-EXPIRY-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EC-REPORT-DATE TO WS-REPORT-DATE-X
                       IF EC-GENERATE-SW = 'Y'
                           MOVE 'YES' TO WS-GENERATE-SW
                       END-IF
               END-READ
           END-IF

           IF WS-CONTROL-FILE-STATUS = '00'
              OR WS-CONTROL-FILE-STATUS = '05'
              OR WS-CONTROL-FILE-STATUS = '10'
               CLOSE PIZZA-EXPIRY-CONTROL-FILE
           END-IF

           IF WS-REPORT-DATE-X NOT NUMERIC
               MOVE WS-RUN-DATE TO WS-REPORT-DATE
           ELSE
               DISPLAY 'CONTROL CARD ACCEPTED - REPORT DATE '
                       WS-REPORT-DATE-X
           END-IF

           .
      *
       125-HOUSEKEEPING.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 122-READ-CONTROL-CARD-RTN

           MOVE WS-REPORT-DATE TO WS-WORK-DATE
           IF WS-WORK-MONTH > 0
              AND WS-WORK-MONTH < 13
               PERFORM 229-NEXT-DAY-RTN
           END-IF
           MOVE WS-WORK-DATE TO WS-TOMORROW-DATE

           IF WS-GENERATE-SW = 'YES'
               PERFORM 126-CHECK-WRITTEN-OFF-RTN
           END-IF

      *    status 05 is no lot file yet - nothing to list
           OPEN    INPUT     PIZZA-LOT-FILE
           IF WS-LOT-FILE-STATUS = '00'
               MOVE 'YES' TO WS-LOT-FILE-OPEN-SW
           ELSE
           IF WS-LOT-FILE-STATUS = '05'
               MOVE 'YES' TO WS-LOT-FILE-OPEN-SW
               MOVE 'NO'  TO WS-MORE-LOT-RECS
               DISPLAY 'NO PIZZA-LOT.DAT ON FILE - NO LOTS TO CHECK'
           ELSE
               DISPLAY 'ERROR OPENING PIZZA-LOT.DAT, STATUS: '
                       WS-LOT-FILE-STATUS
               STOP RUN
           END-IF
           END-IF

           OPEN    INPUT     ITEM-MASTER
           IF WS-ITEM-MASTER-STATUS = '00'
               MOVE 'YES' TO WS-ITEM-MASTER-OPEN-SW
           ELSE
               MOVE 'NO'  TO WS-ITEM-MASTER-OPEN-SW
               DISPLAY 'ITEM-MASTER.DAT NOT AVAILABLE - '
                       'ITEM DESCRIPTIONS SKIPPED'
           END-IF

           IF WS-GENERATE-SW = 'YES'
              AND WS-ALREADY-WRITTEN-OFF-SW = 'NO'
               PERFORM 128-GET-BATCH-RTN

               OPEN    INPUT     PR1FA22-Pizza
               IF WS-PIZZA-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING PR1FA22-Pizza, STATUS: '
                           WS-PIZZA-FILE-STATUS
                   STOP RUN
               END-IF

               OPEN    EXTEND    PIZZA-SALES-TXN-FILE
               IF WS-SALES-TXN-FILE-STATUS = '35'
                   OPEN    OUTPUT    PIZZA-SALES-TXN-FILE
               END-IF
               IF WS-SALES-TXN-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING PIZZA-SALES-TXN.TXT, '
                           'STATUS: ' WS-SALES-TXN-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF

           OPEN    OUTPUT    PIZZA-EXPIRY-REPORT-FILE

           OPEN    EXTEND    PIZZA-RUN-LOG-FILE
           IF WS-RUN-LOG-STATUS NOT = '00'
              AND WS-RUN-LOG-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PIZZA-RUN-LOG.TXT, STATUS: '
                       WS-RUN-LOG-STATUS
               STOP RUN
           END-IF

           MOVE 'START' TO RL-EVENT
           PERFORM 240-WRITE-RUN-LOG-RTN

           MOVE WS-RUN-DATE    TO H1-DATE
           MOVE WS-REPORT-DATE TO H2-REPORT-DATE

           MOVE REPORT-HEADER TO PIZZA-EXPIRY-REPORT-REC
           WRITE PIZZA-EXPIRY-REPORT-REC
                   AFTER ADVANCING 2 LINE

           MOVE REPORT-HEADER-2 TO PIZZA-EXPIRY-REPORT-REC
           WRITE PIZZA-EXPIRY-REPORT-REC
                   AFTER ADVANCING 2 LINE

           MOVE EXPIRY-COL-HEADER TO PIZZA-EXPIRY-REPORT-REC
           WRITE PIZZA-EXPIRY-REPORT-REC
                   AFTER ADVANCING 2 LINE

           .
      *
      *    A report date already written off has a WROFF row on the
      *    run log; writing it off again would post the same spoilage
      *    twice, so the second run only reports.
       126-CHECK-WRITTEN-OFF-RTN.

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
                           IF RL-PROGRAM = 'PIZZA-EXPIRY-PROG'
                              AND RL-EVENT = 'WROFF'
                              AND RL-DATE = WS-REPORT-DATE
                               MOVE 'YES'
                                   TO WS-ALREADY-WRITTEN-OFF-SW
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE PIZZA-RUN-LOG-FILE
           END-IF
           END-IF

           .
      *
      *    The write-offs must carry the same batch number as the
      *    rest of the file they are appended to, so the once-only
      *    posting check sees one batch.  An empty or unstamped
      *    file gets a fresh batch from the run date.
       128-GET-BATCH-RTN.

           OPEN INPUT PIZZA-SALES-TXN-FILE
           IF WS-SALES-TXN-FILE-STATUS = '00'
               READ PIZZA-SALES-TXN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TXN-BATCH-IN NUMERIC
                           MOVE TXN-BATCH-IN TO WS-TXN-BATCH
                           MOVE 'YES' TO WS-BATCH-FOUND-SW
                       END-IF
               END-READ
               CLOSE PIZZA-SALES-TXN-FILE
           END-IF

           IF WS-BATCH-FOUND-SW = 'NO'
               MOVE WS-RUN-DATE (3:6) TO WS-TXN-BATCH
           END-IF

           .
      *
       150-READ-RECORDS.

           PERFORM UNTIL WS-MORE-LOT-RECS = 'NO'
               READ PIZZA-LOT-FILE
                   AT END
                       MOVE 'NO' TO WS-MORE-LOT-RECS
                   NOT AT END
                       PERFORM 200-PROCESS-RTN
               END-READ
           END-PERFORM

           .
      *
      *    Used-up lots stay on file as the rotation record and are
      *    passed over.  A lot is expired once its use-by date is
      *    behind the report date; one due today may still be sold
      *    today.
       200-PROCESS-RTN.

              ADD 1 TO WS-LOT-READ-COUNT

              IF LOT-QTY-REMAINING > 0
                 AND LOT-USE-BY-DATE NOT > WS-TOMORROW-DATE
                  IF LOT-USE-BY-DATE < WS-REPORT-DATE
                      MOVE 'EXPIRED'  TO WS-LOT-STATUS
                      ADD 1 TO WS-EXPIRED-LOT-COUNT
                      ADD LOT-QTY-REMAINING TO WS-EXPIRED-UNITS
                  ELSE
                  IF LOT-USE-BY-DATE = WS-REPORT-DATE
                      MOVE 'TODAY'    TO WS-LOT-STATUS
                      ADD 1 TO WS-TODAY-LOT-COUNT
                  ELSE
                      MOVE 'TOMORROW' TO WS-LOT-STATUS
                      ADD 1 TO WS-TOMORROW-LOT-COUNT
                  END-IF
                  END-IF

                  MOVE SPACES TO EX-WRITEOFF-OUT
                  IF WS-LOT-STATUS = 'EXPIRED'
                     AND WS-GENERATE-SW = 'YES'
                     AND WS-ALREADY-WRITTEN-OFF-SW = 'NO'
                      PERFORM 204-CAP-WRITEOFF-RTN
                      MOVE WS-WRITEOFF-QTY  TO WS-WRITEOFF-EDIT
                      MOVE WS-WRITEOFF-EDIT TO EX-WRITEOFF-OUT
                  END-IF

                  PERFORM 210-WRITE-LOT-LINE-RTN

                  IF WS-LOT-STATUS = 'EXPIRED'
                     AND WS-GENERATE-SW = 'YES'
                     AND WS-ALREADY-WRITTEN-OFF-SW = 'NO'
                     AND WS-WRITEOFF-QTY > 0
                      PERFORM 205-WRITE-WRITEOFF-TXN-RTN
                  END-IF
              END-IF
           .
      *
      *    The lots come in truck/item order, so the master is read
      *    once per truck/item and what it shows on hand is spent
      *    down lot by lot.  A lot can have more left on it than
      *    the master (stock sold or counted off without touching
      *    the lots), and a write-off past the master would be
      *    refused when it posted.
       204-CAP-WRITEOFF-RTN.

              IF LOT-TRUCK-ID NOT = WS-CAP-KEY (1:5)
                 OR LOT-ITEM-ID NOT = WS-CAP-KEY (6:2)
                  MOVE LOT-TRUCK-ID TO WS-CAP-KEY (1:5)
                  MOVE LOT-ITEM-ID  TO WS-CAP-KEY (6:2)
                  MOVE LOT-TRUCK-ID TO TRUCK-ID-IN
                  MOVE LOT-ITEM-ID  TO ITEM-ID-IN
                  READ PR1FA22-Pizza
                      INVALID KEY
                          MOVE 0 TO WS-CAP-LEFT
                      NOT INVALID KEY
                          MOVE NUM-IN-STOCK-IN TO WS-CAP-LEFT
                  END-READ
              END-IF

              IF LOT-QTY-REMAINING < WS-CAP-LEFT
                  MOVE LOT-QTY-REMAINING TO WS-WRITEOFF-QTY
              ELSE
                  MOVE WS-CAP-LEFT       TO WS-WRITEOFF-QTY
              END-IF

              SUBTRACT WS-WRITEOFF-QTY FROM WS-CAP-LEFT
           .
      *
      *    The write-off is dated the report date - the day the
      *    stock was found gone off - and posts as ordinary
      *    spoilage, which draws the truck's oldest lot down first.
       205-WRITE-WRITEOFF-TXN-RTN.

              MOVE SPACES            TO PIZZA-SALES-TXN-REC
              MOVE 'W'               TO TXN-TYPE-IN
              MOVE LOT-TRUCK-ID      TO TXN-TRUCK-ID-IN
              MOVE LOT-ITEM-ID       TO TXN-ITEM-ID-IN
              MOVE WS-WRITEOFF-QTY   TO TXN-QTY-IN
              MOVE SPACES            TO TXN-DEST-TRUCK-ID-IN
              MOVE WS-REPORT-DATE    TO TXN-DATE-IN
              ADD 1 TO WS-TXN-SEQ
              MOVE WS-TXN-SEQ        TO TXN-SEQ-IN
              MOVE WS-TXN-BATCH      TO TXN-BATCH-IN

              WRITE PIZZA-SALES-TXN-REC
              ADD 1 TO WS-TXN-WRITTEN-COUNT
              ADD WS-WRITEOFF-QTY TO WS-WRITEOFF-UNITS
           .
      *
      *    The truck id prints on the first line of each truck's
      *    group, with a blank line between trucks.
       210-WRITE-LOT-LINE-RTN.

              IF LOT-TRUCK-ID NOT = WS-PREV-TRUCK-ID
                  IF WS-PREV-TRUCK-ID NOT = SPACES
                      MOVE SPACES TO PIZZA-EXPIRY-REPORT-REC
                      WRITE PIZZA-EXPIRY-REPORT-REC
                             AFTER ADVANCING 1 LINE
                  END-IF
                  MOVE LOT-TRUCK-ID TO WS-PREV-TRUCK-ID
                  MOVE LOT-TRUCK-ID TO EX-TRUCK-ID-OUT
              ELSE
                  MOVE SPACES       TO EX-TRUCK-ID-OUT
              END-IF

              MOVE LOT-ITEM-ID       TO EX-ITEM-ID-OUT
              PERFORM 215-LOOKUP-ITEM-DESC-RTN
              MOVE LOT-RECEIVED-DATE TO EX-RECEIVED-OUT
              MOVE LOT-USE-BY-DATE   TO EX-USE-BY-OUT
              MOVE LOT-QTY-REMAINING TO EX-QTY-OUT
              MOVE WS-LOT-STATUS     TO EX-STATUS-OUT

              MOVE EXPIRY-DETAIL-LINE TO PIZZA-EXPIRY-REPORT-REC
              WRITE PIZZA-EXPIRY-REPORT-REC
                     AFTER ADVANCING 1 LINE

              ADD 1 TO WS-LOT-LISTED-COUNT
           .
      *
       215-LOOKUP-ITEM-DESC-RTN.

              MOVE SPACES TO EX-ITEM-DESC-OUT

              IF WS-ITEM-MASTER-OPEN-SW = 'YES'
                  MOVE LOT-ITEM-ID TO ITEM-CODE-M
                  READ ITEM-MASTER
                      INVALID KEY
                          MOVE 'NOT ON ITEM MSTR'
                                  TO EX-ITEM-DESC-OUT
                      NOT INVALID KEY
                          MOVE ITEM-DESC-M TO EX-ITEM-DESC-OUT
                  END-READ
              END-IF
           .
      *
       220-WRITE-TOTAL-LINE-RTN.

              MOVE EXPIRY-TOTAL-LINE TO PIZZA-EXPIRY-REPORT-REC
              WRITE PIZZA-EXPIRY-REPORT-REC
                     AFTER ADVANCING 1 LINE
           .
      *
       225-WRITE-MESSAGE-RTN.

              MOVE EXPIRY-MESSAGE-LINE TO PIZZA-EXPIRY-REPORT-REC
              WRITE PIZZA-EXPIRY-REPORT-REC
                     AFTER ADVANCING 2 LINE
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
       240-WRITE-RUN-LOG-RTN.

      *    the WROFF row is dated with the report date written off
              MOVE 'PIZZA-EXPIRY-PROG' TO RL-PROGRAM
              IF RL-EVENT = 'WROFF'
                  MOVE WS-REPORT-DATE TO RL-DATE
              ELSE
                  MOVE WS-RUN-DATE    TO RL-DATE
              END-IF
              ACCEPT WS-RUN-TIME-RAW FROM TIME
              MOVE WS-RUN-TIME-RAW (1:6) TO RL-TIME
              MOVE WS-LOT-READ-COUNT    TO RL-RECS-IN
              MOVE WS-TXN-WRITTEN-COUNT TO RL-RECS-OUT
              MOVE WS-EXPIRED-LOT-COUNT TO RL-RECS-REJECT
              MOVE WS-LOT-FILE-STATUS   TO RL-FILE-STATUS

              WRITE PIZZA-RUN-LOG-REC
           .
      *
       250-CLOSE-ROUTINE.

              IF WS-LOT-LISTED-COUNT = 0
                  MOVE NO-EXPIRY-LINE TO PIZZA-EXPIRY-REPORT-REC
                  WRITE PIZZA-EXPIRY-REPORT-REC
                         AFTER ADVANCING 2 LINE
              END-IF

              MOVE SPACES TO PIZZA-EXPIRY-REPORT-REC
              WRITE PIZZA-EXPIRY-REPORT-REC
                     AFTER ADVANCING 1 LINE

              MOVE 'LOTS EXPIRED:'         TO ET-LABEL-OUT
              MOVE WS-EXPIRED-LOT-COUNT    TO ET-COUNT-OUT
              PERFORM 220-WRITE-TOTAL-LINE-RTN
              MOVE 'UNITS EXPIRED:'        TO ET-LABEL-OUT
              MOVE WS-EXPIRED-UNITS        TO ET-COUNT-OUT
              PERFORM 220-WRITE-TOTAL-LINE-RTN
              MOVE 'LOTS DUE TODAY:'       TO ET-LABEL-OUT
              MOVE WS-TODAY-LOT-COUNT      TO ET-COUNT-OUT
              PERFORM 220-WRITE-TOTAL-LINE-RTN
              MOVE 'LOTS DUE TOMORROW:'    TO ET-LABEL-OUT
              MOVE WS-TOMORROW-LOT-COUNT   TO ET-COUNT-OUT
              PERFORM 220-WRITE-TOTAL-LINE-RTN

              IF WS-GENERATE-SW = 'NO'
                  IF WS-EXPIRED-LOT-COUNT > 0
                      MOVE 'NO WRITE-OFFS - Y IN COL 9 OF CONTROL CARD'
                              TO EM-MESSAGE-OUT
                      PERFORM 225-WRITE-MESSAGE-RTN
                  END-IF
              ELSE
              IF WS-ALREADY-WRITTEN-OFF-SW = 'YES'
                  MOVE 'WRITE-OFFS REFUSED - DATE ALREADY WRITTEN OFF'
                          TO EM-MESSAGE-OUT
                  PERFORM 225-WRITE-MESSAGE-RTN
                  DISPLAY 'REPORT DATE ' WS-REPORT-DATE
                          ' ALREADY WRITTEN OFF - NOTHING GENERATED'
              ELSE
                  MOVE 'WRITE-OFF TXNS GENERATED:' TO ET-LABEL-OUT
                  MOVE WS-TXN-WRITTEN-COUNT        TO ET-COUNT-OUT
                  PERFORM 220-WRITE-TOTAL-LINE-RTN
                  MOVE 'UNITS WRITTEN OFF:'        TO ET-LABEL-OUT
                  MOVE WS-WRITEOFF-UNITS           TO ET-COUNT-OUT
                  PERFORM 220-WRITE-TOTAL-LINE-RTN
                  MOVE 'WROFF' TO RL-EVENT
                  PERFORM 240-WRITE-RUN-LOG-RTN
              END-IF
              END-IF

              MOVE 'END' TO RL-EVENT
              PERFORM 240-WRITE-RUN-LOG-RTN

              DISPLAY 'LOTS READ:                ' WS-LOT-READ-COUNT
              DISPLAY 'LOTS LISTED:              ' WS-LOT-LISTED-COUNT
              DISPLAY 'WRITE-OFF TXNS GENERATED: '
                      WS-TXN-WRITTEN-COUNT

              IF WS-LOT-FILE-OPEN-SW = 'YES'
                  CLOSE PIZZA-LOT-FILE
              END-IF
              IF WS-ITEM-MASTER-OPEN-SW = 'YES'
                  CLOSE ITEM-MASTER
              END-IF
              IF WS-GENERATE-SW = 'YES'
                 AND WS-ALREADY-WRITTEN-OFF-SW = 'NO'
                  CLOSE PIZZA-SALES-TXN-FILE
                        PR1FA22-Pizza
              END-IF

              CLOSE    PIZZA-EXPIRY-REPORT-FILE
                       PIZZA-RUN-LOG-FILE

              STOP RUN
           .
