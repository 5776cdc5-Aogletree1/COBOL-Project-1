       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-MASTER-AUDIT-PROG.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  This program is the nightly cross-check of the masters.
      *  Each master has its own maintenance program, so nothing
      *  stops them drifting apart; this run walks all four and
      *  lists every broken link on PIZZA-MASTER-AUDIT.TXT:
      *    - inventory rows whose item is missing from
      *      ITEM-MASTER or retired there;
      *    - inventory rows whose truck is missing from
      *      TRUCK-MASTER, or retired while still holding stock;
      *    - EMPLOYEE-ID-IN on an inventory row, or
      *      TRUCK-EMPLOYEE-M on an active truck, pointing at a
      *      missing or deactivated employee;
      *    - EMPLOYEE-NAME-IN no longer matching EMPLOYEE-NAME-M;
      *    - active trucks and active items with no inventory
      *      rows at all;
      *    - any inventory record that differs from the last
      *      after-image PIZZA-MASTER-JOURNAL.TXT holds for its
      *      key (an update made outside the journal), and any
      *      journalled key that has gone from the master.
      *  The END run-log row carries the number of problems
      *  found in RL-RECS-REJECT, so a non-zero count shows on
      *  the night's run summary sheet.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PR1FA22-Pizza
               ASSIGN TO 'PR1FA22-Pizza.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PIZZA-KEY
               FILE STATUS IS WS-PIZZA-FILE-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO 'ITEM-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE-M
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

           SELECT TRUCK-MASTER
               ASSIGN TO 'TRUCK-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRUCK-ID-M
               FILE STATUS IS WS-TRUCK-MASTER-STATUS.

           SELECT EMPLOYEE-MASTER
               ASSIGN TO 'EMPLOYEE-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPLOYEE-ID-M
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT OPTIONAL PIZZA-JOURNAL-FILE
               ASSIGN TO 'PIZZA-MASTER-JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT PIZZA-AUDIT-REPORT-FILE
               ASSIGN TO 'PIZZA-MASTER-AUDIT.TXT'.

           SELECT PIZZA-RUN-LOG-FILE
               ASSIGN TO 'PIZZA-RUN-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.

       FD  PR1FA22-Pizza
           RECORD CONTAINS 40 CHARACTERS.
           COPY PIZZAREC.
      *
       FD  ITEM-MASTER
           RECORD CONTAINS 40 CHARACTERS.
           COPY ITMMSTR.
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
       FD    PIZZA-AUDIT-REPORT-FILE
             RECORD CONTAINS 80 CHARACTERS.
       01    PIZZA-AUDIT-REPORT-REC PIC X(80).
      *
       FD  PIZZA-RUN-LOG-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY RUNLOG.
      *********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    ARE-THERE-MORE-RECORDS    PIC X(3) VALUE 'YES'.
             05    WS-MORE-JOURNAL-RECS      PIC X(3) VALUE 'YES'.
             05    WS-MORE-TRUCK-RECS        PIC X(3) VALUE 'YES'.
             05    WS-MORE-ITEM-RECS         PIC X(3) VALUE 'YES'.
             05    WS-PIZZA-FILE-STATUS      PIC XX VALUE '00'.
             05    WS-ITEM-MASTER-STATUS     PIC XX VALUE '00'.
             05    WS-TRUCK-MASTER-STATUS    PIC XX VALUE '00'.
             05    WS-EMPLOYEE-MASTER-STATUS PIC XX VALUE '00'.
             05    WS-JOURNAL-FILE-STATUS    PIC XX VALUE '00'.
             05    WS-RUN-DATE               PIC 9(8).
             05    WS-RUN-TIME-RAW           PIC 9(8).

       01    WS-RUN-LOG-AREAS.
             05    WS-RUN-LOG-STATUS         PIC XX VALUE '00'.

       01    WS-AUDIT-COUNTERS.
             05    WS-MASTER-READ-COUNT      PIC 9(5) VALUE 0.
             05    WS-CLEAN-ROW-COUNT        PIC 9(5) VALUE 0.
             05    WS-PROBLEM-COUNT          PIC 9(5) VALUE 0.
             05    WS-ROW-PROBLEM-COUNT      PIC 9(3) VALUE 0.

      *    The last after-image journalled for each key - the
      *    journal is in run order, so a later row replaces an
      *    earlier one for the same key.
       01    WS-JOURNAL-TABLE-AREAS.
             05    WS-JRN-COUNT              PIC 9(3) VALUE 0.
             05    WS-JRN-MAX                PIC 9(3) VALUE 500.
             05    WS-JRN-IX                 PIC 9(3) VALUE 0.
             05    WS-JRN-FOUND-IX           PIC 9(3) VALUE 0.
             05    WS-JRN-TABLE OCCURS 500 TIMES.
                   10  WS-JRN-KEY            PIC X(7).
                   10  WS-JRN-AFTER-IMAGE    PIC X(40).
                   10  WS-JRN-MATCHED-SW     PIC X(3).

       01    WS-SEEN-TRUCK-AREAS.
             05    WS-SEEN-TRUCK-COUNT       PIC 9(3) VALUE 0.
             05    WS-SEEN-TRUCK-MAX         PIC 9(3) VALUE 100.
             05    WS-SEEN-TRUCK-IX          PIC 9(3) VALUE 0.
             05    WS-SEEN-TRUCK-FOUND-IX    PIC 9(3) VALUE 0.
             05    WS-SEEN-TRUCK-ID          PIC X(5)
                                             OCCURS 100 TIMES.

       01    WS-SEEN-ITEM-AREAS.
             05    WS-SEEN-ITEM-COUNT        PIC 9(3) VALUE 0.
             05    WS-SEEN-ITEM-MAX          PIC 9(3) VALUE 100.
             05    WS-SEEN-ITEM-IX           PIC 9(3) VALUE 0.
             05    WS-SEEN-ITEM-FOUND-IX     PIC 9(3) VALUE 0.
             05    WS-SEEN-ITEM-ID           PIC X(2)
                                             OCCURS 100 TIMES.

       01    WS-CHECK-AREAS.
             05    WS-CHECK-EMPLOYEE-ID      PIC X(4).

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
          05 FILLER          PIC X(21) VALUE SPACES.
          05 REPORT-LINE     PIC X(25) VALUE
             'MASTER INTEGRITY AUDIT'.

       01 AUDIT-COL-HEADER.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(12) VALUE 'FILE'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(7)  VALUE 'KEY'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(20) VALUE 'VALUE'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(7)  VALUE 'PROBLEM'.

       01 AUDIT-DETAIL-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 AD-FILE-OUT       PIC X(12).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 AD-KEY-OUT        PIC X(7).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 AD-VALUE-OUT      PIC X(20).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 AD-PROBLEM-OUT    PIC X(32).

       01 NO-PROBLEM-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(37) VALUE
             'ALL MASTERS AGREE - NO PROBLEMS FOUND'.

       01 AUDIT-TOTAL-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(22) VALUE
             'INVENTORY ROWS READ = '.
          05 AT-READ-OUT       PIC ZZ,ZZ9.
          05 FILLER            PIC X(20) VALUE
             '   PROBLEMS FOUND = '.
          05 AT-PROBLEM-OUT    PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 130-LOAD-JOURNAL-RTN
           PERFORM 150-READ-RECORDS
           PERFORM 228-UNMATCHED-JOURNAL-RTN
           PERFORM 230-AUDIT-TRUCK-MASTER-RTN
           PERFORM 235-AUDIT-ITEM-MASTER-RTN
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       125-HOUSEKEEPING.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN    INPUT     PR1FA22-Pizza
           IF WS-PIZZA-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PR1FA22-Pizza, STATUS: '
                       WS-PIZZA-FILE-STATUS
               STOP RUN
           END-IF

           OPEN    INPUT     ITEM-MASTER
           IF WS-ITEM-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ITEM-MASTER.DAT, STATUS: '
                       WS-ITEM-MASTER-STATUS
               STOP RUN
           END-IF

           OPEN    INPUT     TRUCK-MASTER
           IF WS-TRUCK-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRUCK-MASTER.DAT, STATUS: '
                       WS-TRUCK-MASTER-STATUS
               STOP RUN
           END-IF

           OPEN    INPUT     EMPLOYEE-MASTER
           IF WS-EMPLOYEE-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE-MASTER.DAT, STATUS: '
                       WS-EMPLOYEE-MASTER-STATUS
               STOP RUN
           END-IF

           OPEN    OUTPUT    PIZZA-AUDIT-REPORT-FILE

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

           MOVE REPORT-HEADER TO PIZZA-AUDIT-REPORT-REC
           WRITE PIZZA-AUDIT-REPORT-REC
                   AFTER ADVANCING 2 LINE

           MOVE REPORT-HEADER-2 TO PIZZA-AUDIT-REPORT-REC
           WRITE PIZZA-AUDIT-REPORT-REC
                   AFTER ADVANCING 2 LINE

           MOVE AUDIT-COL-HEADER TO PIZZA-AUDIT-REPORT-REC
           WRITE PIZZA-AUDIT-REPORT-REC
                   AFTER ADVANCING 2 LINE

           .
      *
      *    A missing journal is not an error - a master loaded
      *    before journalling began simply has nothing to replay.
       130-LOAD-JOURNAL-RTN.

           OPEN INPUT PIZZA-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               MOVE 'NO' TO WS-MORE-JOURNAL-RECS
           END-IF

           PERFORM UNTIL WS-MORE-JOURNAL-RECS = 'NO'
               READ PIZZA-JOURNAL-FILE
                   AT END
                       MOVE 'NO' TO WS-MORE-JOURNAL-RECS
                   NOT AT END
                       IF JRN-AFTER-IMAGE NOT = SPACES
                           PERFORM 135-STORE-JOURNAL-RTN
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
       135-STORE-JOURNAL-RTN.

           MOVE JRN-AFTER-IMAGE (1:7) TO PIZZA-KEY
           PERFORM 180-FIND-JOURNAL-KEY-RTN

           IF WS-JRN-FOUND-IX > 0
               MOVE JRN-AFTER-IMAGE
                       TO WS-JRN-AFTER-IMAGE (WS-JRN-FOUND-IX)
           ELSE
               IF WS-JRN-COUNT >= WS-JRN-MAX
                   DISPLAY 'JOURNAL KEY TABLE FULL - KEY NOT '
                           'REPLAYED: ' JRN-AFTER-IMAGE (1:7)
               ELSE
                   ADD 1 TO WS-JRN-COUNT
                   MOVE JRN-AFTER-IMAGE (1:7)
                           TO WS-JRN-KEY (WS-JRN-COUNT)
                   MOVE JRN-AFTER-IMAGE
                           TO WS-JRN-AFTER-IMAGE (WS-JRN-COUNT)
                   MOVE 'NO' TO WS-JRN-MATCHED-SW (WS-JRN-COUNT)
               END-IF
           END-IF

           .
      *
       150-READ-RECORDS.

             PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                  READ PR1FA22-Pizza
                      AT END
                          MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                      NOT AT END
                          PERFORM 200-PROCESS-RTN
                  END-READ
              END-PERFORM
           .
      *
       180-FIND-JOURNAL-KEY-RTN.

              MOVE 0 TO WS-JRN-FOUND-IX

              PERFORM VARYING WS-JRN-IX FROM 1 BY 1
                      UNTIL WS-JRN-IX > WS-JRN-COUNT
                  IF WS-JRN-KEY (WS-JRN-IX) = PIZZA-KEY
                      MOVE WS-JRN-IX TO WS-JRN-FOUND-IX
                  END-IF
              END-PERFORM
           .
      *
       200-PROCESS-RTN.

              ADD 1 TO WS-MASTER-READ-COUNT
              MOVE 0 TO WS-ROW-PROBLEM-COUNT

              PERFORM 205-CHECK-ITEM-RTN
              PERFORM 210-CHECK-TRUCK-RTN

              MOVE EMPLOYEE-ID-IN TO WS-CHECK-EMPLOYEE-ID
              MOVE 'PR1FA22'      TO AD-FILE-OUT
              MOVE PIZZA-KEY      TO AD-KEY-OUT
              PERFORM 215-CHECK-EMPLOYEE-RTN
              IF WS-EMPLOYEE-MASTER-STATUS = '00'
                 AND EMPLOYEE-NAME-IN NOT = EMPLOYEE-NAME-M
                  MOVE 'PR1FA22'        TO AD-FILE-OUT
                  MOVE PIZZA-KEY        TO AD-KEY-OUT
                  MOVE EMPLOYEE-NAME-IN TO AD-VALUE-OUT
                  MOVE 'NAME DIFFERS FROM EMPLOYEE-MSTR'
                          TO AD-PROBLEM-OUT
                  PERFORM 225-WRITE-PROBLEM-RTN
              END-IF

              PERFORM 218-CHECK-JOURNAL-RTN
              PERFORM 220-NOTE-SEEN-RTN

              IF WS-ROW-PROBLEM-COUNT = 0
                  ADD 1 TO WS-CLEAN-ROW-COUNT
              END-IF
           .
      *
       205-CHECK-ITEM-RTN.

              MOVE ITEM-ID-IN TO ITEM-CODE-M
              READ ITEM-MASTER
                  INVALID KEY
                      MOVE 'PR1FA22'   TO AD-FILE-OUT
                      MOVE PIZZA-KEY   TO AD-KEY-OUT
                      MOVE ITEM-ID-IN  TO AD-VALUE-OUT
                      MOVE 'ITEM NOT ON ITEM-MASTER'
                              TO AD-PROBLEM-OUT
                      PERFORM 225-WRITE-PROBLEM-RTN
                  NOT INVALID KEY
                      IF ITEM-STATUS-M = 'I'
                          MOVE 'PR1FA22'   TO AD-FILE-OUT
                          MOVE PIZZA-KEY   TO AD-KEY-OUT
                          MOVE ITEM-DESC-M TO AD-VALUE-OUT
                          MOVE 'ITEM RETIRED ON ITEM-MASTER'
                                  TO AD-PROBLEM-OUT
                          PERFORM 225-WRITE-PROBLEM-RTN
                      END-IF
              END-READ
           .
      *
      *    A retired truck is only a problem while it still holds
      *    stock - the rows stay for history once it is emptied.
       210-CHECK-TRUCK-RTN.

              MOVE TRUCK-ID-IN TO TRUCK-ID-M
              READ TRUCK-MASTER
                  INVALID KEY
                      MOVE 'PR1FA22'   TO AD-FILE-OUT
                      MOVE PIZZA-KEY   TO AD-KEY-OUT
                      MOVE TRUCK-ID-IN TO AD-VALUE-OUT
                      MOVE 'TRUCK NOT ON TRUCK-MASTER'
                              TO AD-PROBLEM-OUT
                      PERFORM 225-WRITE-PROBLEM-RTN
                  NOT INVALID KEY
                      IF TRUCK-STATUS-M = 'I'
                         AND NUM-IN-STOCK-IN NUMERIC
                         AND NUM-IN-STOCK-IN > 0
                          MOVE 'PR1FA22'    TO AD-FILE-OUT
                          MOVE PIZZA-KEY    TO AD-KEY-OUT
                          MOVE TRUCK-DESC-M TO AD-VALUE-OUT
                          MOVE 'RETIRED TRUCK STILL HOLDS STOCK'
                                  TO AD-PROBLEM-OUT
                          PERFORM 225-WRITE-PROBLEM-RTN
                      END-IF
              END-READ
           .
      *
      *    Caller sets WS-CHECK-EMPLOYEE-ID, AD-FILE-OUT and
      *    AD-KEY-OUT.  On return WS-EMPLOYEE-MASTER-STATUS is '00'
      *    only when the employee was found.
       215-CHECK-EMPLOYEE-RTN.

              MOVE WS-CHECK-EMPLOYEE-ID TO EMPLOYEE-ID-M
              READ EMPLOYEE-MASTER
                  INVALID KEY
                      MOVE WS-CHECK-EMPLOYEE-ID TO AD-VALUE-OUT
                      MOVE 'EMPLOYEE NOT ON EMPLOYEE-MASTER'
                              TO AD-PROBLEM-OUT
                      PERFORM 225-WRITE-PROBLEM-RTN
                  NOT INVALID KEY
                      IF EMPLOYEE-STATUS-M = 'I'
                          MOVE EMPLOYEE-NAME-M TO AD-VALUE-OUT
                          MOVE 'EMPLOYEE DEACTIVATED'
                                  TO AD-PROBLEM-OUT
                          PERFORM 225-WRITE-PROBLEM-RTN
                      END-IF
              END-READ
           .
      *
       218-CHECK-JOURNAL-RTN.

              PERFORM 180-FIND-JOURNAL-KEY-RTN

              IF WS-JRN-FOUND-IX > 0
                  MOVE 'YES' TO WS-JRN-MATCHED-SW (WS-JRN-FOUND-IX)
                  IF WS-JRN-AFTER-IMAGE (WS-JRN-FOUND-IX)
                          NOT = PIZZA-TRUCK-REC
                      MOVE 'PR1FA22'   TO AD-FILE-OUT
                      MOVE PIZZA-KEY   TO AD-KEY-OUT
                      MOVE SPACES      TO AD-VALUE-OUT
                      MOVE 'RECORD DIFFERS FROM LAST JOURNAL'
                              TO AD-PROBLEM-OUT
                      PERFORM 225-WRITE-PROBLEM-RTN
                  END-IF
              END-IF
           .
      *
       220-NOTE-SEEN-RTN.

              MOVE 0 TO WS-SEEN-TRUCK-FOUND-IX
              PERFORM VARYING WS-SEEN-TRUCK-IX FROM 1 BY 1
                      UNTIL WS-SEEN-TRUCK-IX > WS-SEEN-TRUCK-COUNT
                  IF WS-SEEN-TRUCK-ID (WS-SEEN-TRUCK-IX) = TRUCK-ID-IN
                      MOVE WS-SEEN-TRUCK-IX TO WS-SEEN-TRUCK-FOUND-IX
                  END-IF
              END-PERFORM
              IF WS-SEEN-TRUCK-FOUND-IX = 0
                  IF WS-SEEN-TRUCK-COUNT >= WS-SEEN-TRUCK-MAX
                      DISPLAY 'TRUCK TABLE FULL - TRUCK NOT NOTED: '
                              TRUCK-ID-IN
                  ELSE
                      ADD 1 TO WS-SEEN-TRUCK-COUNT
                      MOVE TRUCK-ID-IN
                              TO WS-SEEN-TRUCK-ID (WS-SEEN-TRUCK-COUNT)
                  END-IF
              END-IF

              MOVE 0 TO WS-SEEN-ITEM-FOUND-IX
              PERFORM VARYING WS-SEEN-ITEM-IX FROM 1 BY 1
                      UNTIL WS-SEEN-ITEM-IX > WS-SEEN-ITEM-COUNT
                  IF WS-SEEN-ITEM-ID (WS-SEEN-ITEM-IX) = ITEM-ID-IN
                      MOVE WS-SEEN-ITEM-IX TO WS-SEEN-ITEM-FOUND-IX
                  END-IF
              END-PERFORM
              IF WS-SEEN-ITEM-FOUND-IX = 0
                  IF WS-SEEN-ITEM-COUNT >= WS-SEEN-ITEM-MAX
                      DISPLAY 'ITEM TABLE FULL - ITEM NOT NOTED: '
                              ITEM-ID-IN
                  ELSE
                      ADD 1 TO WS-SEEN-ITEM-COUNT
                      MOVE ITEM-ID-IN
                              TO WS-SEEN-ITEM-ID (WS-SEEN-ITEM-COUNT)
                  END-IF
              END-IF
           .
      *
       225-WRITE-PROBLEM-RTN.

              MOVE AUDIT-DETAIL-LINE TO PIZZA-AUDIT-REPORT-REC
              WRITE PIZZA-AUDIT-REPORT-REC
                     AFTER ADVANCING 1 LINE

              ADD 1 TO WS-PROBLEM-COUNT
              ADD 1 TO WS-ROW-PROBLEM-COUNT
           .
      *
      *    A journalled key that is no longer on the master was
      *    removed without going through a journalled program.
       228-UNMATCHED-JOURNAL-RTN.

              PERFORM VARYING WS-JRN-IX FROM 1 BY 1
                      UNTIL WS-JRN-IX > WS-JRN-COUNT
                  IF WS-JRN-MATCHED-SW (WS-JRN-IX) = 'NO'
                      MOVE 'JOURNAL'  TO AD-FILE-OUT
                      MOVE WS-JRN-KEY (WS-JRN-IX) TO AD-KEY-OUT
                      MOVE SPACES     TO AD-VALUE-OUT
                      MOVE 'JOURNALLED KEY NOT ON PR1FA22'
                              TO AD-PROBLEM-OUT
                      PERFORM 225-WRITE-PROBLEM-RTN
                  END-IF
              END-PERFORM
           .
      *
       230-AUDIT-TRUCK-MASTER-RTN.

              MOVE LOW-VALUES TO TRUCK-ID-M
              START TRUCK-MASTER
                  KEY IS NOT LESS THAN TRUCK-ID-M
                  INVALID KEY
                      MOVE 'NO' TO WS-MORE-TRUCK-RECS
              END-START

              PERFORM UNTIL WS-MORE-TRUCK-RECS = 'NO'
                  READ TRUCK-MASTER NEXT RECORD
                      AT END
                          MOVE 'NO' TO WS-MORE-TRUCK-RECS
                      NOT AT END
                          IF TRUCK-STATUS-M = 'A'
                              PERFORM 232-AUDIT-TRUCK-RTN
                          END-IF
                  END-READ
              END-PERFORM
           .
      *
      *    An unassigned truck (blank TRUCK-EMPLOYEE-M) is allowed;
      *    only an assignment to a bad employee is reported.
       232-AUDIT-TRUCK-RTN.

              IF TRUCK-EMPLOYEE-M NOT = SPACES
                  MOVE TRUCK-EMPLOYEE-M TO WS-CHECK-EMPLOYEE-ID
                  MOVE 'TRUCK-MASTER'   TO AD-FILE-OUT
                  MOVE TRUCK-ID-M       TO AD-KEY-OUT
                  PERFORM 215-CHECK-EMPLOYEE-RTN
              END-IF

              MOVE 0 TO WS-SEEN-TRUCK-FOUND-IX
              PERFORM VARYING WS-SEEN-TRUCK-IX FROM 1 BY 1
                      UNTIL WS-SEEN-TRUCK-IX > WS-SEEN-TRUCK-COUNT
                  IF WS-SEEN-TRUCK-ID (WS-SEEN-TRUCK-IX) = TRUCK-ID-M
                      MOVE WS-SEEN-TRUCK-IX TO WS-SEEN-TRUCK-FOUND-IX
                  END-IF
              END-PERFORM

              IF WS-SEEN-TRUCK-FOUND-IX = 0
                  MOVE 'TRUCK-MASTER' TO AD-FILE-OUT
                  MOVE TRUCK-ID-M     TO AD-KEY-OUT
                  MOVE TRUCK-DESC-M   TO AD-VALUE-OUT
                  MOVE 'ACTIVE TRUCK HAS NO INVENTORY'
                          TO AD-PROBLEM-OUT
                  PERFORM 225-WRITE-PROBLEM-RTN
              END-IF
           .
      *
       235-AUDIT-ITEM-MASTER-RTN.

              MOVE LOW-VALUES TO ITEM-CODE-M
              START ITEM-MASTER
                  KEY IS NOT LESS THAN ITEM-CODE-M
                  INVALID KEY
                      MOVE 'NO' TO WS-MORE-ITEM-RECS
              END-START

              PERFORM UNTIL WS-MORE-ITEM-RECS = 'NO'
                  READ ITEM-MASTER NEXT RECORD
                      AT END
                          MOVE 'NO' TO WS-MORE-ITEM-RECS
                      NOT AT END
                          IF ITEM-STATUS-M = 'A'
                              PERFORM 237-AUDIT-ITEM-RTN
                          END-IF
                  END-READ
              END-PERFORM
           .
      *
       237-AUDIT-ITEM-RTN.

              MOVE 0 TO WS-SEEN-ITEM-FOUND-IX
              PERFORM VARYING WS-SEEN-ITEM-IX FROM 1 BY 1
                      UNTIL WS-SEEN-ITEM-IX > WS-SEEN-ITEM-COUNT
                  IF WS-SEEN-ITEM-ID (WS-SEEN-ITEM-IX) = ITEM-CODE-M
                      MOVE WS-SEEN-ITEM-IX TO WS-SEEN-ITEM-FOUND-IX
                  END-IF
              END-PERFORM

              IF WS-SEEN-ITEM-FOUND-IX = 0
                  MOVE 'ITEM-MASTER'  TO AD-FILE-OUT
                  MOVE ITEM-CODE-M    TO AD-KEY-OUT
                  MOVE ITEM-DESC-M    TO AD-VALUE-OUT
                  MOVE 'ACTIVE ITEM HAS NO INVENTORY'
                          TO AD-PROBLEM-OUT
                  PERFORM 225-WRITE-PROBLEM-RTN
              END-IF
           .
      *
       240-WRITE-RUN-LOG-RTN.

              MOVE 'PIZZA-MASTER-AUDIT-PROG' TO RL-PROGRAM
              MOVE WS-RUN-DATE     TO RL-DATE
              ACCEPT WS-RUN-TIME-RAW FROM TIME
              MOVE WS-RUN-TIME-RAW (1:6) TO RL-TIME
              MOVE WS-MASTER-READ-COUNT TO RL-RECS-IN
              MOVE WS-CLEAN-ROW-COUNT   TO RL-RECS-OUT
              MOVE WS-PROBLEM-COUNT     TO RL-RECS-REJECT
              MOVE WS-PIZZA-FILE-STATUS TO RL-FILE-STATUS

              WRITE PIZZA-RUN-LOG-REC
           .
      *
       250-CLOSE-ROUTINE.

              IF WS-PROBLEM-COUNT = 0
                  MOVE NO-PROBLEM-LINE TO PIZZA-AUDIT-REPORT-REC
                  WRITE PIZZA-AUDIT-REPORT-REC
                         AFTER ADVANCING 2 LINE
              END-IF

              MOVE WS-MASTER-READ-COUNT TO AT-READ-OUT
              MOVE WS-PROBLEM-COUNT     TO AT-PROBLEM-OUT
              MOVE AUDIT-TOTAL-LINE     TO PIZZA-AUDIT-REPORT-REC
              WRITE PIZZA-AUDIT-REPORT-REC
                     AFTER ADVANCING 2 LINE

              MOVE 'END' TO RL-EVENT
              PERFORM 240-WRITE-RUN-LOG-RTN

              DISPLAY 'INVENTORY ROWS AUDITED: ' WS-MASTER-READ-COUNT
              DISPLAY 'PROBLEMS FOUND:         ' WS-PROBLEM-COUNT

              CLOSE    PR1FA22-Pizza
                       ITEM-MASTER
                       TRUCK-MASTER
                       EMPLOYEE-MASTER
                       PIZZA-AUDIT-REPORT-FILE
                       PIZZA-RUN-LOG-FILE

              STOP RUN
           .
