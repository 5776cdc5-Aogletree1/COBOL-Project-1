       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-CHANGE-INQ-PROG.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  This program answers "who changed this master record,
      *  and when" from MASTER-CHANGE-LOG.TXT, the shared log
      *  the maintenance programs write (see
      *  copybooks/MSTCHG.cpy).  It is prompt driven like
      *  PIZZA-JOURNAL-INQ-PROG: the operator gives a date
      *  range and optionally a master file, a key, and an
      *  operator ID, and every matching row is displayed -
      *  date and time, operator, program, master, action, key,
      *  and the record before and after the change.  Each
      *  inquiry is also printed, under its selection, to
      *  MASTER-CHANGE-REPORT.TXT so the answer can be handed
      *  on.  The log is only read, never written.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MASTER-CHANGE-LOG-FILE
               ASSIGN TO 'MASTER-CHANGE-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.

           SELECT MASTER-CHANGE-REPORT-FILE
               ASSIGN TO 'MASTER-CHANGE-REPORT.TXT'.
      *
       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-CHANGE-LOG-FILE
           RECORD CONTAINS 158 CHARACTERS.
           COPY MSTCHG.
      *
       FD    MASTER-CHANGE-REPORT-FILE
             RECORD CONTAINS 132 CHARACTERS.
       01    MASTER-CHANGE-REPORT-REC PIC X(132).
      *********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-CHANGE-LOG-STATUS      PIC XX VALUE '00'.
             05    WS-MORE-CHANGE-RECS       PIC X(3).
             05    WS-ANOTHER-INQUIRY-SW     PIC X(3) VALUE 'YES'.
             05    WS-MATCH-COUNT            PIC 9(5).
             05    WS-RUN-DATE               PIC 9(8).

       01    WS-INQUIRY-REQUEST.
             05    WS-FROM-DATE-X            PIC X(8).
             05    WS-FROM-DATE              REDEFINES
                   WS-FROM-DATE-X            PIC 9(8).
             05    WS-TO-DATE-X              PIC X(8).
             05    WS-TO-DATE                REDEFINES
                   WS-TO-DATE-X              PIC 9(8).
             05    WS-MASTER                 PIC X(10).
             05    WS-KEY                    PIC X(20).
             05    WS-OPERATOR-ID            PIC X(8).

       01    WS-INQUIRY-SCREEN.
             05    WS-FROM-DATE-PROMPT       PIC X(44) VALUE
                   'ENTER FROM DATE (YYYYMMDD, BLANK STOPS)..: '.
             05    WS-TO-DATE-PROMPT         PIC X(44) VALUE
                   'ENTER TO DATE (BLANK = FROM DATE)........: '.
             05    WS-MASTER-HINT            PIC X(44) VALUE
                   'MASTERS: EMPLOYEE TRUCK ITEM SALESRATE PIZZA'.
             05    WS-MASTER-PROMPT          PIC X(44) VALUE
                   'ENTER MASTER FILE (BLANK FOR ALL)........: '.
             05    WS-KEY-PROMPT             PIC X(44) VALUE
                   'ENTER RECORD KEY (BLANK FOR ALL KEYS)....: '.
             05    WS-OPERATOR-PROMPT        PIC X(44) VALUE
                   'ENTER OPERATOR ID (BLANK FOR ALL)........: '.

       01    WS-RESULT-LINE-1.
             05    FILLER             PIC X(6)  VALUE 'DATE: '.
             05    WS-DATE-OUT        PIC 9999/99/99.
             05    FILLER             PIC X(8)  VALUE '  TIME: '.
             05    WS-TIME-OUT        PIC 99/99/99.
             05    FILLER             PIC X(12) VALUE '  OPERATOR: '.
             05    WS-OPERATOR-OUT    PIC X(8).
             05    FILLER             PIC X(11) VALUE '  PROGRAM: '.
             05    WS-PROGRAM-OUT     PIC X(25).

       01    WS-RESULT-LINE-2.
             05    FILLER             PIC X(10) VALUE '  MASTER: '.
             05    WS-MASTER-OUT      PIC X(10).
             05    FILLER             PIC X(10) VALUE '  ACTION: '.
             05    WS-ACTION-OUT      PIC X(10).
             05    FILLER             PIC X(7)  VALUE '  KEY: '.
             05    WS-KEY-OUT         PIC X(20).

       01    WS-RESULT-LINE-3.
             05    FILLER             PIC X(10) VALUE '  BEFORE: '.
             05    WS-BEFORE-OUT      PIC X(40).

       01    WS-RESULT-LINE-4.
             05    FILLER             PIC X(10) VALUE '  AFTER:  '.
             05    WS-AFTER-OUT       PIC X(40).

       01    WS-NO-MATCH-MSG          PIC X(44) VALUE
             'NO CHANGE LOG ROWS MATCH THAT SELECTION.'.

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
          05 REPORT-LINE     PIC X(22) VALUE
             'MASTER FILE CHANGE LOG'.

       01 SELECTION-LINE.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(6)  VALUE 'FROM: '.
          05 SL-FROM-DATE    PIC 9999/99/99.
          05 FILLER          PIC X(6)  VALUE '  TO: '.
          05 SL-TO-DATE      PIC 9999/99/99.
          05 FILLER          PIC X(10) VALUE '  MASTER: '.
          05 SL-MASTER       PIC X(10).
          05 FILLER          PIC X(7)  VALUE '  KEY: '.
          05 SL-KEY          PIC X(20).
          05 FILLER          PIC X(12) VALUE '  OPERATOR: '.
          05 SL-OPERATOR     PIC X(8).

       01 CHANGE-COL-HEADER.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(11) VALUE 'DATE'.
          05 FILLER            PIC X(9)  VALUE 'TIME'.
          05 FILLER            PIC X(9)  VALUE 'OPERATOR'.
          05 FILLER            PIC X(26) VALUE 'PROGRAM'.
          05 FILLER            PIC X(11) VALUE 'MASTER'.
          05 FILLER            PIC X(11) VALUE 'ACTION'.
          05 FILLER            PIC X(20) VALUE 'KEY'.

       01 CHANGE-DETAIL-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 CD-DATE-OUT       PIC 9999/99/99.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 CD-TIME-OUT       PIC 99/99/99.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 CD-OPERATOR-OUT   PIC X(8).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 CD-PROGRAM-OUT    PIC X(25).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 CD-MASTER-OUT     PIC X(10).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 CD-ACTION-OUT     PIC X(10).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 CD-KEY-OUT        PIC X(20).

       01 CHANGE-IMAGE-LINE.
          05 FILLER            PIC X(13) VALUE SPACES.
          05 FILLER            PIC X(8)  VALUE 'BEFORE: '.
          05 CI-BEFORE-OUT     PIC X(40).
          05 FILLER            PIC X(9)  VALUE '  AFTER: '.
          05 CI-AFTER-OUT      PIC X(40).

       01 CHANGE-COUNT-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(18) VALUE 'CHANGES LISTED:   '.
          05 CC-COUNT-OUT      PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM UNTIL WS-ANOTHER-INQUIRY-SW = 'NO'
               PERFORM 150-GET-SELECTION-RTN
               IF WS-ANOTHER-INQUIRY-SW = 'YES'
                   PERFORM 200-SEARCH-RTN
               END-IF
           END-PERFORM
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       125-HOUSEKEEPING.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN    OUTPUT    MASTER-CHANGE-REPORT-FILE

           MOVE WS-RUN-DATE TO H1-DATE
           MOVE REPORT-HEADER TO MASTER-CHANGE-REPORT-REC
           WRITE MASTER-CHANGE-REPORT-REC
                   AFTER ADVANCING 2 LINE

           MOVE REPORT-HEADER-2 TO MASTER-CHANGE-REPORT-REC
           WRITE MASTER-CHANGE-REPORT-REC
                   AFTER ADVANCING 2 LINE

           .
      *
       150-GET-SELECTION-RTN.

           DISPLAY WS-FROM-DATE-PROMPT WITH NO ADVANCING
           ACCEPT WS-FROM-DATE-X

           IF WS-FROM-DATE-X = SPACES
               MOVE 'NO' TO WS-ANOTHER-INQUIRY-SW
           ELSE
               IF WS-FROM-DATE-X NOT NUMERIC
                   DISPLAY 'FROM DATE MUST BE NUMERIC YYYYMMDD'
                   MOVE 'NO' TO WS-ANOTHER-INQUIRY-SW
               ELSE
                   DISPLAY WS-TO-DATE-PROMPT WITH NO ADVANCING
                   ACCEPT WS-TO-DATE-X
                   IF WS-TO-DATE-X = SPACES
                       MOVE WS-FROM-DATE-X TO WS-TO-DATE-X
                   END-IF
                   IF WS-TO-DATE-X NOT NUMERIC
                       DISPLAY 'TO DATE MUST BE NUMERIC YYYYMMDD'
                       MOVE 'NO' TO WS-ANOTHER-INQUIRY-SW
                   ELSE
                       DISPLAY WS-MASTER-HINT
                       DISPLAY WS-MASTER-PROMPT WITH NO ADVANCING
                       ACCEPT WS-MASTER
                       DISPLAY WS-KEY-PROMPT WITH NO ADVANCING
                       ACCEPT WS-KEY
                       DISPLAY WS-OPERATOR-PROMPT WITH NO ADVANCING
                       ACCEPT WS-OPERATOR-ID
                   END-IF
               END-IF
           END-IF

           .
      *
       200-SEARCH-RTN.

           MOVE 0     TO WS-MATCH-COUNT
           MOVE 'YES' TO WS-MORE-CHANGE-RECS

           PERFORM 205-PRINT-SELECTION-RTN

           OPEN INPUT MASTER-CHANGE-LOG-FILE
           IF WS-CHANGE-LOG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MASTER-CHANGE-LOG.TXT, '
                       'STATUS: ' WS-CHANGE-LOG-STATUS
               MOVE 'NO' TO WS-MORE-CHANGE-RECS
           END-IF

           PERFORM UNTIL WS-MORE-CHANGE-RECS = 'NO'
               READ MASTER-CHANGE-LOG-FILE
                   AT END
                       MOVE 'NO' TO WS-MORE-CHANGE-RECS
                   NOT AT END
                       PERFORM 210-SELECT-ROW-RTN
               END-READ
           END-PERFORM

           IF WS-CHANGE-LOG-STATUS = '00'
              OR WS-CHANGE-LOG-STATUS = '10'
               CLOSE MASTER-CHANGE-LOG-FILE
           END-IF

           IF WS-MATCH-COUNT = 0
               DISPLAY WS-NO-MATCH-MSG
           ELSE
               DISPLAY 'CHANGE LOG ROWS LISTED: ' WS-MATCH-COUNT
           END-IF

           MOVE WS-MATCH-COUNT TO CC-COUNT-OUT
           MOVE CHANGE-COUNT-LINE TO MASTER-CHANGE-REPORT-REC
           WRITE MASTER-CHANGE-REPORT-REC
                   AFTER ADVANCING 2 LINE

           .
      *
       205-PRINT-SELECTION-RTN.

           MOVE WS-FROM-DATE   TO SL-FROM-DATE
           MOVE WS-TO-DATE     TO SL-TO-DATE
           MOVE WS-MASTER      TO SL-MASTER
           MOVE WS-KEY         TO SL-KEY
           MOVE WS-OPERATOR-ID TO SL-OPERATOR
           IF WS-MASTER = SPACES
               MOVE 'ALL' TO SL-MASTER
           END-IF
           IF WS-KEY = SPACES
               MOVE 'ALL' TO SL-KEY
           END-IF
           IF WS-OPERATOR-ID = SPACES
               MOVE 'ALL' TO SL-OPERATOR
           END-IF

           MOVE SELECTION-LINE TO MASTER-CHANGE-REPORT-REC
           WRITE MASTER-CHANGE-REPORT-REC
                   AFTER ADVANCING 3 LINE

           MOVE CHANGE-COL-HEADER TO MASTER-CHANGE-REPORT-REC
           WRITE MASTER-CHANGE-REPORT-REC
                   AFTER ADVANCING 2 LINE

           .
      *
       210-SELECT-ROW-RTN.

           IF CHG-DATE NOT < WS-FROM-DATE
              AND CHG-DATE NOT > WS-TO-DATE
              AND (WS-MASTER = SPACES
                   OR CHG-MASTER = WS-MASTER)
              AND (WS-KEY = SPACES
                   OR CHG-KEY = WS-KEY)
              AND (WS-OPERATOR-ID = SPACES
                   OR CHG-OPERATOR-ID = WS-OPERATOR-ID)
               PERFORM 220-DISPLAY-ROW-RTN
           END-IF

           .
      *
       220-DISPLAY-ROW-RTN.

           EVALUATE CHG-ACTION
               WHEN 'A'
                   MOVE 'ADD'        TO WS-ACTION-OUT
               WHEN 'C'
                   MOVE 'CHANGE'     TO WS-ACTION-OUT
               WHEN 'D'
                   MOVE 'DEACTIVATE' TO WS-ACTION-OUT
               WHEN 'R'
                   MOVE 'RESTORE'    TO WS-ACTION-OUT
               WHEN OTHER
                   MOVE CHG-ACTION   TO WS-ACTION-OUT
           END-EVALUATE

           MOVE CHG-DATE         TO WS-DATE-OUT
           MOVE CHG-TIME         TO WS-TIME-OUT
           MOVE CHG-OPERATOR-ID  TO WS-OPERATOR-OUT
           MOVE CHG-PROGRAM      TO WS-PROGRAM-OUT
           MOVE CHG-MASTER       TO WS-MASTER-OUT
           MOVE CHG-KEY          TO WS-KEY-OUT
           MOVE CHG-BEFORE-IMAGE TO WS-BEFORE-OUT
           MOVE CHG-AFTER-IMAGE  TO WS-AFTER-OUT
           DISPLAY WS-RESULT-LINE-1
           DISPLAY WS-RESULT-LINE-2
           DISPLAY WS-RESULT-LINE-3
           DISPLAY WS-RESULT-LINE-4

           MOVE CHG-DATE         TO CD-DATE-OUT
           MOVE CHG-TIME         TO CD-TIME-OUT
           MOVE CHG-OPERATOR-ID  TO CD-OPERATOR-OUT
           MOVE CHG-PROGRAM      TO CD-PROGRAM-OUT
           MOVE CHG-MASTER       TO CD-MASTER-OUT
           MOVE WS-ACTION-OUT    TO CD-ACTION-OUT
           MOVE CHG-KEY          TO CD-KEY-OUT
           MOVE CHANGE-DETAIL-LINE TO MASTER-CHANGE-REPORT-REC
           WRITE MASTER-CHANGE-REPORT-REC
                   AFTER ADVANCING 2 LINE

           MOVE CHG-BEFORE-IMAGE TO CI-BEFORE-OUT
           MOVE CHG-AFTER-IMAGE  TO CI-AFTER-OUT
           MOVE CHANGE-IMAGE-LINE TO MASTER-CHANGE-REPORT-REC
           WRITE MASTER-CHANGE-REPORT-REC
                   AFTER ADVANCING 1 LINE

           ADD 1 TO WS-MATCH-COUNT

           .
      *
       250-CLOSE-ROUTINE.

           CLOSE MASTER-CHANGE-REPORT-FILE

           STOP RUN
           .
