      *  tier rate above quota.  A rate change is a data change:
      *  edit the extract and rerun this load.  The load
      *  replaces the whole file, so the extract must carry
      *  every salesperson every time, in name order.  Rates
      *  are commission money, so the run starts with an
      *  operator sign-on checked against PIZZA-OPERATOR.TXT
      *  (see copybooks/OPRAUTH.cpy) and is for supervisors
      *  holding the rate-load right only.  Each salesperson
      *  the reload adds, changes, or drops is written to
      *  MASTER-CHANGE-LOG.TXT with the record as it stood
      *  before and after, compared against the file being
      *  replaced.
      **********************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SP-NAME-M
               FILE STATUS IS WS-RATE-MASTER-STATUS.

           SELECT PIZZA-OPERATOR-FILE
               ASSIGN TO 'PIZZA-OPERATOR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT MASTER-CHANGE-LOG-FILE
               ASSIGN TO 'MASTER-CHANGE-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SALESPERSON-MASTER
           RECORD CONTAINS 31 CHARACTERS.
           COPY SLSMSTR.
      *
       FD  PIZZA-OPERATOR-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY OPRAUTH.
      *
       FD  MASTER-CHANGE-LOG-FILE
           RECORD CONTAINS 158 CHARACTERS.
           COPY MSTCHG.
      *********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
       01    WS-LOAD-COUNTERS.
             05    WS-LOADED-COUNT           PIC 9(5) VALUE 0.
             05    WS-REJECTED-COUNT         PIC 9(5) VALUE 0.
             05    WS-LOGGED-COUNT           PIC 9(5) VALUE 0.

       01    WS-OPERATOR-AREAS.
             05    WS-OPERATOR-FILE-STATUS   PIC XX VALUE '00'.
             05    WS-MORE-OPERATOR-RECS     PIC X(3).
             05    WS-OPERATOR-FOUND-SW      PIC X(3) VALUE 'NO'.
             05    WS-OPERATOR-ID            PIC X(8).
             05    WS-OPERATOR-NAME          PIC X(20).
             05    WS-OPERATOR-LEVEL         PIC X.
             05    WS-OPERATOR-RIGHTS.
                   10  WS-OPERATOR-RIGHT     PIC X OCCURS 10 TIMES.
             05    WS-FUNCTION-IX            PIC 9(2).
             05    WS-SUPERVISOR-ONLY-SW     PIC X(3).
             05    WS-AUTHORIZED-SW          PIC X(3) VALUE 'NO'.
             05    WS-OPERATOR-PROMPT        PIC X(41) VALUE
                   'ENTER OPERATOR ID......................: '.

       01    WS-CHANGE-LOG-AREAS.
             05    WS-CHANGE-LOG-STATUS      PIC XX VALUE '00'.
             05    WS-CHANGE-DATE            PIC 9(8).
             05    WS-CHANGE-TIME-RAW        PIC 9(8).
             05    WS-CHANGE-ACTION          PIC X.
             05    WS-CHANGE-KEY             PIC X(20).
             05    WS-BEFORE-IMAGE           PIC X(40).
             05    WS-AFTER-IMAGE            PIC X(40).

      *    The file as it stood before this reload, for the
      *    before images and to find the records the reload drops.
       01    WS-OLD-MASTER-AREAS.
             05    WS-MORE-OLD-MASTER-RECS   PIC X(3) VALUE 'YES'.
             05    WS-OLD-COUNT              PIC 9(3) VALUE 0.
             05    WS-OLD-MAX                PIC 9(3) VALUE 300.
             05    WS-OLD-IX                 PIC 9(3) VALUE 0.
             05    WS-OLD-FOUND-IX           PIC 9(3) VALUE 0.
             05    WS-OLD-TABLE OCCURS 300 TIMES.
                   10  WS-OLD-IMAGE          PIC X(40).
                   10  WS-OLD-MATCHED-SW     PIC X(3).

       PROCEDURE DIVISION.

      *
       125-HOUSEKEEPING.

           PERFORM 130-SIGN-ON-RTN

           OPEN    INPUT     SALES-RATE-OLD-FILE
           IF WS-OLD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SALESPERSON-MASTER.TXT, '
                       'STATUS: ' WS-OLD-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM 140-LOAD-OLD-MASTER-RTN

           OPEN    EXTEND    MASTER-CHANGE-LOG-FILE
           IF WS-CHANGE-LOG-STATUS = '35'
               OPEN    OUTPUT    MASTER-CHANGE-LOG-FILE
           END-IF
           IF WS-CHANGE-LOG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MASTER-CHANGE-LOG.TXT, STATUS: '
                       WS-CHANGE-LOG-STATUS
               STOP RUN
           END-IF

           OPEN    OUTPUT    SALESPERSON-MASTER
           IF WS-RATE-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SALESPERSON-MASTER.DAT, '

           .
      *
      *    The operator is looked up on PIZZA-OPERATOR.TXT before
      *    any file is opened - an unknown or withdrawn operator,
      *    or one without the right for this load, gets no
      *    further and the master is left as it was.
       130-SIGN-ON-RTN.

           DISPLAY WS-OPERATOR-PROMPT WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID

           MOVE 'YES' TO WS-MORE-OPERATOR-RECS

           OPEN INPUT PIZZA-OPERATOR-FILE
           IF WS-OPERATOR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PIZZA-OPERATOR.TXT, STATUS: '
                       WS-OPERATOR-FILE-STATUS
               STOP RUN
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
                               MOVE 'YES'      TO WS-OPERATOR-FOUND-SW
                               MOVE OPR-NAME   TO WS-OPERATOR-NAME
                               MOVE OPR-LEVEL  TO WS-OPERATOR-LEVEL
                               MOVE OPR-RIGHTS TO WS-OPERATOR-RIGHTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PIZZA-OPERATOR-FILE

           IF WS-OPERATOR-FOUND-SW = 'NO'
               DISPLAY 'OPERATOR NOT AUTHORIZED - SIGN-ON REFUSED: '
                       WS-OPERATOR-ID
               STOP RUN
           END-IF

           MOVE 6 TO WS-FUNCTION-IX
           MOVE 'YES' TO WS-SUPERVISOR-ONLY-SW
           PERFORM 135-CHECK-RIGHT-RTN
           IF WS-AUTHORIZED-SW = 'NO'
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                       ' NOT AUTHORIZED TO LOAD COMMISSION RATES'
               STOP RUN
           END-IF

           DISPLAY 'SIGNED ON: ' WS-OPERATOR-ID ' ' WS-OPERATOR-NAME

           .
      *
      *    A supervisor-only function also needs OPR-LEVEL 'S' -
      *    a 'Y' in the clerk's rights is not enough.
       135-CHECK-RIGHT-RTN.

           MOVE 'NO' TO WS-AUTHORIZED-SW

           IF WS-OPERATOR-RIGHT (WS-FUNCTION-IX) = 'Y'
               IF WS-SUPERVISOR-ONLY-SW = 'NO'
                  OR WS-OPERATOR-LEVEL = 'S'
                   MOVE 'YES' TO WS-AUTHORIZED-SW
               END-IF
           END-IF

           .
      *
      *    status 35 is the first load, with no file yet to
      *    replace - every record it writes is logged as an add
       140-LOAD-OLD-MASTER-RTN.

           OPEN    INPUT     SALESPERSON-MASTER
           IF WS-RATE-MASTER-STATUS NOT = '00'
               MOVE 'NO' TO WS-MORE-OLD-MASTER-RECS
               IF WS-RATE-MASTER-STATUS NOT = '35'
                   DISPLAY 'ERROR OPENING SALESPERSON-MASTER.DAT, '
                           'STATUS: ' WS-RATE-MASTER-STATUS
                   STOP RUN
               END-IF
           END-IF

           PERFORM UNTIL WS-MORE-OLD-MASTER-RECS = 'NO'
               READ SALESPERSON-MASTER
                   AT END
                       MOVE 'NO' TO WS-MORE-OLD-MASTER-RECS
                   NOT AT END
                       IF WS-OLD-COUNT >= WS-OLD-MAX
                           DISPLAY 'OLD MASTER TABLE FULL - LOGGED '
                                   'AS ADD: ' SP-NAME-M
                       ELSE
                           ADD 1 TO WS-OLD-COUNT
                           MOVE SALESPERSON-MASTER-REC
                                   TO WS-OLD-IMAGE (WS-OLD-COUNT)
                           MOVE 'NO'
                                   TO WS-OLD-MATCHED-SW (WS-OLD-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-RATE-MASTER-STATUS = '00'
              OR WS-RATE-MASTER-STATUS = '10'
               CLOSE SALESPERSON-MASTER
           END-IF

           .
      *
       150-READ-RECORDS.

             PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                                      OLD-SP-NAME-IN
                          NOT INVALID KEY
                              ADD 1 TO WS-LOADED-COUNT
                              PERFORM 210-LOG-CHANGE-RTN
                      END-WRITE
                  END-IF
              END-IF
           .

      *
       210-LOG-CHANGE-RTN.

           MOVE 0 TO WS-OLD-FOUND-IX
           PERFORM VARYING WS-OLD-IX FROM 1 BY 1
                   UNTIL WS-OLD-IX > WS-OLD-COUNT
                      OR WS-OLD-FOUND-IX > 0
               IF WS-OLD-IMAGE (WS-OLD-IX) (1:20) = SP-NAME-M
                   MOVE WS-OLD-IX TO WS-OLD-FOUND-IX
               END-IF
           END-PERFORM

           MOVE SP-NAME-M TO WS-CHANGE-KEY
           MOVE SALESPERSON-MASTER-REC TO WS-AFTER-IMAGE

           IF WS-OLD-FOUND-IX = 0
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE 'A'    TO WS-CHANGE-ACTION
               PERFORM 245-WRITE-CHANGE-LOG-RTN
           ELSE
               MOVE 'YES' TO WS-OLD-MATCHED-SW (WS-OLD-FOUND-IX)
               MOVE WS-OLD-IMAGE (WS-OLD-FOUND-IX) TO WS-BEFORE-IMAGE
               IF WS-BEFORE-IMAGE NOT = WS-AFTER-IMAGE
                   MOVE 'C' TO WS-CHANGE-ACTION
                   PERFORM 245-WRITE-CHANGE-LOG-RTN
               END-IF
           END-IF
           .
      *
      *    Whatever was on the old file and is missing from the
      *    extract has been dropped by the reload.
       230-LOG-DROPPED-RTN.

           PERFORM VARYING WS-OLD-IX FROM 1 BY 1
                   UNTIL WS-OLD-IX > WS-OLD-COUNT
               IF WS-OLD-MATCHED-SW (WS-OLD-IX) = 'NO'
                   MOVE WS-OLD-IMAGE (WS-OLD-IX) (1:20)
                           TO WS-CHANGE-KEY
                   MOVE WS-OLD-IMAGE (WS-OLD-IX) TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE 'D'    TO WS-CHANGE-ACTION
                   PERFORM 245-WRITE-CHANGE-LOG-RTN
               END-IF
           END-PERFORM
           .
      *
       245-WRITE-CHANGE-LOG-RTN.

           ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CHANGE-TIME-RAW FROM TIME

           MOVE WS-CHANGE-DATE                 TO CHG-DATE
           MOVE WS-CHANGE-TIME-RAW (1:6)       TO CHG-TIME
           MOVE WS-OPERATOR-ID                 TO CHG-OPERATOR-ID
           MOVE 'SALES-RATE-LOAD-PROG'         TO CHG-PROGRAM
           MOVE 'SALESRATE'                    TO CHG-MASTER
           MOVE WS-CHANGE-ACTION               TO CHG-ACTION
           MOVE WS-CHANGE-KEY                  TO CHG-KEY
           MOVE WS-BEFORE-IMAGE                TO CHG-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE                 TO CHG-AFTER-IMAGE

           WRITE MASTER-CHANGE-REC
           ADD 1 TO WS-LOGGED-COUNT
           .

       250-CLOSE-ROUTINE.

              DISPLAY 'SALESPEOPLE LOADED:   ' WS-LOADED-COUNT
              DISPLAY 'SALESPEOPLE REJECTED: ' WS-REJECTED-COUNT

              PERFORM 230-LOG-DROPPED-RTN
              DISPLAY 'CHANGES LOGGED: ' WS-LOGGED-COUNT

              CLOSE    SALES-RATE-OLD-FILE
                       SALESPERSON-MASTER
                       MASTER-CHANGE-LOG-FILE

              STOP RUN
           .
