      *  Roles are validated against the shop's role list, and
      *  an employee still assigned to a truck on the
      *  PR1FA22-Pizza master cannot be deactivated until the
      *  truck is reassigned.  Each session starts with an
      *  operator sign-on checked against PIZZA-OPERATOR.TXT
      *  (see copybooks/OPRAUTH.cpy): add/change and deactivate
      *  each need the operator's right for them, and every
      *  add, change, and deactivate goes to
      *  MASTER-CHANGE-LOG.TXT with the record as it stood
      *  before and after.
      **********************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PIZZA-KEY
               FILE STATUS IS WS-PIZZA-FILE-STATUS.

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
       FD  PR1FA22-Pizza
           RECORD CONTAINS 40 CHARACTERS.
           COPY PIZZAREC.
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
             05    WS-EMPLOYEE-NAME          PIC X(20).
             05    WS-EMPLOYEE-ROLE          PIC X(10).

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
             05    WS-AUTHORIZED-SW          PIC X(3) VALUE 'YES'.

       01    WS-CHANGE-LOG-AREAS.
             05    WS-CHANGE-LOG-STATUS      PIC XX VALUE '00'.
             05    WS-CHANGE-DATE            PIC 9(8).
             05    WS-CHANGE-TIME-RAW        PIC 9(8).
             05    WS-CHANGE-ACTION          PIC X.
             05    WS-BEFORE-IMAGE           PIC X(40).

       01    WS-MAINT-SCREEN.
             05    WS-OPERATOR-PROMPT        PIC X(41) VALUE
                   'ENTER OPERATOR ID......................: '.
             05    WS-ACTION-PROMPT          PIC X(52) VALUE
                   'ACTION - A=ADD C=CHANGE D=DEACTIVATE L=LIST '.
             05    WS-ACTION-PROMPT-2        PIC X(32) VALUE
           PERFORM UNTIL WS-ANOTHER-ACTION-SW = 'NO'
               PERFORM 150-GET-ACTION-RTN
               IF WS-ANOTHER-ACTION-SW = 'YES'
                  AND WS-AUTHORIZED-SW = 'YES'
                   EVALUATE WS-ACTION-CODE
                       WHEN 'A'
                           PERFORM 200-ADD-RTN
      *
       125-HOUSEKEEPING.

           PERFORM 130-SIGN-ON-RTN

      *    status 05 is the OPTIONAL file being created on first
      *    open - the normal case at cutover, not an error
           OPEN    I-O     EMPLOYEE-MASTER
               STOP RUN
           END-IF

           OPEN    EXTEND    MASTER-CHANGE-LOG-FILE
           IF WS-CHANGE-LOG-STATUS = '35'
               OPEN    OUTPUT    MASTER-CHANGE-LOG-FILE
           END-IF
           IF WS-CHANGE-LOG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MASTER-CHANGE-LOG.TXT, STATUS: '
                       WS-CHANGE-LOG-STATUS
               STOP RUN
           END-IF

           .
      *
      *    The operator is looked up on PIZZA-OPERATOR.TXT before
      *    any master is opened - an unknown or withdrawn operator
      *    gets no further.
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
      *    Listing needs no right beyond the sign-on.
       140-AUTHORIZE-ACTION-RTN.

           MOVE 'YES' TO WS-AUTHORIZED-SW
           MOVE 'NO'  TO WS-SUPERVISOR-ONLY-SW

           EVALUATE WS-ACTION-CODE
               WHEN 'A'
               WHEN 'C'
                   MOVE 1 TO WS-FUNCTION-IX
                   PERFORM 135-CHECK-RIGHT-RTN
               WHEN 'D'
                   MOVE 2 TO WS-FUNCTION-IX
                   PERFORM 135-CHECK-RIGHT-RTN
           END-EVALUATE

           IF WS-AUTHORIZED-SW = 'NO'
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                       ' NOT AUTHORIZED FOR ACTION ' WS-ACTION-CODE
           END-IF

           .
      *
       150-GET-ACTION-RTN.

           IF WS-ACTION-CODE = SPACE
               MOVE 'NO' TO WS-ANOTHER-ACTION-SW
           ELSE
               PERFORM 140-AUTHORIZE-ACTION-RTN
           END-IF

           .
                                   WS-EMPLOYEE-ID
                       NOT INVALID KEY
                           DISPLAY 'EMPLOYEE ADDED: ' WS-EMPLOYEE-ID
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           MOVE 'A'    TO WS-CHANGE-ACTION
                           PERFORM 245-WRITE-CHANGE-LOG-RTN
                   END-WRITE
               END-IF
           END-IF
           END-READ

           IF WS-RECORD-FOUND-SW = 'YES'
               MOVE EMPLOYEE-MASTER-REC TO WS-BEFORE-IMAGE
               DISPLAY 'CURRENT NAME: ' EMPLOYEE-NAME-M
               DISPLAY WS-EMP-NAME-KEEP-PROMPT WITH NO ADVANCING
               ACCEPT WS-EMPLOYEE-NAME
                       DISPLAY 'REWRITE FAILED FOR: ' WS-EMPLOYEE-ID
                   NOT INVALID KEY
                       DISPLAY 'EMPLOYEE CHANGED: ' WS-EMPLOYEE-ID
                       IF EMPLOYEE-MASTER-REC NOT = WS-BEFORE-IMAGE
                           MOVE 'C' TO WS-CHANGE-ACTION
                           PERFORM 245-WRITE-CHANGE-LOG-RTN
                       END-IF
               END-REWRITE
           END-IF

                               WS-ASSIGNED-TRUCK-ID
                               ' - NOT DEACTIVATED'
                   ELSE
                       MOVE EMPLOYEE-MASTER-REC TO WS-BEFORE-IMAGE
                       MOVE 'I' TO EMPLOYEE-STATUS-M
                       REWRITE EMPLOYEE-MASTER-REC
                           INVALID KEY
                           NOT INVALID KEY
                               DISPLAY 'EMPLOYEE DEACTIVATED: '
                                       WS-EMPLOYEE-ID
                               MOVE 'D' TO WS-CHANGE-ACTION
                               PERFORM 245-WRITE-CHANGE-LOG-RTN
                       END-REWRITE
                   END-IF
                   END-IF

           .
      *
       245-WRITE-CHANGE-LOG-RTN.

           ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CHANGE-TIME-RAW FROM TIME

           MOVE WS-CHANGE-DATE                 TO CHG-DATE
           MOVE WS-CHANGE-TIME-RAW (1:6)       TO CHG-TIME
           MOVE WS-OPERATOR-ID                 TO CHG-OPERATOR-ID
           MOVE 'PIZZA-EMPLOYEE-MAINT-PROG'    TO CHG-PROGRAM
           MOVE 'EMPLOYEE'                     TO CHG-MASTER
           MOVE WS-CHANGE-ACTION               TO CHG-ACTION
           MOVE EMPLOYEE-ID-M                  TO CHG-KEY
           MOVE WS-BEFORE-IMAGE                TO CHG-BEFORE-IMAGE
           MOVE EMPLOYEE-MASTER-REC            TO CHG-AFTER-IMAGE

           WRITE MASTER-CHANGE-REC

           .
      *
       250-CLOSE-ROUTINE.

           CLOSE EMPLOYEE-MASTER
                 MASTER-CHANGE-LOG-FILE

           STOP RUN
           .
