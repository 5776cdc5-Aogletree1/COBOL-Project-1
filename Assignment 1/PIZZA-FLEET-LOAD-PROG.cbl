       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-FLEET-LOAD-PROG.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  This program prints the fleet load report: one line per
      *  truck on TRUCK-MASTER showing the total units on hand
      *  across all of its PR1FA22-Pizza rows against the
      *  TRUCK-CAPACITY-M keyed for it, the room left, and the
      *  share of capacity in use.  Trucks at or over capacity
      *  are flagged, as is any truck holding stock on the
      *  inventory master that TRUCK-MASTER does not know about.
      *  The master is only read, never written.
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

           SELECT TRUCK-MASTER
               ASSIGN TO 'TRUCK-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRUCK-ID-M
               FILE STATUS IS WS-TRUCK-MASTER-STATUS.

           SELECT PIZZA-FLEET-LOAD-FILE
               ASSIGN TO 'PIZZA-FLEET-LOAD.TXT'.
      *
       DATA DIVISION.
       FILE SECTION.

       FD  PR1FA22-Pizza
           RECORD CONTAINS 40 CHARACTERS.
           COPY PIZZAREC.
      *
       FD  TRUCK-MASTER
           RECORD CONTAINS 33 CHARACTERS.
           COPY TRKMSTR.
      *
       FD    PIZZA-FLEET-LOAD-FILE
             RECORD CONTAINS 80 CHARACTERS.
       01    PIZZA-FLEET-LOAD-REC     PIC X(80).
      *********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    ARE-THERE-MORE-RECORDS    PIC X(3) VALUE 'YES'.
             05    WS-MORE-TRUCK-RECS        PIC X(3) VALUE 'YES'.
             05    WS-PIZZA-FILE-STATUS      PIC XX VALUE '00'.
             05    WS-TRUCK-MASTER-STATUS    PIC XX VALUE '00'.
             05    WS-RUN-DATE               PIC 9(8).
             05    WS-LOOKUP-TRUCK-ID        PIC X(5).

      *    Units on hand per truck, totalled from the inventory
      *    master before TRUCK-MASTER is walked.
       01    WS-LOAD-TABLE-AREAS.
             05    WS-LOAD-COUNT             PIC 9(3) VALUE 0.
             05    WS-LOAD-MAX               PIC 9(3) VALUE 50.
             05    WS-LOAD-IX                PIC 9(3) VALUE 0.
             05    WS-LOAD-FOUND-IX          PIC 9(3) VALUE 0.
             05    WS-LOAD-TABLE OCCURS 50 TIMES.
                   10  WS-LOAD-TRUCK-ID      PIC X(5).
                   10  WS-LOAD-ON-HAND       PIC 9(7).
                   10  WS-LOAD-MATCHED-SW    PIC X(3).

       01    WS-CALC-AREAS.
             05    WS-ON-HAND                PIC 9(7).
             05    WS-ROOM                   PIC S9(7).
             05    WS-PCT-USED               PIC 9(5).

       01    WS-FLEET-TOTALS.
             05    WS-TRUCK-COUNT            PIC 9(3) VALUE 0.
             05    WS-OVER-COUNT             PIC 9(3) VALUE 0.
             05    WS-FLEET-CAPACITY         PIC 9(7) VALUE 0.
             05    WS-FLEET-ON-HAND          PIC 9(7) VALUE 0.

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
          05 FILLER          PIC X(28) VALUE SPACES.
          05 REPORT-LINE     PIC X(17) VALUE 'FLEET LOAD REPORT'.

       01 LOAD-COL-HEADER.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(5)  VALUE 'TRUCK'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(11) VALUE 'DESCRIPTION'.
          05 FILLER            PIC X(10) VALUE SPACES.
          05 FILLER            PIC X(2)  VALUE 'ST'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(3)  VALUE 'CAP'.
          05 FILLER            PIC X(3)  VALUE SPACES.
          05 FILLER            PIC X(7)  VALUE 'ON HAND'.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 FILLER            PIC X(4)  VALUE 'ROOM'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(5)  VALUE 'USED%'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(4)  VALUE 'NOTE'.

       01 LOAD-DETAIL-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 LD-TRUCK-ID-OUT   PIC X(5).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 LD-TRUCK-DESC-OUT PIC X(20).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 LD-STATUS-OUT     PIC X(1).
          05 FILLER            PIC X(3)  VALUE SPACES.
          05 LD-CAPACITY-OUT   PIC ZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 LD-ON-HAND-OUT    PIC Z,ZZZ,ZZ9.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 LD-ROOM-OUT       PIC Z,ZZ9-.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 LD-PCT-OUT        PIC ZZZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 LD-NOTE-OUT       PIC X(14).

       01 FLEET-TOTAL-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(7)  VALUE 'TRUCKS='.
          05 FT-TRUCKS-OUT     PIC ZZ9.
          05 FILLER            PIC X(3)  VALUE SPACES.
          05 FILLER            PIC X(9)  VALUE 'CAPACITY='.
          05 FT-CAPACITY-OUT   PIC Z,ZZZ,ZZ9.
          05 FILLER            PIC X(3)  VALUE SPACES.
          05 FILLER            PIC X(8)  VALUE 'ON HAND='.
          05 FT-ON-HAND-OUT    PIC Z,ZZZ,ZZ9.
          05 FILLER            PIC X(3)  VALUE SPACES.
          05 FILLER            PIC X(5)  VALUE 'OVER='.
          05 FT-OVER-OUT       PIC ZZ9.

       01 NO-TRUCKS-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(25) VALUE
             'NO TRUCKS ON TRUCK-MASTER'.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 130-LOAD-ON-HAND-RTN
           PERFORM 150-READ-TRUCKS
           PERFORM 230-UNKNOWN-TRUCKS-RTN
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       125-HOUSEKEEPING.

           OPEN    INPUT     PR1FA22-Pizza
           IF WS-PIZZA-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PR1FA22-Pizza, STATUS: '
                       WS-PIZZA-FILE-STATUS
               STOP RUN
           END-IF

           OPEN    INPUT     TRUCK-MASTER
           IF WS-TRUCK-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRUCK-MASTER.DAT, STATUS: '
                       WS-TRUCK-MASTER-STATUS
               STOP RUN
           END-IF

           OPEN    OUTPUT    PIZZA-FLEET-LOAD-FILE

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO H1-DATE

           MOVE REPORT-HEADER    TO PIZZA-FLEET-LOAD-REC
           WRITE PIZZA-FLEET-LOAD-REC
                   AFTER ADVANCING 2 LINE

           MOVE REPORT-HEADER-2  TO PIZZA-FLEET-LOAD-REC
           WRITE PIZZA-FLEET-LOAD-REC
                   AFTER ADVANCING 2 LINE

           MOVE LOAD-COL-HEADER  TO PIZZA-FLEET-LOAD-REC
           WRITE PIZZA-FLEET-LOAD-REC
                   AFTER ADVANCING 3 LINE
                  .
      *
       130-LOAD-ON-HAND-RTN.

             PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                  READ PR1FA22-Pizza
                      AT END
                          MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                      NOT AT END
                          PERFORM 140-ADD-ON-HAND-RTN
                  END-READ
              END-PERFORM
           .
      *
       140-ADD-ON-HAND-RTN.

              IF NUM-IN-STOCK-IN NOT NUMERIC
                  DISPLAY 'NON-NUMERIC STOCK SKIPPED: '
                          TRUCK-ID-IN ITEM-ID-IN
              ELSE
                  MOVE TRUCK-ID-IN TO WS-LOOKUP-TRUCK-ID
                  PERFORM 175-FIND-TRUCK-RTN
                  IF WS-LOAD-FOUND-IX = 0
                      IF WS-LOAD-COUNT >= WS-LOAD-MAX
                          DISPLAY 'TRUCK LOAD TABLE FULL - STOCK NOT '
                                  'COUNTED FOR TRUCK ' TRUCK-ID-IN
                      ELSE
                          ADD 1 TO WS-LOAD-COUNT
                          MOVE WS-LOAD-COUNT TO WS-LOAD-FOUND-IX
                          MOVE TRUCK-ID-IN
                                  TO WS-LOAD-TRUCK-ID (WS-LOAD-COUNT)
                          MOVE 0  TO WS-LOAD-ON-HAND (WS-LOAD-COUNT)
                          MOVE 'NO'
                                  TO WS-LOAD-MATCHED-SW (WS-LOAD-COUNT)
                      END-IF
                  END-IF
                  IF WS-LOAD-FOUND-IX > 0
                      ADD NUM-IN-STOCK-IN
                              TO WS-LOAD-ON-HAND (WS-LOAD-FOUND-IX)
                  END-IF
              END-IF
           .
      *
       150-READ-TRUCKS.

             PERFORM UNTIL WS-MORE-TRUCK-RECS = 'NO'
                  READ TRUCK-MASTER
                      AT END
                          MOVE 'NO' TO WS-MORE-TRUCK-RECS
                      NOT AT END
                          PERFORM 200-PROCESS-RTN
                  END-READ
              END-PERFORM
           .
      *
      *    WS-LOAD-FOUND-IX is left at the entry for
      *    WS-LOOKUP-TRUCK-ID, or zero when the truck holds no rows
      *    on the inventory master.
       175-FIND-TRUCK-RTN.

              MOVE 0 TO WS-LOAD-FOUND-IX

              PERFORM VARYING WS-LOAD-IX FROM 1 BY 1
                      UNTIL WS-LOAD-IX > WS-LOAD-COUNT
                  IF WS-LOAD-TRUCK-ID (WS-LOAD-IX) = WS-LOOKUP-TRUCK-ID
                      MOVE WS-LOAD-IX TO WS-LOAD-FOUND-IX
                  END-IF
              END-PERFORM
           .
      *
       200-PROCESS-RTN.

              MOVE TRUCK-ID-M TO WS-LOOKUP-TRUCK-ID
              PERFORM 175-FIND-TRUCK-RTN

              MOVE 0 TO WS-ON-HAND
              IF WS-LOAD-FOUND-IX > 0
                  MOVE WS-LOAD-ON-HAND (WS-LOAD-FOUND-IX)
                          TO WS-ON-HAND
                  MOVE 'YES' TO WS-LOAD-MATCHED-SW (WS-LOAD-FOUND-IX)
              END-IF

              MOVE TRUCK-ID-M       TO LD-TRUCK-ID-OUT
              MOVE TRUCK-DESC-M     TO LD-TRUCK-DESC-OUT
              MOVE TRUCK-STATUS-M   TO LD-STATUS-OUT
              MOVE WS-ON-HAND       TO LD-ON-HAND-OUT
              MOVE SPACES           TO LD-NOTE-OUT

              IF TRUCK-CAPACITY-M NOT NUMERIC
                 OR TRUCK-CAPACITY-M = 0
                  MOVE 0 TO LD-CAPACITY-OUT
                  MOVE 0 TO LD-ROOM-OUT
                  MOVE 0 TO LD-PCT-OUT
                  MOVE 'NO CAPACITY' TO LD-NOTE-OUT
              ELSE
                  MOVE TRUCK-CAPACITY-M TO LD-CAPACITY-OUT
                  COMPUTE WS-ROOM = TRUCK-CAPACITY-M - WS-ON-HAND
                  COMPUTE WS-PCT-USED ROUNDED =
                          WS-ON-HAND * 100 / TRUCK-CAPACITY-M
                  MOVE WS-ROOM     TO LD-ROOM-OUT
                  MOVE WS-PCT-USED TO LD-PCT-OUT
                  ADD TRUCK-CAPACITY-M TO WS-FLEET-CAPACITY
                  IF WS-ROOM < 0
                      MOVE '*** OVER ***' TO LD-NOTE-OUT
                      ADD 1 TO WS-OVER-COUNT
                  ELSE
                      IF WS-ROOM = 0
                          MOVE 'FULL' TO LD-NOTE-OUT
                      END-IF
                  END-IF
              END-IF

              MOVE LOAD-DETAIL-LINE TO PIZZA-FLEET-LOAD-REC
              WRITE PIZZA-FLEET-LOAD-REC
                     AFTER ADVANCING 1 LINE

              ADD 1          TO WS-TRUCK-COUNT
              ADD WS-ON-HAND TO WS-FLEET-ON-HAND
           .
      *
      *    Stock sitting under a truck id that TRUCK-MASTER does not
      *    carry is still weight on some truck - list it so it is
      *    not silently left out of the fleet total.
       230-UNKNOWN-TRUCKS-RTN.

              PERFORM VARYING WS-LOAD-IX FROM 1 BY 1
                      UNTIL WS-LOAD-IX > WS-LOAD-COUNT
                  IF WS-LOAD-MATCHED-SW (WS-LOAD-IX) = 'NO'
                      MOVE WS-LOAD-TRUCK-ID (WS-LOAD-IX)
                              TO LD-TRUCK-ID-OUT
                      MOVE SPACES TO LD-TRUCK-DESC-OUT
                      MOVE SPACES TO LD-STATUS-OUT
                      MOVE 0      TO LD-CAPACITY-OUT
                      MOVE WS-LOAD-ON-HAND (WS-LOAD-IX)
                              TO LD-ON-HAND-OUT
                      MOVE 0      TO LD-ROOM-OUT
                      MOVE 0      TO LD-PCT-OUT
                      MOVE 'NOT ON MASTER' TO LD-NOTE-OUT
                      MOVE LOAD-DETAIL-LINE TO PIZZA-FLEET-LOAD-REC
                      WRITE PIZZA-FLEET-LOAD-REC
                             AFTER ADVANCING 1 LINE
                      ADD WS-LOAD-ON-HAND (WS-LOAD-IX)
                              TO WS-FLEET-ON-HAND
                  END-IF
              END-PERFORM
           .
      *
       250-CLOSE-ROUTINE.

              IF WS-TRUCK-COUNT = 0
                  MOVE NO-TRUCKS-LINE TO PIZZA-FLEET-LOAD-REC
                  WRITE PIZZA-FLEET-LOAD-REC
                         AFTER ADVANCING 2 LINE
              END-IF

              MOVE WS-TRUCK-COUNT    TO FT-TRUCKS-OUT
              MOVE WS-FLEET-CAPACITY TO FT-CAPACITY-OUT
              MOVE WS-FLEET-ON-HAND  TO FT-ON-HAND-OUT
              MOVE WS-OVER-COUNT     TO FT-OVER-OUT
              MOVE FLEET-TOTAL-LINE  TO PIZZA-FLEET-LOAD-REC
              WRITE PIZZA-FLEET-LOAD-REC
                     AFTER ADVANCING 2 LINE

              DISPLAY 'TRUCKS LISTED:        ' WS-TRUCK-COUNT
              DISPLAY 'TRUCKS OVER CAPACITY: ' WS-OVER-COUNT

              CLOSE    PR1FA22-Pizza
                       TRUCK-MASTER
                       PIZZA-FLEET-LOAD-FILE

              STOP RUN
           .
