      *  plus a printed order sheet grouped per truck.  Items
      *  with no parameter record fall back to the default
      *  reorder point and order-up-to quantity below.
      *  Each truck's order is held until the truck's last
      *  master row has been read and is then cut back to the
      *  room left on the truck (TRUCK-CAPACITY-M less every
      *  unit already on hand), filling the room in the order
      *  given by PIZZA-REORDER-PRIORITY.TXT so the most
      *  important items are kept.  Lines cut short or dropped
      *  are noted on the order sheet.
      **********************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRUCK-ID-M
               FILE STATUS IS WS-TRUCK-MASTER-STATUS.

           SELECT OPTIONAL PIZZA-REORDER-PRIORITY-FILE
               ASSIGN TO 'PIZZA-REORDER-PRIORITY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIORITY-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TRUCK-MASTER
           RECORD CONTAINS 33 CHARACTERS.
           COPY TRKMSTR.
      *
      *    One row per item: the lower PRI-RANK-IN is filled first
      *    when a truck's order will not fit.  Items not listed
      *    rank last (99) and ties keep item key order.
       FD  PIZZA-REORDER-PRIORITY-FILE
           RECORD CONTAINS 4 CHARACTERS.
       01  PIZZA-REORDER-PRIORITY-REC.
           05  PRI-ITEM-ID-IN         PIC X(2).
           05  PRI-RANK-IN            PIC 9(2).
      *********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-TRUCK-MASTER-OPEN-SW   PIC X(3) VALUE 'NO'.
             05    WS-TRUCK-DESC             PIC X(20).
             05    WS-RUN-DATE               PIC 9(8).
             05    WS-PRIORITY-FILE-STATUS   PIC XX VALUE '00'.
             05    WS-MORE-PRIORITY-RECS     PIC X(3) VALUE 'YES'.

       01    WS-PRIORITY-TABLE-AREAS.
             05    WS-PRIORITY-COUNT         PIC 9(3) VALUE 0.
             05    WS-PRIORITY-MAX           PIC 9(3) VALUE 50.
             05    WS-PRIORITY-IX            PIC 9(3) VALUE 0.
             05    WS-DEFAULT-RANK           PIC 9(2) VALUE 99.
             05    WS-PRIORITY-TABLE OCCURS 50 TIMES.
                   10  WS-PRIORITY-ITEM-ID   PIC X(2).
                   10  WS-PRIORITY-RANK      PIC 9(2).

      *    A truck's order lines are held here until its last
      *    master row is read, then fitted to the room on board.
       01    WS-TRUCK-LOAD-AREAS.
             05    WS-LOAD-TRUCK-ID          PIC X(5) VALUE SPACES.
             05    WS-LOAD-FIRST-SW          PIC X(3) VALUE 'YES'.
             05    WS-TRUCK-ON-HAND          PIC 9(5) VALUE 0.
             05    WS-TRUCK-CAPACITY         PIC 9(3) VALUE 0.
             05    WS-CAPACITY-KNOWN-SW      PIC X(3) VALUE 'NO'.
             05    WS-TRUCK-SPACE            PIC S9(5) VALUE 0.
             05    WS-TRUCK-CUT-UNITS        PIC 9(5) VALUE 0.
             05    WS-GRAND-CUT-UNITS        PIC 9(5) VALUE 0.
             05    WS-BEST-IX                PIC 9(3) VALUE 0.
             05    WS-BEST-RANK              PIC 9(2) VALUE 0.
             05    WS-FIT-PASS               PIC 9(3) VALUE 0.
             05    WS-CAND-COUNT             PIC 9(3) VALUE 0.
             05    WS-CAND-MAX               PIC 9(3) VALUE 100.
             05    WS-CAND-IX                PIC 9(3) VALUE 0.
             05    WS-CAND-TABLE OCCURS 100 TIMES.
                   10  WS-CAND-ITEM-ID       PIC X(2).
                   10  WS-CAND-ON-HAND       PIC 9(3).
                   10  WS-CAND-POINT         PIC 9(3).
                   10  WS-CAND-WANTED        PIC 9(3).
                   10  WS-CAND-ALLOC         PIC 9(3).
                   10  WS-CAND-RANK          PIC 9(2).
                   10  WS-CAND-DONE-SW       PIC X.

       01    WS-PARAM-TABLE-AREAS.
             05    WS-PARAM-COUNT            PIC 9(3) VALUE 0.
          05 FILLER            PIC X(10) VALUE 'REORDER PT'.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 FILLER            PIC X(9)  VALUE 'ORDER QTY'.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 FILLER            PIC X(4)  VALUE 'NOTE'.

       01 ORDER-DETAIL-LINE.
          05 FILLER            PIC X(5)  VALUE SPACES.
          05 OD-POINT-OUT      PIC ZZ9.
          05 FILLER            PIC X(9)  VALUE SPACES.
          05 OD-ORDER-QTY-OUT  PIC ZZ9.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 OD-NOTE-OUT       PIC X(22).

       01 TRUCK-LOAD-LINE.
          05 FILLER            PIC X(5)  VALUE SPACES.
          05 FILLER            PIC X(10) VALUE 'CAPACITY: '.
          05 TL-CAPACITY-OUT   PIC ZZ9.
          05 FILLER            PIC X(13) VALUE '   ON HAND: '.
          05 TL-ON-HAND-OUT    PIC ZZ,ZZ9.
          05 FILLER            PIC X(11) VALUE '   ROOM: '.
          05 TL-ROOM-OUT       PIC ZZ,ZZ9.

       01 NO-CAPACITY-LINE.
          05 FILLER            PIC X(5)  VALUE SPACES.
          05 FILLER            PIC X(40) VALUE
             'NO CAPACITY ON TRUCK-MASTER - NOT FITTED'.

       01 OD-CUT-NOTE.
          05 FILLER            PIC X(9)  VALUE 'CUT FROM '.
          05 CN-WANTED-OUT     PIC ZZ9.
          05 FILLER            PIC X(10) VALUE SPACES.

       01 TRUCK-TOTAL-LINE.
          05 FILLER            PIC X(5)  VALUE SPACES.
          05 FILLER            PIC X(3)  VALUE SPACES.
          05 FILLER            PIC X(6)  VALUE 'UNITS='.
          05 TT-UNITS-OUT      PIC ZZ,ZZ9.
          05 FILLER            PIC X(3)  VALUE SPACES.
          05 FILLER            PIC X(10) VALUE 'UNITS CUT='.
          05 TT-CUT-OUT        PIC ZZ,ZZ9.

       01 GRAND-TOTAL-LINE.
          05 FILLER            PIC X(5)  VALUE SPACES.
          05 FILLER            PIC X(3)  VALUE SPACES.
          05 FILLER            PIC X(6)  VALUE 'UNITS='.
          05 GT-UNITS-OUT      PIC ZZ,ZZ9.
          05 FILLER            PIC X(3)  VALUE SPACES.
          05 FILLER            PIC X(10) VALUE 'UNITS CUT='.
          05 GT-CUT-OUT        PIC ZZ,ZZ9.

       01 NO-ORDER-LINE.
          05 FILLER            PIC X(5)  VALUE SPACES.

           PERFORM 125-HOUSEKEEPING
           PERFORM 130-LOAD-PARAMS-RTN
           PERFORM 135-LOAD-PRIORITY-RTN
           PERFORM 150-READ-RECORDS
           PERFORM 250-CLOSE-ROUTINE


           .
      *
       135-LOAD-PRIORITY-RTN.

           OPEN INPUT PIZZA-REORDER-PRIORITY-FILE
           IF WS-PRIORITY-FILE-STATUS NOT = '00'
               DISPLAY 'NO PIZZA-REORDER-PRIORITY.TXT ON FILE - '
               DISPLAY 'CAPACITY CUTS TAKEN IN ITEM ORDER'
               MOVE 'NO' TO WS-MORE-PRIORITY-RECS
           END-IF

           PERFORM UNTIL WS-MORE-PRIORITY-RECS = 'NO'
               READ PIZZA-REORDER-PRIORITY-FILE
                   AT END
                       MOVE 'NO' TO WS-MORE-PRIORITY-RECS
                   NOT AT END
                       PERFORM 145-STORE-PRIORITY-RTN
               END-READ
           END-PERFORM

      *    an OPTIONAL file that was not there still opens (05)
           IF WS-PRIORITY-FILE-STATUS = '00'
              OR WS-PRIORITY-FILE-STATUS = '05'
              OR WS-PRIORITY-FILE-STATUS = '10'
               CLOSE PIZZA-REORDER-PRIORITY-FILE
           END-IF

           .
      *
       145-STORE-PRIORITY-RTN.

           IF PRI-RANK-IN NOT NUMERIC
               DISPLAY 'BAD REORDER PRIORITY SKIPPED: '
                       PRI-ITEM-ID-IN
           ELSE
               IF WS-PRIORITY-COUNT >= WS-PRIORITY-MAX
                   DISPLAY 'REORDER PRIORITY TABLE FULL - '
                           'PRIORITY SKIPPED: ' PRI-ITEM-ID-IN
               ELSE
                   ADD 1 TO WS-PRIORITY-COUNT
                   MOVE PRI-ITEM-ID-IN
                           TO WS-PRIORITY-ITEM-ID (WS-PRIORITY-COUNT)
                   MOVE PRI-RANK-IN
                           TO WS-PRIORITY-RANK (WS-PRIORITY-COUNT)
               END-IF
           END-IF

           .
      *
       150-READ-RECORDS.

             PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
              END-PERFORM
           .
      *
       180-FIND-PRIORITY-RTN.

              MOVE WS-DEFAULT-RANK TO WS-CAND-RANK (WS-CAND-COUNT)

              PERFORM VARYING WS-PRIORITY-IX FROM 1 BY 1
                      UNTIL WS-PRIORITY-IX > WS-PRIORITY-COUNT
                  IF WS-PRIORITY-ITEM-ID (WS-PRIORITY-IX) = ITEM-ID-IN
                      MOVE WS-PRIORITY-RANK (WS-PRIORITY-IX)
                              TO WS-CAND-RANK (WS-CAND-COUNT)
                  END-IF
              END-PERFORM
           .
      *
      *    Every master row counts toward the truck's load, so the
      *    truck break is taken here on each row rather than only
      *    on rows that need an order.
       200-PROCESS-RTN.

              IF WS-LOAD-FIRST-SW = 'YES'
                  MOVE TRUCK-ID-IN TO WS-LOAD-TRUCK-ID
                  MOVE 'NO' TO WS-LOAD-FIRST-SW
              ELSE
                  IF TRUCK-ID-IN NOT = WS-LOAD-TRUCK-ID
                      PERFORM 220-FLUSH-TRUCK-RTN
                      MOVE TRUCK-ID-IN TO WS-LOAD-TRUCK-ID
                  END-IF
              END-IF

              IF NUM-IN-STOCK-IN NOT NUMERIC
                  DISPLAY 'NON-NUMERIC STOCK SKIPPED: '
                          TRUCK-ID-IN ITEM-ID-IN
              ELSE
                  ADD NUM-IN-STOCK-IN TO WS-TRUCK-ON-HAND
                  PERFORM 175-FIND-PARAM-RTN

                  IF NUM-IN-STOCK-IN NOT > WS-REORDER-POINT
                      COMPUTE WS-ORDER-QTY =
                              WS-ORDER-UP-TO - NUM-IN-STOCK-IN
                      IF WS-ORDER-QTY > 0
                          PERFORM 202-HOLD-ORDER-RTN
                      END-IF
                  END-IF
              END-IF
           .
      *
       202-HOLD-ORDER-RTN.

              IF WS-CAND-COUNT >= WS-CAND-MAX
                  DISPLAY 'TRUCK ORDER TABLE FULL - LINE SKIPPED: '
                          TRUCK-ID-IN ITEM-ID-IN
              ELSE
                  ADD 1 TO WS-CAND-COUNT
                  MOVE ITEM-ID-IN       TO WS-CAND-ITEM-ID
                                                  (WS-CAND-COUNT)
                  MOVE NUM-IN-STOCK-IN  TO WS-CAND-ON-HAND
                                                  (WS-CAND-COUNT)
                  MOVE WS-REORDER-POINT TO WS-CAND-POINT
                                                  (WS-CAND-COUNT)
                  MOVE WS-ORDER-QTY     TO WS-CAND-WANTED
                                                  (WS-CAND-COUNT)
                  MOVE WS-ORDER-QTY     TO WS-CAND-ALLOC
                                                  (WS-CAND-COUNT)
                  MOVE 'N'              TO WS-CAND-DONE-SW
                                                  (WS-CAND-COUNT)
                  PERFORM 180-FIND-PRIORITY-RTN
              END-IF
           .
      *
       205-WRITE-ORDER-RTN.

              MOVE SPACES TO OD-NOTE-OUT

              IF WS-CAND-ALLOC (WS-CAND-IX) > 0
                  MOVE WS-RUN-DATE        TO PO-ORDER-DATE
                  MOVE WS-LOAD-TRUCK-ID   TO PO-TRUCK-ID
                  MOVE WS-CAND-ITEM-ID (WS-CAND-IX) TO PO-ITEM-ID
                  MOVE WS-CAND-ALLOC (WS-CAND-IX)   TO PO-ORDER-QTY
                  WRITE PIZZA-PURCHASE-ORDER-REC

                  ADD 1 TO WS-TRUCK-LINE-COUNT
                  ADD 1 TO WS-GRAND-LINE-COUNT
                  ADD WS-CAND-ALLOC (WS-CAND-IX)
                          TO WS-TRUCK-ORDER-UNITS
                  ADD WS-CAND-ALLOC (WS-CAND-IX)
                          TO WS-GRAND-ORDER-UNITS

                  IF WS-CAND-ALLOC (WS-CAND-IX)
                     < WS-CAND-WANTED (WS-CAND-IX)
                      MOVE WS-CAND-WANTED (WS-CAND-IX)
                              TO CN-WANTED-OUT
                      MOVE OD-CUT-NOTE TO OD-NOTE-OUT
                  END-IF
              ELSE
                  MOVE 'DROPPED - NO ROOM' TO OD-NOTE-OUT
              END-IF

              COMPUTE WS-TRUCK-CUT-UNITS = WS-TRUCK-CUT-UNITS
                      + WS-CAND-WANTED (WS-CAND-IX)
                      - WS-CAND-ALLOC (WS-CAND-IX)

              MOVE WS-CAND-ITEM-ID (WS-CAND-IX) TO OD-ITEM-ID-OUT
              MOVE WS-CAND-ON-HAND (WS-CAND-IX) TO OD-ON-HAND-OUT
              MOVE WS-CAND-POINT (WS-CAND-IX)   TO OD-POINT-OUT
              MOVE WS-CAND-ALLOC (WS-CAND-IX)   TO OD-ORDER-QTY-OUT

              MOVE ORDER-DETAIL-LINE TO PIZZA-ORDER-SHEET-REC
              WRITE PIZZA-ORDER-SHEET-REC
                     AFTER ADVANCING 1 LINE
           .
      *
       210-TRUCK-TOTAL-RTN.

              MOVE WS-LOAD-TRUCK-ID    TO TT-TRUCK-ID-OUT
              MOVE WS-TRUCK-LINE-COUNT TO TT-LINES-OUT
              MOVE WS-TRUCK-ORDER-UNITS TO TT-UNITS-OUT
              MOVE WS-TRUCK-CUT-UNITS  TO TT-CUT-OUT

              MOVE TRUCK-TOTAL-LINE TO PIZZA-ORDER-SHEET-REC
              WRITE PIZZA-ORDER-SHEET-REC
                     AFTER ADVANCING 2 LINE

              ADD WS-TRUCK-CUT-UNITS TO WS-GRAND-CUT-UNITS

              MOVE 0 TO WS-TRUCK-LINE-COUNT
              MOVE 0 TO WS-TRUCK-ORDER-UNITS
              MOVE 0 TO WS-TRUCK-CUT-UNITS
           .
      *
      *    A capacity of zero is taken as never keyed rather than
      *    as a truck that can carry nothing.
       212-LOOKUP-TRUCK-RTN.

              MOVE SPACES TO WS-TRUCK-DESC
              MOVE 0      TO WS-TRUCK-CAPACITY
              MOVE 'NO'   TO WS-CAPACITY-KNOWN-SW

              IF WS-TRUCK-MASTER-OPEN-SW = 'YES'
                  MOVE WS-LOAD-TRUCK-ID TO TRUCK-ID-M
                  READ TRUCK-MASTER
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE TRUCK-DESC-M TO WS-TRUCK-DESC
                          IF TRUCK-CAPACITY-M NUMERIC
                             AND TRUCK-CAPACITY-M > 0
                              MOVE TRUCK-CAPACITY-M
                                      TO WS-TRUCK-CAPACITY
                              MOVE 'YES' TO WS-CAPACITY-KNOWN-SW
                          END-IF
                  END-READ
              END-IF
           .
      *
       215-TRUCK-HEADER-RTN.

              MOVE WS-LOAD-TRUCK-ID TO TH-TRUCK-ID-OUT
              MOVE WS-TRUCK-DESC    TO TH-TRUCK-DESC-OUT

              MOVE TRUCK-HEADER-LINE TO PIZZA-ORDER-SHEET-REC
              WRITE PIZZA-ORDER-SHEET-REC
                     AFTER ADVANCING 3 LINE

              IF WS-CAPACITY-KNOWN-SW = 'YES'
                  MOVE WS-TRUCK-CAPACITY TO TL-CAPACITY-OUT
                  MOVE WS-TRUCK-ON-HAND  TO TL-ON-HAND-OUT
                  MOVE WS-TRUCK-SPACE    TO TL-ROOM-OUT
                  MOVE TRUCK-LOAD-LINE TO PIZZA-ORDER-SHEET-REC
              ELSE
                  MOVE NO-CAPACITY-LINE TO PIZZA-ORDER-SHEET-REC
              END-IF
              WRITE PIZZA-ORDER-SHEET-REC
                     AFTER ADVANCING 1 LINE

              MOVE ORDER-COL-HEADER TO PIZZA-ORDER-SHEET-REC
              WRITE PIZZA-ORDER-SHEET-REC
                     AFTER ADVANCING 2 LINE
           .
      *
      *    End of one truck's master rows: fit the held lines to
      *    the room on board and print the truck's block.
       220-FLUSH-TRUCK-RTN.

              IF WS-CAND-COUNT > 0
                  MOVE 'NO' TO WS-FIRST-ORDER-SW
                  PERFORM 212-LOOKUP-TRUCK-RTN
                  IF WS-CAPACITY-KNOWN-SW = 'YES'
                      PERFORM 225-FIT-CAPACITY-RTN
                  END-IF
                  PERFORM 215-TRUCK-HEADER-RTN

                  PERFORM VARYING WS-CAND-IX FROM 1 BY 1
                          UNTIL WS-CAND-IX > WS-CAND-COUNT
                      PERFORM 205-WRITE-ORDER-RTN
                  END-PERFORM

                  PERFORM 210-TRUCK-TOTAL-RTN
              END-IF

              MOVE 0 TO WS-CAND-COUNT
              MOVE 0 TO WS-TRUCK-ON-HAND
           .
      *
      *    Hand out the room left on the truck one line at a time,
      *    lowest priority rank first; among equal ranks the
      *    earlier item in key order wins.  Whatever is left when
      *    the room runs out is cut to zero.
       225-FIT-CAPACITY-RTN.

              COMPUTE WS-TRUCK-SPACE =
                      WS-TRUCK-CAPACITY - WS-TRUCK-ON-HAND
              IF WS-TRUCK-SPACE < 0
                  MOVE 0 TO WS-TRUCK-SPACE
              END-IF

              PERFORM VARYING WS-FIT-PASS FROM 1 BY 1
                      UNTIL WS-FIT-PASS > WS-CAND-COUNT
                  MOVE 0  TO WS-BEST-IX
                  MOVE 99 TO WS-BEST-RANK
                  PERFORM VARYING WS-CAND-IX FROM 1 BY 1
                          UNTIL WS-CAND-IX > WS-CAND-COUNT
                      IF WS-CAND-DONE-SW (WS-CAND-IX) = 'N'
                         AND (WS-BEST-IX = 0
                              OR WS-CAND-RANK (WS-CAND-IX)
                                 < WS-BEST-RANK)
                          MOVE WS-CAND-IX TO WS-BEST-IX
                          MOVE WS-CAND-RANK (WS-CAND-IX)
                                  TO WS-BEST-RANK
                      END-IF
                  END-PERFORM

                  IF WS-CAND-WANTED (WS-BEST-IX) > WS-TRUCK-SPACE
                      MOVE WS-TRUCK-SPACE
                              TO WS-CAND-ALLOC (WS-BEST-IX)
                  ELSE
                      MOVE WS-CAND-WANTED (WS-BEST-IX)
                              TO WS-CAND-ALLOC (WS-BEST-IX)
                  END-IF
                  SUBTRACT WS-CAND-ALLOC (WS-BEST-IX)
                          FROM WS-TRUCK-SPACE
                  MOVE 'Y' TO WS-CAND-DONE-SW (WS-BEST-IX)
              END-PERFORM

              COMPUTE WS-TRUCK-SPACE =
                      WS-TRUCK-CAPACITY - WS-TRUCK-ON-HAND
              IF WS-TRUCK-SPACE < 0
                  MOVE 0 TO WS-TRUCK-SPACE
              END-IF
           .
      *
       250-CLOSE-ROUTINE.

              IF WS-LOAD-FIRST-SW = 'NO'
                  PERFORM 220-FLUSH-TRUCK-RTN
              END-IF

              IF WS-FIRST-ORDER-SW = 'NO'
                  MOVE WS-GRAND-LINE-COUNT  TO GT-LINES-OUT
                  MOVE WS-GRAND-ORDER-UNITS TO GT-UNITS-OUT
                  MOVE WS-GRAND-CUT-UNITS   TO GT-CUT-OUT
                  MOVE GRAND-TOTAL-LINE TO PIZZA-ORDER-SHEET-REC
                  WRITE PIZZA-ORDER-SHEET-REC
                         AFTER ADVANCING 2 LINE

              DISPLAY 'PURCHASE ORDER LINES WRITTEN: '
                      WS-GRAND-LINE-COUNT
              DISPLAY 'UNITS CUT TO FIT TRUCK CAPACITY: '
                      WS-GRAND-CUT-UNITS

              IF WS-TRUCK-MASTER-OPEN-SW = 'YES'
                  CLOSE TRUCK-MASTER
