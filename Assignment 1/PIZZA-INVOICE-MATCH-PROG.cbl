       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-INVOICE-MATCH-PROG.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  This program checks the commissary's invoice before
      *  accounts payable pays it.  Every line on
      *  PIZZA-COMMISSARY-INVOICE.TXT is matched three ways:
      *    - against PIZZA-PURCHASE-ORDER.TXT, so we only pay for
      *      something we asked for, and no more of it than we
      *      asked for;
      *    - against the quantity the commissary confirmed
      *      delivering on PIZZA-DELIVERY-CONFIRM.TXT (the same
      *      file PIZZA-RECEIVING-PROG turns into 'R' receipts),
      *      so we never pay for more than arrived;
      *    - against PURCHASE-IN on the PR1FA22-Pizza master, so
      *      the unit cost billed is the cost we carry the stock
      *      at.
      *  Lines that pass all three are written to
      *  PIZZA-INVOICE-APPROVED.TXT for payment.  Lines that fail
      *  any test go on PIZZA-INVOICE-DISPUTE.TXT with every
      *  failure reason listed, so the call to the commissary
      *  covers the whole line at once.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PIZZA-INVOICE-FILE
               ASSIGN TO 'PIZZA-COMMISSARY-INVOICE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-FILE-STATUS.

           SELECT PIZZA-PURCHASE-ORDER-FILE
               ASSIGN TO 'PIZZA-PURCHASE-ORDER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURCHASE-ORDER-STATUS.

           SELECT PIZZA-DELIVERY-FILE
               ASSIGN TO 'PIZZA-DELIVERY-CONFIRM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-FILE-STATUS.

           SELECT PR1FA22-Pizza
               ASSIGN TO 'PR1FA22-Pizza.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PIZZA-KEY
               FILE STATUS IS WS-PIZZA-FILE-STATUS.

           SELECT PIZZA-APPROVED-FILE
               ASSIGN TO 'PIZZA-INVOICE-APPROVED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVED-FILE-STATUS.

           SELECT PIZZA-DISPUTE-REPORT-FILE
               ASSIGN TO 'PIZZA-INVOICE-DISPUTE.TXT'.

           SELECT PIZZA-RUN-LOG-FILE
               ASSIGN TO 'PIZZA-RUN-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.

       FD  PIZZA-INVOICE-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  PIZZA-INVOICE-REC.
           05  INV-NUMBER-IN          PIC X(8).
           05  INV-TRUCK-ID-IN        PIC X(5).
           05  INV-ITEM-ID-IN         PIC A(2).
           05  INV-QTY-IN             PIC 9(3).
           05  INV-UNIT-COST-IN       PIC 9(3).
      *
       FD  PIZZA-PURCHASE-ORDER-FILE
           RECORD CONTAINS 18 CHARACTERS.
       01  PIZZA-PURCHASE-ORDER-REC.
           05  PO-ORDER-DATE          PIC 9(8).
           05  PO-TRUCK-ID            PIC X(5).
           05  PO-ITEM-ID             PIC X(2).
           05  PO-ORDER-QTY           PIC 9(3).
      *
       FD  PIZZA-DELIVERY-FILE
           RECORD CONTAINS 18 CHARACTERS.
       01  PIZZA-DELIVERY-REC.
           05  DEL-DATE-IN            PIC 9(8).
           05  DEL-TRUCK-ID-IN        PIC X(5).
           05  DEL-ITEM-ID-IN         PIC A(2).
           05  DEL-QTY-IN             PIC 9(3).
      *
       FD  PR1FA22-Pizza
           RECORD CONTAINS 40 CHARACTERS.
           COPY PIZZAREC.
      *
       FD  PIZZA-APPROVED-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  PIZZA-APPROVED-REC.
           05  APV-INVOICE-NO         PIC X(8).
           05  APV-TRUCK-ID           PIC X(5).
           05  APV-ITEM-ID            PIC X(2).
           05  APV-QTY                PIC 9(3).
           05  APV-UNIT-COST          PIC 9(3).
           05  APV-EXT-AMOUNT         PIC 9(6).
           05  APV-RUN-DATE           PIC 9(8).
      *
       FD    PIZZA-DISPUTE-REPORT-FILE
             RECORD CONTAINS 80 CHARACTERS.
       01    PIZZA-DISPUTE-REPORT-REC PIC X(80).
      *
       FD  PIZZA-RUN-LOG-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY RUNLOG.
      *********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-MORE-INVOICE-RECS      PIC X(3) VALUE 'YES'.
             05    WS-MORE-ORDER-RECS        PIC X(3) VALUE 'YES'.
             05    WS-MORE-DELIVERY-RECS     PIC X(3) VALUE 'YES'.
             05    WS-INVOICE-FILE-STATUS    PIC XX VALUE '00'.
             05    WS-PURCHASE-ORDER-STATUS  PIC XX VALUE '00'.
             05    WS-DELIVERY-FILE-STATUS   PIC XX VALUE '00'.
             05    WS-PIZZA-FILE-STATUS      PIC XX VALUE '00'.
             05    WS-APPROVED-FILE-STATUS   PIC XX VALUE '00'.
             05    WS-RUN-DATE               PIC 9(8).
             05    WS-RUN-TIME-RAW           PIC 9(8).

       01    WS-RUN-LOG-AREAS.
             05    WS-RUN-LOG-STATUS         PIC XX VALUE '00'.

       01    WS-ORDER-TABLE-AREAS.
             05    WS-ORDER-COUNT            PIC 9(3) VALUE 0.
             05    WS-ORDER-MAX              PIC 9(3) VALUE 200.
             05    WS-ORDER-IX               PIC 9(3) VALUE 0.
             05    WS-ORDER-FOUND-IX         PIC 9(3) VALUE 0.
             05    WS-ORDER-TABLE OCCURS 200 TIMES.
                   10  WS-ORDER-TRUCK-ID     PIC X(5).
                   10  WS-ORDER-ITEM-ID      PIC X(2).
                   10  WS-ORDER-QTY          PIC 9(5).

       01    WS-RECEIPT-TABLE-AREAS.
             05    WS-RCV-COUNT              PIC 9(3) VALUE 0.
             05    WS-RCV-MAX                PIC 9(3) VALUE 200.
             05    WS-RCV-IX                 PIC 9(3) VALUE 0.
             05    WS-RCV-FOUND-IX           PIC 9(3) VALUE 0.
             05    WS-RCV-TABLE OCCURS 200 TIMES.
                   10  WS-RCV-TRUCK-ID       PIC X(5).
                   10  WS-RCV-ITEM-ID        PIC X(2).
                   10  WS-RCV-QTY            PIC 9(5).
                   10  WS-RCV-APPROVED       PIC 9(5).

       01    WS-MATCH-AREAS.
             05    WS-BAD-LINE-SW            PIC X(3).
             05    WS-NOT-ORDERED-SW         PIC X(3).
             05    WS-OVER-BILLED-SW         PIC X(3).
             05    WS-OVER-ORDERED-SW        PIC X(3).
             05    WS-NO-MASTER-SW           PIC X(3).
             05    WS-PRICE-DIFF-SW          PIC X(3).
             05    WS-FIRST-REASON-SW        PIC X(3).
             05    WS-RECEIVED-QTY           PIC 9(5).
             05    WS-BILLED-TO-DATE         PIC 9(5).
             05    WS-EXT-AMOUNT             PIC 9(6).

       01    WS-INVOICE-COUNTERS.
             05    WS-INVOICE-COUNT          PIC 9(5) VALUE 0.
             05    WS-APPROVED-COUNT         PIC 9(5) VALUE 0.
             05    WS-DISPUTE-COUNT          PIC 9(5) VALUE 0.
             05    WS-APPROVED-AMOUNT        PIC 9(7) VALUE 0.
             05    WS-DISPUTE-AMOUNT         PIC 9(7) VALUE 0.

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
          05 FILLER          PIC X(20) VALUE SPACES.
          05 REPORT-LINE     PIC X(27) VALUE
             'COMMISSARY INVOICE DISPUTES'.

       01 DISPUTE-COL-HEADER.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(8)  VALUE 'INVOICE'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(5)  VALUE 'TRUCK'.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 FILLER            PIC X(4)  VALUE 'ITEM'.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 FILLER            PIC X(6)  VALUE 'BILLED'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(5)  VALUE 'RECVD'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(4)  VALUE 'COST'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(6)  VALUE 'MASTER'.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 FILLER            PIC X(6)  VALUE 'REASON'.

       01 DISPUTE-DETAIL-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 DS-INVOICE-OUT    PIC X(8).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 DS-TRUCK-ID-OUT   PIC X(5).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 DS-ITEM-ID-OUT    PIC X(2).
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 DS-BILLED-OUT     PIC ZZ9.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 DS-RECEIVED-OUT   PIC ZZ,ZZ9.
          05 FILLER            PIC X(3)  VALUE SPACES.
          05 DS-COST-OUT       PIC ZZ9.
          05 FILLER            PIC X(5)  VALUE SPACES.
          05 DS-MASTER-OUT     PIC X(3).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 DS-REASON-OUT     PIC X(25).

       01 DISPUTE-REASON-LINE.
          05 FILLER            PIC X(51) VALUE SPACES.
          05 DR-REASON-OUT     PIC X(25).

       01 NO-DISPUTE-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(39) VALUE
             'ALL INVOICE LINES MATCH - NONE DISPUTED'.

       01 INVOICE-TOTAL-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 IT-LABEL-OUT      PIC X(16).
          05 IT-COUNT-OUT      PIC ZZ,ZZ9.
          05 FILLER            PIC X(10) VALUE '  LINES  $'.
          05 IT-AMOUNT-OUT     PIC Z,ZZZ,ZZ9.

       01 WS-EDIT-AREAS.
             05    WS-EDIT-3                 PIC ZZ9.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 130-LOAD-ORDERS-RTN
           PERFORM 135-LOAD-RECEIPTS-RTN
           PERFORM 150-READ-RECORDS
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       125-HOUSEKEEPING.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN    INPUT     PIZZA-INVOICE-FILE
           IF WS-INVOICE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PIZZA-COMMISSARY-INVOICE.TXT, '
                       'STATUS: ' WS-INVOICE-FILE-STATUS
               STOP RUN
           END-IF

           OPEN    INPUT     PR1FA22-Pizza
           IF WS-PIZZA-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PR1FA22-Pizza, STATUS: '
                       WS-PIZZA-FILE-STATUS
               STOP RUN
           END-IF

           OPEN    OUTPUT    PIZZA-APPROVED-FILE
           IF WS-APPROVED-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PIZZA-INVOICE-APPROVED.TXT, '
                       'STATUS: ' WS-APPROVED-FILE-STATUS
               STOP RUN
           END-IF

           OPEN    OUTPUT    PIZZA-DISPUTE-REPORT-FILE

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

           MOVE REPORT-HEADER TO PIZZA-DISPUTE-REPORT-REC
           WRITE PIZZA-DISPUTE-REPORT-REC
                   AFTER ADVANCING 2 LINE

           MOVE REPORT-HEADER-2 TO PIZZA-DISPUTE-REPORT-REC
           WRITE PIZZA-DISPUTE-REPORT-REC
                   AFTER ADVANCING 2 LINE

           MOVE DISPUTE-COL-HEADER TO PIZZA-DISPUTE-REPORT-REC
           WRITE PIZZA-DISPUTE-REPORT-REC
                   AFTER ADVANCING 2 LINE

           .
      *
      *    Split order lines for the same truck/item are totalled,
      *    since the commissary invoices by truck and item.
       130-LOAD-ORDERS-RTN.

           OPEN INPUT PIZZA-PURCHASE-ORDER-FILE
           IF WS-PURCHASE-ORDER-STATUS NOT = '00'
               DISPLAY 'NO PIZZA-PURCHASE-ORDER.TXT ON FILE - '
               DISPLAY 'EVERY INVOICE LINE WILL SHOW AS NEVER ORDERED'
               MOVE 'NO' TO WS-MORE-ORDER-RECS
           END-IF

           PERFORM UNTIL WS-MORE-ORDER-RECS = 'NO'
               READ PIZZA-PURCHASE-ORDER-FILE
                   AT END
                       MOVE 'NO' TO WS-MORE-ORDER-RECS
                   NOT AT END
                       PERFORM 140-STORE-ORDER-RTN
               END-READ
           END-PERFORM

           IF WS-PURCHASE-ORDER-STATUS = '00'
              OR WS-PURCHASE-ORDER-STATUS = '10'
               CLOSE PIZZA-PURCHASE-ORDER-FILE
           END-IF

           .
      *
       135-LOAD-RECEIPTS-RTN.

           OPEN INPUT PIZZA-DELIVERY-FILE
           IF WS-DELIVERY-FILE-STATUS NOT = '00'
               DISPLAY 'NO PIZZA-DELIVERY-CONFIRM.TXT ON FILE - '
               DISPLAY 'EVERY INVOICE LINE WILL SHOW AS NOT RECEIVED'
               MOVE 'NO' TO WS-MORE-DELIVERY-RECS
           END-IF

           PERFORM UNTIL WS-MORE-DELIVERY-RECS = 'NO'
               READ PIZZA-DELIVERY-FILE
                   AT END
                       MOVE 'NO' TO WS-MORE-DELIVERY-RECS
                   NOT AT END
                       PERFORM 145-STORE-RECEIPT-RTN
               END-READ
           END-PERFORM

           IF WS-DELIVERY-FILE-STATUS = '00'
              OR WS-DELIVERY-FILE-STATUS = '10'
               CLOSE PIZZA-DELIVERY-FILE
           END-IF

           .
      *
       140-STORE-ORDER-RTN.

           IF PO-ORDER-QTY NOT NUMERIC
               DISPLAY 'BAD PURCHASE ORDER LINE SKIPPED: '
                       PO-TRUCK-ID PO-ITEM-ID
           ELSE
               MOVE 0 TO WS-ORDER-FOUND-IX
               PERFORM VARYING WS-ORDER-IX FROM 1 BY 1
                       UNTIL WS-ORDER-IX > WS-ORDER-COUNT
                   IF WS-ORDER-TRUCK-ID (WS-ORDER-IX) = PO-TRUCK-ID
                      AND WS-ORDER-ITEM-ID (WS-ORDER-IX) = PO-ITEM-ID
                       MOVE WS-ORDER-IX TO WS-ORDER-FOUND-IX
                   END-IF
               END-PERFORM

               IF WS-ORDER-FOUND-IX > 0
                   ADD PO-ORDER-QTY
                           TO WS-ORDER-QTY (WS-ORDER-FOUND-IX)
               ELSE
                   IF WS-ORDER-COUNT >= WS-ORDER-MAX
                       DISPLAY 'ORDER TABLE FULL - ORDER LINE '
                               'SKIPPED: ' PO-TRUCK-ID PO-ITEM-ID
                   ELSE
                       ADD 1 TO WS-ORDER-COUNT
                       MOVE PO-TRUCK-ID
                               TO WS-ORDER-TRUCK-ID (WS-ORDER-COUNT)
                       MOVE PO-ITEM-ID
                               TO WS-ORDER-ITEM-ID (WS-ORDER-COUNT)
                       MOVE PO-ORDER-QTY
                               TO WS-ORDER-QTY (WS-ORDER-COUNT)
                   END-IF
               END-IF
           END-IF

           .
      *
       145-STORE-RECEIPT-RTN.

           IF DEL-QTY-IN NOT NUMERIC
               DISPLAY 'NON-NUMERIC DELIVERY QTY SKIPPED: '
                       DEL-TRUCK-ID-IN DEL-ITEM-ID-IN
           ELSE
               MOVE 0 TO WS-RCV-FOUND-IX
               PERFORM VARYING WS-RCV-IX FROM 1 BY 1
                       UNTIL WS-RCV-IX > WS-RCV-COUNT
                   IF WS-RCV-TRUCK-ID (WS-RCV-IX) = DEL-TRUCK-ID-IN
                      AND WS-RCV-ITEM-ID (WS-RCV-IX) = DEL-ITEM-ID-IN
                       MOVE WS-RCV-IX TO WS-RCV-FOUND-IX
                   END-IF
               END-PERFORM

               IF WS-RCV-FOUND-IX > 0
                   ADD DEL-QTY-IN TO WS-RCV-QTY (WS-RCV-FOUND-IX)
               ELSE
                   IF WS-RCV-COUNT >= WS-RCV-MAX
                       DISPLAY 'RECEIPT TABLE FULL - DELIVERY LINE '
                               'SKIPPED: '
                               DEL-TRUCK-ID-IN DEL-ITEM-ID-IN
                   ELSE
                       ADD 1 TO WS-RCV-COUNT
                       MOVE DEL-TRUCK-ID-IN
                               TO WS-RCV-TRUCK-ID (WS-RCV-COUNT)
                       MOVE DEL-ITEM-ID-IN
                               TO WS-RCV-ITEM-ID (WS-RCV-COUNT)
                       MOVE DEL-QTY-IN
                               TO WS-RCV-QTY (WS-RCV-COUNT)
                       MOVE 0  TO WS-RCV-APPROVED (WS-RCV-COUNT)
                   END-IF
               END-IF
           END-IF

           .
      *
       150-READ-RECORDS.

             PERFORM UNTIL WS-MORE-INVOICE-RECS = 'NO'
                  READ PIZZA-INVOICE-FILE
                      AT END
                          MOVE 'NO' TO WS-MORE-INVOICE-RECS
                      NOT AT END
                          PERFORM 200-PROCESS-RTN
                  END-READ
              END-PERFORM
           .
      *
       175-FIND-ORDER-RTN.

              MOVE 0 TO WS-ORDER-FOUND-IX

              PERFORM VARYING WS-ORDER-IX FROM 1 BY 1
                      UNTIL WS-ORDER-IX > WS-ORDER-COUNT
                  IF WS-ORDER-TRUCK-ID (WS-ORDER-IX)
                          = INV-TRUCK-ID-IN
                     AND WS-ORDER-ITEM-ID (WS-ORDER-IX)
                          = INV-ITEM-ID-IN
                      MOVE WS-ORDER-IX TO WS-ORDER-FOUND-IX
                  END-IF
              END-PERFORM
           .
      *
       180-FIND-RECEIPT-RTN.

              MOVE 0 TO WS-RCV-FOUND-IX

              PERFORM VARYING WS-RCV-IX FROM 1 BY 1
                      UNTIL WS-RCV-IX > WS-RCV-COUNT
                  IF WS-RCV-TRUCK-ID (WS-RCV-IX)
                          = INV-TRUCK-ID-IN
                     AND WS-RCV-ITEM-ID (WS-RCV-IX)
                          = INV-ITEM-ID-IN
                      MOVE WS-RCV-IX TO WS-RCV-FOUND-IX
                  END-IF
              END-PERFORM
           .
      *
      *    The received-quantity test is against what has already
      *    been approved for the same truck/item, so a second
      *    invoice line (or a duplicate invoice) can never take
      *    the approved total past what was delivered.  The same
      *    running total is held against the quantity ordered.
      *    Disputed lines do not count against either.
       200-PROCESS-RTN.

              ADD 1 TO WS-INVOICE-COUNT

              MOVE 'NO' TO WS-BAD-LINE-SW
              MOVE 'NO' TO WS-NOT-ORDERED-SW
              MOVE 'NO' TO WS-OVER-BILLED-SW
              MOVE 'NO' TO WS-OVER-ORDERED-SW
              MOVE 'NO' TO WS-NO-MASTER-SW
              MOVE 'NO' TO WS-PRICE-DIFF-SW
              MOVE 0    TO WS-RECEIVED-QTY
              MOVE 0    TO WS-EXT-AMOUNT

              IF INV-QTY-IN NOT NUMERIC
                 OR INV-UNIT-COST-IN NOT NUMERIC
                  MOVE 'YES' TO WS-BAD-LINE-SW
              ELSE
                  COMPUTE WS-EXT-AMOUNT =
                          INV-QTY-IN * INV-UNIT-COST-IN

                  PERFORM 175-FIND-ORDER-RTN
                  IF WS-ORDER-FOUND-IX = 0
                      MOVE 'YES' TO WS-NOT-ORDERED-SW
                  END-IF

                  PERFORM 180-FIND-RECEIPT-RTN
                  IF WS-RCV-FOUND-IX = 0
                      MOVE INV-QTY-IN TO WS-BILLED-TO-DATE
                      IF INV-QTY-IN > 0
                          MOVE 'YES' TO WS-OVER-BILLED-SW
                      END-IF
                  ELSE
                      MOVE WS-RCV-QTY (WS-RCV-FOUND-IX)
                              TO WS-RECEIVED-QTY
                      COMPUTE WS-BILLED-TO-DATE =
                              WS-RCV-APPROVED (WS-RCV-FOUND-IX)
                              + INV-QTY-IN
                      IF WS-BILLED-TO-DATE > WS-RECEIVED-QTY
                          MOVE 'YES' TO WS-OVER-BILLED-SW
                      END-IF
                  END-IF

                  IF WS-ORDER-FOUND-IX > 0
                      IF WS-BILLED-TO-DATE >
                              WS-ORDER-QTY (WS-ORDER-FOUND-IX)
                          MOVE 'YES' TO WS-OVER-ORDERED-SW
                      END-IF
                  END-IF

                  MOVE INV-TRUCK-ID-IN TO TRUCK-ID-IN
                  MOVE INV-ITEM-ID-IN  TO ITEM-ID-IN
                  READ PR1FA22-Pizza
                      INVALID KEY
                          MOVE 'YES' TO WS-NO-MASTER-SW
                      NOT INVALID KEY
                          IF INV-UNIT-COST-IN NOT = PURCHASE-IN
                              MOVE 'YES' TO WS-PRICE-DIFF-SW
                          END-IF
                  END-READ
              END-IF

              IF WS-BAD-LINE-SW = 'NO'
                 AND WS-NOT-ORDERED-SW = 'NO'
                 AND WS-OVER-BILLED-SW = 'NO'
                 AND WS-OVER-ORDERED-SW = 'NO'
                 AND WS-NO-MASTER-SW = 'NO'
                 AND WS-PRICE-DIFF-SW = 'NO'
                  PERFORM 205-WRITE-APPROVED-RTN
              ELSE
                  PERFORM 210-WRITE-DISPUTE-RTN
              END-IF
           .
      *
       205-WRITE-APPROVED-RTN.

              MOVE INV-NUMBER-IN    TO APV-INVOICE-NO
              MOVE INV-TRUCK-ID-IN  TO APV-TRUCK-ID
              MOVE INV-ITEM-ID-IN   TO APV-ITEM-ID
              MOVE INV-QTY-IN       TO APV-QTY
              MOVE INV-UNIT-COST-IN TO APV-UNIT-COST
              MOVE WS-EXT-AMOUNT    TO APV-EXT-AMOUNT
              MOVE WS-RUN-DATE      TO APV-RUN-DATE

              WRITE PIZZA-APPROVED-REC

              IF WS-RCV-FOUND-IX > 0
                  ADD INV-QTY-IN TO WS-RCV-APPROVED (WS-RCV-FOUND-IX)
              END-IF
              ADD 1 TO WS-APPROVED-COUNT
              ADD WS-EXT-AMOUNT TO WS-APPROVED-AMOUNT
           .
      *
      *    The first failure reason prints on the detail line with
      *    the invoice figures; any further reasons for the same
      *    line print beneath it.
       210-WRITE-DISPUTE-RTN.

              ADD 1 TO WS-DISPUTE-COUNT
              ADD WS-EXT-AMOUNT TO WS-DISPUTE-AMOUNT
              MOVE 'YES' TO WS-FIRST-REASON-SW

              MOVE INV-NUMBER-IN   TO DS-INVOICE-OUT
              MOVE INV-TRUCK-ID-IN TO DS-TRUCK-ID-OUT
              MOVE INV-ITEM-ID-IN  TO DS-ITEM-ID-OUT
              MOVE WS-RECEIVED-QTY TO DS-RECEIVED-OUT
              IF WS-BAD-LINE-SW = 'YES'
                  MOVE 0 TO DS-BILLED-OUT
                  MOVE 0 TO DS-COST-OUT
              ELSE
                  MOVE INV-QTY-IN       TO DS-BILLED-OUT
                  MOVE INV-UNIT-COST-IN TO DS-COST-OUT
              END-IF
              IF WS-NO-MASTER-SW = 'YES'
                 OR WS-BAD-LINE-SW = 'YES'
                  MOVE '---' TO DS-MASTER-OUT
              ELSE
                  MOVE PURCHASE-IN TO WS-EDIT-3
                  MOVE WS-EDIT-3   TO DS-MASTER-OUT
              END-IF

              IF WS-BAD-LINE-SW = 'YES'
                  MOVE 'NON-NUMERIC QTY OR COST' TO DS-REASON-OUT
                  PERFORM 215-WRITE-REASON-RTN
              END-IF
              IF WS-NOT-ORDERED-SW = 'YES'
                  MOVE 'BILLED BUT NEVER ORDERED' TO DS-REASON-OUT
                  PERFORM 215-WRITE-REASON-RTN
              END-IF
              IF WS-OVER-BILLED-SW = 'YES'
                  MOVE 'BILLED MORE THAN RECEIVED' TO DS-REASON-OUT
                  PERFORM 215-WRITE-REASON-RTN
              END-IF
              IF WS-OVER-ORDERED-SW = 'YES'
                  MOVE 'BILLED MORE THAN ORDERED' TO DS-REASON-OUT
                  PERFORM 215-WRITE-REASON-RTN
              END-IF
              IF WS-NO-MASTER-SW = 'YES'
                  MOVE 'NOT ON INVENTORY MASTER' TO DS-REASON-OUT
                  PERFORM 215-WRITE-REASON-RTN
              END-IF
              IF WS-PRICE-DIFF-SW = 'YES'
                  MOVE 'PRICE DIFFERS FROM MASTER' TO DS-REASON-OUT
                  PERFORM 215-WRITE-REASON-RTN
              END-IF
           .
      *
       215-WRITE-REASON-RTN.

              IF WS-FIRST-REASON-SW = 'YES'
                  MOVE 'NO' TO WS-FIRST-REASON-SW
                  MOVE DISPUTE-DETAIL-LINE
                          TO PIZZA-DISPUTE-REPORT-REC
              ELSE
                  MOVE DS-REASON-OUT TO DR-REASON-OUT
                  MOVE DISPUTE-REASON-LINE
                          TO PIZZA-DISPUTE-REPORT-REC
              END-IF

              WRITE PIZZA-DISPUTE-REPORT-REC
                     AFTER ADVANCING 1 LINE
           .
      *
       240-WRITE-RUN-LOG-RTN.

              MOVE 'PIZZA-INVOICE-MATCH-PROG' TO RL-PROGRAM
              MOVE WS-RUN-DATE     TO RL-DATE
              ACCEPT WS-RUN-TIME-RAW FROM TIME
              MOVE WS-RUN-TIME-RAW (1:6) TO RL-TIME
              MOVE WS-INVOICE-COUNT  TO RL-RECS-IN
              MOVE WS-APPROVED-COUNT TO RL-RECS-OUT
              MOVE WS-DISPUTE-COUNT  TO RL-RECS-REJECT
              MOVE WS-APPROVED-FILE-STATUS TO RL-FILE-STATUS

              WRITE PIZZA-RUN-LOG-REC
           .
      *
       250-CLOSE-ROUTINE.

              IF WS-DISPUTE-COUNT = 0
                  MOVE NO-DISPUTE-LINE
                          TO PIZZA-DISPUTE-REPORT-REC
                  WRITE PIZZA-DISPUTE-REPORT-REC
                         AFTER ADVANCING 2 LINE
              END-IF

              MOVE 'APPROVED FOR PAY' TO IT-LABEL-OUT
              MOVE WS-APPROVED-COUNT  TO IT-COUNT-OUT
              MOVE WS-APPROVED-AMOUNT TO IT-AMOUNT-OUT
              MOVE INVOICE-TOTAL-LINE TO PIZZA-DISPUTE-REPORT-REC
              WRITE PIZZA-DISPUTE-REPORT-REC
                     AFTER ADVANCING 2 LINE

              MOVE 'DISPUTED'         TO IT-LABEL-OUT
              MOVE WS-DISPUTE-COUNT   TO IT-COUNT-OUT
              MOVE WS-DISPUTE-AMOUNT  TO IT-AMOUNT-OUT
              MOVE INVOICE-TOTAL-LINE TO PIZZA-DISPUTE-REPORT-REC
              WRITE PIZZA-DISPUTE-REPORT-REC
                     AFTER ADVANCING 1 LINE

              MOVE 'END' TO RL-EVENT
              PERFORM 240-WRITE-RUN-LOG-RTN

              DISPLAY 'INVOICE LINES READ:       ' WS-INVOICE-COUNT
              DISPLAY 'LINES APPROVED FOR PAY:   ' WS-APPROVED-COUNT
              DISPLAY 'LINES DISPUTED:           ' WS-DISPUTE-COUNT

              CLOSE    PIZZA-INVOICE-FILE
                       PR1FA22-Pizza
                       PIZZA-APPROVED-FILE
                       PIZZA-DISPUTE-REPORT-FILE
                       PIZZA-RUN-LOG-FILE

              STOP RUN
           .
