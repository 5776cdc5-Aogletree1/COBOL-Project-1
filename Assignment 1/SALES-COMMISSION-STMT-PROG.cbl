      *  on every daily run and prints a commission statement
      *  block per salesperson - name, period, month-to-date
      *  units and commission - plus a company total line.
      *  Units and commission are net of returns; where a
      *  salesperson had returns posted in the month a further
      *  line shows the units handed back and the commission
      *  clawed back for them.
      *  Run it before the first daily run of the new month;
      *  LAB1F22 resets each row when its period rolls over.
      **********************************************************
       FILE SECTION.

       FD  SALES-MTD-FILE
           RECORD CONTAINS 58 CHARACTERS.
           COPY SLSMTD.
      *
       FD    SALES-STMT-FILE
       01    WS-TOTAL-AREAS.
             05    WS-TOTAL-UNITS            PIC S9(7) VALUE 0.
             05    WS-TOTAL-COMMISSION       PIC S9(9)V99 VALUE 0.
             05    WS-TOTAL-RETURN-UNITS     PIC S9(7) VALUE 0.
             05    WS-TOTAL-CLAWBACK         PIC S9(9)V99 VALUE 0.

      *************************OUTPUT AREA*****************************
       01 REPORT-HEADER.
          05 FILLER            PIC X(16) VALUE 'MTD COMMISSION: '.
          05 SA-COMMISSION-OUT PIC Z,ZZZ,ZZ9.99.

       01 STMT-RETURN-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(11) VALUE 'RETURNED:  '.
          05 SR-UNITS-OUT      PIC Z,ZZZ,ZZ9.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 FILLER            PIC X(16) VALUE 'CLAWED BACK:    '.
          05 SR-CLAWBACK-OUT   PIC Z,ZZZ,ZZ9.99.

       01 TOTAL-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(12) VALUE 'ALL STAFF   '.
          05 FILLER            PIC X(12) VALUE 'COMMISSION: '.
          05 TL-COMMISSION-OUT PIC ZZZ,ZZZ,ZZ9.99.

       01 TOTAL-RETURN-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(12) VALUE 'RETURNED    '.
          05 FILLER            PIC X(7)  VALUE 'UNITS: '.
          05 TR-UNITS-OUT      PIC Z,ZZZ,ZZ9.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 FILLER            PIC X(12) VALUE 'CLAWBACK:   '.
          05 TR-CLAWBACK-OUT   PIC ZZZ,ZZZ,ZZ9.99.

       01 NO-STMT-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(33) VALUE
              WRITE SALES-STMT-REC
                     AFTER ADVANCING 2 LINE

              IF MTD-RETURN-UNITS > 0
                  MOVE MTD-RETURN-UNITS TO SR-UNITS-OUT
                  MOVE MTD-CLAWBACK     TO SR-CLAWBACK-OUT
                  MOVE STMT-RETURN-LINE TO SALES-STMT-REC
                  WRITE SALES-STMT-REC
                         AFTER ADVANCING 1 LINE
              END-IF

              ADD 1              TO WS-STMT-COUNT
              ADD MTD-UNITS      TO WS-TOTAL-UNITS
              ADD MTD-COMMISSION TO WS-TOTAL-COMMISSION
              ADD MTD-RETURN-UNITS TO WS-TOTAL-RETURN-UNITS
              ADD MTD-CLAWBACK     TO WS-TOTAL-CLAWBACK
           .
      *
       250-CLOSE-ROUTINE.
                  MOVE TOTAL-LINE TO SALES-STMT-REC
                  WRITE SALES-STMT-REC
                         AFTER ADVANCING 3 LINE

                  IF WS-TOTAL-RETURN-UNITS > 0
                      MOVE WS-TOTAL-RETURN-UNITS TO TR-UNITS-OUT
                      MOVE WS-TOTAL-CLAWBACK     TO TR-CLAWBACK-OUT
                      MOVE TOTAL-RETURN-LINE TO SALES-STMT-REC
                      WRITE SALES-STMT-REC
                             AFTER ADVANCING 1 LINE
                  END-IF
              END-IF

              DISPLAY 'STATEMENTS PRINTED: ' WS-STMT-COUNT
