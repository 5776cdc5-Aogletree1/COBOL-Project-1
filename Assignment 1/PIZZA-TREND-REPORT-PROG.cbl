       01    PIZZA-TREND-REPORT-REC   PIC X(80).
      *
       FD  ITEM-MASTER
           RECORD CONTAINS 40 CHARACTERS.
           COPY ITMMSTR.
      *
       FD  PIZZA-RUN-LOG-FILE
