      *****************************************************************
      *  PIZZAPRD.cpy
      *  One row appended to PIZZA-CLOSED-PERIOD.TXT by
      *  PIZZA-PERIOD-CLOSE-PROG each time a month is closed or
      *  reopened.  PRD-PERIOD is the month as YYYYMM and
      *  PRD-STATUS is 'C' when the month was closed or 'O' when a
      *  supervisor reopened it; the latest row for a month is its
      *  current state, and the earlier rows stay on file as the
      *  record of every close and reopen.  PRD-CLOSING-VALUE is
      *  the closing inventory at cost on the roll-forward as the
      *  month was closed, and PRD-OPERATOR-ID the operator named on
      *  the control card (always a supervisor for a reopen).
      *  PIZZA-STOCK-ADJUST-PROG,
      *  PIZZA-COUNT-PROG and PIZZA-PRICE-CHANGE-PROG read the file
      *  back and reject anything dated into a closed month.
      *****************************************************************
       01  PIZZA-PERIOD-REC.
           05  PRD-PERIOD             PIC 9(6).
           05  PRD-STATUS             PIC X.
           05  PRD-CHANGED-DATE       PIC 9(8).
           05  PRD-CHANGED-TIME       PIC 9(6).
           05  PRD-CLOSING-VALUE      PIC 9(9).
           05  PRD-OPERATOR-ID        PIC X(8).
