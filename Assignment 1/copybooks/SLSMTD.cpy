      *  (resetting the row when a new MTD-PERIOD starts), and
      *  SALES-COMMISSION-STMT-PROG prints the month-end commission
      *  statement per salesperson from it for payroll.
      *  MTD-UNITS and MTD-COMMISSION are net of returns; the units
      *  handed back and the commission clawed back for them this
      *  month are kept in MTD-RETURN-UNITS and MTD-CLAWBACK so the
      *  statement can show them.
      *****************************************************************
       01  SALES-MTD-REC.
           05  MTD-NAME               PIC X(20).
           05  MTD-PERIOD             PIC 9(6).
           05  MTD-UNITS              PIC 9(7).
           05  MTD-COMMISSION         PIC 9(7)V99.
           05  MTD-RETURN-UNITS       PIC 9(7).
           05  MTD-CLAWBACK           PIC 9(7)V99.
