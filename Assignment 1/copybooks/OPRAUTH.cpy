      *****************************************************************
      *  OPRAUTH.cpy
      *  One row per operator on PIZZA-OPERATOR.TXT, the authorized-
      *  operator file every master maintenance program checks at
      *  sign-on.  OPR-LEVEL is 'S' for a supervisor and 'C' for a
      *  clerk; OPR-STATUS is 'A' while the operator may sign on and
      *  'I' once withdrawn.  OPR-RIGHT holds a 'Y' in each position
      *  the operator may use:
      *     1  PIZZA-EMPLOYEE-MAINT-PROG  add / change
      *     2  PIZZA-EMPLOYEE-MAINT-PROG  deactivate
      *     3  PIZZA-TRUCK-MAINT-PROG     add / change
      *     4  PIZZA-TRUCK-MAINT-PROG     deactivate      (supervisor)
      *     5  PIZZA-ITEM-LOAD-PROG       menu reload
      *     6  SALES-RATE-LOAD-PROG       commission rates (supervisor)
      *     7  PIZZA-BACKOUT-PROG         backout         (supervisor)
      *     8  PIZZA-PERIOD-CLOSE-PROG    reopen a month  (supervisor)
      *  Positions marked supervisor are refused to a clerk even
      *  with a 'Y' in them.  Positions 9-10 are spare.
      *****************************************************************
       01  OPERATOR-AUTH-REC.
           05  OPR-ID                 PIC X(8).
           05  OPR-NAME               PIC X(20).
           05  OPR-LEVEL              PIC X.
           05  OPR-STATUS             PIC X.
           05  OPR-RIGHTS.
               10  OPR-RIGHT          PIC X OCCURS 10 TIMES.
