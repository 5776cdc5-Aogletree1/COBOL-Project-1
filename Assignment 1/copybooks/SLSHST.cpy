      *****************************************************************
      *  SLSHST.cpy
      *  Record layout for SALES-HISTORY, keyed by SH-KEY.  LAB1F22
      *  writes one row for every sale it posts - salesperson, the
      *  run date as SH-SALE-DATE and a SH-SEQ that keeps two sales
      *  on the same day apart - carrying the units sold and the
      *  rate, quota and tier rate the commission was paid at.  A
      *  return names the original sale date and is matched back to
      *  these rows, so the clawback is worked out on the terms of
      *  the sale even after its month has closed.  SH-RETURNED-
      *  UNITS and SH-CLAWED-BACK build up as returns post against
      *  the row; a row can never give back more than SH-UNITS.
      *****************************************************************
       01  SALES-HISTORY-REC.
           05  SH-KEY.
               10  SH-NAME            PIC X(20).
               10  SH-SALE-DATE       PIC 9(8).
               10  SH-SEQ             PIC 9(4).
           05  SH-UNITS               PIC 9(5).
           05  SH-RETURNED-UNITS      PIC 9(5).
           05  SH-RATE                PIC 9V99.
           05  SH-QUOTA               PIC 9(5).
           05  SH-TIER-RATE           PIC 9V99.
           05  SH-COMMISSION          PIC 9(5)V99.
           05  SH-CLAWED-BACK         PIC 9(5)V99.
