      *****************************************************************
      *  PIZZALOT.cpy
      *  Record layout for PIZZA-LOT.DAT, one row per perishable lot
      *  on a truck.  LOT-KEY (truck, item, received date, sequence)
      *  is the indexed file's RECORD KEY, so reading forward from a
      *  truck/item visits its lots oldest first - the order
      *  PIZZA-STOCK-ADJUST-PROG draws them down in for sales,
      *  spoilage and transfers.  A lot is created when an 'R'
      *  receipt posts for an item with ITEM-SHELF-LIFE-M on
      *  ITEM-MASTER; LOT-USE-BY-DATE is the received date plus that
      *  shelf life.  A transfer moves stock into a lot of the same
      *  received date on the destination truck, so the stock keeps
      *  its age.  Used-up lots stay on file with LOT-QTY-REMAINING
      *  zero as the rotation record.  PIZZA-EXPIRY-PROG reports the
      *  lots coming due.
      *  LOT-BATCH-NUMBER and LOT-TXN-SEQ name the receipt that
      *  opened the lot (its TXN-BATCH-IN and TXN-SEQ-IN), so a
      *  receipt posted again after a backout finds its lot already
      *  open instead of opening a second one.  PIZZA-BACKOUT-PROG
      *  and PIZZA-COUNT-PROG trim a truck's lots back to the
      *  master's NUM-IN-STOCK-IN, so the lots never hold more than
      *  the truck has.
      *****************************************************************
       01  PIZZA-LOT-REC.
           05  LOT-KEY.
               10  LOT-TRUCK-ID       PIC X(5).
               10  LOT-ITEM-ID        PIC A(2).
               10  LOT-RECEIVED-DATE  PIC 9(8).
               10  LOT-SEQ            PIC 9(4).
           05  LOT-USE-BY-DATE        PIC 9(8).
           05  LOT-RECEIVED-QTY       PIC 9(3).
           05  LOT-QTY-REMAINING      PIC 9(3).
           05  LOT-BATCH-NUMBER       PIC 9(6).
           05  LOT-TXN-SEQ            PIC 9(4).
