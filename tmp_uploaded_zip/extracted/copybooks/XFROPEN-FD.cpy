      *> XFROPEN-FD.cpy
      *> Record layout for the open transfer-order file (see
      *> XFROPEN-SEL.cpy).  One record per transfer order: one
      *> item moving from one warehouse to another.  XO-STATUS:
      *> O open (raised, nothing shipped yet), T in transit
      *> (shipped, not yet received).  A received order is
      *> closed and leaves the file; the transfer register is
      *> its record.  While an order is open its quantity is
      *> still on the from-warehouse's shelves; once shipped it
      *> sits in the to-warehouse's in-transit on STKPOS.
      *> A shipped order carries the lots it was drawn from,
      *> first-expiring first, so the receipt can put the same
      *> lots on the to-warehouse's shelves; up to five are
      *> kept, and what was drawn past the fifth goes untracked.
      *> An order written before the lots were kept has
      *> XO-LOT-COUNT blank and is read as having none.
       FD  TRANSFER-ORDER-FILE.
       01  TRANSFER-ORDER-RECORD.
           05  XO-TRANSFER-NUMBER       PIC X(8).
           05  XO-ITEM-NUMBER           PIC X(6).
           05  XO-FROM-WAREHOUSE        PIC X(2).
           05  XO-TO-WAREHOUSE          PIC X(2).
           05  XO-ORDER-QTY             PIC 9(5).
           05  XO-SHIPPED-QTY           PIC 9(5).
           05  XO-ORDER-DATE            PIC X(10).
           05  XO-SHIP-DATE             PIC X(10).
           05  XO-STATUS                PIC X.
               88  XO-IS-OPEN           VALUE "O".
               88  XO-IS-IN-TRANSIT     VALUE "T".
           05  XO-LOT-COUNT             PIC 9.
           05  XO-LOT-ENTRY OCCURS 5 TIMES.
               10  XO-LOT-NUMBER        PIC X(10).
               10  XO-LOT-EXPIRY        PIC X(10).
               10  XO-LOT-QTY           PIC 9(5).
           05  FILLER                   PIC X(25).
