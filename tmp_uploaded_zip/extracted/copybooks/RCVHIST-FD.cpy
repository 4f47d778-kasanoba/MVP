      *> RCVHIST-FD.cpy
      *> Record layout for the receipts history (see
      *> RCVHIST-SEL.cpy).  The PO line's due date and ordered
      *> quantity travel with each receipt so timeliness and fill
      *> can be judged without the PO file, which ages closed
      *> lines off.  RH-QUANTITY is what was posted to stock; an
      *> over-receipt's excess is never on this file.
       FD  RECEIPT-HISTORY-FILE.
       01  RECEIPT-HISTORY-RECORD.
           05  RH-PO-NUMBER             PIC X(8).
           05  RH-LINE-NUMBER           PIC 9(3).
           05  RH-SUPPLIER              PIC X(8).
           05  RH-ITEM-NUMBER           PIC X(6).
           05  RH-QUANTITY              PIC 9(5).
           05  RH-ORDER-QTY             PIC 9(5).
      *> The cost the receipt was blended into the moving
      *> average at: the delivery note's where keyed, else the
      *> PO line's agreed cost.
           05  RH-UNIT-COST             PIC 9(5)V99.
           05  RH-RECEIPT-DATE          PIC X(10).
           05  RH-DUE-DATE              PIC X(10).
      *> The lot the receipt went into and its expiry (9999-12-31
      *> for a lot that never expires); spaces for stock that is
      *> not lot-tracked and for receipts from before lots.
           05  RH-LOT-NUMBER            PIC X(10).
           05  RH-EXPIRY-DATE           PIC X(10).
           05  FILLER                   PIC X(18).
