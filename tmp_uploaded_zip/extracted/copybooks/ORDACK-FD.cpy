      *> ORDACK-FD.cpy
      *> Record layout for the order-acknowledgment feed (see
      *> ORDACK-SEL.cpy).  Every order starts with its O record;
      *> its L records follow.
      *> On the O record AK-STATUS is the order's disposition --
      *> I invoiced, H held for credit, R refused -- and
      *> AK-REASON-CODE the message-catalog code for a hold or a
      *> refusal (CRLM over the credit limit, CHLD account on
      *> hold, CUNK account not known); spaces on an invoiced
      *> order.  The money fields carry the order's goods, tax,
      *> freight and total: as invoiced, as they stand awaiting
      *> credit on a held order, zero on a refused one.
      *> On an L record AK-STATUS is A for a line taken on the
      *> order, X for one that was not, with the catalog code
      *> why (NITM item not known, BLIN line unreadable, NTAX
      *> item not taxable here, NPRC price not confirmed).  The
      *> shipped and backordered quantities are zero on a held
      *> or refused order.  AK-ORDERED-ITEM is the item the
      *> customer ordered when a superseded item was replaced,
      *> spaces otherwise.
       FD  ORDER-ACK-FILE.
       01  ORDER-ACK-RECORD.
           05  AK-RECORD-TYPE           PIC X.
               88  AK-IS-ORDER          VALUE "O".
               88  AK-IS-LINE           VALUE "L".
           05  AK-BUSINESS-DATE         PIC X(10).
           05  AK-ORDER-NUMBER          PIC X(8).
           05  AK-CUSTOMER-NUMBER       PIC X(6).
           05  AK-STATUS                PIC X.
               88  AK-ORDER-INVOICED    VALUE "I".
               88  AK-ORDER-HELD        VALUE "H".
               88  AK-ORDER-REFUSED     VALUE "R".
               88  AK-LINE-ACCEPTED     VALUE "A".
               88  AK-LINE-NOT-ACCEPTED VALUE "X".
           05  AK-REASON-CODE           PIC X(4).
           05  AK-ITEM-NUMBER           PIC X(6).
           05  AK-ORDERED-QTY           PIC 9(5).
           05  AK-SHIPPED-QTY           PIC 9(5).
           05  AK-BACKORDERED-QTY       PIC 9(5).
           05  AK-UNIT-PRICE            PIC 9(5)V99.
           05  AK-EXTENDED-AMOUNT       PIC 9(10)V99.
           05  AK-TAX-AMOUNT            PIC 9(9)V99.
           05  AK-FREIGHT-AMOUNT        PIC 9(9)V99.
           05  AK-ORDER-TOTAL           PIC 9(11)V99.
           05  AK-ORDERED-ITEM          PIC X(6).
           05  AK-SHIPTO-CODE           PIC X(4).
           05  FILLER                   PIC X(5).
