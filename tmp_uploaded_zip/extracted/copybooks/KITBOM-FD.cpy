      *> KITBOM-FD.cpy
      *> Record layout for the kit bill of materials (see
      *> KITBOM-SEL.cpy): one record per component of a kit, the
      *> kit's records together.  The kit item itself stays on
      *> the item master for its price, category and description
      *> -- a kit is sold, priced and invoiced as one line -- but
      *> its own on-hand figure is never allocated; the stock
      *> that moves is the components'.  Quantity per kit blank
      *> is one.
       FD  KIT-BOM-FILE.
       01  KIT-BOM-RECORD.
           05  KB-KIT-ITEM              PIC X(6).
           05  KB-COMPONENT-ITEM        PIC X(6).
           05  KB-QTY-PER-KIT           PIC X(3).
           05  KB-QTY-PER-KIT-NUM REDEFINES KB-QTY-PER-KIT
                                        PIC 9(3).
           05  FILLER                   PIC X(65).
