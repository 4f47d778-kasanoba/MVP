      *> SHPADJ-FD.cpy
      *> Record layout for the shipment adjustments (see
      *> SHPADJ-SEL.cpy).  SA-SHORT-QTY is the invoiced quantity
      *> that never left the building, SA-UNIT-PRICE the price it
      *> was invoiced at, SA-GOODS-AMOUNT and SA-TAX-AMOUNT the
      *> credit raised for it (both positive; the credit is the
      *> sign).  On the T trailer, as on INVDETL, SA-SHORT-QTY
      *> carries the detail count and SA-GOODS-AMOUNT the goods
      *> total: detail must re-add to trailer.
       FD  SHIPMENT-ADJUSTMENT-FILE.
       01  SHIPMENT-ADJUSTMENT-RECORD.
           05  SA-RECORD-TYPE           PIC X.
               88  SA-IS-DETAIL         VALUE "D".
               88  SA-IS-TRAILER        VALUE "T".
           05  SA-BUSINESS-DATE         PIC X(10).
           05  SA-ORDER-NUMBER          PIC X(8).
           05  SA-CUSTOMER-NUMBER       PIC X(6).
           05  SA-ITEM-NUMBER           PIC X(6).
           05  SA-CATEGORY-CODE         PIC X(4).
           05  SA-SHORT-QTY             PIC 9(5).
           05  SA-UNIT-PRICE            PIC 9(5)V99.
           05  SA-GOODS-AMOUNT          PIC 9(10)V99.
           05  SA-TAX-AMOUNT            PIC 9(9)V99.
           05  FILLER                   PIC X(10).
