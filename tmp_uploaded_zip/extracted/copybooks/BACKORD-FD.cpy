      *> BACKORD-FD.cpy
      *> Record layout for the backorder queue (see
      *> BACKORD-SEL.cpy).  One carried backorder per record, at
      *> the EFFECTIVE unit price the customer was quoted the day
      *> the order shorted: converted to local currency and net
      *> of the tier discount applied, so a release extends
      *> directly into the register, detail and AR money.
      *> BO-SHIPTO-CODE is the order line's ship-to code (spaces
      *> for the customer's default address).  The layout used to
      *> live inline in ORDPRICE, which was fine while ORDPRICE
      *> was the only reader.
       FD  BACKORDER-FILE.
       01  BACKORDER-RECORD.
           05  BO-CUSTOMER-NUMBER       PIC X(6).
           05  BO-ORDER-NUMBER          PIC X(8).
           05  BO-ITEM-NUMBER           PIC X(6).
           05  BO-QUANTITY              PIC 9(5).
           05  BO-UNIT-PRICE            PIC 9(5)V99.
           05  BO-ORDER-DATE            PIC X(10).
           05  BO-SHIPTO-CODE           PIC X(4).
           05  FILLER                   PIC X(34).
