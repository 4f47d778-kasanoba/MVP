      *> ORDHELD-FD.cpy
      *> Record layout for the credit-held orders (see
      *> ORDHELD-SEL.cpy).  One held record per diverted order
      *> line, plus an order header record carrying the order
      *> total, machine-readable so the credit desk can release a
      *> held order without re-keying it.  OH-HOLD-DATE is the
      *> business day the order was held, which the release run
      *> ages the hold from.  OH-SHIPTO-CODE is a held line's
      *> ship-to code, carried so a released line still ships
      *> where it was ordered for.  The layout used to live
      *> inline in ORDPRICE, which was fine while ORDPRICE was
      *> the only reader.
       FD  HELD-ORDERS-FILE.
       01  HELD-ORDER-RECORD.
           05  OH-RECORD-TYPE           PIC X.
               88  OH-IS-ORDER          VALUE "O".
               88  OH-IS-LINE           VALUE "L".
           05  OH-CUSTOMER-NUMBER       PIC X(6).
           05  OH-ORDER-NUMBER          PIC X(8).
           05  OH-ITEM-NUMBER           PIC X(6).
           05  OH-QUANTITY              PIC 9(5).
           05  OH-EXTENDED-PRICE        PIC 9(10)V99.
           05  OH-HOLD-REASON           PIC X(20).
           05  OH-HOLD-DATE             PIC X(10).
           05  FILLER                   PIC X(12).
           05  OH-SHIPTO-CODE           PIC X(4).
