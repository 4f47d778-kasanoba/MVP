      *> ARCRDIN-FD.cpy
      *> Record layout for the signed AR credit feed (see
      *> ARCRDIN-SEL.cpy): a negative amount posts as a negative
      *> open item on the ledger.  The layout used to live inline
      *> in RETPROC and ARPOST, which was fine while returns were
      *> the only source of credits.
      *> AC-TAX-AMOUNT is the sales tax included in the credit
      *> amount -- the invoiced tax being reversed -- so the
      *> ledger credit stands as goods plus tax, as the invoice
      *> charged them; blank from a feed that credits no tax.
       FD  AR-CREDIT-FILE.
       01  AR-CREDIT-RECORD.
           05  AC-CUSTOMER-NUMBER       PIC X(6).
           05  AC-ORDER-NUMBER          PIC X(8).
           05  AC-BUSINESS-DATE         PIC X(10).
           05  AC-CREDIT-AMOUNT         PIC S9(11)V99
               SIGN IS TRAILING SEPARATE.
           05  AC-TAX-AMOUNT            PIC 9(9)V99.
           05  FILLER                   PIC X(31).
