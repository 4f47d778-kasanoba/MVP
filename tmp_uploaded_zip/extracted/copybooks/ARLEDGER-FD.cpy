      *> posts as a negative open item.  AR-STATUS: O open, C
      *> closed by cash (closed items are retained for the
      *> statement history until housekeeping ages them off).
      *> AR-DUE-DATE is the item date plus the customer's net
      *> terms; AR-DISCOUNT-DATE and AR-DISCOUNT-PCT are the
      *> early-payment window (blank and zero: none).  Items
      *> posted before terms were carried have a blank due date
      *> and are treated as due 30 days after the item date.
      *> Two kinds of item carry a reserved AR-ORDER-NUMBER
      *> instead of an order: FCyyyymm, the month's finance
      *> charge, and UAnnnnnn, cash held on account (negative)
      *> until the AR clerk applies it to open items.
       FD  AR-LEDGER-FILE.
       01  AR-LEDGER-RECORD.
           05  AR-CUSTOMER-NUMBER       PIC X(6).
           05  AR-STATUS                PIC X.
               88  AR-IS-OPEN           VALUE "O".
               88  AR-IS-CLOSED         VALUE "C".
           05  AR-DUE-DATE              PIC X(10).
           05  AR-DISCOUNT-DATE         PIC X(10).
           05  AR-DISCOUNT-PCT          PIC 99V99.
           05  FILLER                   PIC X(3).
