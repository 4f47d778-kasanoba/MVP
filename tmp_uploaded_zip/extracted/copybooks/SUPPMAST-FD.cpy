      *> SUPPMAST-FD.cpy
      *> Record layout for the supplier master (see
      *> SUPPMAST-SEL.cpy).  SM-MIN-ORDER-QTY and
      *> SM-ORDER-MULTIPLE are in the supplier's selling units;
      *> zero means no minimum / any quantity.  Only an active
      *> supplier (SM-STATUS A) may be sent a purchase order.
       FD  SUPPLIER-MASTER-FILE.
       01  SUPPLIER-MASTER-RECORD.
           05  SM-SUPPLIER              PIC X(8).
           05  SM-NAME                  PIC X(30).
           05  SM-LEAD-DAYS             PIC 9(3).
           05  SM-MIN-ORDER-QTY         PIC 9(5).
           05  SM-ORDER-MULTIPLE        PIC 9(5).
           05  SM-STATUS                PIC X.
               88  SM-IS-ACTIVE         VALUE "A".
               88  SM-IS-INACTIVE       VALUE "I".
           05  FILLER                   PIC X(28).
