      *> active, H hold -- a held customer's orders are refused
      *> outright.  CU-OPEN-BALANCE is the AR open-item total the
      *> posting run maintains; remaining credit is the limit
      *> less this balance.  CU-BO-CANCEL-DAYS is the customer's
      *> backorder policy: a backorder waiting longer than that
      *> many days is cancelled by the weekly aging run (zero or
      *> blank: carry backorders until they ship).
      *> CU-TERMS-CODE names the customer's payment terms on the
      *> TERMTAB table (blank: net 30); AR posting turns it into
      *> each open item's due date and discount window.
      *> CU-FINCHG-EXEMPT Y keeps the customer out of the
      *> month-end finance-charge run (blank or N: charged).
      *> CU-SALES-REP is the SLSREP rep credited with the
      *> customer's sales by the monthly commission run (blank:
      *> house account, no commission).
      *> CU-HOME-WAREHOUSE is the warehouse the customer's orders
      *> allocate and ship from (blank: the main warehouse, 01);
      *> ORDPRICE allocates against that warehouse's stock
      *> position only.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CU-CUSTOMER-NUMBER       PIC X(6).
           05  CU-STATUS                PIC X.
               88  CU-IS-ACTIVE         VALUE "A".
               88  CU-IS-ON-HOLD        VALUE "H".
           05  CU-BO-CANCEL-DAYS        PIC X(3).
           05  CU-BO-CANCEL-DAYS-NUM REDEFINES CU-BO-CANCEL-DAYS
                                        PIC 9(3).
           05  CU-TERMS-CODE            PIC X(8).
           05  CU-FINCHG-EXEMPT         PIC X.
               88  CU-IS-FINCHG-EXEMPT  VALUE "Y".
           05  CU-SALES-REP             PIC X(4).
           05  CU-HOME-WAREHOUSE        PIC X(2).
           05  FILLER                   PIC X(3).
