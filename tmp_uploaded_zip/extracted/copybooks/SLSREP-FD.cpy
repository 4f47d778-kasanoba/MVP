      *> SLSREP-FD.cpy
      *> Sales-rep record (see SLSREP-SEL.cpy), two kinds under
      *> one rep id:
      *>   - the rep's own record, SR-CATEGORY-CODE blank: name,
      *>     payroll employee number, status (A active, I
      *>     inactive -- no new customers may be assigned) and
      *>     the commission rate paid on any category without a
      *>     rate of its own;
      *>   - a category rate, SR-CATEGORY-CODE a CATMAST
      *>     category: the rate paid on that category's sales.
      *> Rates carry two decimals (0350 is 3.50%) and are paid
      *> on net sales, goods only.
       FD  SALES-REP-FILE.
       01  SALES-REP-RECORD.
           05  SR-REP-ID                PIC X(4).
           05  SR-CATEGORY-CODE         PIC X(4).
           05  SR-NAME                  PIC X(30).
           05  SR-COMMISSION-RATE       PIC X(4).
           05  SR-COMMISSION-RATE-NUM REDEFINES SR-COMMISSION-RATE
                                        PIC 99V99.
           05  SR-PAYROLL-ID            PIC X(9).
           05  SR-STATUS                PIC X.
               88  SR-IS-ACTIVE         VALUE "A".
               88  SR-IS-INACTIVE       VALUE "I".
           05  FILLER                   PIC X(28).
