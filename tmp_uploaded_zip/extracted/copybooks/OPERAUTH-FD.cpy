      *> OPERAUTH-FD.cpy
      *> Operator authority record (see OPERAUTH-SEL.cpy): the id
      *> and a Y under each action the id is allowed.  Maintained
      *> by operations management, not by the operators
      *> themselves.  OA-ALLOW-CREDIT is the credit manager's
      *> column: release, extend or cancel a credit-held order,
      *> and approve a customer's release or large limit increase
      *> in customer maintenance, and approve a requested bad-debt
      *> write-off in WRTOFF.
      *> The layout used to live inline in MAIN, which was fine
      *> while MAIN was the only reader.
       FD  OPERATOR-AUTH-FILE.
       01  OPERATOR-AUTH-RECORD.
           05  OA-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(1).
           05  OA-ALLOW-SKIP           PIC X.
           05  OA-ALLOW-QUIT           PIC X.
           05  OA-ALLOW-RERUN          PIC X.
           05  OA-ALLOW-DEADLINE       PIC X.
           05  OA-ALLOW-CREDIT         PIC X.
           05  FILLER                  PIC X(66).
