      *> TERMTAB-FD.cpy
      *> Payment-terms record (see TERMTAB-SEL.cpy).  TM-NET-DAYS
      *> is the days from invoice date to due date.  A discount
      *> of TM-DISC-PCT percent (two decimals: 0200 is 2.00%) is
      *> allowed when the item is paid in full within
      *> TM-DISC-DAYS of the invoice date; zero percent means no
      *> early-payment discount.  A customer with no terms code,
      *> or one not on the table, is treated as net 30.
       FD  TERMS-TABLE-FILE.
       01  TERMS-TABLE-RECORD.
           05  TM-TERMS-CODE            PIC X(8).
           05  TM-DESCRIPTION           PIC X(20).
           05  TM-NET-DAYS              PIC X(3).
           05  TM-NET-DAYS-NUM REDEFINES TM-NET-DAYS
                                        PIC 9(3).
           05  TM-DISC-PCT              PIC X(4).
           05  TM-DISC-PCT-NUM REDEFINES TM-DISC-PCT
                                        PIC 99V99.
           05  TM-DISC-DAYS             PIC X(3).
           05  TM-DISC-DAYS-NUM REDEFINES TM-DISC-DAYS
                                        PIC 9(3).
           05  FILLER                   PIC X(42).
