      *> DUNHIST-FD.cpy
      *> Dunning history record (see DUNHIST-SEL.cpy).
      *> DH-LEVEL is the last letter sent: 1 friendly reminder,
      *> 2 second notice, 3 final demand (which also placed the
      *> customer on credit hold).  DH-PAST-DUE-AMOUNT is what was
      *> overdue when that letter went out.  A customer with
      *> nothing past due drops off the file, so a later lapse
      *> starts again from the friendly reminder.
       FD  DUNNING-HISTORY-FILE.
       01  DUNNING-HISTORY-RECORD.
           05  DH-CUSTOMER-NUMBER       PIC X(6).
           05  DH-LEVEL                 PIC X.
               88  DH-IS-REMINDER       VALUE "1".
               88  DH-IS-SECOND-NOTICE  VALUE "2".
               88  DH-IS-FINAL-DEMAND   VALUE "3".
           05  DH-DATE-SENT             PIC X(10).
           05  DH-PAST-DUE-AMOUNT       PIC S9(11)V99
               SIGN IS TRAILING SEPARATE.
           05  FILLER                   PIC X(49).
