      *> PERIODS-FD.cpy
      *> Record layout for the accounting-period control file (see
      *> PERIODS-SEL.cpy).  PC-PERIOD is the month as YYYY-MM, the
      *> same leading seven characters as every business date on
      *> the ledger and the activity journal.  A month with no
      *> record is open: finance adds nothing by hand, and the
      *> close run writes the record when it closes the month,
      *> with the day it did so.
       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-RECORD.
           05  PC-PERIOD                PIC X(7).
           05  FILLER                   PIC X(1).
           05  PC-STATUS                PIC X.
               88  PC-IS-OPEN           VALUE "O".
               88  PC-IS-CLOSED         VALUE "C".
           05  FILLER                   PIC X(1).
           05  PC-CLOSED-DATE           PIC X(10).
           05  FILLER                   PIC X(60).
