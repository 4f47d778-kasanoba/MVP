           05  PH-SUBLIST-COUNT        PIC XX.
           05  PH-SUBLIST.
               10  PH-SUBLIST-ENTRY OCCURS 98 TIMES PIC XX.
           05  PH-OPERATIONS           PIC X(4).

       FD  GATE-EXCEPTION-FILE.
       01  GATE-EXCEPTION-RECORD       PIC X(80).
