      *> unit-price hash as the run left it, the figures ITMRECOV
      *> verifies a rebuild against.  The emergency-correction
      *> fold-in journals through this same file (action E), so
      *> no price movement can bypass it.  The receiving run
      *> journals each dock receipt it posts as action R (source
      *> RCVPOST); only the quantity moves on a receipt.  The
      *> count posting journals each approved count adjustment
      *> as action K, its source the count type (CYCLECNT for a
      *> cycle count, PHYSINV for a full physical inventory).
       FD  ITEM-JOURNAL-FILE.
       01  ITEM-JOURNAL-RECORD.
           05  JR-RECORD-TYPE           PIC X.
               88  JR-ACT-CHANGE        VALUE "C".
               88  JR-ACT-DELETE        VALUE "D".
               88  JR-ACT-EMERGENCY     VALUE "E".
               88  JR-ACT-RECEIPT       VALUE "R".
               88  JR-ACT-COUNT         VALUE "K".
           05  JR-ITEM-NUMBER           PIC X(6).
           05  JR-SOURCE                PIC X(8).
           05  JR-TRN-QUANTITY          PIC 9(5).
