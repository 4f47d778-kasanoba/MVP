      *> POOPEN-FD.cpy
      *> Record layout for the open purchase-order file (see
      *> POOPEN-SEL.cpy).  One record per PO line.  PO-STATUS: O
      *> open (nothing received), P part-received, C closed
      *> (received in full).  Closed lines are retained for the
      *> receiving history until housekeeping ages them off; the
      *> open quantity of a line is always PO-ORDER-QTY less
      *> PO-RECEIVED-QTY.  PO-INVOICED-QTY is what APMATCH has
      *> already vouchered against the line; received less
      *> invoiced is what a supplier invoice may still bill.
      *> PO-WAREHOUSE is the warehouse the line is to be
      *> delivered to and received into; blank is the main
      *> warehouse.
       FD  PURCHASE-ORDER-FILE.
       01  PURCHASE-ORDER-RECORD.
           05  PO-NUMBER                PIC X(8).
           05  PO-LINE-NUMBER           PIC 9(3).
           05  PO-SUPPLIER              PIC X(8).
           05  PO-ITEM-NUMBER           PIC X(6).
           05  PO-ORDER-QTY             PIC 9(5).
           05  PO-RECEIVED-QTY          PIC 9(5).
      *> Agreed unit cost from purchasing's acceptance.
           05  PO-UNIT-COST             PIC 9(5)V99.
           05  PO-ORDER-DATE            PIC X(10).
           05  PO-DUE-DATE              PIC X(10).
           05  PO-LAST-RECEIPT-DATE     PIC X(10).
           05  PO-STATUS                PIC X.
               88  PO-IS-OPEN           VALUE "O".
               88  PO-IS-PART-RECEIVED  VALUE "P".
               88  PO-IS-CLOSED         VALUE "C".
           05  PO-INVOICED-QTY          PIC 9(5).
           05  PO-WAREHOUSE             PIC X(2).
           05  FILLER                   PIC X(20).
