      *> PENDORD-FD.cpy
      *> Record layout for the pending phone orders: one record
      *> per order line as the ORDENTRY screen accepted it --
      *> customer and item found on the masters, quantity, any
      *> saved quote and ship-to code the line carries, and the
      *> PRCENG price the desk read back to the customer (for
      *> reference; the pricing run prices the line afresh).
      *> Phone order numbers are P followed by seven digits, so
      *> they can never meet a capture-system order number.
      *> PO-STATUS: P pending; X extracted onto PHNRAW on
      *> PO-EXTRACT-DATE.  Extracted lines are kept a week for a
      *> rerun and then dropped by the extract.
      *> The record under key 00000000000 is the numbering
      *> control: PO-LAST-ORDER-NUMBER is the last number issued.
      *> Every sweep of the file skips it.
       FD  PENDING-ORDER-FILE
           RECORDING MODE IS F.
       01  PENDING-ORDER-RECORD.
           05  PO-KEY.
               10  PO-ORDER-NUMBER      PIC X(8).
               10  PO-LINE-NUMBER       PIC 9(3).
           05  PO-CUSTOMER-NUMBER       PIC X(6).
           05  PO-ITEM-NUMBER           PIC X(6).
           05  PO-QUANTITY              PIC 9(5).
           05  PO-QUOTE-NUMBER          PIC X(8).
           05  PO-SHIPTO-CODE           PIC X(4).
           05  PO-UNIT-PRICE            PIC 9(5)V99.
           05  PO-EXTENDED-PRICE        PIC 9(12)V99.
           05  PO-ENTRY-DATE            PIC X(10).
           05  PO-TERMINAL-ID           PIC X(4).
           05  PO-STATUS                PIC X.
               88  PO-IS-PENDING        VALUE "P".
               88  PO-IS-EXTRACTED      VALUE "X".
           05  PO-EXTRACT-DATE          PIC X(10).
           05  FILLER                   PIC X(14).
       01  PENDING-ORDER-CONTROL-RECORD.
           05  PO-CONTROL-KEY           PIC X(11).
               88  PO-IS-CONTROL        VALUE "00000000000".
           05  PO-LAST-ORDER-NUMBER     PIC 9(7).
           05  FILLER                   PIC X(82).
