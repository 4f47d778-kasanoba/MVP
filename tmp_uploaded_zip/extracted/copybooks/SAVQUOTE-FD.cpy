      *> SAVQUOTE-FD.cpy
      *> Record layout for the saved-quote file: one record per
      *> quote the INQQUOTE screen issued, as the engine priced it
      *> that day.  The unit price is the one quoted (list, or the
      *> customer's contract price) in the item's currency; the
      *> discount is the tier the quantity earned, in the same
      *> currency; the extended price is the local figure the
      *> customer was told.  A quote honors until its valid-until
      *> date.  Status: O open; H claimed by an order the credit
      *> desk is holding (the release honors it); C converted --
      *> invoiced on QT-ORDER-NUMBER on QT-CONVERTED-DATE.
      *> The record under key 00000000 is the numbering control:
      *> QT-LAST-QUOTE-NUMBER is the last number issued.  Every
      *> sweep of the file skips it.
       FD  SAVED-QUOTE-FILE
           RECORDING MODE IS F.
       01  SAVED-QUOTE-RECORD.
           05  QT-QUOTE-NUMBER          PIC X(8).
               88  QT-IS-CONTROL        VALUE "00000000".
           05  QT-CUSTOMER-NUMBER       PIC X(6).
           05  QT-ITEM-NUMBER           PIC X(6).
           05  QT-QUANTITY              PIC 9(5).
           05  QT-UNIT-PRICE            PIC 9(5)V99.
           05  QT-DISCOUNT-AMOUNT       PIC 9(9)V99.
           05  QT-EXTENDED-PRICE        PIC 9(10)V99.
           05  QT-QUOTE-DATE            PIC X(10).
           05  QT-VALID-UNTIL           PIC X(10).
           05  QT-STATUS                PIC X.
               88  QT-IS-OPEN           VALUE "O".
               88  QT-IS-HELD           VALUE "H".
               88  QT-IS-CONVERTED      VALUE "C".
           05  QT-ORDER-NUMBER          PIC X(8).
           05  QT-CONVERTED-DATE        PIC X(10).
           05  FILLER                   PIC X(6).
       01  SAVED-QUOTE-CONTROL-RECORD.
           05  FILLER                   PIC X(8).
           05  QT-LAST-QUOTE-NUMBER     PIC 9(8).
           05  FILLER                   PIC X(84).
