      *> ACKOUT-FD.cpy
      *> Record layout for the electronic acknowledgments (see
      *> ACKOUT-SEL.cpy).  Per order: one H header, a D for every
      *> line the customer sent, and a T trailer.  The wording
      *> is the customer-facing message-catalog text, with its
      *> code so a customer's system can act on it without
      *> reading it.
      *> H: EA-ORDER-STATUS I invoiced, H held, R refused, and
      *>    the order's message.
      *> D: the line as the order desk took it -- EA-LINE-STATUS
      *>    A accepted or X not -- and the line's message, if it
      *>    has one.  EA-ORDERED-ITEM is the item ordered when a
      *>    superseded one was replaced.
      *> T: the order's money and its line count, for the
      *>    customer to prove the D records against.
       FD  ACK-OUT-FILE.
       01  ACK-OUT-RECORD.
           05  EA-RECORD-TYPE           PIC X.
               88  EA-IS-HEADER         VALUE "H".
               88  EA-IS-DETAIL         VALUE "D".
               88  EA-IS-TRAILER        VALUE "T".
           05  EA-ORDER-NUMBER          PIC X(8).
           05  EA-CUSTOMER-NUMBER       PIC X(6).
           05  EA-BUSINESS-DATE         PIC X(10).
           05  EA-BODY                  PIC X(135).
           05  EA-HEADER-BODY REDEFINES EA-BODY.
               10  EA-ORDER-STATUS      PIC X.
               10  EA-ORDER-MSG-CODE    PIC X(4).
               10  EA-ORDER-MSG-TEXT    PIC X(75).
               10  FILLER               PIC X(55).
           05  EA-DETAIL-BODY REDEFINES EA-BODY.
               10  EA-LINE-NUMBER       PIC 9(3).
               10  EA-ITEM-NUMBER       PIC X(6).
               10  EA-ORDERED-ITEM      PIC X(6).
               10  EA-ORDERED-QTY       PIC 9(5).
               10  EA-SHIPPED-QTY       PIC 9(5).
               10  EA-BACKORDERED-QTY   PIC 9(5).
               10  EA-UNIT-PRICE        PIC 9(5)V99.
               10  EA-EXTENDED-AMOUNT   PIC 9(10)V99.
               10  EA-LINE-STATUS       PIC X.
               10  EA-LINE-MSG-CODE     PIC X(4).
               10  EA-LINE-MSG-TEXT     PIC X(75).
               10  FILLER               PIC X(6).
           05  EA-TRAILER-BODY REDEFINES EA-BODY.
               10  EA-GOODS-AMOUNT      PIC 9(11)V99.
               10  EA-TAX-AMOUNT        PIC 9(9)V99.
               10  EA-FREIGHT-AMOUNT    PIC 9(9)V99.
               10  EA-ORDER-TOTAL       PIC 9(11)V99.
               10  EA-LINE-COUNT        PIC 9(5).
               10  FILLER               PIC X(82).
