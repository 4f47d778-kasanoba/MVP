      *> STKLOT-FD.cpy
      *> Record layout for the stock-lot file (see
      *> STKLOT-SEL.cpy).  LT-ON-HAND is what is left of the lot
      *> on the shelves of LT-WAREHOUSE: raised by each receipt
      *> of the lot, drawn down by each shipment taken from it.
      *> The lots are a breakdown of the stock position (STKPOS),
      *> not a second count of it: stock received without a lot,
      *> and anything moved by a count or a return, moves the
      *> position only.  A short pick confirmed by SHIPCONF goes
      *> back on the lots the order drew, and a transfer moves
      *> its lots from one warehouse to the other (WHXFER draws
      *> them at shipping and puts them back at receipt, less
      *> any transit loss).  So a position's lots may add to
      *> less than it holds (the rest is simply not
      *> lot-tracked) or, once stock has left some other way, to
      *> more -- the expiry report takes that excess as gone
      *> from the earliest-expiring lots.
      *> LT-EXPIRY-DATE is YYYY-MM-DD; a lot that never expires
      *> carries 9999-12-31, so it is drawn last.
       FD  STOCK-LOT-FILE
           RECORDING MODE IS F.
       01  STOCK-LOT-RECORD.
           05  LT-LOT-KEY.
               10  LT-ITEM-NUMBER       PIC X(6).
               10  LT-WAREHOUSE         PIC X(2).
               10  LT-EXPIRY-DATE       PIC X(10).
               10  LT-LOT-NUMBER        PIC X(10).
           05  LT-ON-HAND               PIC 9(5).
           05  LT-RECEIVED-QTY          PIC 9(7).
           05  LT-FIRST-RECEIVED        PIC X(10).
           05  LT-LAST-RECEIVED         PIC X(10).
           05  LT-SUPPLIER              PIC X(8).
           05  FILLER                   PIC X(12).
