      *> STKPOS-FD.cpy
      *> Record layout for the stock-position file (see
      *> STKPOS-SEL.cpy).  SK-ON-HAND is what is on the shelves
      *> of SK-WAREHOUSE -- what allocation, picking and counting
      *> work from.  SK-IN-TRANSIT is stock shipped TO this
      *> warehouse on an inter-warehouse transfer (WHXFER) and
      *> not yet received: still ours, so still inside
      *> IM-QUANTITY, but on no shelf anyone can pick from.  For
      *> every item, IM-QUANTITY is the sum over its positions of
      *> on-hand plus in-transit.
      *> Warehouse codes are two characters; 01 is the main
      *> warehouse, where anything not otherwise located lives.
       FD  STOCK-POSITION-FILE
           RECORDING MODE IS F.
       01  STOCK-POSITION-RECORD.
           05  SK-POSITION-KEY.
               10  SK-ITEM-NUMBER       PIC X(6).
               10  SK-WAREHOUSE         PIC X(2).
           05  SK-ON-HAND               PIC 9(5).
           05  SK-IN-TRANSIT            PIC 9(5).
           05  FILLER                   PIC X(12).
