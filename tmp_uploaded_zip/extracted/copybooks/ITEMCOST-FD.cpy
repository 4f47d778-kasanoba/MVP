      *> ITEMCOST-FD.cpy
      *> Record layout for the item cost file (see
      *> ITEMCOST-SEL.cpy).  IC-AVERAGE-COST is the weighted
      *> moving average: each receipt blends its unit cost in by
      *> quantity against the stock already on hand.
      *> IC-PRIOR-COST is the average before the last night it
      *> moved and IC-COST-MOVED-DATE that night's date, so a
      *> cost change can always be traced to when it happened.
       FD  ITEM-COST-FILE.
       01  ITEM-COST-RECORD.
           05  IC-ITEM-NUMBER           PIC X(6).
           05  IC-AVERAGE-COST          PIC 9(5)V99.
           05  IC-PRIOR-COST            PIC 9(5)V99.
           05  IC-COST-MOVED-DATE       PIC X(10).
           05  FILLER                   PIC X(50).
