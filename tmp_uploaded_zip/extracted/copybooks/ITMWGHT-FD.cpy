      *> ITMWGHT-FD.cpy
      *> Record layout for the item shipping weights (see
      *> ITMWGHT-SEL.cpy): one record per item, pounds to two
      *> decimals (0001250 is 12.50 lb).  A kit with no record of
      *> its own weighs what its components weigh.
       FD  ITEM-WEIGHT-FILE.
       01  ITEM-WEIGHT-RECORD.
           05  IW-ITEM-NUMBER           PIC X(6).
           05  IW-UNIT-WEIGHT           PIC X(7).
           05  IW-UNIT-WEIGHT-NUM REDEFINES IW-UNIT-WEIGHT
                                        PIC 9(5)V99.
           05  FILLER                   PIC X(67).
