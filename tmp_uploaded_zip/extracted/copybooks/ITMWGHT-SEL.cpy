      *> ITMWGHT-SEL.cpy
      *> FILE-CONTROL entry for the item shipping weights: the
      *> weight in pounds of one unit of each item as it leaves
      *> the dock, packed.  ORDPRICE weighs each order's shipped
      *> lines for the freight charge, and SHIPDOC weighs each
      *> shipment into cartons for its labels and the carrier
      *> manifest.  Loaded whole through the shared WGTLOAD
      *> paragraphs.
           SELECT ITEM-WEIGHT-FILE ASSIGN TO "ITMWGHT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITMWGHT-STATUS.
