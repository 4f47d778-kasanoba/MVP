           MOVE IM-ITEM-NUMBER TO PRC-ITEM-NUMBER
           MOVE IM-QUANTITY TO PRC-QUANTITY
           MOVE IM-UNIT-PRICE TO PRC-UNIT-PRICE
      *> The master prices for no one customer: list price, and
      *> an empty contract table.
           MOVE SPACES TO PRC-CUSTOMER-NUMBER
           MOVE 0 TO PRC-CONTRACT-COUNT
           CALL "PRCENG" USING PRC-PRICE-REQUEST PRC-TIER-AREA
               PRC-CONTRACT-AREA
               ON EXCEPTION
                   MOVE "S" TO PRC-STATUS
                   DISPLAY "*** CALL FAILED: PRCENG - LINE NOT "
