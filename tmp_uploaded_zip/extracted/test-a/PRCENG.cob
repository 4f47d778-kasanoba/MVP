      *> for wins, an item-specific tier beating a blanket one at
      *> the same threshold; no qualifying tier prices flat; and
      *> a nonzero rate converts the net to local currency.
      *>
      *> Customer contract pricing: the caller names the customer
      *> on the request and passes the contracts it loaded for
      *> the business date (CONLOAD.cpy).  A contract in force
      *> for that customer and item prices the line at the
      *> contract price ahead of list, and takes no tier on top
      *> -- a contract price is negotiated net.  Currency still
      *> converts: the contract is written in the item's pricing
      *> currency, like the master price it replaces.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       01  WS-BEST-TIER                PIC 999 VALUE 0.
       01  WS-BEST-THRESHOLD           PIC 9(5) VALUE 0.
       01  WS-BEST-IS-SPECIFIC         PIC X VALUE "N".
       01  WS-CON-IDX                  PIC 9(4) VALUE 0.
       01  WS-CON-FOUND                PIC X VALUE "N".
           88  WS-CON-WAS-FOUND        VALUE "Y".

       LINKAGE SECTION.
       COPY PRCENGLK.

       PROCEDURE DIVISION USING PRC-PRICE-REQUEST PRC-TIER-AREA
           PRC-CONTRACT-AREA.
       PRCENG-MAIN.
           MOVE "0" TO PRC-STATUS
           MOVE "L" TO PRC-PRICE-SOURCE
           MOVE PRC-UNIT-PRICE TO PRC-PRICE-USED
           IF PRC-CUSTOMER-NUMBER NOT = SPACES
               PERFORM FIND-CUSTOMER-CONTRACT
           END-IF
           MOVE 0 TO PRC-GROSS
           MOVE 0 TO PRC-DISC-PCT
           MOVE 0 TO PRC-DISCOUNT
           MOVE 0 TO PRC-NET
           MOVE 0 TO PRC-CONVERTED
           COMPUTE PRC-GROSS ROUNDED =
               PRC-QUANTITY * PRC-PRICE-USED
               ON SIZE ERROR
                   MOVE "S" TO PRC-STATUS
           END-COMPUTE
           IF PRC-STATUS = "0"
               IF NOT PRC-PRICED-AT-CONTRACT
                   PERFORM FIND-DISCOUNT-TIER
               END-IF
               COMPUTE PRC-DISCOUNT ROUNDED =
                   PRC-GROSS * PRC-DISC-PCT / 100
               COMPUTE PRC-NET = PRC-GROSS - PRC-DISCOUNT
           END-IF
           GOBACK.

      *> The caller loaded only contracts in force on its date,
      *> so the first match for customer and item is the one.
       FIND-CUSTOMER-CONTRACT.
           MOVE "N" TO WS-CON-FOUND
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                   UNTIL WS-CON-IDX > PRC-CONTRACT-COUNT
                       OR WS-CON-WAS-FOUND
               IF PRC-CON-CUSTOMER (WS-CON-IDX)
                       = PRC-CUSTOMER-NUMBER
                   AND PRC-CON-ITEM (WS-CON-IDX) = PRC-ITEM-NUMBER
                   SET WS-CON-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CON-WAS-FOUND
               SUBTRACT 1 FROM WS-CON-IDX
               MOVE "C" TO PRC-PRICE-SOURCE
               MOVE PRC-CON-PRICE (WS-CON-IDX) TO PRC-PRICE-USED
           END-IF.

      *> The deepest tier the quantity qualifies for wins; at
      *> equal thresholds an item-specific tier beats a blanket
      *> (blank-item) one.  No qualifying tier prices flat.
