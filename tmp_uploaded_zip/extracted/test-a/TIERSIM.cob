           05  OH-UNIT-PRICE            PIC 9(5)V99.
           05  OH-DISCOUNT-AMOUNT       PIC 9(9)V99.
           05  OH-EXTENDED-AMOUNT       PIC 9(10)V99.
           05  FILLER                   PIC X(48).

       FD  SIMULATION-REPORT-FILE.
       01  SIMULATION-REPORT-RECORD     PIC X(132).
           MOVE OH-QUANTITY TO PRC-QUANTITY
           MOVE OH-UNIT-PRICE TO PRC-UNIT-PRICE
           MOVE 0 TO PRC-RATE
      *> Tiers are what is being simulated, so every line prices
      *> from its history price with no contract in the way.
           MOVE SPACES TO PRC-CUSTOMER-NUMBER
           MOVE 0 TO PRC-CONTRACT-COUNT
           CALL "PRCENG" USING PRC-PRICE-REQUEST
               PRC-TIER-AREA PRC-CONTRACT-AREA
               ON EXCEPTION
                   MOVE "S" TO PRC-STATUS
           END-CALL
               MOVE PRC-NET TO WS-OLD-VALUE
               MOVE PRC-DISC-PCT TO WS-OLD-PCT
               CALL "PRCENG" USING PRC-PRICE-REQUEST
                   WS-PROP-TIER-AREA PRC-CONTRACT-AREA
                   ON EXCEPTION
                       MOVE "S" TO PRC-STATUS
               END-CALL
