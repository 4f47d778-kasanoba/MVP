      *> posting anything.  The file then rides the existing
      *> XFERCTLB / XFERVRFY transfer flow, which cuts its own
      *> checksum record for it.
      *> Shipment adjustments: the ship-confirmation run's SHPADJ
      *> file, when there is one, rides the same envelope.  Each
      *> short-picked line goes to billing as a C credit record
      *> in the detail shape (short quantity, invoiced unit
      *> price, no discount, goods credited), so corporate stops
      *> billing for goods that never left the building.  SHPADJ
      *> proves against its own trailer exactly as INVDETL does.
      *> The trailer count takes in the credits, the hash adds
      *> every amount carried, and the credit total rides beside
      *> them so billing can net the night without re-adding.
      *> Freight: each invoiced order's freight charge (the F
      *> records on INVDETL) goes to billing as an F record in
      *> the detail shape -- customer and order, no item, the
      *> charge as the extended amount.  INVDETL's freight must
      *> prove against its trailer's run freight like the goods
      *> do.  The trailer count and hash take in the freight
      *> records, and the freight total rides beside the credit
      *> total.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY INVDETL-SEL.
       COPY SHPADJ-SEL.
           SELECT BILLING-INTERFACE-FILE ASSIGN TO "BILLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLOUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY INVDETL-FD.
       COPY SHPADJ-FD.

       FD  BILLING-INTERFACE-FILE.
       01  BILLING-INTERFACE-RECORD.
               88  BI-IS-HEADER         VALUE "H".
               88  BI-IS-DETAIL         VALUE "D".
               88  BI-IS-TRAILER        VALUE "T".
               88  BI-IS-CREDIT         VALUE "C".
               88  BI-IS-FREIGHT        VALUE "F".
           05  BI-RECORD-BODY           PIC X(69).
           05  BI-DETAIL-VIEW REDEFINES BI-RECORD-BODY.
               10  BI-CUSTOMER-NUMBER   PIC X(6).
           05  BI-TRAILER-VIEW REDEFINES BI-RECORD-BODY.
               10  BI-TRL-RECORD-COUNT  PIC 9(9).
               10  BI-TRL-HASH-TOTAL    PIC 9(13)V99.
               10  BI-TRL-CREDIT-TOTAL  PIC 9(13)V99.
               10  BI-TRL-FREIGHT-TOTAL PIC 9(13)V99.
               10  FILLER               PIC X(15).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-INVDETL-STATUS            PIC XX VALUE SPACES.
       01  WS-BILLOUT-STATUS            PIC XX VALUE SPACES.
       01  WS-SHPADJ-STATUS             PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       01  WS-DETAIL-COUNT              PIC 9(9) VALUE 0.
       01  WS-IN-GROSS                  PIC 9(13)V99 VALUE 0.
       01  WS-TRAILER-COUNT             PIC 9(5) VALUE 0.
       01  WS-TRAILER-GROSS             PIC 9(13)V99 VALUE 0.
       01  WS-IN-FREIGHT                PIC 9(13)V99 VALUE 0.
       01  WS-TRAILER-FREIGHT           PIC 9(13)V99 VALUE 0.
       01  WS-FREIGHT-COUNT             PIC 9(9) VALUE 0.
       01  WS-TRAILER-SEEN              PIC X VALUE "N".
           88  WS-TRAILER-WAS-SEEN      VALUE "Y".
       01  WS-CREDIT-COUNT              PIC 9(9) VALUE 0.
       01  WS-CREDIT-TOTAL              PIC 9(13)V99 VALUE 0.
       01  WS-ADJ-COUNT                 PIC 9(5) VALUE 0.
       01  WS-ADJ-GOODS                 PIC 9(13)V99 VALUE 0.
       01  WS-ADJ-TRAILER-COUNT         PIC 9(5) VALUE 0.
       01  WS-ADJ-TRAILER-GOODS         PIC 9(13)V99 VALUE 0.
       01  WS-ADJ-TRAILER-SEEN          PIC X VALUE "N".
           88  WS-ADJ-TRAILER-WAS-SEEN  VALUE "Y".
       01  WS-HEADER-WRITTEN            PIC X VALUE "N".
           88  WS-HEADER-WAS-WRITTEN    VALUE "Y".
       01  WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01  WS-RUN-TIME                  PIC 9(8) VALUE 0.

                       EVALUATE TRUE
                           WHEN DL-IS-DETAIL
                               PERFORM CARRY-ONE-DETAIL
                           WHEN DL-IS-FREIGHT
                               PERFORM CARRY-ONE-FREIGHT
                           WHEN DL-IS-TRAILER
                               SET WS-TRAILER-WAS-SEEN TO TRUE
                               MOVE DL-QUANTITY
                                   TO WS-TRAILER-COUNT
                               MOVE DL-EXTENDED-AMOUNT
                                   TO WS-TRAILER-GROSS
                               IF DL-FREIGHT-AMOUNT NUMERIC
                                   MOVE DL-FREIGHT-AMOUNT
                                       TO WS-TRAILER-FREIGHT
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF NOT WS-TRAILER-WAS-SEEN
                   OR WS-IN-COUNT NOT = WS-TRAILER-COUNT
                   OR WS-IN-GROSS NOT = WS-TRAILER-GROSS
                   OR WS-IN-FREIGHT NOT = WS-TRAILER-FREIGHT
               MOVE "MT0884E" TO WS-OM-ID
               STRING "BILLINT: INVDETL DOES NOT BALANCE TO "
                   "ITS TRAILER - INTERFACE NOT SEALED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CARRY-THE-ADJUSTMENTS
           PERFORM WRITE-THE-TRAILER
           CLOSE BILLING-INTERFACE-FILE
           DISPLAY "BILLINT: " WS-DETAIL-COUNT " DETAIL "
               "RECORD(S) SEALED FOR " WS-BUSINESS-DATE
           DISPLAY "BILLINT: " WS-CREDIT-COUNT " SHIPMENT "
               "CREDIT(S) CARRIED"
           DISPLAY "BILLINT: " WS-FREIGHT-COUNT " FREIGHT "
               "CHARGE(S) CARRIED"
           GOBACK.

      *> The header is cut from the first record's business date,
      *> with a run id from the wall clock the way
      *> WRITE-DW-HEADER-RECORD builds one.
       WRITE-THE-HEADER.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO BILLING-INTERFACE-RECORD
           SET BI-IS-HEADER TO TRUE
           MOVE WS-BUSINESS-DATE TO BI-HDR-BUSINESS-DATE
           MOVE SPACES TO BI-HDR-RUN-ID
           STRING "R" WS-RUN-TIME (1:6)
               DELIMITED BY SIZE INTO BI-HDR-RUN-ID
           END-STRING
           WRITE BILLING-INTERFACE-RECORD
           SET WS-HEADER-WAS-WRITTEN TO TRUE.

       CARRY-ONE-DETAIL.
           IF NOT WS-HEADER-WAS-WRITTEN
               MOVE DL-BUSINESS-DATE TO WS-BUSINESS-DATE
               PERFORM WRITE-THE-HEADER
           END-IF
           ADD 1 TO WS-IN-COUNT
           ADD DL-EXTENDED-AMOUNT TO WS-IN-GROSS
           ADD 1 TO WS-DETAIL-COUNT
           ADD DL-EXTENDED-AMOUNT TO WS-HASH-TOTAL.

      *> The order's freight charge in the detail shape.
       CARRY-ONE-FREIGHT.
           IF NOT WS-HEADER-WAS-WRITTEN
               MOVE DL-BUSINESS-DATE TO WS-BUSINESS-DATE
               PERFORM WRITE-THE-HEADER
           END-IF
           ADD DL-FREIGHT-AMOUNT TO WS-IN-FREIGHT
           MOVE SPACES TO BILLING-INTERFACE-RECORD
           SET BI-IS-FREIGHT TO TRUE
           MOVE DL-CUSTOMER-NUMBER TO BI-CUSTOMER-NUMBER
           MOVE DL-ORDER-NUMBER TO BI-ORDER-NUMBER
           MOVE 0 TO BI-QUANTITY
           MOVE 0 TO BI-UNIT-PRICE
           MOVE 0 TO BI-DISCOUNT-AMOUNT
           MOVE DL-FREIGHT-AMOUNT TO BI-EXTENDED-AMOUNT
           WRITE BILLING-INTERFACE-RECORD
           ADD 1 TO WS-FREIGHT-COUNT
           ADD DL-FREIGHT-AMOUNT TO WS-HASH-TOTAL.

      *> No SHPADJ is no adjustments -- ship confirmation has
      *> not run, or confirmed nothing short.  A file that IS
      *> there must balance to its trailer, or nothing seals.
       CARRY-THE-ADJUSTMENTS.
           OPEN INPUT SHIPMENT-ADJUSTMENT-FILE
           IF WS-SHPADJ-STATUS NOT = "00"
               DISPLAY "BILLINT: NO SHIPMENT ADJUSTMENTS TONIGHT"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ SHIPMENT-ADJUSTMENT-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN SA-IS-DETAIL
                                   PERFORM CARRY-ONE-CREDIT
                               WHEN SA-IS-TRAILER
                                   SET WS-ADJ-TRAILER-WAS-SEEN
                                       TO TRUE
                                   MOVE SA-SHORT-QTY
                                       TO WS-ADJ-TRAILER-COUNT
                                   MOVE SA-GOODS-AMOUNT
                                       TO WS-ADJ-TRAILER-GOODS
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE SHIPMENT-ADJUSTMENT-FILE
               IF NOT WS-ADJ-TRAILER-WAS-SEEN
                       OR WS-ADJ-COUNT NOT = WS-ADJ-TRAILER-COUNT
                       OR WS-ADJ-GOODS NOT = WS-ADJ-TRAILER-GOODS
                   MOVE "MT0951E" TO WS-OM-ID
                   STRING "BILLINT: SHPADJ DOES NOT BALANCE TO "
                       "ITS TRAILER - INTERFACE NOT SEALED"
                       DELIMITED BY SIZE INTO WS-OM-TEXT
                   END-STRING
                   PERFORM ISSUE-OPERATOR-MESSAGE
                   CLOSE BILLING-INTERFACE-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       CARRY-ONE-CREDIT.
           IF NOT WS-HEADER-WAS-WRITTEN
               MOVE SA-BUSINESS-DATE TO WS-BUSINESS-DATE
               PERFORM WRITE-THE-HEADER
           END-IF
           ADD 1 TO WS-ADJ-COUNT
           ADD SA-GOODS-AMOUNT TO WS-ADJ-GOODS
           MOVE SPACES TO BILLING-INTERFACE-RECORD
           SET BI-IS-CREDIT TO TRUE
           MOVE SA-CUSTOMER-NUMBER TO BI-CUSTOMER-NUMBER
           MOVE SA-ORDER-NUMBER TO BI-ORDER-NUMBER
           MOVE SA-ITEM-NUMBER TO BI-ITEM-NUMBER
           MOVE SA-SHORT-QTY TO BI-QUANTITY
           MOVE SA-UNIT-PRICE TO BI-UNIT-PRICE
           MOVE 0 TO BI-DISCOUNT-AMOUNT
           MOVE SA-GOODS-AMOUNT TO BI-EXTENDED-AMOUNT
           WRITE BILLING-INTERFACE-RECORD
           ADD 1 TO WS-CREDIT-COUNT
           ADD SA-GOODS-AMOUNT TO WS-CREDIT-TOTAL
           ADD SA-GOODS-AMOUNT TO WS-HASH-TOTAL.

       WRITE-THE-TRAILER.
           MOVE SPACES TO BILLING-INTERFACE-RECORD
           SET BI-IS-TRAILER TO TRUE
           COMPUTE BI-TRL-RECORD-COUNT =
               WS-DETAIL-COUNT + WS-CREDIT-COUNT + WS-FREIGHT-COUNT
           MOVE WS-HASH-TOTAL TO BI-TRL-HASH-TOTAL
           MOVE WS-CREDIT-TOTAL TO BI-TRL-CREDIT-TOTAL
           MOVE WS-IN-FREIGHT TO BI-TRL-FREIGHT-TOTAL
           WRITE BILLING-INTERFACE-RECORD.

       ISSUE-OPERATOR-MESSAGE.
