       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPDOC.

      *> Shipping documents.  Once PICKLIST has sent the pickers
      *> out, the dock still hand-wrote every address label off
      *> the customer file and every bill of lading off the pick
      *> documents, and the drivers signed for loads nobody had
      *> counted.  This reads the night's machine-readable
      *> invoice detail (INVDETL, shipped quantities only) and
      *> the customer ship-to addresses (SHIPTO), and makes each
      *> order's lines into shipments -- one per order and
      *> ship-to address, since a line may name any of the
      *> customer's addresses and a blank code means the
      *> customer's default (or their only address, when they
      *> have just the one).  Each shipment is weighed from the
      *> ITMWGHT shipping weights (the shared WGTLOAD; a kit
      *> with no weight of its own weighs its components off
      *> KITBOM) and packed into cartons of at most the SHPCARD
      *> carton weight (default 50 lb), never fewer than one.
      *> It produces:
      *>   - SHPLBL: an address label for every carton, marked
      *>     CARTON n OF m;
      *>   - SHPBOL: a bill of lading per carrier listing the
      *>     carrier's shipments, consignee, cartons and weight,
      *>     with the shipper's and carrier's signature lines;
      *>   - SHPMAN: the daily carrier manifest, cartons and
      *>     weight per carrier, with a line for each driver to
      *>     sign on pickup;
      *>   - SHPEXC: the exception list -- a shipment whose
      *>     customer has no usable address (none on file, a
      *>     code not on file, several and no default, or an
      *>     address short a line or a carrier) goes here
      *>     instead of onto a label, so it is stopped before it
      *>     reaches the dock; items with no shipping weight are
      *>     listed too, since their cartons are understated.
      *> Return code 4 when anything is on the exception list.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY INVDETL-SEL.
       COPY SHIPTO-SEL.
       COPY ITMWGHT-SEL.
       COPY KITBOM-SEL.
           SELECT SHIP-CARD-FILE ASSIGN TO "SHPCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHPCARD-STATUS.
           SELECT LABEL-FILE ASSIGN TO "SHPLBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHPLBL-STATUS.
           SELECT LADING-FILE ASSIGN TO "SHPBOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHPBOL-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "SHPMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHPMAN-STATUS.
           SELECT SHIP-EXCEPTION-FILE ASSIGN TO "SHPEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHPEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY INVDETL-FD.
       COPY SHIPTO-FD.
       COPY ITMWGHT-FD.
       COPY KITBOM-FD.

      *> Heaviest a packed carton may weigh, pounds to two
      *> decimals (05000 is 50.00 lb).
       FD  SHIP-CARD-FILE.
       01  SHIP-CARD-RECORD.
           05  SC-CARTON-WEIGHT         PIC X(5).
           05  SC-CARTON-WEIGHT-NUM REDEFINES SC-CARTON-WEIGHT
                                        PIC 9(3)V99.
           05  FILLER                   PIC X(75).

       FD  LABEL-FILE.
       01  LABEL-RECORD.
           05  LB-CTRL-CHAR             PIC X.
           05  LB-DATA                  PIC X(110).

       FD  LADING-FILE.
       01  LADING-RECORD.
           05  BL-CTRL-CHAR             PIC X.
           05  BL-DATA                  PIC X(110).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD.
           05  MN-CTRL-CHAR             PIC X.
           05  MN-DATA                  PIC X(110).

       FD  SHIP-EXCEPTION-FILE.
       01  SHIP-EXCEPTION-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY KITLOAD-WS.
       COPY WGTLOAD-WS.
       01  WS-INVDETL-STATUS            PIC XX VALUE SPACES.
       01  WS-SHIPTO-STATUS             PIC XX VALUE SPACES.
       01  WS-SHPCARD-STATUS            PIC XX VALUE SPACES.
       01  WS-SHPLBL-STATUS             PIC XX VALUE SPACES.
       01  WS-SHPBOL-STATUS             PIC XX VALUE SPACES.
       01  WS-SHPMAN-STATUS             PIC XX VALUE SPACES.
       01  WS-SHPEXC-STATUS             PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       01  WS-SHIP-DATE                 PIC X(10) VALUE SPACES.
       01  WS-CARTON-LIMIT              PIC 9(3)V99 VALUE 50.00.
      *> The ship-to addresses in memory.
       01  WS-ADDR-TABLE.
           05  WS-ADDR-ENTRY OCCURS 3000 TIMES.
               10  WS-AD-CUSTOMER       PIC X(6).
               10  WS-AD-CODE           PIC X(4).
               10  WS-AD-DEFAULT        PIC X.
               10  WS-AD-NAME           PIC X(30).
               10  WS-AD-ADDRESS-1      PIC X(30).
               10  WS-AD-ADDRESS-2      PIC X(30).
               10  WS-AD-CITY           PIC X(20).
               10  WS-AD-STATE          PIC X(2).
               10  WS-AD-POSTAL         PIC X(10).
               10  WS-AD-CARRIER        PIC X(10).
       01  WS-ADDR-COUNT                PIC 9(4) VALUE 0.
       01  WS-ADDR-IDX                  PIC 9(4) VALUE 0.
       01  WS-ADDR-OVERFLOW             PIC X VALUE "N".
           88  WS-ADDR-HAS-OVERFLOWED   VALUE "Y".
      *> Address resolution for one shipment: the entry chosen,
      *> the customer's address count and default, and why
      *> nothing usable was found.
       01  WS-ADDR-CHOSEN               PIC 9(4) VALUE 0.
       01  WS-ADDR-DEFAULT-IDX          PIC 9(4) VALUE 0.
       01  WS-ADDR-ONLY-IDX             PIC 9(4) VALUE 0.
       01  WS-ADDR-CUST-COUNT           PIC 9(4) VALUE 0.
       01  WS-ADDR-REASON               PIC X(40) VALUE SPACES.
      *> The night's shipments: one per order and ship-to code.
      *> Status S ships, X is on the exception list.
       01  WS-SHIP-TABLE.
           05  WS-SHIP-ENTRY OCCURS 2000 TIMES.
               10  WS-SH-CARRIER        PIC X(10).
               10  WS-SH-ORDER          PIC X(8).
               10  WS-SH-SHIPTO         PIC X(4).
               10  WS-SH-CUSTOMER       PIC X(6).
               10  WS-SH-ADDR-IDX       PIC 9(4).
               10  WS-SH-LINES          PIC 9(5).
               10  WS-SH-UNITS          PIC 9(7).
               10  WS-SH-WEIGHT         PIC 9(7)V99.
               10  WS-SH-CARTONS        PIC 9(5).
               10  WS-SH-STATUS         PIC X.
                   88  WS-SH-SHIPS      VALUE "S".
                   88  WS-SH-EXCEPTED   VALUE "X".
       01  WS-SHIP-COUNT                PIC 9(4) VALUE 0.
       01  WS-SHIP-IDX                  PIC 9(4) VALUE 0.
       01  WS-SWAP-IDX                  PIC 9(4) VALUE 0.
       01  WS-THIS-SHIP                 PIC 9(4) VALUE 0.
       01  WS-SHIP-OVERFLOW             PIC X VALUE "N".
           88  WS-SHIP-HAS-OVERFLOWED   VALUE "Y".
       01  WS-SHIP-HOLD                 PIC X(59) VALUE SPACES.
       01  WS-SORT-SWAPPED              PIC X VALUE "N".
           88  WS-A-SWAP-HAPPENED       VALUE "Y".
      *> Per-carrier totals for the bills of lading and the
      *> manifest.
       01  WS-CARRIER-TABLE.
           05  WS-CARRIER-ENTRY OCCURS 100 TIMES.
               10  WS-CR-CARRIER        PIC X(10).
               10  WS-CR-SHIPMENTS      PIC 9(5).
               10  WS-CR-CARTONS        PIC 9(7).
               10  WS-CR-WEIGHT         PIC 9(9)V99.
       01  WS-CARRIER-COUNT             PIC 9(3) VALUE 0.
       01  WS-CARRIER-IDX               PIC 9(3) VALUE 0.
       01  WS-THIS-CARRIER              PIC 9(3) VALUE 0.
       01  WS-CURRENT-CARRIER           PIC X(10) VALUE SPACES.
      *> Weighing one detail line.
       01  WS-LINE-UNIT-WEIGHT          PIC 9(5)V99 VALUE 0.
       01  WS-UNWEIGHED-COUNT           PIC 9(5) VALUE 0.
      *> Carton arithmetic and the label being printed.
       01  WS-CARTON-QUOTIENT           PIC 9(7) VALUE 0.
       01  WS-CARTON-REMAINDER          PIC 9(7)V99 VALUE 0.
       01  WS-CARTON-NUMBER             PIC 9(5) VALUE 0.
      *> Run totals.
       01  WS-DETAIL-LINES              PIC 9(7) VALUE 0.
       01  WS-SHIPPED-COUNT             PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT           PIC 9(5) VALUE 0.
       01  WS-LABEL-COUNT               PIC 9(7) VALUE 0.
       01  WS-RUN-CARTONS               PIC 9(7) VALUE 0.
       01  WS-RUN-WEIGHT                PIC 9(9)V99 VALUE 0.
      *> Edited figures for the printed documents.
       01  WS-WEIGHT-DISPLAY            PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-WEIGHT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CARTON-DISPLAY            PIC ZZ,ZZ9.
       01  WS-CARTON-OF-DISPLAY         PIC ZZ,ZZ9.
       01  WS-TOTAL-CARTON-DISPLAY      PIC Z,ZZZ,ZZ9.
       01  WS-SHIPMENT-DISPLAY          PIC ZZ,ZZ9.
       01  WS-CITY-LINE                 PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       SHIPDOC-MAIN.
           PERFORM READ-SHIP-CARD
           PERFORM LOAD-SHIP-TO-ADDRESSES
           PERFORM LOAD-KIT-BOM
           PERFORM LOAD-ITEM-WEIGHTS
           OPEN OUTPUT LABEL-FILE
           OPEN OUTPUT LADING-FILE
           OPEN OUTPUT MANIFEST-FILE
           OPEN OUTPUT SHIP-EXCEPTION-FILE
           IF WS-SHPLBL-STATUS NOT = "00"
                   OR WS-SHPBOL-STATUS NOT = "00"
                   OR WS-SHPMAN-STATUS NOT = "00"
                   OR WS-SHPEXC-STATUS NOT = "00"
               DISPLAY "*** SHIPDOC: SHPLBL, SHPBOL, SHPMAN OR "
                   "SHPEXC NOT AVAILABLE - RUN ABANDONED ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ADDR-HAS-OVERFLOWED
               MOVE SPACES TO SHIP-EXCEPTION-RECORD
               STRING "*** SHIPTO EXCEEDS 3000 ADDRESSES - "
                   "CUSTOMERS PAST THE LIMIT ARE EXCEPTIONS ***"
                   DELIMITED BY SIZE INTO SHIP-EXCEPTION-RECORD
               END-STRING
               WRITE SHIP-EXCEPTION-RECORD
           END-IF
           PERFORM LOAD-SHIPMENTS
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM VARYING WS-SHIP-IDX FROM 1 BY 1
                   UNTIL WS-SHIP-IDX > WS-SHIP-COUNT
               PERFORM RESOLVE-ONE-SHIPMENT
           END-PERFORM
           PERFORM SORT-BY-CARRIER
           PERFORM PRINT-LABELS
           PERFORM PRINT-BILLS-OF-LADING
           PERFORM PRINT-CARRIER-MANIFEST
           CLOSE LABEL-FILE
           CLOSE LADING-FILE
           CLOSE MANIFEST-FILE
           CLOSE SHIP-EXCEPTION-FILE
           MOVE WS-RUN-WEIGHT TO WS-TOTAL-WEIGHT-DISPLAY
           DISPLAY "===== SHIPDOC END-OF-JOB SUMMARY ====="
           DISPLAY "DETAIL LINES READ   : " WS-DETAIL-LINES
           DISPLAY "SHIPMENTS LABELLED  : " WS-SHIPPED-COUNT
           DISPLAY "CARTONS / LABELS    : " WS-LABEL-COUNT
           DISPLAY "WEIGHT SHIPPED (LB) : " WS-TOTAL-WEIGHT-DISPLAY
           DISPLAY "CARRIERS            : " WS-CARRIER-COUNT
           DISPLAY "ADDRESS EXCEPTIONS  : " WS-EXCEPTION-COUNT
           DISPLAY "UNWEIGHED ITEMS     : " WS-UNWEIGHED-COUNT
           DISPLAY "======================================"
           IF WS-EXCEPTION-COUNT > 0
                   OR WS-UNWEIGHED-COUNT > 0
                   OR WS-ADDR-HAS-OVERFLOWED
                   OR WS-SHIP-HAS-OVERFLOWED
                   OR WS-KIT-HAS-OVERFLOWED
                   OR WS-WGT-HAS-OVERFLOWED
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       READ-SHIP-CARD.
           OPEN INPUT SHIP-CARD-FILE
           IF WS-SHPCARD-STATUS = "00"
               READ SHIP-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-CARTON-WEIGHT NUMERIC
                               AND SC-CARTON-WEIGHT-NUM > 0
                           MOVE SC-CARTON-WEIGHT-NUM
                               TO WS-CARTON-LIMIT
                       END-IF
               END-READ
               CLOSE SHIP-CARD-FILE
           END-IF.

       LOAD-SHIP-TO-ADDRESSES.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT SHIP-TO-FILE
           IF WS-SHIPTO-STATUS NOT = "00"
               DISPLAY "SHIPDOC: NO SHIP-TO FILE - EVERY SHIPMENT "
                   "WILL BE AN EXCEPTION"
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ SHIP-TO-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-ONE-ADDRESS
                   END-READ
               END-PERFORM
               CLOSE SHIP-TO-FILE
           END-IF.

       TAKE-ONE-ADDRESS.
           EVALUATE TRUE
               WHEN ST-CUSTOMER-NUMBER = SPACES
                   CONTINUE
               WHEN WS-ADDR-COUNT >= 3000
                   SET WS-ADDR-HAS-OVERFLOWED TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-ADDR-COUNT
                   MOVE ST-CUSTOMER-NUMBER
                       TO WS-AD-CUSTOMER (WS-ADDR-COUNT)
                   MOVE ST-SHIPTO-CODE TO WS-AD-CODE (WS-ADDR-COUNT)
                   MOVE ST-DEFAULT-FLAG
                       TO WS-AD-DEFAULT (WS-ADDR-COUNT)
                   MOVE ST-NAME TO WS-AD-NAME (WS-ADDR-COUNT)
                   MOVE ST-ADDRESS-1
                       TO WS-AD-ADDRESS-1 (WS-ADDR-COUNT)
                   MOVE ST-ADDRESS-2
                       TO WS-AD-ADDRESS-2 (WS-ADDR-COUNT)
                   MOVE ST-CITY TO WS-AD-CITY (WS-ADDR-COUNT)
                   MOVE ST-STATE TO WS-AD-STATE (WS-ADDR-COUNT)
                   MOVE ST-POSTAL-CODE
                       TO WS-AD-POSTAL (WS-ADDR-COUNT)
                   MOVE ST-CARRIER TO WS-AD-CARRIER (WS-ADDR-COUNT)
           END-EVALUATE.

       LOAD-SHIPMENTS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT INVOICE-DETAIL-FILE
           IF WS-INVDETL-STATUS NOT = "00"
               DISPLAY "*** SHIPDOC: INVDETL NOT AVAILABLE - "
                   "NOTHING TO SHIP ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ INVOICE-DETAIL-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF DL-IS-DETAIL AND DL-QUANTITY > 0
                               PERFORM TAKE-ONE-DETAIL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-DETAIL-FILE
           END-IF.

       TAKE-ONE-DETAIL-LINE.
           *> The line joins its order's shipment to the same
           *> ship-to code, or starts one.
           ADD 1 TO WS-DETAIL-LINES
           IF WS-SHIP-DATE = SPACES
               MOVE DL-BUSINESS-DATE TO WS-SHIP-DATE
           END-IF
           MOVE 0 TO WS-THIS-SHIP
           PERFORM VARYING WS-SHIP-IDX FROM 1 BY 1
                   UNTIL WS-SHIP-IDX > WS-SHIP-COUNT
                       OR WS-THIS-SHIP > 0
               IF WS-SH-ORDER (WS-SHIP-IDX) = DL-ORDER-NUMBER
                       AND WS-SH-SHIPTO (WS-SHIP-IDX)
                           = DL-SHIPTO-CODE
                   MOVE WS-SHIP-IDX TO WS-THIS-SHIP
               END-IF
           END-PERFORM
           IF WS-THIS-SHIP = 0
               IF WS-SHIP-COUNT >= 2000
                   IF NOT WS-SHIP-HAS-OVERFLOWED
                       SET WS-SHIP-HAS-OVERFLOWED TO TRUE
                       MOVE SPACES TO SHIP-EXCEPTION-RECORD
                       STRING "*** MORE THAN 2000 SHIPMENTS - ORDER "
                           DL-ORDER-NUMBER " AND LATER NOT "
                           "DOCUMENTED ***"
                           DELIMITED BY SIZE
                           INTO SHIP-EXCEPTION-RECORD
                       END-STRING
                       WRITE SHIP-EXCEPTION-RECORD
                   END-IF
               ELSE
                   ADD 1 TO WS-SHIP-COUNT
                   MOVE WS-SHIP-COUNT TO WS-THIS-SHIP
                   MOVE SPACES TO WS-SH-CARRIER (WS-THIS-SHIP)
                   MOVE DL-ORDER-NUMBER TO WS-SH-ORDER (WS-THIS-SHIP)
                   MOVE DL-SHIPTO-CODE TO WS-SH-SHIPTO (WS-THIS-SHIP)
                   MOVE DL-CUSTOMER-NUMBER
                       TO WS-SH-CUSTOMER (WS-THIS-SHIP)
                   MOVE 0 TO WS-SH-ADDR-IDX (WS-THIS-SHIP)
                   MOVE 0 TO WS-SH-LINES (WS-THIS-SHIP)
                   MOVE 0 TO WS-SH-UNITS (WS-THIS-SHIP)
                   MOVE 0 TO WS-SH-WEIGHT (WS-THIS-SHIP)
                   MOVE 0 TO WS-SH-CARTONS (WS-THIS-SHIP)
                   MOVE "S" TO WS-SH-STATUS (WS-THIS-SHIP)
               END-IF
           END-IF
           IF WS-THIS-SHIP > 0
               ADD 1 TO WS-SH-LINES (WS-THIS-SHIP)
               ADD DL-QUANTITY TO WS-SH-UNITS (WS-THIS-SHIP)
               PERFORM WEIGH-ONE-LINE
               COMPUTE WS-SH-WEIGHT (WS-THIS-SHIP) =
                   WS-SH-WEIGHT (WS-THIS-SHIP)
                   + WS-LINE-UNIT-WEIGHT * DL-QUANTITY
           END-IF.

       WEIGH-ONE-LINE.
           MOVE DL-ITEM-NUMBER TO WS-WGT-WANTED
           PERFORM FIND-ITEM-WEIGHT
           IF WS-WGT-WAS-FOUND
               MOVE WS-WGT-VALUE TO WS-LINE-UNIT-WEIGHT
           ELSE
               MOVE DL-ITEM-NUMBER TO WS-KIT-WANTED
               PERFORM FIND-KIT-BOM
               IF WS-KIT-WAS-FOUND
                   PERFORM WEIGH-KIT-COMPONENTS
               ELSE
                   MOVE 0 TO WS-LINE-UNIT-WEIGHT
                   PERFORM NOTE-UNWEIGHED-ITEM
               END-IF
           END-IF.

       WEIGH-KIT-COMPONENTS.
           *> A kit with no weight of its own weighs one of each
           *> component times its quantity per kit.
           MOVE 0 TO WS-LINE-UNIT-WEIGHT
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-COUNT
               IF WS-KIT-ITEM (WS-KIT-IDX) = WS-KIT-WANTED
                   MOVE WS-KIT-COMPONENT (WS-KIT-IDX)
                       TO WS-WGT-WANTED
                   PERFORM FIND-ITEM-WEIGHT
                   IF WS-WGT-WAS-FOUND
                       COMPUTE WS-LINE-UNIT-WEIGHT =
                           WS-LINE-UNIT-WEIGHT
                           + WS-WGT-VALUE * WS-KIT-QTY-PER (WS-KIT-IDX)
                   ELSE
                       PERFORM NOTE-UNWEIGHED-ITEM
                   END-IF
               END-IF
           END-PERFORM.

       NOTE-UNWEIGHED-ITEM.
           ADD 1 TO WS-UNWEIGHED-COUNT
           MOVE SPACES TO SHIP-EXCEPTION-RECORD
           STRING "*** ITEM " WS-WGT-WANTED
               " HAS NO SHIPPING WEIGHT - ORDER " DL-ORDER-NUMBER
               " CARTONS UNDERSTATED ***"
               DELIMITED BY SIZE INTO SHIP-EXCEPTION-RECORD
           END-STRING
           WRITE SHIP-EXCEPTION-RECORD.

       RESOLVE-ONE-SHIPMENT.
           *> The address the shipment goes to: the one its code
           *> names, else the customer's default, else their only
           *> address.  Anything else, or an address that cannot
           *> be labelled and handed to a carrier, stops the
           *> shipment on the exception list.
           MOVE 0 TO WS-ADDR-CHOSEN
           MOVE 0 TO WS-ADDR-DEFAULT-IDX
           MOVE 0 TO WS-ADDR-ONLY-IDX
           MOVE 0 TO WS-ADDR-CUST-COUNT
           MOVE SPACES TO WS-ADDR-REASON
           PERFORM VARYING WS-ADDR-IDX FROM 1 BY 1
                   UNTIL WS-ADDR-IDX > WS-ADDR-COUNT
               IF WS-AD-CUSTOMER (WS-ADDR-IDX)
                       = WS-SH-CUSTOMER (WS-SHIP-IDX)
                   PERFORM CONSIDER-ONE-ADDRESS
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SH-SHIPTO (WS-SHIP-IDX) NOT = SPACES
                   IF WS-ADDR-CHOSEN = 0
                       STRING "SHIP-TO CODE "
                           WS-SH-SHIPTO (WS-SHIP-IDX)
                           " NOT ON FILE"
                           DELIMITED BY SIZE INTO WS-ADDR-REASON
                       END-STRING
                   END-IF
               WHEN WS-ADDR-CUST-COUNT = 0
                   MOVE "NO SHIP-TO ADDRESS ON FILE"
                       TO WS-ADDR-REASON
               WHEN WS-ADDR-DEFAULT-IDX > 0
                   MOVE WS-ADDR-DEFAULT-IDX TO WS-ADDR-CHOSEN
               WHEN WS-ADDR-CUST-COUNT = 1
                   MOVE WS-ADDR-ONLY-IDX TO WS-ADDR-CHOSEN
               WHEN OTHER
                   MOVE "SEVERAL SHIP-TO ADDRESSES AND NO DEFAULT"
                       TO WS-ADDR-REASON
           END-EVALUATE
           IF WS-ADDR-CHOSEN > 0
               EVALUATE TRUE
                   WHEN WS-AD-NAME (WS-ADDR-CHOSEN) = SPACES
                       OR WS-AD-ADDRESS-1 (WS-ADDR-CHOSEN) = SPACES
                       OR WS-AD-CITY (WS-ADDR-CHOSEN) = SPACES
                       OR WS-AD-STATE (WS-ADDR-CHOSEN) = SPACES
                       OR WS-AD-POSTAL (WS-ADDR-CHOSEN) = SPACES
                       MOVE "SHIP-TO ADDRESS INCOMPLETE"
                           TO WS-ADDR-REASON
                   WHEN WS-AD-CARRIER (WS-ADDR-CHOSEN) = SPACES
                       MOVE "NO CARRIER ON THE SHIP-TO ADDRESS"
                           TO WS-ADDR-REASON
               END-EVALUATE
           END-IF
           IF WS-ADDR-REASON NOT = SPACES
               PERFORM EXCEPT-THE-SHIPMENT
           ELSE
               PERFORM READY-THE-SHIPMENT
           END-IF.

       CONSIDER-ONE-ADDRESS.
           ADD 1 TO WS-ADDR-CUST-COUNT
           MOVE WS-ADDR-IDX TO WS-ADDR-ONLY-IDX
           IF WS-AD-DEFAULT (WS-ADDR-IDX) = "Y"
                   AND WS-ADDR-DEFAULT-IDX = 0
               MOVE WS-ADDR-IDX TO WS-ADDR-DEFAULT-IDX
           END-IF
           IF WS-SH-SHIPTO (WS-SHIP-IDX) NOT = SPACES
                   AND WS-AD-CODE (WS-ADDR-IDX)
                       = WS-SH-SHIPTO (WS-SHIP-IDX)
                   AND WS-ADDR-CHOSEN = 0
               MOVE WS-ADDR-IDX TO WS-ADDR-CHOSEN
           END-IF.

       EXCEPT-THE-SHIPMENT.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE "X" TO WS-SH-STATUS (WS-SHIP-IDX)
           MOVE WS-SH-WEIGHT (WS-SHIP-IDX) TO WS-WEIGHT-DISPLAY
           MOVE SPACES TO SHIP-EXCEPTION-RECORD
           STRING "*** NOT TO THE DOCK: ORDER "
               WS-SH-ORDER (WS-SHIP-IDX)
               " CUSTOMER " WS-SH-CUSTOMER (WS-SHIP-IDX)
               " SHIP-TO '" WS-SH-SHIPTO (WS-SHIP-IDX) "' - "
               WS-ADDR-REASON
               DELIMITED BY SIZE INTO SHIP-EXCEPTION-RECORD
           END-STRING
           WRITE SHIP-EXCEPTION-RECORD
           MOVE SPACES TO SHIP-EXCEPTION-RECORD
           STRING "    " WS-SH-LINES (WS-SHIP-IDX) " LINE(S), "
               WS-SH-UNITS (WS-SHIP-IDX) " UNIT(S), "
               WS-WEIGHT-DISPLAY " LB HELD BACK"
               DELIMITED BY SIZE INTO SHIP-EXCEPTION-RECORD
           END-STRING
           WRITE SHIP-EXCEPTION-RECORD.

       READY-THE-SHIPMENT.
           *> Cartons: the weight over the carton limit, any part
           *> carton a carton of its own, and never none at all.
           ADD 1 TO WS-SHIPPED-COUNT
           MOVE WS-ADDR-CHOSEN TO WS-SH-ADDR-IDX (WS-SHIP-IDX)
           MOVE WS-AD-CARRIER (WS-ADDR-CHOSEN)
               TO WS-SH-CARRIER (WS-SHIP-IDX)
           DIVIDE WS-SH-WEIGHT (WS-SHIP-IDX) BY WS-CARTON-LIMIT
               GIVING WS-CARTON-QUOTIENT
               REMAINDER WS-CARTON-REMAINDER
           IF WS-CARTON-REMAINDER > 0 OR WS-CARTON-QUOTIENT = 0
               ADD 1 TO WS-CARTON-QUOTIENT
           END-IF
           MOVE WS-CARTON-QUOTIENT TO WS-SH-CARTONS (WS-SHIP-IDX)
           ADD WS-SH-CARTONS (WS-SHIP-IDX) TO WS-RUN-CARTONS
           ADD WS-SH-WEIGHT (WS-SHIP-IDX) TO WS-RUN-WEIGHT
           MOVE 0 TO WS-THIS-CARRIER
           PERFORM VARYING WS-CARRIER-IDX FROM 1 BY 1
                   UNTIL WS-CARRIER-IDX > WS-CARRIER-COUNT
                       OR WS-THIS-CARRIER > 0
               IF WS-CR-CARRIER (WS-CARRIER-IDX)
                       = WS-SH-CARRIER (WS-SHIP-IDX)
                   MOVE WS-CARRIER-IDX TO WS-THIS-CARRIER
               END-IF
           END-PERFORM
           IF WS-THIS-CARRIER = 0 AND WS-CARRIER-COUNT < 100
               ADD 1 TO WS-CARRIER-COUNT
               MOVE WS-CARRIER-COUNT TO WS-THIS-CARRIER
               MOVE WS-SH-CARRIER (WS-SHIP-IDX)
                   TO WS-CR-CARRIER (WS-THIS-CARRIER)
               MOVE 0 TO WS-CR-SHIPMENTS (WS-THIS-CARRIER)
               MOVE 0 TO WS-CR-CARTONS (WS-THIS-CARRIER)
               MOVE 0 TO WS-CR-WEIGHT (WS-THIS-CARRIER)
           END-IF
           IF WS-THIS-CARRIER > 0
               ADD 1 TO WS-CR-SHIPMENTS (WS-THIS-CARRIER)
               ADD WS-SH-CARTONS (WS-SHIP-IDX)
                   TO WS-CR-CARTONS (WS-THIS-CARRIER)
               ADD WS-SH-WEIGHT (WS-SHIP-IDX)
                   TO WS-CR-WEIGHT (WS-THIS-CARRIER)
           END-IF.

      *> Exchange sort: carrier first (the bills of lading and
      *> the dock lanes), then order and ship-to inside each.
       SORT-BY-CARRIER.
           SET WS-A-SWAP-HAPPENED TO TRUE
           PERFORM UNTIL NOT WS-A-SWAP-HAPPENED
               MOVE "N" TO WS-SORT-SWAPPED
               PERFORM VARYING WS-SHIP-IDX FROM 1 BY 1
                       UNTIL WS-SHIP-IDX >= WS-SHIP-COUNT
                   COMPUTE WS-SWAP-IDX = WS-SHIP-IDX + 1
                   IF WS-SH-CARRIER (WS-SHIP-IDX)
                           > WS-SH-CARRIER (WS-SWAP-IDX)
                       OR (WS-SH-CARRIER (WS-SHIP-IDX)
                               = WS-SH-CARRIER (WS-SWAP-IDX)
                           AND WS-SH-ORDER (WS-SHIP-IDX)
                               > WS-SH-ORDER (WS-SWAP-IDX))
                       OR (WS-SH-CARRIER (WS-SHIP-IDX)
                               = WS-SH-CARRIER (WS-SWAP-IDX)
                           AND WS-SH-ORDER (WS-SHIP-IDX)
                               = WS-SH-ORDER (WS-SWAP-IDX)
                           AND WS-SH-SHIPTO (WS-SHIP-IDX)
                               > WS-SH-SHIPTO (WS-SWAP-IDX))
                       MOVE WS-SHIP-ENTRY (WS-SHIP-IDX)
                           TO WS-SHIP-HOLD
                       MOVE WS-SHIP-ENTRY (WS-SWAP-IDX)
                           TO WS-SHIP-ENTRY (WS-SHIP-IDX)
                       MOVE WS-SHIP-HOLD
                           TO WS-SHIP-ENTRY (WS-SWAP-IDX)
                       SET WS-A-SWAP-HAPPENED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-LABELS.
           PERFORM VARYING WS-SHIP-IDX FROM 1 BY 1
                   UNTIL WS-SHIP-IDX > WS-SHIP-COUNT
               IF WS-SH-SHIPS (WS-SHIP-IDX)
                   MOVE WS-SH-ADDR-IDX (WS-SHIP-IDX)
                       TO WS-ADDR-IDX
                   PERFORM VARYING WS-CARTON-NUMBER FROM 1 BY 1
                           UNTIL WS-CARTON-NUMBER
                               > WS-SH-CARTONS (WS-SHIP-IDX)
                       PERFORM PRINT-ONE-LABEL
                   END-PERFORM
               END-IF
           END-PERFORM.

       PRINT-ONE-LABEL.
           ADD 1 TO WS-LABEL-COUNT
           MOVE SPACES TO LABEL-RECORD
           MOVE "1" TO LB-CTRL-CHAR
           STRING "SHIP TO:  " WS-AD-NAME (WS-ADDR-IDX)
               DELIMITED BY SIZE INTO LB-DATA
           END-STRING
           WRITE LABEL-RECORD
           MOVE SPACES TO LABEL-RECORD
           STRING "          " WS-AD-ADDRESS-1 (WS-ADDR-IDX)
               DELIMITED BY SIZE INTO LB-DATA
           END-STRING
           WRITE LABEL-RECORD
           IF WS-AD-ADDRESS-2 (WS-ADDR-IDX) NOT = SPACES
               MOVE SPACES TO LABEL-RECORD
               STRING "          " WS-AD-ADDRESS-2 (WS-ADDR-IDX)
                   DELIMITED BY SIZE INTO LB-DATA
               END-STRING
               WRITE LABEL-RECORD
           END-IF
           PERFORM BUILD-CITY-LINE
           MOVE SPACES TO LABEL-RECORD
           STRING "          " WS-CITY-LINE
               DELIMITED BY SIZE INTO LB-DATA
           END-STRING
           WRITE LABEL-RECORD
           MOVE SPACES TO LABEL-RECORD
           WRITE LABEL-RECORD
           MOVE SPACES TO LABEL-RECORD
           STRING "ORDER " WS-SH-ORDER (WS-SHIP-IDX)
               "  CUSTOMER " WS-SH-CUSTOMER (WS-SHIP-IDX)
               "  SHIP-TO " WS-AD-CODE (WS-ADDR-IDX)
               "  SHIPPED " WS-SHIP-DATE
               DELIMITED BY SIZE INTO LB-DATA
           END-STRING
           WRITE LABEL-RECORD
           MOVE WS-CARTON-NUMBER TO WS-CARTON-DISPLAY
           MOVE WS-SH-CARTONS (WS-SHIP-IDX) TO WS-CARTON-OF-DISPLAY
           MOVE SPACES TO LABEL-RECORD
           STRING "VIA " WS-SH-CARRIER (WS-SHIP-IDX)
               "  CARTON " WS-CARTON-DISPLAY
               " OF " WS-CARTON-OF-DISPLAY
               DELIMITED BY SIZE INTO LB-DATA
           END-STRING
           WRITE LABEL-RECORD.

       BUILD-CITY-LINE.
           MOVE SPACES TO WS-CITY-LINE
           STRING WS-AD-CITY (WS-ADDR-IDX) DELIMITED BY "  "
               ", " WS-AD-STATE (WS-ADDR-IDX)
               "  " WS-AD-POSTAL (WS-ADDR-IDX)
               DELIMITED BY SIZE INTO WS-CITY-LINE
           END-STRING.

       PRINT-BILLS-OF-LADING.
           *> One bill per carrier: the shipments the driver takes,
           *> the carrier's totals, and both signatures.
           MOVE SPACES TO WS-CURRENT-CARRIER
           PERFORM VARYING WS-SHIP-IDX FROM 1 BY 1
                   UNTIL WS-SHIP-IDX > WS-SHIP-COUNT
               IF WS-SH-SHIPS (WS-SHIP-IDX)
                   IF WS-SH-CARRIER (WS-SHIP-IDX)
                           NOT = WS-CURRENT-CARRIER
                       IF WS-CURRENT-CARRIER NOT = SPACES
                           PERFORM CLOSE-ONE-BILL
                       END-IF
                       MOVE WS-SH-CARRIER (WS-SHIP-IDX)
                           TO WS-CURRENT-CARRIER
                       PERFORM OPEN-ONE-BILL
                   END-IF
                   PERFORM PRINT-ONE-BILL-LINE
               END-IF
           END-PERFORM
           IF WS-CURRENT-CARRIER NOT = SPACES
               PERFORM CLOSE-ONE-BILL
           END-IF.

       OPEN-ONE-BILL.
           MOVE SPACES TO LADING-RECORD
           MOVE "1" TO BL-CTRL-CHAR
           STRING "BILL OF LADING - CARRIER " WS-CURRENT-CARRIER
               "   SHIP DATE " WS-SHIP-DATE
               DELIMITED BY SIZE INTO BL-DATA
           END-STRING
           WRITE LADING-RECORD
           MOVE SPACES TO LADING-RECORD
           MOVE " " TO BL-CTRL-CHAR
           STRING "  ORDER    CUSTMR  CONSIGNEE"
               "                       CITY / STATE / POSTAL"
               "                  CARTONS    WEIGHT LB"
               DELIMITED BY SIZE INTO BL-DATA
           END-STRING
           WRITE LADING-RECORD.

       PRINT-ONE-BILL-LINE.
           MOVE WS-SH-ADDR-IDX (WS-SHIP-IDX) TO WS-ADDR-IDX
           PERFORM BUILD-CITY-LINE
           MOVE WS-SH-CARTONS (WS-SHIP-IDX) TO WS-CARTON-DISPLAY
           MOVE WS-SH-WEIGHT (WS-SHIP-IDX) TO WS-WEIGHT-DISPLAY
           MOVE SPACES TO LADING-RECORD
           MOVE " " TO BL-CTRL-CHAR
           STRING "  " WS-SH-ORDER (WS-SHIP-IDX)
               " " WS-SH-CUSTOMER (WS-SHIP-IDX)
               "  " WS-AD-NAME (WS-ADDR-IDX)
               " " WS-CITY-LINE
               " " WS-CARTON-DISPLAY
               " " WS-WEIGHT-DISPLAY
               DELIMITED BY SIZE INTO BL-DATA
           END-STRING
           WRITE LADING-RECORD.

       CLOSE-ONE-BILL.
           PERFORM FIND-CURRENT-CARRIER
           MOVE WS-CR-SHIPMENTS (WS-THIS-CARRIER)
               TO WS-SHIPMENT-DISPLAY
           MOVE WS-CR-CARTONS (WS-THIS-CARRIER)
               TO WS-TOTAL-CARTON-DISPLAY
           MOVE WS-CR-WEIGHT (WS-THIS-CARRIER)
               TO WS-TOTAL-WEIGHT-DISPLAY
           MOVE SPACES TO LADING-RECORD
           MOVE "0" TO BL-CTRL-CHAR
           STRING "  CARRIER TOTAL: " WS-SHIPMENT-DISPLAY
               " SHIPMENT(S)  " WS-TOTAL-CARTON-DISPLAY
               " CARTON(S)  " WS-TOTAL-WEIGHT-DISPLAY " LB"
               DELIMITED BY SIZE INTO BL-DATA
           END-STRING
           WRITE LADING-RECORD
           MOVE SPACES TO LADING-RECORD
           MOVE "0" TO BL-CTRL-CHAR
           STRING "  SHIPPER: ______________________________"
               "   CARRIER: ______________________________"
               DELIMITED BY SIZE INTO BL-DATA
           END-STRING
           WRITE LADING-RECORD.

       FIND-CURRENT-CARRIER.
           MOVE 0 TO WS-THIS-CARRIER
           PERFORM VARYING WS-CARRIER-IDX FROM 1 BY 1
                   UNTIL WS-CARRIER-IDX > WS-CARRIER-COUNT
                       OR WS-THIS-CARRIER > 0
               IF WS-CR-CARRIER (WS-CARRIER-IDX)
                       = WS-CURRENT-CARRIER
                   MOVE WS-CARRIER-IDX TO WS-THIS-CARRIER
               END-IF
           END-PERFORM
      *> Past the carrier limit the totals cannot be told apart;
      *> the last slot stands in rather than subscripting zero.
           IF WS-THIS-CARRIER = 0
               MOVE WS-CARRIER-COUNT TO WS-THIS-CARRIER
           END-IF.

       PRINT-CARRIER-MANIFEST.
           MOVE SPACES TO MANIFEST-RECORD
           MOVE "1" TO MN-CTRL-CHAR
           STRING "DAILY CARRIER MANIFEST - SHIP DATE " WS-SHIP-DATE
               DELIMITED BY SIZE INTO MN-DATA
           END-STRING
           WRITE MANIFEST-RECORD
           MOVE SPACES TO MANIFEST-RECORD
           MOVE " " TO MN-CTRL-CHAR
           STRING "  CARRIER     SHIPMENTS    CARTONS"
               "       WEIGHT LB   DRIVER SIGNATURE"
               DELIMITED BY SIZE INTO MN-DATA
           END-STRING
           WRITE MANIFEST-RECORD
           PERFORM VARYING WS-CARRIER-IDX FROM 1 BY 1
                   UNTIL WS-CARRIER-IDX > WS-CARRIER-COUNT
               MOVE WS-CR-SHIPMENTS (WS-CARRIER-IDX)
                   TO WS-SHIPMENT-DISPLAY
               MOVE WS-CR-CARTONS (WS-CARRIER-IDX)
                   TO WS-TOTAL-CARTON-DISPLAY
               MOVE WS-CR-WEIGHT (WS-CARRIER-IDX)
                   TO WS-TOTAL-WEIGHT-DISPLAY
               MOVE SPACES TO MANIFEST-RECORD
               MOVE "0" TO MN-CTRL-CHAR
               STRING "  " WS-CR-CARRIER (WS-CARRIER-IDX)
                   "   " WS-SHIPMENT-DISPLAY
                   "  " WS-TOTAL-CARTON-DISPLAY
                   " " WS-TOTAL-WEIGHT-DISPLAY
                   "   ____________________  TIME ______"
                   DELIMITED BY SIZE INTO MN-DATA
               END-STRING
               WRITE MANIFEST-RECORD
           END-PERFORM
           MOVE WS-SHIPPED-COUNT TO WS-SHIPMENT-DISPLAY
           MOVE WS-RUN-CARTONS TO WS-TOTAL-CARTON-DISPLAY
           MOVE WS-RUN-WEIGHT TO WS-TOTAL-WEIGHT-DISPLAY
           MOVE SPACES TO MANIFEST-RECORD
           MOVE "0" TO MN-CTRL-CHAR
           STRING "  ALL CARRIERS " WS-SHIPMENT-DISPLAY
               "  " WS-TOTAL-CARTON-DISPLAY
               " " WS-TOTAL-WEIGHT-DISPLAY
               DELIMITED BY SIZE INTO MN-DATA
           END-STRING
           WRITE MANIFEST-RECORD
           IF WS-EXCEPTION-COUNT > 0
               MOVE SPACES TO MANIFEST-RECORD
               MOVE "0" TO MN-CTRL-CHAR
               MOVE WS-EXCEPTION-COUNT TO WS-SHIPMENT-DISPLAY
               STRING "  " WS-SHIPMENT-DISPLAY
                   " SHIPMENT(S) HELD OFF THE DOCK - SEE THE "
                   "SHIPPING EXCEPTION LIST"
                   DELIMITED BY SIZE INTO MN-DATA
               END-STRING
               WRITE MANIFEST-RECORD
           END-IF.

       COPY KITLOAD.

       COPY WGTLOAD.

       END PROGRAM SHIPDOC.
