       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVALU.

      *> Month-end inventory valuation and stock status.  "What
      *> is our stock worth" used to mean a spreadsheet built from
      *> an ITEMMAST dump.  This sweeps the item master and, per
      *> item:
      *>   - values IM-QUANTITY at the item's moving-average cost
      *>     from ITEMCOST (the ITMBASE figure for an item never
      *>     yet received; an item with neither is valued at zero
      *>     and marked NO COST);
      *>   - shows the quantity committed to customers (open
      *>     backorders on BACKORD), the quantity on order (open
      *>     PO lines on POOPEN, ordered less received), and the
      *>     quantity available: on hand plus on order less
      *>     committed -- negative when the customers are owed
      *>     more than is coming.
      *> Items are grouped under their CATMAST category names,
      *> with category subtotals and a grand total.  The grand
      *> total also goes to the valuation control file (VALCTL),
      *> one machine-readable record per run, for finance to tie
      *> to the general ledger.  The period valued is the one on
      *> VALCARD (YYYY-MM), else the current month.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ITEMMAST-SEL.
       COPY ITEMCOST-SEL.
       COPY BACKORD-SEL.
       COPY POOPEN-SEL.
       COPY VALCTL-SEL.
           SELECT ITEM-BASE-FILE ASSIGN TO "ITMBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITMBASE-STATUS.
           SELECT CATEGORY-MASTER-FILE ASSIGN TO "CATMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATMAST-STATUS.
           SELECT VALUATION-CARD-FILE ASSIGN TO "VALCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALCARD-STATUS.
           SELECT VALUATION-REPORT-FILE ASSIGN TO "VALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY ITEMMAST-FD.
       COPY ITEMCOST-FD.
       COPY BACKORD-FD.
       COPY POOPEN-FD.
       COPY VALCTL-FD.

      *> MRGNCMPL's base-price layout (see MRGNCMPL).
       FD  ITEM-BASE-FILE.
       01  ITEM-BASE-RECORD.
           05  IB-ITEM-NUMBER          PIC X(6).
           05  IB-BASE-PRICE           PIC X(7).
           05  IB-BASE-PRICE-NUM REDEFINES IB-BASE-PRICE
                                       PIC 9(5)V99.
           05  FILLER                  PIC X(67).

      *> ITMPRICE's category-master layout (see ITMPRICE).
       FD  CATEGORY-MASTER-FILE.
       01  CATEGORY-MASTER-RECORD.
           05  CM-CATEGORY-CODE        PIC X(4).
           05  FILLER                  PIC X(1).
           05  CM-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(45).

       FD  VALUATION-CARD-FILE.
       01  VALUATION-CARD-RECORD.
           05  VL-PERIOD               PIC X(7).
           05  FILLER                  PIC X(73).

       FD  VALUATION-REPORT-FILE.
       01  VALUATION-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-ITEMMAST-STATUS          PIC XX VALUE SPACES.
       01  WS-ITEMCOST-STATUS          PIC XX VALUE SPACES.
       01  WS-BACKORD-STATUS           PIC XX VALUE SPACES.
       01  WS-POOPEN-STATUS            PIC XX VALUE SPACES.
       01  WS-VALCTL-STATUS            PIC XX VALUE SPACES.
       01  WS-ITMBASE-STATUS           PIC XX VALUE SPACES.
       01  WS-CATMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-VALCARD-STATUS           PIC XX VALUE SPACES.
       01  WS-VALRPT-STATUS            PIC XX VALUE SPACES.
       01  WS-FILE-EOF                 PIC X VALUE "N".
           88  WS-FILE-AT-EOF          VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 99.
           05  WS-TODAY-DD             PIC 99.
       01  WS-TODAY-TEXT               PIC X(10) VALUE SPACES.
       01  WS-PERIOD                   PIC X(7) VALUE SPACES.
      *> Costs in memory: SOURCE C moving average, B ITMBASE.
       01  WS-COST-TABLE.
           05  WS-COST-ENTRY OCCURS 3000 TIMES.
               10  WS-COST-ITEM        PIC X(6).
               10  WS-COST-VALUE       PIC 9(5)V99.
               10  WS-COST-SOURCE      PIC X.
       01  WS-COST-COUNT               PIC 9(4) VALUE 0.
       01  WS-COST-IDX                 PIC 9(4) VALUE 0.
       01  WS-COST-FOUND               PIC X VALUE "N".
           88  WS-COST-WAS-FOUND       VALUE "Y".
       01  WS-COST-WANTED              PIC X(6) VALUE SPACES.
      *> Committed and on-order quantities per item.
       01  WS-QTY-TABLE.
           05  WS-QTY-ENTRY OCCURS 3000 TIMES.
               10  WS-QTY-ITEM         PIC X(6).
               10  WS-QTY-COMMITTED    PIC 9(7).
               10  WS-QTY-ON-ORDER     PIC 9(7).
       01  WS-QTY-COUNT                PIC 9(4) VALUE 0.
       01  WS-QTY-IDX                  PIC 9(4) VALUE 0.
       01  WS-QTY-FOUND                PIC X VALUE "N".
           88  WS-QTY-WAS-FOUND        VALUE "Y".
       01  WS-QTY-WANTED               PIC X(6) VALUE SPACES.
       01  WS-QTY-OVERFLOW             PIC 9(5) VALUE 0.
       01  WS-OPEN-QTY                 PIC 9(5) VALUE 0.
      *> Category names.
       01  WS-CATEGORY-TABLE.
           05  WS-CATEGORY-ENTRY OCCURS 100 TIMES.
               10  WS-CATEGORY-CODE    PIC X(4).
               10  WS-CATEGORY-DESC    PIC X(30).
       01  WS-CATEGORY-COUNT           PIC 999 VALUE 0.
       01  WS-CATEGORY-IDX             PIC 999 VALUE 0.
       01  WS-CATEGORY-FOUND           PIC X VALUE "N".
           88  WS-CATEGORY-WAS-FOUND   VALUE "Y".
      *> The master, valued, sorted by category for the print.
       01  WS-VALUE-TABLE.
           05  WS-VL-ENTRY OCCURS 3000 TIMES.
               10  WS-VL-CATEGORY      PIC X(4).
               10  WS-VL-ITEM          PIC X(6).
               10  WS-VL-ONHAND        PIC 9(5).
               10  WS-VL-COMMITTED     PIC 9(7).
               10  WS-VL-ON-ORDER      PIC 9(7).
               10  WS-VL-COST          PIC 9(5)V99.
               10  WS-VL-COST-SOURCE   PIC X.
               10  WS-VL-VALUE         PIC 9(11)V99.
       01  WS-VL-COUNT                 PIC 9(4) VALUE 0.
       01  WS-VL-IDX                   PIC 9(4) VALUE 0.
       01  WS-VL-SWAP-IDX              PIC 9(4) VALUE 0.
       01  WS-VL-HOLD                  PIC X(50).
       01  WS-SORT-SWAPPED             PIC X VALUE "N".
           88  WS-A-SWAP-HAPPENED      VALUE "Y".
       01  WS-ITEMS-SKIPPED            PIC 9(5) VALUE 0.
      *> Category break and totals.
       01  WS-CURRENT-CATEGORY         PIC X(4) VALUE SPACES.
       01  WS-CAT-IS-OPEN-FLAG         PIC X VALUE "N".
           88  WS-CAT-IS-OPEN          VALUE "Y".
       01  WS-CAT-TOTALS.
           05  WS-CT-ONHAND            PIC 9(9).
           05  WS-CT-COMMITTED         PIC 9(9).
           05  WS-CT-ON-ORDER          PIC 9(9).
           05  WS-CT-VALUE             PIC 9(13)V99.
       01  WS-GRAND-TOTALS.
           05  WS-GT-ONHAND            PIC 9(11) VALUE 0.
           05  WS-GT-COMMITTED         PIC 9(11) VALUE 0.
           05  WS-GT-ON-ORDER          PIC 9(11) VALUE 0.
           05  WS-GT-VALUE             PIC 9(13)V99 VALUE 0.
       01  WS-UNCOSTED-COUNT           PIC 9(7) VALUE 0.
       01  WS-AVAILABLE                PIC S9(11) VALUE 0.
       01  WS-AVAIL-DISPLAY            PIC -(10)9.
       01  WS-COST-DISPLAY             PIC Z(4)9.99.
       01  WS-VALUE-DISPLAY            PIC Z(10)9.99.
       01  WS-TOTAL-DISPLAY            PIC Z(12)9.99.
       01  WS-COST-NOTE                PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       INVVALU-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           MOVE WS-TODAY-TEXT (1:7) TO WS-PERIOD
           PERFORM READ-VALUATION-CARD
           PERFORM LOAD-THE-COSTS
           PERFORM LOAD-CATEGORY-NAMES
           PERFORM LOAD-COMMITTED-QUANTITIES
           PERFORM LOAD-ON-ORDER-QUANTITIES
           PERFORM SWEEP-THE-MASTER
           PERFORM SORT-ITEMS-BY-CATEGORY
           OPEN OUTPUT VALUATION-REPORT-FILE
           IF WS-VALRPT-STATUS NOT = "00"
               MOVE "MT0935E" TO WS-OM-ID
               STRING "INVVALU: VALRPT NOT AVAILABLE - "
                   "VALUATION NOT PRODUCED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO VALUATION-REPORT-RECORD
           STRING "INVENTORY VALUATION AND STOCK STATUS - PERIOD "
               WS-PERIOD "  RUN " WS-TODAY-TEXT
               DELIMITED BY SIZE INTO VALUATION-REPORT-RECORD
           END-STRING
           WRITE VALUATION-REPORT-RECORD
           MOVE SPACES TO VALUATION-REPORT-RECORD
           STRING "ITEM     ON HAND   COMMITTED    ON ORDER"
               "    AVAILABLE  UNIT COST          VALUE"
               DELIMITED BY SIZE INTO VALUATION-REPORT-RECORD
           END-STRING
           WRITE VALUATION-REPORT-RECORD
           PERFORM VARYING WS-VL-IDX FROM 1 BY 1
                   UNTIL WS-VL-IDX > WS-VL-COUNT
               PERFORM PRINT-ONE-ITEM
           END-PERFORM
           IF WS-CAT-IS-OPEN
               PERFORM WRITE-CATEGORY-SUBTOTAL
           END-IF
           PERFORM WRITE-GRAND-TOTAL
           CLOSE VALUATION-REPORT-FILE
           PERFORM WRITE-CONTROL-RECORD
           MOVE WS-GT-VALUE TO WS-TOTAL-DISPLAY
           DISPLAY "===== INVVALU END-OF-JOB SUMMARY ====="
           DISPLAY "PERIOD VALUED       : " WS-PERIOD
           DISPLAY "ITEMS VALUED        : " WS-VL-COUNT
           DISPLAY "UNITS ON HAND       : " WS-GT-ONHAND
           DISPLAY "INVENTORY VALUE     : " WS-TOTAL-DISPLAY
           DISPLAY "STOCKED, NO COST    : " WS-UNCOSTED-COUNT
           DISPLAY "ITEMS NOT VALUED    : " WS-ITEMS-SKIPPED
           DISPLAY "======================================"
           IF (WS-UNCOSTED-COUNT > 0 OR WS-ITEMS-SKIPPED > 0
                   OR WS-QTY-OVERFLOW > 0)
                   AND RETURN-CODE = 0
               MOVE "MT0937W" TO WS-OM-ID
               STRING "INVVALU: VALUATION INCOMPLETE - "
                   WS-UNCOSTED-COUNT " UNCOSTED, "
                   WS-ITEMS-SKIPPED " NOT VALUED, "
                   WS-QTY-OVERFLOW " QUANTITY ITEMS LOST"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       READ-VALUATION-CARD.
           OPEN INPUT VALUATION-CARD-FILE
           IF WS-VALCARD-STATUS = "00"
               READ VALUATION-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VL-PERIOD (1:4) NUMERIC
                               AND VL-PERIOD (6:2) NUMERIC
                           MOVE VL-PERIOD TO WS-PERIOD
                       END-IF
               END-READ
               CLOSE VALUATION-CARD-FILE
           END-IF.

       LOAD-THE-COSTS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ITEM-COST-FILE
           IF WS-ITEMCOST-STATUS NOT = "00"
               DISPLAY "INVVALU: NO ITEMCOST FILE - VALUING ON "
                   "ITMBASE FIGURES ONLY"
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ ITEM-COST-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-COST-COUNT < 3000
                                   AND IC-AVERAGE-COST NUMERIC
                                   AND IC-AVERAGE-COST > 0
                               ADD 1 TO WS-COST-COUNT
                               MOVE IC-ITEM-NUMBER
                                   TO WS-COST-ITEM (WS-COST-COUNT)
                               MOVE IC-AVERAGE-COST
                                   TO WS-COST-VALUE (WS-COST-COUNT)
                               MOVE "C"
                                   TO WS-COST-SOURCE (WS-COST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-COST-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ITEM-BASE-FILE
           IF WS-ITMBASE-STATUS = "00"
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ ITEM-BASE-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF IB-BASE-PRICE NUMERIC
                                   AND IB-BASE-PRICE-NUM > 0
                               PERFORM ADD-HAND-KEPT-COST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-BASE-FILE
           END-IF.

      *> As in MRGNCMPL: an ITMBASE figure counts only where the
      *> item has no moving-average cost yet.
       ADD-HAND-KEPT-COST.
           MOVE IB-ITEM-NUMBER TO WS-COST-WANTED
           PERFORM FIND-THE-COST
           IF NOT WS-COST-WAS-FOUND AND WS-COST-COUNT < 3000
               ADD 1 TO WS-COST-COUNT
               MOVE IB-ITEM-NUMBER TO WS-COST-ITEM (WS-COST-COUNT)
               MOVE IB-BASE-PRICE-NUM
                   TO WS-COST-VALUE (WS-COST-COUNT)
               MOVE "B" TO WS-COST-SOURCE (WS-COST-COUNT)
           END-IF.

       FIND-THE-COST.
           MOVE "N" TO WS-COST-FOUND
           PERFORM VARYING WS-COST-IDX FROM 1 BY 1
                   UNTIL WS-COST-IDX > WS-COST-COUNT
                       OR WS-COST-WAS-FOUND
               IF WS-COST-ITEM (WS-COST-IDX) = WS-COST-WANTED
                   SET WS-COST-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-COST-WAS-FOUND
               SUBTRACT 1 FROM WS-COST-IDX
           END-IF.

       LOAD-CATEGORY-NAMES.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT CATEGORY-MASTER-FILE
           IF WS-CATMAST-STATUS NOT = "00"
               DISPLAY "INVVALU: NO CATEGORY MASTER - CATEGORIES "
                   "PRINT WITHOUT NAMES"
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ CATEGORY-MASTER-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-CATEGORY-COUNT < 100
                               ADD 1 TO WS-CATEGORY-COUNT
                               MOVE CM-CATEGORY-CODE TO
                                   WS-CATEGORY-CODE
                                       (WS-CATEGORY-COUNT)
                               MOVE CM-DESCRIPTION TO
                                   WS-CATEGORY-DESC
                                       (WS-CATEGORY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATEGORY-MASTER-FILE
           END-IF.

       LOAD-COMMITTED-QUANTITIES.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT BACKORDER-FILE
           IF WS-BACKORD-STATUS NOT = "00"
               DISPLAY "INVVALU: NO BACKORD FILE - NOTHING "
                   "COMMITTED"
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ BACKORDER-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF BO-QUANTITY NUMERIC
                               MOVE BO-ITEM-NUMBER TO WS-QTY-WANTED
                               PERFORM FIND-OR-ADD-QTY-ITEM
                               IF WS-QTY-IDX > 0
                                   ADD BO-QUANTITY TO
                                       WS-QTY-COMMITTED (WS-QTY-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKORDER-FILE
           END-IF.

       LOAD-ON-ORDER-QUANTITIES.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-POOPEN-STATUS NOT = "00"
               DISPLAY "INVVALU: NO POOPEN FILE - NOTHING ON ORDER"
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ PURCHASE-ORDER-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF NOT PO-IS-CLOSED
                               COMPUTE WS-OPEN-QTY =
                                   PO-ORDER-QTY - PO-RECEIVED-QTY
                               MOVE PO-ITEM-NUMBER TO WS-QTY-WANTED
                               PERFORM FIND-OR-ADD-QTY-ITEM
                               IF WS-QTY-IDX > 0
                                   ADD WS-OPEN-QTY TO
                                       WS-QTY-ON-ORDER (WS-QTY-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-ORDER-FILE
           END-IF.

       FIND-OR-ADD-QTY-ITEM.
           PERFORM FIND-QTY-ITEM
           IF NOT WS-QTY-WAS-FOUND
               IF WS-QTY-COUNT < 3000
                   ADD 1 TO WS-QTY-COUNT
                   MOVE WS-QTY-COUNT TO WS-QTY-IDX
                   MOVE WS-QTY-WANTED TO WS-QTY-ITEM (WS-QTY-IDX)
                   MOVE 0 TO WS-QTY-COMMITTED (WS-QTY-IDX)
                   MOVE 0 TO WS-QTY-ON-ORDER (WS-QTY-IDX)
               ELSE
                   ADD 1 TO WS-QTY-OVERFLOW
                   MOVE 0 TO WS-QTY-IDX
               END-IF
           END-IF.

       FIND-QTY-ITEM.
           MOVE "N" TO WS-QTY-FOUND
           PERFORM VARYING WS-QTY-IDX FROM 1 BY 1
                   UNTIL WS-QTY-IDX > WS-QTY-COUNT
                       OR WS-QTY-WAS-FOUND
               IF WS-QTY-ITEM (WS-QTY-IDX) = WS-QTY-WANTED
                   SET WS-QTY-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-QTY-WAS-FOUND
               SUBTRACT 1 FROM WS-QTY-IDX
           ELSE
               MOVE 0 TO WS-QTY-IDX
           END-IF.

       SWEEP-THE-MASTER.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ITEM-MASTER-FILE
           IF WS-ITEMMAST-STATUS NOT = "00"
               MOVE "MT0936E" TO WS-OM-ID
               STRING "INVVALU: ITEMMAST NOT AVAILABLE - "
                   "VALUATION NOT PRODUCED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ ITEM-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF WS-VL-COUNT < 3000
                           PERFORM VALUE-ONE-ITEM
                       ELSE
                           ADD 1 TO WS-ITEMS-SKIPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ITEM-MASTER-FILE.

       VALUE-ONE-ITEM.
           ADD 1 TO WS-VL-COUNT
           MOVE IM-CATEGORY-CODE TO WS-VL-CATEGORY (WS-VL-COUNT)
           MOVE IM-ITEM-NUMBER TO WS-VL-ITEM (WS-VL-COUNT)
           MOVE IM-QUANTITY TO WS-VL-ONHAND (WS-VL-COUNT)
           MOVE IM-ITEM-NUMBER TO WS-QTY-WANTED
           PERFORM FIND-QTY-ITEM
           IF WS-QTY-WAS-FOUND
               MOVE WS-QTY-COMMITTED (WS-QTY-IDX)
                   TO WS-VL-COMMITTED (WS-VL-COUNT)
               MOVE WS-QTY-ON-ORDER (WS-QTY-IDX)
                   TO WS-VL-ON-ORDER (WS-VL-COUNT)
           ELSE
               MOVE 0 TO WS-VL-COMMITTED (WS-VL-COUNT)
               MOVE 0 TO WS-VL-ON-ORDER (WS-VL-COUNT)
           END-IF
           MOVE IM-ITEM-NUMBER TO WS-COST-WANTED
           PERFORM FIND-THE-COST
           IF WS-COST-WAS-FOUND
               MOVE WS-COST-VALUE (WS-COST-IDX)
                   TO WS-VL-COST (WS-VL-COUNT)
               MOVE WS-COST-SOURCE (WS-COST-IDX)
                   TO WS-VL-COST-SOURCE (WS-VL-COUNT)
           ELSE
               MOVE 0 TO WS-VL-COST (WS-VL-COUNT)
               MOVE "N" TO WS-VL-COST-SOURCE (WS-VL-COUNT)
               IF IM-QUANTITY > 0
                   ADD 1 TO WS-UNCOSTED-COUNT
               END-IF
           END-IF
           COMPUTE WS-VL-VALUE (WS-VL-COUNT) =
               IM-QUANTITY * WS-VL-COST (WS-VL-COUNT).

      *> Category order for the print; items keep their key
      *> order within a category.
       SORT-ITEMS-BY-CATEGORY.
           SET WS-A-SWAP-HAPPENED TO TRUE
           PERFORM UNTIL NOT WS-A-SWAP-HAPPENED
               MOVE "N" TO WS-SORT-SWAPPED
               PERFORM VARYING WS-VL-IDX FROM 1 BY 1
                       UNTIL WS-VL-IDX >= WS-VL-COUNT
                   COMPUTE WS-VL-SWAP-IDX = WS-VL-IDX + 1
                   IF WS-VL-CATEGORY (WS-VL-IDX) >
                           WS-VL-CATEGORY (WS-VL-SWAP-IDX)
                       MOVE WS-VL-ENTRY (WS-VL-IDX) TO WS-VL-HOLD
                       MOVE WS-VL-ENTRY (WS-VL-SWAP-IDX)
                           TO WS-VL-ENTRY (WS-VL-IDX)
                       MOVE WS-VL-HOLD
                           TO WS-VL-ENTRY (WS-VL-SWAP-IDX)
                       SET WS-A-SWAP-HAPPENED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-ONE-ITEM.
           IF NOT WS-CAT-IS-OPEN
                   OR WS-VL-CATEGORY (WS-VL-IDX)
                       NOT = WS-CURRENT-CATEGORY
               IF WS-CAT-IS-OPEN
                   PERFORM WRITE-CATEGORY-SUBTOTAL
               END-IF
               PERFORM START-ONE-CATEGORY
           END-IF
           COMPUTE WS-AVAILABLE =
               WS-VL-ONHAND (WS-VL-IDX) + WS-VL-ON-ORDER (WS-VL-IDX)
               - WS-VL-COMMITTED (WS-VL-IDX)
           MOVE WS-AVAILABLE TO WS-AVAIL-DISPLAY
           MOVE WS-VL-COST (WS-VL-IDX) TO WS-COST-DISPLAY
           MOVE WS-VL-VALUE (WS-VL-IDX) TO WS-VALUE-DISPLAY
           EVALUATE WS-VL-COST-SOURCE (WS-VL-IDX)
               WHEN "B"
                   MOVE "ITMBASE" TO WS-COST-NOTE
               WHEN "N"
                   MOVE "NO COST" TO WS-COST-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-COST-NOTE
           END-EVALUATE
           MOVE SPACES TO VALUATION-REPORT-RECORD
           STRING WS-VL-ITEM (WS-VL-IDX)
               "     " WS-VL-ONHAND (WS-VL-IDX)
               "     " WS-VL-COMMITTED (WS-VL-IDX)
               "     " WS-VL-ON-ORDER (WS-VL-IDX)
               " " WS-AVAIL-DISPLAY
               "   " WS-COST-DISPLAY
               " " WS-VALUE-DISPLAY
               " " WS-COST-NOTE
               DELIMITED BY SIZE INTO VALUATION-REPORT-RECORD
           END-STRING
           WRITE VALUATION-REPORT-RECORD
           ADD WS-VL-ONHAND (WS-VL-IDX) TO WS-CT-ONHAND
           ADD WS-VL-COMMITTED (WS-VL-IDX) TO WS-CT-COMMITTED
           ADD WS-VL-ON-ORDER (WS-VL-IDX) TO WS-CT-ON-ORDER
           ADD WS-VL-VALUE (WS-VL-IDX) TO WS-CT-VALUE.

       START-ONE-CATEGORY.
           SET WS-CAT-IS-OPEN TO TRUE
           MOVE WS-VL-CATEGORY (WS-VL-IDX) TO WS-CURRENT-CATEGORY
           INITIALIZE WS-CAT-TOTALS
           MOVE "N" TO WS-CATEGORY-FOUND
           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
                   UNTIL WS-CATEGORY-IDX > WS-CATEGORY-COUNT
                       OR WS-CATEGORY-WAS-FOUND
               IF WS-CATEGORY-CODE (WS-CATEGORY-IDX)
                       = WS-CURRENT-CATEGORY
                   SET WS-CATEGORY-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           MOVE SPACES TO VALUATION-REPORT-RECORD
           WRITE VALUATION-REPORT-RECORD
           MOVE SPACES TO VALUATION-REPORT-RECORD
           IF WS-CATEGORY-WAS-FOUND
               SUBTRACT 1 FROM WS-CATEGORY-IDX
               STRING "CATEGORY " WS-CURRENT-CATEGORY " - "
                   WS-CATEGORY-DESC (WS-CATEGORY-IDX)
                   DELIMITED BY SIZE INTO VALUATION-REPORT-RECORD
               END-STRING
           ELSE
               STRING "CATEGORY " WS-CURRENT-CATEGORY
                   " - *** NOT ON CATEGORY MASTER ***"
                   DELIMITED BY SIZE INTO VALUATION-REPORT-RECORD
               END-STRING
           END-IF
           WRITE VALUATION-REPORT-RECORD.

       WRITE-CATEGORY-SUBTOTAL.
           COMPUTE WS-AVAILABLE =
               WS-CT-ONHAND + WS-CT-ON-ORDER - WS-CT-COMMITTED
           MOVE WS-AVAILABLE TO WS-AVAIL-DISPLAY
           MOVE WS-CT-VALUE TO WS-TOTAL-DISPLAY
           MOVE SPACES TO VALUATION-REPORT-RECORD
           STRING "  CATEGORY " WS-CURRENT-CATEGORY " TOTAL"
               "  ON HAND " WS-CT-ONHAND
               "  COMMITTED " WS-CT-COMMITTED
               "  ON ORDER " WS-CT-ON-ORDER
               "  AVAILABLE " WS-AVAIL-DISPLAY
               "  VALUE " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO VALUATION-REPORT-RECORD
           END-STRING
           WRITE VALUATION-REPORT-RECORD
           ADD WS-CT-ONHAND TO WS-GT-ONHAND
           ADD WS-CT-COMMITTED TO WS-GT-COMMITTED
           ADD WS-CT-ON-ORDER TO WS-GT-ON-ORDER
           ADD WS-CT-VALUE TO WS-GT-VALUE.

       WRITE-GRAND-TOTAL.
           COMPUTE WS-AVAILABLE =
               WS-GT-ONHAND + WS-GT-ON-ORDER - WS-GT-COMMITTED
           MOVE WS-AVAILABLE TO WS-AVAIL-DISPLAY
           MOVE WS-GT-VALUE TO WS-TOTAL-DISPLAY
           MOVE SPACES TO VALUATION-REPORT-RECORD
           WRITE VALUATION-REPORT-RECORD
           MOVE SPACES TO VALUATION-REPORT-RECORD
           STRING "GRAND TOTAL  ON HAND " WS-GT-ONHAND
               "  COMMITTED " WS-GT-COMMITTED
               "  ON ORDER " WS-GT-ON-ORDER
               "  AVAILABLE " WS-AVAIL-DISPLAY
               DELIMITED BY SIZE INTO VALUATION-REPORT-RECORD
           END-STRING
           WRITE VALUATION-REPORT-RECORD
           MOVE SPACES TO VALUATION-REPORT-RECORD
           STRING "GRAND TOTAL  INVENTORY VALUE AT COST "
               WS-TOTAL-DISPLAY
               "   ITEMS STOCKED WITH NO COST " WS-UNCOSTED-COUNT
               DELIMITED BY SIZE INTO VALUATION-REPORT-RECORD
           END-STRING
           WRITE VALUATION-REPORT-RECORD.

       WRITE-CONTROL-RECORD.
           OPEN EXTEND VALUATION-CONTROL-FILE
           IF WS-VALCTL-STATUS NOT = "00"
               OPEN OUTPUT VALUATION-CONTROL-FILE
           END-IF
           IF WS-VALCTL-STATUS NOT = "00"
               MOVE "MT0938E" TO WS-OM-ID
               STRING "INVVALU: VALCTL NOT AVAILABLE - NO CONTROL "
                   "RECORD FOR THE LEDGER TIE-OUT"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO VALUATION-CONTROL-RECORD
               MOVE WS-PERIOD TO VC-PERIOD
               MOVE WS-TODAY-TEXT TO VC-BUSINESS-DATE
               MOVE "INVVALU" TO VC-RUN-ID
               MOVE WS-VL-COUNT TO VC-ITEM-COUNT
               MOVE WS-GT-ONHAND TO VC-ONHAND-UNITS
               MOVE WS-GT-VALUE TO VC-VALUE-TOTAL
               MOVE WS-UNCOSTED-COUNT TO VC-UNCOSTED-COUNT
               WRITE VALUATION-CONTROL-RECORD
               CLOSE VALUATION-CONTROL-FILE
           END-IF.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM INVVALU.
