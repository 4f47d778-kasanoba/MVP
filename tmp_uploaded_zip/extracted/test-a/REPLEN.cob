      *> Items below reorder point with no reorder parameters on
      *> file go on the report as exceptions -- purchasing cannot
      *> order what has no supplier.
      *> On order: the open lines on the PO file (POOPEN, built
      *> by POBUILD from the accepted suggestions) count toward
      *> the item's position.  An item whose on-hand plus
      *> still-open ordered quantity is back above its reorder
      *> point is not suggested again -- its shortfall is
      *> already coming -- and is listed once as on order.
      *> Suppliers: the reorder parameters' supplier code is
      *> checked against the supplier master (SUPPMAST).  A code
      *> that is not on file, or names an inactive supplier,
      *> gets no suggestion -- the item goes to the supplier
      *> exceptions section at the end of the report instead --
      *> and the quantity suggested to a good supplier is rounded
      *> up to that supplier's minimum order and order multiple.
      *> Kits: an item on the kit bill of materials (KITBOM, the
      *> shared KITLOAD) is built from its components, never
      *> bought, and allocation draws the components down, not
      *> the kit.  So the kit itself is passed over here -- its
      *> demand is its components' -- and a backordered kit
      *> ranks every one of its components as backordered, since
      *> it is they the order is waiting on.
      *> Warehouses: an item is judged warehouse by warehouse,
      *> against the reorder parameters kept for that warehouse
      *> (RP-WAREHOUSE; blank is the main one) and the stock
      *> position on STKPOS -- on-hand plus stock already in
      *> transit to it -- with the open PO lines raised for that
      *> warehouse and the transfer orders still to ship to it
      *> (XFROPEN) counted as coming.  A warehouse at or below
      *> its point is first offered stock from the other
      *> warehouse with the most to spare: shelf stock above
      *> that warehouse's own reorder point (all of it where the
      *> item has no point there), less what is already promised
      *> out on open transfers or tonight's suggestions.  The
      *> transfer goes to SUGXFR for the warehouse planners to
      *> raise through WHXFER and heads the report; only what a
      *> transfer cannot cover is suggested to purchasing, for
      *> the reorder quantity less the transfer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ITEMMAST-SEL.
       COPY ITEMDESC-SEL.
       COPY POOPEN-SEL.
       COPY SUPPMAST-SEL.
       COPY KITBOM-SEL.
       COPY STKPOS-SEL.
       COPY XFROPEN-SEL.
           SELECT REORDER-PARM-FILE ASSIGN TO "REORDPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORDPTS-STATUS.
           SELECT REPLEN-REPORT-FILE ASSIGN TO "REPLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLRPT-STATUS.
           SELECT SUGGESTED-TRANSFER-FILE ASSIGN TO "SUGXFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUGXFR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY ITEMMAST-FD.
       COPY ITEMDESC-FD.
       COPY POOPEN-FD.
       COPY SUPPMAST-FD.
       COPY KITBOM-FD.
       COPY STKPOS-FD.
       COPY XFROPEN-FD.

      *> One parameter record per item purchasing replenishes.
       FD  REORDER-PARM-FILE.
           05  RP-REORDER-QTY-NUM REDEFINES RP-REORDER-QTY
                                        PIC 9(5).
           05  RP-SUPPLIER              PIC X(8).
      *> The warehouse the point and quantity are for; blank is
      *> the main warehouse.
           05  RP-WAREHOUSE             PIC X(2).
           05  FILLER                   PIC X(54).

       FD  BACKORDER-FILE.
       01  BACKORDER-RECORD.
           05  FILLER                   PIC X(60).

      *> The fixed layout purchasing's system ingests: supplier,
      *> item, quantity, the date suggested, the warehouse to
      *> deliver to.  Do not rearrange without purchasing
      *> signing off.
       FD  SUGGESTED-PO-FILE.
       01  SUGGESTED-PO-RECORD.
           05  SP-SUPPLIER              PIC X(8).
           05  SP-ITEM-NUMBER           PIC X(6).
           05  SP-ORDER-QTY             PIC 9(5).
           05  SP-SUGGESTED-DATE        PIC X(10).
           05  SP-WAREHOUSE             PIC X(2).
           05  FILLER                   PIC X(49).

      *> Suggested inter-warehouse transfers, for the warehouse
      *> planners to raise as transfer orders through WHXFER.
       FD  SUGGESTED-TRANSFER-FILE.
       01  SUGGESTED-TRANSFER-RECORD.
           05  SX-ITEM-NUMBER           PIC X(6).
           05  SX-FROM-WAREHOUSE        PIC X(2).
           05  SX-TO-WAREHOUSE          PIC X(2).
           05  SX-TRANSFER-QTY          PIC 9(5).
           05  SX-SUGGESTED-DATE        PIC X(10).
           05  FILLER                   PIC X(55).

       FD  REPLEN-REPORT-FILE.
       01  REPLEN-REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       COPY DSCLOOK-WS.
       COPY KITLOAD-WS.
       01  WS-ITEMMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-REORDPTS-STATUS           PIC XX VALUE SPACES.
       01  WS-BACKORD-STATUS            PIC XX VALUE SPACES.
       01  WS-SUGPO-STATUS              PIC XX VALUE SPACES.
       01  WS-REPLRPT-STATUS            PIC XX VALUE SPACES.
       01  WS-POOPEN-STATUS             PIC XX VALUE SPACES.
       01  WS-SUPPMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-STKPOS-STATUS             PIC XX VALUE SPACES.
       01  WS-XFROPEN-STATUS            PIC XX VALUE SPACES.
       01  WS-SUGXFR-STATUS             PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-TODAY-TEXT                PIC X(10) VALUE SPACES.
      *> Where a parameter, PO line or transfer naming no
      *> warehouse is for.
       01  WS-MAIN-WAREHOUSE            PIC X(2) VALUE "01".
      *> The reorder parameters in memory.
       01  WS-PARM-TABLE.
           05  WS-PARM-ENTRY OCCURS 2000 TIMES.
               10  WS-PARM-POINT        PIC 9(5).
               10  WS-PARM-QTY          PIC 9(5).
               10  WS-PARM-SUPPLIER     PIC X(8).
               10  WS-PARM-WAREHOUSE    PIC X(2).
       01  WS-PARM-COUNT                PIC 9(4) VALUE 0.
       01  WS-PARM-IDX                  PIC 9(4) VALUE 0.
      *> The item being judged, warehouse by warehouse: its
      *> stock positions, the parameters kept for each, what is
      *> coming in on PO lines and transfers, and what is
      *> promised out on transfers.  A warehouse with no
      *> parameters for the item is only ever a transfer source.
       01  WS-WH-TABLE.
           05  WS-WH-ENTRY OCCURS 20 TIMES.
               10  WS-WH-CODE           PIC X(2).
               10  WS-WH-ON-HAND        PIC 9(5).
               10  WS-WH-IN-TRANSIT     PIC 9(5).
               10  WS-WH-ON-ORDER       PIC 9(7).
               10  WS-WH-OUTBOUND       PIC 9(7).
               10  WS-WH-PARM-IDX       PIC 9(4).
       01  WS-WH-COUNT                  PIC 99 VALUE 0.
       01  WS-WH-IDX                    PIC 99 VALUE 0.
       01  WS-WH-SCAN                   PIC 99 VALUE 0.
       01  WS-WH-WANTED                 PIC X(2) VALUE SPACES.
       01  WS-WH-FOUND                  PIC X VALUE "N".
           88  WS-WH-WAS-FOUND          VALUE "Y".
       01  WS-WH-STOCK                  PIC 9(7) VALUE 0.
       01  WS-ITEM-PARM-COUNT           PIC 99 VALUE 0.
       01  WS-STKPOS-EOF                PIC X VALUE "N".
           88  WS-STKPOS-AT-EOF         VALUE "Y".
      *> Transfer orders raised but not yet shipped: still on the
      *> from-warehouse's shelves, already promised to the other.
       01  WS-OPXF-TABLE.
           05  WS-OPXF-ENTRY OCCURS 2000 TIMES.
               10  WS-OPXF-ITEM         PIC X(6).
               10  WS-OPXF-FROM         PIC X(2).
               10  WS-OPXF-TO           PIC X(2).
               10  WS-OPXF-QTY          PIC 9(5).
       01  WS-OPXF-COUNT                PIC 9(4) VALUE 0.
       01  WS-OPXF-IDX                  PIC 9(4) VALUE 0.
      *> Tonight's transfer suggestions, printed ahead of the
      *> purchase suggestions.
       01  WS-XS-TABLE.
           05  WS-XS-ENTRY OCCURS 2000 TIMES.
               10  WS-XS-ITEM           PIC X(6).
               10  WS-XS-FROM           PIC X(2).
               10  WS-XS-TO             PIC X(2).
               10  WS-XS-QTY            PIC 9(5).
       01  WS-XS-COUNT                  PIC 9(4) VALUE 0.
       01  WS-XS-IDX                    PIC 9(4) VALUE 0.
       01  WS-SRC-IDX                   PIC 99 VALUE 0.
       01  WS-SRC-PARM-IDX              PIC 9(4) VALUE 0.
       01  WS-SURPLUS                   PIC S9(7) VALUE 0.
       01  WS-BEST-SURPLUS              PIC S9(7) VALUE 0.
       01  WS-XFR-QTY                   PIC 9(7) VALUE 0.
      *> Items with open backorders, for the priority ranking.
       01  WS-BO-ITEM-TABLE.
           05  WS-BO-ITEM OCCURS 500 TIMES PIC X(6).
       01  WS-BO-COUNT                  PIC 999 VALUE 0.
       01  WS-BO-IDX                    PIC 999 VALUE 0.
       01  WS-BO-WANTED                 PIC X(6) VALUE SPACES.
       01  WS-KIT-ITEM-COUNT            PIC 9(5) VALUE 0.
       01  WS-HAS-BACKORDER             PIC X VALUE "N".
           88  WS-ITEM-HAS-BACKORDER    VALUE "Y".
      *> The night's suggestions, collected so the priority and
               10  WS-SUG-ITEM          PIC X(6).
               10  WS-SUG-CATEGORY      PIC X(4).
               10  WS-SUG-SUPPLIER      PIC X(8).
               10  WS-SUG-WAREHOUSE     PIC X(2).
               10  WS-SUG-ONHAND        PIC 9(5).
               10  WS-SUG-POINT         PIC 9(5).
               10  WS-SUG-QTY           PIC 9(5).
           05  WS-SH-ITEM               PIC X(6).
           05  WS-SH-CATEGORY           PIC X(4).
           05  WS-SH-SUPPLIER           PIC X(8).
           05  WS-SH-WAREHOUSE          PIC X(2).
           05  WS-SH-ONHAND             PIC 9(5).
           05  WS-SH-POINT              PIC 9(5).
           05  WS-SH-QTY                PIC 9(5).
       01  WS-SORT-SWAPPED              PIC X VALUE "N".
           88  WS-A-SWAP-HAPPENED       VALUE "Y".
       01  WS-NO-PARM-COUNT             PIC 9(5) VALUE 0.
      *> Still-open ordered quantity per item and warehouse,
      *> from the PO file.
       01  WS-ONORD-TABLE.
           05  WS-ONORD-ENTRY OCCURS 2000 TIMES.
               10  WS-ONORD-ITEM        PIC X(6).
               10  WS-ONORD-WAREHOUSE   PIC X(2).
               10  WS-ONORD-QTY         PIC 9(7).
       01  WS-ONORD-COUNT               PIC 9(4) VALUE 0.
       01  WS-ONORD-IDX                 PIC 9(4) VALUE 0.
       01  WS-ONORD-FOUND               PIC X VALUE "N".
           88  WS-ONORD-WAS-FOUND       VALUE "Y".
       01  WS-ONORD-WAREHOUSE-WANTED    PIC X(2) VALUE SPACES.
       01  WS-ITEM-ON-ORDER             PIC 9(7) VALUE 0.
       01  WS-ITEM-POSITION             PIC 9(8) VALUE 0.
       01  WS-ON-ORDER-COUNT            PIC 9(5) VALUE 0.
      *> The supplier master in memory.
       01  WS-SUPP-TABLE.
           05  WS-SUPP-ENTRY OCCURS 500 TIMES.
               10  WS-SUPP-CODE         PIC X(8).
               10  WS-SUPP-MINIMUM      PIC 9(5).
               10  WS-SUPP-MULTIPLE     PIC 9(5).
               10  WS-SUPP-STATUS       PIC X.
       01  WS-SUPP-COUNT                PIC 9(4) VALUE 0.
       01  WS-SUPP-IDX                  PIC 9(4) VALUE 0.
       01  WS-SUPP-FOUND                PIC X VALUE "N".
           88  WS-SUPP-WAS-FOUND        VALUE "Y".
      *> Items held back for a bad supplier code, printed as the
      *> exceptions section after the suggestions.
       01  WS-SUPX-TABLE.
           05  WS-SUPX-ENTRY OCCURS 500 TIMES.
               10  WS-SUPX-ITEM         PIC X(6).
               10  WS-SUPX-SUPPLIER     PIC X(8).
               10  WS-SUPX-REASON       PIC X(24).
       01  WS-SUPX-COUNT                PIC 9(4) VALUE 0.
       01  WS-SUPX-IDX                  PIC 9(4) VALUE 0.
       01  WS-BAD-SUPPLIER-COUNT        PIC 9(5) VALUE 0.
       01  WS-ORDER-QTY                 PIC 9(7) VALUE 0.
       01  WS-MULTIPLES                 PIC 9(7) VALUE 0.
       01  WS-CURRENT-CATEGORY          PIC X(4) VALUE LOW-VALUES.
       01  WS-CAT-VALUE-SUB             PIC 9(12)V99 VALUE 0.
       01  WS-CAT-OPEN                  PIC X VALUE "N".
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           PERFORM LOAD-REORDER-PARMS
           PERFORM LOAD-KIT-BOM
           IF WS-KIT-HAS-OVERFLOWED
               DISPLAY "REPLEN: KIT BILL OF MATERIALS EXCEEDS "
                   "3000 COMPONENTS - THE REST ARE NOT EXPLODED"
           END-IF
           PERFORM LOAD-BACKORDER-ITEMS
           PERFORM LOAD-ON-ORDER-QUANTITIES
           PERFORM LOAD-OPEN-TRANSFERS
           PERFORM LOAD-SUPPLIER-MASTER
           PERFORM LOAD-ITEM-DESCRIPTIONS
           OPEN OUTPUT SUGGESTED-PO-FILE
           OPEN OUTPUT REPLEN-REPORT-FILE
           OPEN OUTPUT SUGGESTED-TRANSFER-FILE
           IF WS-SUGPO-STATUS NOT = "00"
                   OR WS-REPLRPT-STATUS NOT = "00"
                   OR WS-SUGXFR-STATUS NOT = "00"
               DISPLAY "*** REPLEN: SUGPO, SUGXFR OR REPLRPT NOT "
                   "AVAILABLE - RUN ABANDONED ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           PERFORM WRITE-THE-OUTPUTS
           CLOSE SUGGESTED-PO-FILE
           CLOSE REPLEN-REPORT-FILE
           CLOSE SUGGESTED-TRANSFER-FILE
           DISPLAY "===== REPLEN END-OF-JOB SUMMARY ====="
           DISPLAY "TRANSFERS SUGGESTED : " WS-XS-COUNT
           DISPLAY "SUGGESTIONS WRITTEN : " WS-SUG-COUNT
           DISPLAY "ITEMS LOW, NO PARMS : " WS-NO-PARM-COUNT
           DISPLAY "LOW, ALREADY ORDERED: " WS-ON-ORDER-COUNT
           DISPLAY "LOW, BAD SUPPLIER   : " WS-BAD-SUPPLIER-COUNT
           DISPLAY "KITS, BY COMPONENT  : " WS-KIT-ITEM-COUNT
           MOVE WS-RUN-VALUE TO WS-VALUE-DISPLAY
           DISPLAY "SUGGESTED VALUE     : " WS-VALUE-DISPLAY
           DISPLAY "====================================="
           IF WS-NO-PARM-COUNT > 0 OR WS-BAD-SUPPLIER-COUNT > 0
                   OR WS-KIT-HAS-OVERFLOWED
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
                               TO WS-PARM-QTY (WS-PARM-COUNT)
                           MOVE RP-SUPPLIER
                               TO WS-PARM-SUPPLIER (WS-PARM-COUNT)
                           IF RP-WAREHOUSE = SPACES
                               MOVE WS-MAIN-WAREHOUSE TO
                                   WS-PARM-WAREHOUSE (WS-PARM-COUNT)
                           ELSE
                               MOVE RP-WAREHOUSE TO
                                   WS-PARM-WAREHOUSE (WS-PARM-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-ONE-BACKORDER-ITEM
                   END-READ
               END-PERFORM
               CLOSE BACKORDER-FILE
           END-IF.

       TAKE-ONE-BACKORDER-ITEM.
           *> A backordered kit is waiting on its components: they
           *> rank as backordered, the kit does not.
           MOVE BO-ITEM-NUMBER TO WS-KIT-WANTED
           PERFORM FIND-KIT-BOM
           IF WS-KIT-WAS-FOUND
               PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                       UNTIL WS-KIT-IDX > WS-KIT-COUNT
                   IF WS-KIT-ITEM (WS-KIT-IDX) = WS-KIT-WANTED
                       MOVE WS-KIT-COMPONENT (WS-KIT-IDX)
                           TO WS-BO-WANTED
                       PERFORM ADD-BACKORDER-ITEM
                   END-IF
               END-PERFORM
           ELSE
               MOVE BO-ITEM-NUMBER TO WS-BO-WANTED
               PERFORM ADD-BACKORDER-ITEM
           END-IF.

       ADD-BACKORDER-ITEM.
           IF WS-BO-COUNT < 500
               ADD 1 TO WS-BO-COUNT
               MOVE WS-BO-WANTED TO WS-BO-ITEM (WS-BO-COUNT)
           END-IF.

       LOAD-ON-ORDER-QUANTITIES.
           *> No PO file yet simply means nothing is on order.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-POOPEN-STATUS = "00"
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ PURCHASE-ORDER-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF NOT PO-IS-CLOSED
                               PERFORM ADD-ONE-ON-ORDER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-ORDER-FILE
           END-IF.

       ADD-ONE-ON-ORDER-LINE.
           IF PO-WAREHOUSE = SPACES
               MOVE WS-MAIN-WAREHOUSE TO WS-ONORD-WAREHOUSE-WANTED
           ELSE
               MOVE PO-WAREHOUSE TO WS-ONORD-WAREHOUSE-WANTED
           END-IF
           MOVE "N" TO WS-ONORD-FOUND
           PERFORM VARYING WS-ONORD-IDX FROM 1 BY 1
                   UNTIL WS-ONORD-IDX > WS-ONORD-COUNT
                       OR WS-ONORD-WAS-FOUND
               IF WS-ONORD-ITEM (WS-ONORD-IDX) = PO-ITEM-NUMBER
                       AND WS-ONORD-WAREHOUSE (WS-ONORD-IDX)
                           = WS-ONORD-WAREHOUSE-WANTED
                   SET WS-ONORD-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ONORD-WAS-FOUND
               SUBTRACT 1 FROM WS-ONORD-IDX
           ELSE
               IF WS-ONORD-COUNT < 2000
                   ADD 1 TO WS-ONORD-COUNT
                   MOVE WS-ONORD-COUNT TO WS-ONORD-IDX
                   MOVE PO-ITEM-NUMBER
                       TO WS-ONORD-ITEM (WS-ONORD-IDX)
                   MOVE WS-ONORD-WAREHOUSE-WANTED
                       TO WS-ONORD-WAREHOUSE (WS-ONORD-IDX)
                   MOVE 0 TO WS-ONORD-QTY (WS-ONORD-IDX)
               ELSE
                   MOVE 0 TO WS-ONORD-IDX
               END-IF
           END-IF
           IF WS-ONORD-IDX > 0 AND PO-ORDER-QTY > PO-RECEIVED-QTY
               COMPUTE WS-ONORD-QTY (WS-ONORD-IDX) =
                   WS-ONORD-QTY (WS-ONORD-IDX)
                   + PO-ORDER-QTY - PO-RECEIVED-QTY
           END-IF.

       LOAD-OPEN-TRANSFERS.
           *> No transfer file yet simply means none are open.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT TRANSFER-ORDER-FILE
           IF WS-XFROPEN-STATUS = "00"
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ TRANSFER-ORDER-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF XO-IS-OPEN AND WS-OPXF-COUNT < 2000
                               ADD 1 TO WS-OPXF-COUNT
                               MOVE XO-ITEM-NUMBER
                                   TO WS-OPXF-ITEM (WS-OPXF-COUNT)
                               MOVE XO-FROM-WAREHOUSE
                                   TO WS-OPXF-FROM (WS-OPXF-COUNT)
                               MOVE XO-TO-WAREHOUSE
                                   TO WS-OPXF-TO (WS-OPXF-COUNT)
                               MOVE XO-ORDER-QTY
                                   TO WS-OPXF-QTY (WS-OPXF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-ORDER-FILE
           END-IF.

       LOAD-SUPPLIER-MASTER.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT SUPPLIER-MASTER-FILE
           IF WS-SUPPMAST-STATUS NOT = "00"
               DISPLAY "*** REPLEN: SUPPMAST NOT AVAILABLE - "
                   "RUN ABANDONED ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ SUPPLIER-MASTER-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF WS-SUPP-COUNT < 500
                           ADD 1 TO WS-SUPP-COUNT
                           MOVE SM-SUPPLIER
                               TO WS-SUPP-CODE (WS-SUPP-COUNT)
                           MOVE SM-MIN-ORDER-QTY
                               TO WS-SUPP-MINIMUM (WS-SUPP-COUNT)
                           MOVE SM-ORDER-MULTIPLE
                               TO WS-SUPP-MULTIPLE (WS-SUPP-COUNT)
                           MOVE SM-STATUS
                               TO WS-SUPP-STATUS (WS-SUPP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPPLIER-MASTER-FILE.

       CHECK-THE-SUPPLIER.
           *> Found means found AND active: an inactive supplier
           *> is held back exactly like an unknown one.
           MOVE "N" TO WS-SUPP-FOUND
           PERFORM VARYING WS-SUPP-IDX FROM 1 BY 1
                   UNTIL WS-SUPP-IDX > WS-SUPP-COUNT
                       OR WS-SUPP-WAS-FOUND
               IF WS-SUPP-CODE (WS-SUPP-IDX)
                       = WS-PARM-SUPPLIER (WS-PARM-IDX)
                   SET WS-SUPP-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-SUPP-WAS-FOUND
               SUBTRACT 1 FROM WS-SUPP-IDX
               IF WS-SUPP-STATUS (WS-SUPP-IDX) NOT = "A"
                   MOVE "N" TO WS-SUPP-FOUND
                   PERFORM HOLD-FOR-BAD-SUPPLIER
                   MOVE "SUPPLIER INACTIVE"
                       TO WS-SUPX-REASON (WS-SUPX-IDX)
               END-IF
           ELSE
               PERFORM HOLD-FOR-BAD-SUPPLIER
               MOVE "SUPPLIER NOT ON SUPPMAST"
                   TO WS-SUPX-REASON (WS-SUPX-IDX)
           END-IF.

       HOLD-FOR-BAD-SUPPLIER.
           ADD 1 TO WS-BAD-SUPPLIER-COUNT
           IF WS-SUPX-COUNT < 500
               ADD 1 TO WS-SUPX-COUNT
           END-IF
           MOVE WS-SUPX-COUNT TO WS-SUPX-IDX
           MOVE IM-ITEM-NUMBER TO WS-SUPX-ITEM (WS-SUPX-IDX)
           MOVE WS-PARM-SUPPLIER (WS-PARM-IDX)
               TO WS-SUPX-SUPPLIER (WS-SUPX-IDX).

       ROUND-TO-SUPPLIER-TERMS.
           *> Up to the minimum first, then up to the next whole
           *> order multiple.  The caller sets WS-ORDER-QTY.
           IF WS-ORDER-QTY < WS-SUPP-MINIMUM (WS-SUPP-IDX)
               MOVE WS-SUPP-MINIMUM (WS-SUPP-IDX) TO WS-ORDER-QTY
           END-IF
           IF WS-SUPP-MULTIPLE (WS-SUPP-IDX) > 1
               DIVIDE WS-ORDER-QTY BY WS-SUPP-MULTIPLE (WS-SUPP-IDX)
                   GIVING WS-MULTIPLES
               IF WS-MULTIPLES * WS-SUPP-MULTIPLE (WS-SUPP-IDX)
                       < WS-ORDER-QTY
                   ADD 1 TO WS-MULTIPLES
               END-IF
               COMPUTE WS-ORDER-QTY =
                   WS-MULTIPLES * WS-SUPP-MULTIPLE (WS-SUPP-IDX)
           END-IF
           IF WS-ORDER-QTY > 99999
               MOVE 99999 TO WS-ORDER-QTY
           END-IF.

       SCAN-THE-MASTER.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ITEM-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT STOCK-POSITION-FILE
           IF WS-STKPOS-STATUS NOT = "00"
               DISPLAY "*** REPLEN: STKPOS NOT AVAILABLE - "
                   "RUN ABANDONED ***"
               CLOSE ITEM-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ ITEM-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
      *> A kit is never bought; its components are judged on
      *> their own master records.
                       MOVE IM-ITEM-NUMBER TO WS-KIT-WANTED
                       PERFORM FIND-KIT-BOM
                       IF WS-KIT-WAS-FOUND
                           ADD 1 TO WS-KIT-ITEM-COUNT
                       ELSE
                           PERFORM JUDGE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ITEM-MASTER-FILE
           CLOSE STOCK-POSITION-FILE.

       JUDGE-ONE-ITEM.
           PERFORM LOAD-ITEM-WAREHOUSES
           IF WS-ITEM-PARM-COUNT > 0
               PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                       UNTIL WS-WH-IDX > WS-WH-COUNT
                   IF WS-WH-PARM-IDX (WS-WH-IDX) > 0
                       PERFORM JUDGE-ONE-WAREHOUSE
                   END-IF
               END-PERFORM
           ELSE
      *> Low stock with no parameters is a gap purchasing must
      *> close: visible, but no guessed order quantity.
               END-IF
           END-IF.

       JUDGE-ONE-WAREHOUSE.
           MOVE WS-WH-PARM-IDX (WS-WH-IDX) TO WS-PARM-IDX
           COMPUTE WS-WH-STOCK = WS-WH-ON-HAND (WS-WH-IDX)
               + WS-WH-IN-TRANSIT (WS-WH-IDX)
           MOVE WS-WH-ON-ORDER (WS-WH-IDX) TO WS-ITEM-ON-ORDER
           COMPUTE WS-ITEM-POSITION = WS-WH-STOCK + WS-ITEM-ON-ORDER
           MOVE "N" TO WS-SUPP-FOUND
           MOVE 0 TO WS-XFR-QTY
           IF WS-WH-STOCK <= WS-PARM-POINT (WS-PARM-IDX)
                   AND WS-ITEM-POSITION
                       > WS-PARM-POINT (WS-PARM-IDX)
               ADD 1 TO WS-ON-ORDER-COUNT
               MOVE SPACES TO REPLEN-REPORT-RECORD
               STRING "    ITEM " IM-ITEM-NUMBER
                   " WH " WS-WH-CODE (WS-WH-IDX)
                   " BELOW POINT BUT ALREADY ON ORDER - ON HAND "
                   WS-WH-STOCK " ON ORDER " WS-ITEM-ON-ORDER
                   DELIMITED BY SIZE INTO REPLEN-REPORT-RECORD
               END-STRING
               WRITE REPLEN-REPORT-RECORD
           END-IF
           IF WS-ITEM-POSITION <= WS-PARM-POINT (WS-PARM-IDX)
               PERFORM SUGGEST-A-TRANSFER
           END-IF
           IF WS-ITEM-POSITION <= WS-PARM-POINT (WS-PARM-IDX)
                   AND WS-XFR-QTY < WS-PARM-QTY (WS-PARM-IDX)
               PERFORM CHECK-THE-SUPPLIER
           END-IF
           IF WS-ITEM-POSITION <= WS-PARM-POINT (WS-PARM-IDX)
                   AND WS-XFR-QTY < WS-PARM-QTY (WS-PARM-IDX)
                   AND WS-SUPP-WAS-FOUND
                   AND WS-SUG-COUNT < 2000
               COMPUTE WS-ORDER-QTY =
                   WS-PARM-QTY (WS-PARM-IDX) - WS-XFR-QTY
               PERFORM ROUND-TO-SUPPLIER-TERMS
               ADD 1 TO WS-SUG-COUNT
               MOVE IM-ITEM-NUMBER
                   TO WS-SUG-ITEM (WS-SUG-COUNT)
               MOVE IM-CATEGORY-CODE
                   TO WS-SUG-CATEGORY (WS-SUG-COUNT)
               MOVE WS-PARM-SUPPLIER (WS-PARM-IDX)
                   TO WS-SUG-SUPPLIER (WS-SUG-COUNT)
               MOVE WS-WH-CODE (WS-WH-IDX)
                   TO WS-SUG-WAREHOUSE (WS-SUG-COUNT)
               MOVE WS-WH-STOCK
                   TO WS-SUG-ONHAND (WS-SUG-COUNT)
               MOVE WS-PARM-POINT (WS-PARM-IDX)
                   TO WS-SUG-POINT (WS-SUG-COUNT)
               MOVE WS-ORDER-QTY
                   TO WS-SUG-QTY (WS-SUG-COUNT)
               COMPUTE WS-SUG-VALUE (WS-SUG-COUNT) ROUNDED =
                   WS-ORDER-QTY * IM-UNIT-PRICE
               PERFORM CHECK-ITEM-BACKORDERED
               IF WS-ITEM-HAS-BACKORDER
                   MOVE "Y" TO WS-SUG-PRIORITY (WS-SUG-COUNT)
               ELSE
                   MOVE "N" TO WS-SUG-PRIORITY (WS-SUG-COUNT)
               END-IF
           END-IF.

      *> The richest other warehouse gives first, up to the
      *> reorder quantity; what it sends counts as coming in
      *> here and as promised out there, so a second short
      *> warehouse is not offered the same stock.
       SUGGEST-A-TRANSFER.
           MOVE 0 TO WS-SRC-IDX
           MOVE 0 TO WS-BEST-SURPLUS
           PERFORM VARYING WS-WH-SCAN FROM 1 BY 1
                   UNTIL WS-WH-SCAN > WS-WH-COUNT
               IF WS-WH-SCAN NOT = WS-WH-IDX
                   PERFORM WORK-OUT-SURPLUS
                   IF WS-SURPLUS > WS-BEST-SURPLUS
                       MOVE WS-SURPLUS TO WS-BEST-SURPLUS
                       MOVE WS-WH-SCAN TO WS-SRC-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SRC-IDX > 0 AND WS-XS-COUNT < 2000
               MOVE WS-PARM-QTY (WS-PARM-IDX) TO WS-XFR-QTY
               IF WS-XFR-QTY > WS-BEST-SURPLUS
                   MOVE WS-BEST-SURPLUS TO WS-XFR-QTY
               END-IF
               ADD WS-XFR-QTY TO WS-WH-OUTBOUND (WS-SRC-IDX)
               ADD WS-XFR-QTY TO WS-ITEM-POSITION
               ADD 1 TO WS-XS-COUNT
               MOVE IM-ITEM-NUMBER TO WS-XS-ITEM (WS-XS-COUNT)
               MOVE WS-WH-CODE (WS-SRC-IDX)
                   TO WS-XS-FROM (WS-XS-COUNT)
               MOVE WS-WH-CODE (WS-WH-IDX) TO WS-XS-TO (WS-XS-COUNT)
               MOVE WS-XFR-QTY TO WS-XS-QTY (WS-XS-COUNT)
           END-IF.

      *> Shelf stock a warehouse can spare: above its own point
      *> (it must stay above it, or it would be short itself),
      *> less what it has already promised out.  In-transit
      *> stock is on no shelf and spares nothing.
       WORK-OUT-SURPLUS.
           COMPUTE WS-SURPLUS = WS-WH-ON-HAND (WS-WH-SCAN)
               - WS-WH-OUTBOUND (WS-WH-SCAN)
           MOVE WS-WH-PARM-IDX (WS-WH-SCAN) TO WS-SRC-PARM-IDX
           IF WS-SRC-PARM-IDX > 0
               COMPUTE WS-SURPLUS = WS-SURPLUS
                   - WS-PARM-POINT (WS-SRC-PARM-IDX) - 1
           END-IF.

      *> Gathers the item's warehouses: every stock position on
      *> file, then any warehouse that only has parameters, PO
      *> lines or open transfers for it (nothing on its shelves
      *> yet).
       LOAD-ITEM-WAREHOUSES.
           MOVE 0 TO WS-WH-COUNT
           MOVE 0 TO WS-ITEM-PARM-COUNT
           MOVE "N" TO WS-STKPOS-EOF
           MOVE IM-ITEM-NUMBER TO SK-ITEM-NUMBER
           MOVE LOW-VALUES TO SK-WAREHOUSE
           START STOCK-POSITION-FILE
               KEY IS NOT LESS THAN SK-POSITION-KEY
               INVALID KEY
                   SET WS-STKPOS-AT-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-STKPOS-AT-EOF
               READ STOCK-POSITION-FILE NEXT RECORD
                   AT END
                       SET WS-STKPOS-AT-EOF TO TRUE
                   NOT AT END
                       IF SK-ITEM-NUMBER NOT = IM-ITEM-NUMBER
                           SET WS-STKPOS-AT-EOF TO TRUE
                       ELSE
                           MOVE SK-WAREHOUSE TO WS-WH-WANTED
                           PERFORM FIND-ITEM-WAREHOUSE
                           IF WS-WH-IDX > 0
                               MOVE SK-ON-HAND
                                   TO WS-WH-ON-HAND (WS-WH-IDX)
                               MOVE SK-IN-TRANSIT
                                   TO WS-WH-IN-TRANSIT (WS-WH-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > WS-PARM-COUNT
               IF WS-PARM-ITEM (WS-PARM-IDX) = IM-ITEM-NUMBER
                   MOVE WS-PARM-WAREHOUSE (WS-PARM-IDX)
                       TO WS-WH-WANTED
                   PERFORM FIND-ITEM-WAREHOUSE
                   IF WS-WH-IDX > 0
                       MOVE WS-PARM-IDX TO WS-WH-PARM-IDX (WS-WH-IDX)
                       ADD 1 TO WS-ITEM-PARM-COUNT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ONORD-IDX FROM 1 BY 1
                   UNTIL WS-ONORD-IDX > WS-ONORD-COUNT
               IF WS-ONORD-ITEM (WS-ONORD-IDX) = IM-ITEM-NUMBER
                   MOVE WS-ONORD-WAREHOUSE (WS-ONORD-IDX)
                       TO WS-WH-WANTED
                   PERFORM FIND-ITEM-WAREHOUSE
                   IF WS-WH-IDX > 0
                       ADD WS-ONORD-QTY (WS-ONORD-IDX)
                           TO WS-WH-ON-ORDER (WS-WH-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-OPXF-IDX FROM 1 BY 1
                   UNTIL WS-OPXF-IDX > WS-OPXF-COUNT
               IF WS-OPXF-ITEM (WS-OPXF-IDX) = IM-ITEM-NUMBER
                   MOVE WS-OPXF-TO (WS-OPXF-IDX) TO WS-WH-WANTED
                   PERFORM FIND-ITEM-WAREHOUSE
                   IF WS-WH-IDX > 0
                       ADD WS-OPXF-QTY (WS-OPXF-IDX)
                           TO WS-WH-ON-ORDER (WS-WH-IDX)
                   END-IF
                   MOVE WS-OPXF-FROM (WS-OPXF-IDX) TO WS-WH-WANTED
                   PERFORM FIND-ITEM-WAREHOUSE
                   IF WS-WH-IDX > 0
                       ADD WS-OPXF-QTY (WS-OPXF-IDX)
                           TO WS-WH-OUTBOUND (WS-WH-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *> Finds WS-WH-WANTED among the item's warehouses, adding
      *> it at nothing when new; WS-WH-IDX is 0 only if the
      *> item is somehow in more than 20 warehouses.
       FIND-ITEM-WAREHOUSE.
           MOVE "N" TO WS-WH-FOUND
           PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                   UNTIL WS-WH-IDX > WS-WH-COUNT
                       OR WS-WH-WAS-FOUND
               IF WS-WH-CODE (WS-WH-IDX) = WS-WH-WANTED
                   SET WS-WH-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-WH-WAS-FOUND
               SUBTRACT 1 FROM WS-WH-IDX
           ELSE
               IF WS-WH-COUNT < 20
                   ADD 1 TO WS-WH-COUNT
                   MOVE WS-WH-COUNT TO WS-WH-IDX
                   MOVE WS-WH-WANTED TO WS-WH-CODE (WS-WH-IDX)
                   MOVE 0 TO WS-WH-ON-HAND (WS-WH-IDX)
                   MOVE 0 TO WS-WH-IN-TRANSIT (WS-WH-IDX)
                   MOVE 0 TO WS-WH-ON-ORDER (WS-WH-IDX)
                   MOVE 0 TO WS-WH-OUTBOUND (WS-WH-IDX)
                   MOVE 0 TO WS-WH-PARM-IDX (WS-WH-IDX)
               ELSE
                   MOVE 0 TO WS-WH-IDX
               END-IF
           END-IF.

       CHECK-ITEM-BACKORDERED.
               DELIMITED BY SIZE INTO REPLEN-REPORT-RECORD
           END-STRING
           WRITE REPLEN-REPORT-RECORD
           PERFORM WRITE-TRANSFER-SUGGESTIONS
           MOVE LOW-VALUES TO WS-CURRENT-CATEGORY
           PERFORM VARYING WS-SUG-IDX FROM 1 BY 1
                   UNTIL WS-SUG-IDX > WS-SUG-COUNT
           STRING "TOTAL SUGGESTED VALUE: " WS-VALUE-DISPLAY
               DELIMITED BY SIZE INTO REPLEN-REPORT-RECORD
           END-STRING
           WRITE REPLEN-REPORT-RECORD
           PERFORM WRITE-SUPPLIER-EXCEPTIONS.

       WRITE-TRANSFER-SUGGESTIONS.
           IF WS-XS-COUNT > 0
               MOVE SPACES TO REPLEN-REPORT-RECORD
               STRING "TRANSFER SUGGESTIONS - MOVE BETWEEN "
                   "WAREHOUSES BEFORE BUYING"
                   DELIMITED BY SIZE INTO REPLEN-REPORT-RECORD
               END-STRING
               WRITE REPLEN-REPORT-RECORD
               PERFORM VARYING WS-XS-IDX FROM 1 BY 1
                       UNTIL WS-XS-IDX > WS-XS-COUNT
                   MOVE WS-XS-ITEM (WS-XS-IDX) TO WS-DESC-WANTED
                   PERFORM FIND-ITEM-DESCRIPTION
                   MOVE SPACES TO REPLEN-REPORT-RECORD
                   STRING "XFR " WS-XS-ITEM (WS-XS-IDX)
                       " " WS-DESC-TEXT
                       " FROM WH " WS-XS-FROM (WS-XS-IDX)
                       " TO WH " WS-XS-TO (WS-XS-IDX)
                       " QTY " WS-XS-QTY (WS-XS-IDX)
                       DELIMITED BY SIZE INTO REPLEN-REPORT-RECORD
                   END-STRING
                   WRITE REPLEN-REPORT-RECORD
                   MOVE SPACES TO SUGGESTED-TRANSFER-RECORD
                   MOVE WS-XS-ITEM (WS-XS-IDX) TO SX-ITEM-NUMBER
                   MOVE WS-XS-FROM (WS-XS-IDX) TO SX-FROM-WAREHOUSE
                   MOVE WS-XS-TO (WS-XS-IDX) TO SX-TO-WAREHOUSE
                   MOVE WS-XS-QTY (WS-XS-IDX) TO SX-TRANSFER-QTY
                   MOVE WS-TODAY-TEXT TO SX-SUGGESTED-DATE
                   WRITE SUGGESTED-TRANSFER-RECORD
               END-PERFORM
           END-IF.

       WRITE-SUPPLIER-EXCEPTIONS.
           IF WS-SUPX-COUNT > 0
               MOVE SPACES TO REPLEN-REPORT-RECORD
               STRING "SUPPLIER EXCEPTIONS - LOW ITEMS NOT "
                   "SUGGESTED UNTIL THE SUPPLIER CODE IS FIXED"
                   DELIMITED BY SIZE INTO REPLEN-REPORT-RECORD
               END-STRING
               WRITE REPLEN-REPORT-RECORD
               PERFORM VARYING WS-SUPX-IDX FROM 1 BY 1
                       UNTIL WS-SUPX-IDX > WS-SUPX-COUNT
                   MOVE SPACES TO REPLEN-REPORT-RECORD
                   STRING "*** ITEM " WS-SUPX-ITEM (WS-SUPX-IDX)
                       " SUPPLIER " WS-SUPX-SUPPLIER (WS-SUPX-IDX)
                       " - " WS-SUPX-REASON (WS-SUPX-IDX) " ***"
                       DELIMITED BY SIZE INTO REPLEN-REPORT-RECORD
                   END-STRING
                   WRITE REPLEN-REPORT-RECORD
               END-PERFORM
           END-IF.

       WRITE-ONE-SUGGESTION.
           *> Category breaks only apply once the priority block
           IF WS-SUG-PRIORITY (WS-SUG-IDX) = "Y"
               STRING "B/O " WS-SUG-ITEM (WS-SUG-IDX)
                   " " WS-DESC-TEXT
                   " WH " WS-SUG-WAREHOUSE (WS-SUG-IDX)
                   " ON HAND " WS-SUG-ONHAND (WS-SUG-IDX)
                   " POINT " WS-SUG-POINT (WS-SUG-IDX)
                   " ORDER " WS-SUG-QTY (WS-SUG-IDX)
           ELSE
               STRING "    " WS-SUG-ITEM (WS-SUG-IDX)
                   " " WS-DESC-TEXT
                   " WH " WS-SUG-WAREHOUSE (WS-SUG-IDX)
                   " ON HAND " WS-SUG-ONHAND (WS-SUG-IDX)
                   " POINT " WS-SUG-POINT (WS-SUG-IDX)
                   " ORDER " WS-SUG-QTY (WS-SUG-IDX)
           MOVE WS-SUG-ITEM (WS-SUG-IDX) TO SP-ITEM-NUMBER
           MOVE WS-SUG-QTY (WS-SUG-IDX) TO SP-ORDER-QTY
           MOVE WS-TODAY-TEXT TO SP-SUGGESTED-DATE
           MOVE WS-SUG-WAREHOUSE (WS-SUG-IDX) TO SP-WAREHOUSE
           WRITE SUGGESTED-PO-RECORD.

       WRITE-CATEGORY-SUBTOTAL.

       COPY DSCLOOK.

       COPY KITLOAD.

       END PROGRAM REPLEN.
