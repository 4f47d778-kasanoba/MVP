      *>   - an exception list for the supervisor of items with
      *>     no bin assignment, instead of lines printing with a
      *>     blank location.
      *> Kits: a detail line for an item on the kit bill of
      *> materials (KITBOM, the shared KITLOAD) is invoiced as
      *> the one kit but picked as its components.  Each
      *> component becomes its own pick line -- kit quantity
      *> times quantity per kit -- from its own bin, walked in
      *> aisle/bin sequence with the rest of the order and
      *> marked with the kit it builds so packing can assemble
      *> it.  The bulk summary and the no-bin exceptions are by
      *> component.
      *> Warehouses: each detail line is picked in the warehouse
      *> its stock was allocated from (DL-WAREHOUSE; blank is the
      *> main warehouse), from the item's bin in THAT warehouse
      *> -- BINLOC now carries the warehouse, blank again the
      *> main one.  The documents come out as one set per
      *> warehouse, each set headed for its warehouse and
      *> walked in its own aisles, and the bulk summary is per
      *> warehouse too.  An item with no bin in the warehouse
      *> picking it is an exception, whatever bins it has
      *> elsewhere.
      *> Lots: the L records ORDPRICE writes behind a D line say
      *> which stock lots it was drawn from, first-expiring
      *> first.  The line's pick is split one pick line per lot,
      *> each naming the lot and its expiry and walked in expiry
      *> order inside the bin, so the picker takes exactly the
      *> stock that was shipped -- and the recall trace is true
      *> to the shelf.  Any of the line no lot covered stays a
      *> pick line with no lot.  A kit's L records name its
      *> components, and split each component's pick line the
      *> same way.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY INVDETL-SEL.
       COPY ITEMDESC-SEL.
       COPY KITBOM-SEL.
           SELECT BIN-LOCATION-FILE ASSIGN TO "BINLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BINLOC-STATUS.
       FILE SECTION.
       COPY INVDETL-FD.
       COPY ITEMDESC-FD.
       COPY KITBOM-FD.

       FD  BIN-LOCATION-FILE.
       01  BIN-LOCATION-RECORD.
           05  BL-ITEM-NUMBER           PIC X(6).
           05  BL-AISLE                 PIC X(3).
           05  BL-BIN                   PIC X(4).
      *> The warehouse the bin is in; spaces for the main one.
           05  BL-WAREHOUSE             PIC X(2).
           05  FILLER                   PIC X(65).

       FD  PICK-LIST-FILE.
       01  PICK-LIST-RECORD.

       WORKING-STORAGE SECTION.
       COPY DSCLOOK-WS.
       COPY KITLOAD-WS.
       01  WS-INVDETL-STATUS            PIC XX VALUE SPACES.
       01  WS-BINLOC-STATUS             PIC XX VALUE SPACES.
       01  WS-PICKOUT-STATUS            PIC XX VALUE SPACES.
       01  WS-PICKEXC-STATUS            PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
      *> Where a bin or a detail line with no warehouse is.
       01  WS-MAIN-WAREHOUSE            PIC X(2) VALUE "01".
      *> Bin locations in memory, one per item per warehouse.
       01  WS-BIN-TABLE.
           05  WS-BIN-ENTRY OCCURS 2000 TIMES.
               10  WS-BIN-WAREHOUSE     PIC X(2).
               10  WS-BIN-ITEM          PIC X(6).
               10  WS-BIN-AISLE         PIC X(3).
               10  WS-BIN-BIN           PIC X(4).
       01  WS-BIN-IDX                   PIC 9(4) VALUE 0.
       01  WS-BIN-FOUND                 PIC X VALUE "N".
           88  WS-BIN-WAS-FOUND         VALUE "Y".
      *> The night's pickable lines, sorted warehouse, then
      *> order, then walk sequence (aisle, bin).
       01  WS-PICK-TABLE.
           05  WS-PICK-ENTRY OCCURS 5000 TIMES.
               10  WS-PK-WAREHOUSE      PIC X(2).
               10  WS-PK-ORDER          PIC X(8).
               10  WS-PK-WALK.
                   15  WS-PK-AISLE      PIC X(3).
                   15  WS-PK-BIN        PIC X(4).
               10  WS-PK-ITEM           PIC X(6).
               10  WS-PK-QTY            PIC 9(5).
      *> The kit a component line builds; spaces for an item
      *> sold as itself.
               10  WS-PK-KIT            PIC X(6).
      *> The lot to pick and its expiry; spaces when the line
      *> is not lot-tracked.
               10  WS-PK-EXPIRY         PIC X(10).
               10  WS-PK-LOT            PIC X(10).
       01  WS-PICK-COUNT                PIC 9(4) VALUE 0.
       01  WS-PICK-IDX                  PIC 9(4) VALUE 0.
       01  WS-SWAP-IDX                  PIC 9(4) VALUE 0.
       01  WS-PICK-HOLD.
           05  WS-PH-WAREHOUSE          PIC X(2).
           05  WS-PH-ORDER              PIC X(8).
           05  WS-PH-WALK               PIC X(7).
           05  WS-PH-ITEM               PIC X(6).
           05  WS-PH-QTY                PIC 9(5).
           05  WS-PH-KIT                PIC X(6).
           05  WS-PH-EXPIRY             PIC X(10).
           05  WS-PH-LOT                PIC X(10).
       01  WS-SORT-SWAPPED              PIC X VALUE "N".
           88  WS-A-SWAP-HAPPENED       VALUE "Y".
       01  WS-CURRENT-ORDER             PIC X(8) VALUE SPACES.
       01  WS-CURRENT-WAREHOUSE         PIC X(2) VALUE SPACES.
       01  WS-WAREHOUSE-COUNT           PIC 9(3) VALUE 0.
       01  WS-NO-BIN-COUNT              PIC 9(5) VALUE 0.
       01  WS-ORDER-COUNT               PIC 9(5) VALUE 0.
      *> The line being taken onto the lists: the detail line's
      *> own item, or one component of its kit.
       01  WS-PICK-ITEM-WANTED          PIC X(6) VALUE SPACES.
       01  WS-PICK-QTY-WANTED           PIC 9(5) VALUE 0.
       01  WS-PICK-KIT-WANTED           PIC X(6) VALUE SPACES.
       01  WS-PICK-WAREHOUSE-WANTED     PIC X(2) VALUE SPACES.
       01  WS-KIT-LINE-COUNT            PIC 9(5) VALUE 0.
      *> The first pick line the last D line made, and the one
      *> of them an L record splits by lot: the line for the L
      *> record's item (the D line's own, or a kit component)
      *> no lot has taken yet; zero when there is none (no bin).
       01  WS-FIRST-PICK-SLOT           PIC 9(4) VALUE 1.
       01  WS-LAST-PICK-SLOT            PIC 9(4) VALUE 0.
       01  WS-LOT-LINE-COUNT            PIC 9(5) VALUE 0.
      *> Bulk-pick rollup per warehouse per item across all
      *> orders.
       01  WS-BULK-TABLE.
           05  WS-BULK-ENTRY OCCURS 2000 TIMES.
               10  WS-BU-WAREHOUSE      PIC X(2).
               10  WS-BU-ITEM           PIC X(6).
               10  WS-BU-WALK           PIC X(7).
               10  WS-BU-QTY            PIC 9(7).
       01  WS-BULK-IDX                  PIC 9(4) VALUE 0.
       01  WS-THIS-SLOT                 PIC 9(4) VALUE 0.
       01  WS-BULK-HOLD.
           05  WS-BH-WAREHOUSE          PIC X(2).
           05  WS-BH-ITEM               PIC X(6).
           05  WS-BH-WALK               PIC X(7).
           05  WS-BH-QTY                PIC 9(7).
       PICKLIST-MAIN.
           PERFORM LOAD-BIN-LOCATIONS
           PERFORM LOAD-ITEM-DESCRIPTIONS
           PERFORM LOAD-KIT-BOM
           IF WS-KIT-HAS-OVERFLOWED
               DISPLAY "PICKLIST: KIT BILL OF MATERIALS EXCEEDS "
                   "3000 COMPONENTS - THE REST ARE NOT PICKED"
           END-IF
           OPEN OUTPUT PICK-LIST-FILE
           OPEN OUTPUT PICK-EXCEPTION-FILE
           IF WS-PICKOUT-STATUS NOT = "00"
           CLOSE PICK-LIST-FILE
           CLOSE PICK-EXCEPTION-FILE
           DISPLAY "===== PICKLIST END-OF-JOB SUMMARY ====="
           DISPLAY "WAREHOUSES PICKING  : " WS-WAREHOUSE-COUNT
           DISPLAY "PICK DOCUMENTS      : " WS-ORDER-COUNT
           DISPLAY "LINES ON LISTS      : " WS-PICK-COUNT
           DISPLAY "KIT LINES EXPLODED  : " WS-KIT-LINE-COUNT
           DISPLAY "LOT PICK LINES      : " WS-LOT-LINE-COUNT
           DISPLAY "ITEMS WITH NO BIN   : " WS-NO-BIN-COUNT
           DISPLAY "======================================="
           IF WS-NO-BIN-COUNT > 0 OR WS-KIT-HAS-OVERFLOWED
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
                       NOT AT END
                           IF WS-BIN-COUNT < 2000
                               ADD 1 TO WS-BIN-COUNT
                               MOVE BL-WAREHOUSE
                                   TO WS-BIN-WAREHOUSE (WS-BIN-COUNT)
                               IF BL-WAREHOUSE = SPACES
                                   MOVE WS-MAIN-WAREHOUSE TO
                                       WS-BIN-WAREHOUSE (WS-BIN-COUNT)
                               END-IF
                               MOVE BL-ITEM-NUMBER
                                   TO WS-BIN-ITEM (WS-BIN-COUNT)
                               MOVE BL-AISLE
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF DL-IS-DETAIL AND DL-QUANTITY > 0
                               PERFORM EXPLODE-ONE-DETAIL-LINE
                           END-IF
                           IF DL-IS-LOT AND DL-QUANTITY > 0
                               PERFORM TAKE-ONE-LOT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-DETAIL-FILE
           END-IF.

       EXPLODE-ONE-DETAIL-LINE.
           *> A kit goes on the lists as its components, each
           *> the shipped kits times its quantity per kit; any
           *> other item as itself.  Either way it is picked in
           *> the warehouse the line was allocated from.
           COMPUTE WS-FIRST-PICK-SLOT = WS-PICK-COUNT + 1
           MOVE DL-WAREHOUSE TO WS-PICK-WAREHOUSE-WANTED
           IF DL-WAREHOUSE = SPACES
               MOVE WS-MAIN-WAREHOUSE TO WS-PICK-WAREHOUSE-WANTED
           END-IF
           MOVE DL-ITEM-NUMBER TO WS-KIT-WANTED
           PERFORM FIND-KIT-BOM
           IF WS-KIT-WAS-FOUND
               ADD 1 TO WS-KIT-LINE-COUNT
               MOVE DL-ITEM-NUMBER TO WS-PICK-KIT-WANTED
               PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                       UNTIL WS-KIT-IDX > WS-KIT-COUNT
                   IF WS-KIT-ITEM (WS-KIT-IDX) = WS-KIT-WANTED
                       MOVE WS-KIT-COMPONENT (WS-KIT-IDX)
                           TO WS-PICK-ITEM-WANTED
                       COMPUTE WS-PICK-QTY-WANTED =
                           DL-QUANTITY * WS-KIT-QTY-PER (WS-KIT-IDX)
                       PERFORM TAKE-ONE-PICK-LINE
                   END-IF
               END-PERFORM
           ELSE
               MOVE DL-ITEM-NUMBER TO WS-PICK-ITEM-WANTED
               MOVE DL-QUANTITY TO WS-PICK-QTY-WANTED
               MOVE SPACES TO WS-PICK-KIT-WANTED
               PERFORM TAKE-ONE-PICK-LINE
           END-IF.

       TAKE-ONE-PICK-LINE.
           *> No bin, no pick line: the supervisor's exception
           *> list gets it instead of a picker hunting for a
           *> blank location.  The bin must be in the picking
           *> warehouse.
           MOVE "N" TO WS-BIN-FOUND
           PERFORM VARYING WS-BIN-IDX FROM 1 BY 1
                   UNTIL WS-BIN-IDX > WS-BIN-COUNT
                       OR WS-BIN-WAS-FOUND
               IF WS-BIN-ITEM (WS-BIN-IDX) = WS-PICK-ITEM-WANTED
                       AND WS-BIN-WAREHOUSE (WS-BIN-IDX)
                           = WS-PICK-WAREHOUSE-WANTED
                   SET WS-BIN-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-BIN-WAS-FOUND
               ADD 1 TO WS-NO-BIN-COUNT
               MOVE SPACES TO PICK-EXCEPTION-RECORD
               IF WS-PICK-KIT-WANTED = SPACES
                   STRING "*** NO BIN ASSIGNMENT: ITEM "
                       WS-PICK-ITEM-WANTED " WH "
                       WS-PICK-WAREHOUSE-WANTED
                       " ORDER " DL-ORDER-NUMBER
                       " QTY " WS-PICK-QTY-WANTED " ***"
                       DELIMITED BY SIZE INTO PICK-EXCEPTION-RECORD
                   END-STRING
               ELSE
                   STRING "*** NO BIN ASSIGNMENT: ITEM "
                       WS-PICK-ITEM-WANTED " WH "
                       WS-PICK-WAREHOUSE-WANTED
                       " ORDER " DL-ORDER-NUMBER
                       " QTY " WS-PICK-QTY-WANTED " (KIT "
                       WS-PICK-KIT-WANTED ") ***"
                       DELIMITED BY SIZE INTO PICK-EXCEPTION-RECORD
                   END-STRING
               END-IF
               WRITE PICK-EXCEPTION-RECORD
           ELSE
               SUBTRACT 1 FROM WS-BIN-IDX
               IF WS-PICK-COUNT < 5000
                   ADD 1 TO WS-PICK-COUNT
                   MOVE WS-PICK-WAREHOUSE-WANTED
                       TO WS-PK-WAREHOUSE (WS-PICK-COUNT)
                   MOVE DL-ORDER-NUMBER
                       TO WS-PK-ORDER (WS-PICK-COUNT)
                   MOVE WS-BIN-AISLE (WS-BIN-IDX)
                       TO WS-PK-AISLE (WS-PICK-COUNT)
                   MOVE WS-BIN-BIN (WS-BIN-IDX)
                       TO WS-PK-BIN (WS-PICK-COUNT)
                   MOVE WS-PICK-ITEM-WANTED
                       TO WS-PK-ITEM (WS-PICK-COUNT)
                   MOVE WS-PICK-QTY-WANTED
                       TO WS-PK-QTY (WS-PICK-COUNT)
                   MOVE WS-PICK-KIT-WANTED
                       TO WS-PK-KIT (WS-PICK-COUNT)
                   MOVE SPACES TO WS-PK-EXPIRY (WS-PICK-COUNT)
                   MOVE SPACES TO WS-PK-LOT (WS-PICK-COUNT)
                   PERFORM ADD-TO-BULK-ROLLUP
               END-IF
           END-IF.

       TAKE-ONE-LOT-LINE.
           *> A lot covering what is left of the D line's pick
           *> line takes that line over; a smaller one is split
           *> off it as a pick line of its own.  The bulk summary
           *> already has the whole line.
           MOVE 0 TO WS-LAST-PICK-SLOT
           PERFORM VARYING WS-PICK-IDX FROM WS-FIRST-PICK-SLOT BY 1
                   UNTIL WS-PICK-IDX > WS-PICK-COUNT
                       OR WS-LAST-PICK-SLOT > 0
               IF WS-PK-ITEM (WS-PICK-IDX) = DL-ITEM-NUMBER
                       AND WS-PK-LOT (WS-PICK-IDX) = SPACES
                   MOVE WS-PICK-IDX TO WS-LAST-PICK-SLOT
               END-IF
           END-PERFORM
           IF WS-LAST-PICK-SLOT > 0
               IF DL-QUANTITY >= WS-PK-QTY (WS-LAST-PICK-SLOT)
                   MOVE DL-LOT-NUMBER
                       TO WS-PK-LOT (WS-LAST-PICK-SLOT)
                   MOVE DL-EXPIRY-DATE
                       TO WS-PK-EXPIRY (WS-LAST-PICK-SLOT)
                   MOVE 0 TO WS-LAST-PICK-SLOT
                   ADD 1 TO WS-LOT-LINE-COUNT
               ELSE
                   IF WS-PICK-COUNT < 5000
                       ADD 1 TO WS-PICK-COUNT
                       MOVE WS-PICK-ENTRY (WS-LAST-PICK-SLOT)
                           TO WS-PICK-ENTRY (WS-PICK-COUNT)
                       MOVE DL-QUANTITY TO WS-PK-QTY (WS-PICK-COUNT)
                       MOVE DL-LOT-NUMBER
                           TO WS-PK-LOT (WS-PICK-COUNT)
                       MOVE DL-EXPIRY-DATE
                           TO WS-PK-EXPIRY (WS-PICK-COUNT)
                       SUBTRACT DL-QUANTITY
                           FROM WS-PK-QTY (WS-LAST-PICK-SLOT)
                       ADD 1 TO WS-LOT-LINE-COUNT
                   END-IF
               END-IF
           END-IF.

       ADD-TO-BULK-ROLLUP.
           MOVE 0 TO WS-THIS-SLOT
           PERFORM VARYING WS-BULK-IDX FROM 1 BY 1
                   UNTIL WS-BULK-IDX > WS-BULK-COUNT
                       OR WS-THIS-SLOT > 0
               IF WS-BU-ITEM (WS-BULK-IDX) = WS-PICK-ITEM-WANTED
                       AND WS-BU-WAREHOUSE (WS-BULK-IDX)
                           = WS-PICK-WAREHOUSE-WANTED
                   MOVE WS-BULK-IDX TO WS-THIS-SLOT
               END-IF
           END-PERFORM
           IF WS-THIS-SLOT = 0 AND WS-BULK-COUNT < 2000
               ADD 1 TO WS-BULK-COUNT
               MOVE WS-BULK-COUNT TO WS-THIS-SLOT
               MOVE WS-PICK-WAREHOUSE-WANTED
                   TO WS-BU-WAREHOUSE (WS-THIS-SLOT)
               MOVE WS-PICK-ITEM-WANTED TO WS-BU-ITEM (WS-THIS-SLOT)
               MOVE WS-PK-WALK (WS-PICK-COUNT)
                   TO WS-BU-WALK (WS-THIS-SLOT)
               MOVE 0 TO WS-BU-QTY (WS-THIS-SLOT)
               MOVE 0 TO WS-BU-ORDERS (WS-THIS-SLOT)
           END-IF
           IF WS-THIS-SLOT > 0
               ADD WS-PICK-QTY-WANTED TO WS-BU-QTY (WS-THIS-SLOT)
               ADD 1 TO WS-BU-ORDERS (WS-THIS-SLOT)
           END-IF.

      *> Exchange sort: warehouse first (the document sets),
      *> then order (the documents), then aisle and bin inside
      *> each order (the walk), then a bin's lots by expiry.
       SORT-INTO-WALK-SEQUENCE.
           SET WS-A-SWAP-HAPPENED TO TRUE
           PERFORM UNTIL NOT WS-A-SWAP-HAPPENED
               PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                       UNTIL WS-PICK-IDX >= WS-PICK-COUNT
                   COMPUTE WS-SWAP-IDX = WS-PICK-IDX + 1
                   IF WS-PK-WAREHOUSE (WS-PICK-IDX)
                           > WS-PK-WAREHOUSE (WS-SWAP-IDX)
                       OR (WS-PK-WAREHOUSE (WS-PICK-IDX)
                               = WS-PK-WAREHOUSE (WS-SWAP-IDX)
                           AND WS-PK-ORDER (WS-PICK-IDX)
                               > WS-PK-ORDER (WS-SWAP-IDX))
                       OR (WS-PK-WAREHOUSE (WS-PICK-IDX)
                               = WS-PK-WAREHOUSE (WS-SWAP-IDX)
                           AND WS-PK-ORDER (WS-PICK-IDX)
                               = WS-PK-ORDER (WS-SWAP-IDX)
                           AND WS-PK-WALK (WS-PICK-IDX)
                               > WS-PK-WALK (WS-SWAP-IDX))
                       OR (WS-PK-WAREHOUSE (WS-PICK-IDX)
                               = WS-PK-WAREHOUSE (WS-SWAP-IDX)
                           AND WS-PK-ORDER (WS-PICK-IDX)
                               = WS-PK-ORDER (WS-SWAP-IDX)
                           AND WS-PK-WALK (WS-PICK-IDX)
                               = WS-PK-WALK (WS-SWAP-IDX)
                           AND WS-PK-EXPIRY (WS-PICK-IDX)
                               > WS-PK-EXPIRY (WS-SWAP-IDX))
                       MOVE WS-PICK-ENTRY (WS-PICK-IDX)
                           TO WS-PICK-HOLD
                       MOVE WS-PICK-ENTRY (WS-SWAP-IDX)

       PRINT-PICK-DOCUMENTS.
           MOVE SPACES TO WS-CURRENT-ORDER
           MOVE SPACES TO WS-CURRENT-WAREHOUSE
           PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                   UNTIL WS-PICK-IDX > WS-PICK-COUNT
      *> Each warehouse's set opens on its own cover page, for
      *> the printer there to tear off.
               IF WS-PK-WAREHOUSE (WS-PICK-IDX)
                       NOT = WS-CURRENT-WAREHOUSE
                   MOVE WS-PK-WAREHOUSE (WS-PICK-IDX)
                       TO WS-CURRENT-WAREHOUSE
                   MOVE SPACES TO WS-CURRENT-ORDER
                   ADD 1 TO WS-WAREHOUSE-COUNT
                   MOVE SPACES TO PICK-LIST-RECORD
                   MOVE "1" TO PK-CTRL-CHAR
                   STRING "PICK DOCUMENTS FOR WAREHOUSE "
                       WS-CURRENT-WAREHOUSE
                       DELIMITED BY SIZE INTO PK-DATA
                   END-STRING
                   WRITE PICK-LIST-RECORD
               END-IF
               IF WS-PK-ORDER (WS-PICK-IDX)
                       NOT = WS-CURRENT-ORDER
                   MOVE WS-PK-ORDER (WS-PICK-IDX)
                   ADD 1 TO WS-ORDER-COUNT
                   MOVE SPACES TO PICK-LIST-RECORD
                   MOVE "1" TO PK-CTRL-CHAR
                   STRING "PICK DOCUMENT - WAREHOUSE "
                       WS-CURRENT-WAREHOUSE
                       " ORDER " WS-CURRENT-ORDER
                       "   (AISLE/BIN WALK SEQUENCE)"
                       DELIMITED BY SIZE INTO PK-DATA
                   END-STRING
                   "  PICKED [______]"
                   DELIMITED BY SIZE INTO PK-DATA
               END-STRING
               IF WS-PK-KIT (WS-PICK-IDX) NOT = SPACES
                   STRING "  FOR KIT " WS-PK-KIT (WS-PICK-IDX)
                       DELIMITED BY SIZE INTO PK-DATA (77:)
                   END-STRING
               END-IF
               IF WS-PK-LOT (WS-PICK-IDX) NOT = SPACES
                   STRING "  LOT " WS-PK-LOT (WS-PICK-IDX)
                       " EXP " WS-PK-EXPIRY (WS-PICK-IDX)
                       DELIMITED BY SIZE INTO PK-DATA (77:)
                   END-STRING
               END-IF
               WRITE PICK-LIST-RECORD
           END-PERFORM.

               PERFORM VARYING WS-BULK-IDX FROM 1 BY 1
                       UNTIL WS-BULK-IDX >= WS-BULK-COUNT
                   COMPUTE WS-SWAP-IDX = WS-BULK-IDX + 1
                   IF WS-BU-WAREHOUSE (WS-BULK-IDX)
                           > WS-BU-WAREHOUSE (WS-SWAP-IDX)
                       OR (WS-BU-WAREHOUSE (WS-BULK-IDX)
                               = WS-BU-WAREHOUSE (WS-SWAP-IDX)
                           AND WS-BU-QTY (WS-BULK-IDX)
                               < WS-BU-QTY (WS-SWAP-IDX))
                       MOVE WS-BULK-ENTRY (WS-BULK-IDX)
                           TO WS-BULK-HOLD
                       MOVE WS-BULK-ENTRY (WS-SWAP-IDX)
           END-PERFORM.

       PRINT-BULK-SUMMARY.
           MOVE SPACES TO WS-CURRENT-WAREHOUSE
           PERFORM VARYING WS-BULK-IDX FROM 1 BY 1
                   UNTIL WS-BULK-IDX > WS-BULK-COUNT
               IF WS-BU-WAREHOUSE (WS-BULK-IDX)
                       NOT = WS-CURRENT-WAREHOUSE
                   MOVE WS-BU-WAREHOUSE (WS-BULK-IDX)
                       TO WS-CURRENT-WAREHOUSE
                   MOVE SPACES TO PICK-LIST-RECORD
                   MOVE "1" TO PK-CTRL-CHAR
                   STRING "CONSOLIDATED BULK PICK - WAREHOUSE "
                       WS-CURRENT-WAREHOUSE
                       " - HEAVIEST ITEMS FIRST"
                       DELIMITED BY SIZE INTO PK-DATA
                   END-STRING
                   WRITE PICK-LIST-RECORD
               END-IF
               MOVE WS-BU-ITEM (WS-BULK-IDX) TO WS-DESC-WANTED
               PERFORM FIND-ITEM-DESCRIPTION
               MOVE SPACES TO PICK-LIST-RECORD

       COPY DSCLOOK.

       COPY KITLOAD.

       END PROGRAM PICKLIST.
