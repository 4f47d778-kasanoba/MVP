       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTSHEET.

      *> Count sheets.  IM-QUANTITY is moved by allocation,
      *> returns, receipts and maintenance, and until now nobody
      *> ever checked it against the shelf.  This prints blind
      *> count sheets -- item and location, never the system
      *> quantity, so the counter counts what is there instead of
      *> confirming what the master says -- in BINLOC aisle/bin
      *> walk sequence, one sheet per aisle, each with a box for
      *> the counted quantity and a COUNTED BY / DATE line.
      *> What is counted comes from the selection file (CNTSEL):
      *>   - no selection, or a W record: the whole warehouse,
      *>     a physical inventory;
      *>   - A records (aisle) and C records (category code): a
      *>     cycle count of just those aisles and categories.
      *> Items on the master with no bin assignment print last,
      *> on their own NO BIN ASSIGNED sheet, so they are still
      *> counted and someone notices they need a bin.  Every
      *> item printed is also written to the count list
      *> (CNTLIST) that the count-entry run (CNTPOST) posts
      *> against.
      *> Warehouses: one run counts one warehouse, named on an H
      *> record in CNTSEL (the main warehouse, 01, when there is
      *> none), and its locations are that warehouse's bins --
      *> BINLOC now carries the warehouse.  The main warehouse
      *> counts every item on the master, as before; any other
      *> counts the items binned there or holding a stock
      *> position there (STKPOS), since an item it has never
      *> stocked has nothing on its shelves to count.  The
      *> warehouse goes on every sheet heading and every count
      *> list record, so CNTPOST posts the count against that
      *> warehouse's position.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ITEMMAST-SEL.
       COPY ITEMDESC-SEL.
       COPY CNTLIST-SEL.
       COPY STKPOS-SEL.
           SELECT BIN-LOCATION-FILE ASSIGN TO "BINLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BINLOC-STATUS.
           SELECT COUNT-SELECTION-FILE ASSIGN TO "CNTSEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNTSEL-STATUS.
           SELECT COUNT-SHEET-FILE ASSIGN TO "CNTSHT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNTSHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY ITEMMAST-FD.
       COPY ITEMDESC-FD.
       COPY CNTLIST-FD.
       COPY STKPOS-FD.

      *> PICKLIST's bin-location layout (see PICKLIST).
       FD  BIN-LOCATION-FILE.
       01  BIN-LOCATION-RECORD.
           05  BL-ITEM-NUMBER           PIC X(6).
           05  BL-AISLE                 PIC X(3).
           05  BL-BIN                   PIC X(4).
           05  BL-WAREHOUSE             PIC X(2).
           05  FILLER                   PIC X(65).

      *> One record per aisle or category to cycle-count; a W
      *> record (or no file at all) counts the whole warehouse.
      *> An H record names the warehouse (SL-CODE, first two
      *> characters) the sheets are for.
       FD  COUNT-SELECTION-FILE.
       01  COUNT-SELECTION-RECORD.
           05  SL-TYPE                  PIC X.
               88  SL-IS-AISLE          VALUE "A".
               88  SL-IS-CATEGORY       VALUE "C".
               88  SL-IS-WHOLE          VALUE "W".
               88  SL-IS-WAREHOUSE      VALUE "H".
           05  SL-CODE                  PIC X(4).
           05  FILLER                   PIC X(75).

       FD  COUNT-SHEET-FILE.
       01  COUNT-SHEET-RECORD.
           05  CS-CTRL-CHAR             PIC X.
           05  CS-DATA                  PIC X(110).

       WORKING-STORAGE SECTION.
       COPY DSCLOOK-WS.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-ITEMMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-CNTLIST-STATUS            PIC XX VALUE SPACES.
       01  WS-BINLOC-STATUS             PIC XX VALUE SPACES.
       01  WS-CNTSEL-STATUS             PIC XX VALUE SPACES.
       01  WS-CNTSHT-STATUS             PIC XX VALUE SPACES.
       01  WS-STKPOS-STATUS             PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-TODAY-TEXT                PIC X(10) VALUE SPACES.
      *> What to count.
       01  WS-SELECTION-TABLE.
           05  WS-SEL-ENTRY OCCURS 100 TIMES.
               10  WS-SEL-TYPE          PIC X.
               10  WS-SEL-CODE          PIC X(4).
       01  WS-SEL-COUNT                 PIC 999 VALUE 0.
       01  WS-SEL-IDX                   PIC 999 VALUE 0.
       01  WS-WHOLE-WAREHOUSE           PIC X VALUE "Y".
           88  WS-COUNTING-EVERYTHING   VALUE "Y".
       01  WS-WHOLE-ASKED               PIC X VALUE "N".
       01  WS-COUNT-TYPE                PIC X VALUE "P".
       01  WS-COUNT-TYPE-TEXT           PIC X(18) VALUE SPACES.
       01  WS-ITEM-SELECTED             PIC X VALUE "N".
           88  WS-ITEM-IS-SELECTED      VALUE "Y".
      *> The warehouse being counted, and the main warehouse,
      *> where a bin with no warehouse is and every item counts.
       01  WS-COUNT-WAREHOUSE           PIC X(2) VALUE "01".
       01  WS-MAIN-WAREHOUSE            PIC X(2) VALUE "01".
       01  WS-POSITIONS-OPEN            PIC X VALUE "N".
           88  WS-POSITIONS-ARE-OPEN    VALUE "Y".
       01  WS-ITEM-STOCKED              PIC X VALUE "N".
           88  WS-ITEM-IS-STOCKED       VALUE "Y".
      *> Bin locations in memory: the counted warehouse's only.
       01  WS-BIN-TABLE.
           05  WS-BIN-ENTRY OCCURS 2000 TIMES.
               10  WS-BIN-ITEM          PIC X(6).
               10  WS-BIN-AISLE         PIC X(3).
               10  WS-BIN-BIN           PIC X(4).
       01  WS-BIN-COUNT                 PIC 9(4) VALUE 0.
       01  WS-BIN-IDX                   PIC 9(4) VALUE 0.
       01  WS-BIN-FOUND                 PIC X VALUE "N".
           88  WS-BIN-WAS-FOUND         VALUE "Y".
      *> The items to count, sorted into walk sequence (aisle,
      *> bin, item).  An item with no bin walks as HIGH-VALUES
      *> so it sorts after every real location.
       01  WS-COUNT-TABLE.
           05  WS-COUNT-ENTRY OCCURS 3000 TIMES.
               10  WS-CT-WALK.
                   15  WS-CT-AISLE      PIC X(3).
                   15  WS-CT-BIN        PIC X(4).
               10  WS-CT-ITEM           PIC X(6).
       01  WS-COUNT-COUNT               PIC 9(4) VALUE 0.
       01  WS-COUNT-IDX                 PIC 9(4) VALUE 0.
       01  WS-SWAP-IDX                  PIC 9(4) VALUE 0.
       01  WS-COUNT-HOLD                PIC X(13).
       01  WS-SORT-SWAPPED              PIC X VALUE "N".
           88  WS-A-SWAP-HAPPENED       VALUE "Y".
       01  WS-COUNT-OVERFLOW            PIC 9(5) VALUE 0.
       01  WS-CURRENT-AISLE             PIC X(3) VALUE SPACES.
       01  WS-SHEET-NUMBER              PIC 9(4) VALUE 0.
       01  WS-NO-BIN-COUNT              PIC 9(5) VALUE 0.
       01  WS-MASTER-READ               PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       CNTSHEET-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           OPEN OUTPUT COUNT-SHEET-FILE
           OPEN OUTPUT COUNT-LIST-FILE
           IF WS-CNTSHT-STATUS NOT = "00"
                   OR WS-CNTLIST-STATUS NOT = "00"
               MOVE "MT0939E" TO WS-OM-ID
               STRING "CNTSHEET: CNTSHT OR CNTLIST NOT AVAILABLE - "
                   "NO COUNT SHEETS PRINTED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-THE-SELECTION
           PERFORM LOAD-BIN-LOCATIONS
           PERFORM LOAD-ITEM-DESCRIPTIONS
           PERFORM SELECT-THE-ITEMS
           IF RETURN-CODE NOT = 0
               CLOSE COUNT-SHEET-FILE
               CLOSE COUNT-LIST-FILE
               GOBACK
           END-IF
           PERFORM SORT-INTO-WALK-SEQUENCE
           PERFORM PRINT-COUNT-SHEETS
           CLOSE COUNT-SHEET-FILE
           CLOSE COUNT-LIST-FILE
           DISPLAY "===== CNTSHEET END-OF-JOB SUMMARY ====="
           DISPLAY "COUNT TYPE          : " WS-COUNT-TYPE-TEXT
           DISPLAY "WAREHOUSE           : " WS-COUNT-WAREHOUSE
           DISPLAY "MASTER ITEMS READ   : " WS-MASTER-READ
           DISPLAY "ITEMS TO COUNT      : " WS-COUNT-COUNT
           DISPLAY "COUNT SHEETS        : " WS-SHEET-NUMBER
           DISPLAY "ITEMS WITH NO BIN   : " WS-NO-BIN-COUNT
           DISPLAY "ITEMS NOT LISTED    : " WS-COUNT-OVERFLOW
           DISPLAY "======================================="
           IF WS-NO-BIN-COUNT > 0 OR WS-COUNT-OVERFLOW > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       READ-THE-SELECTION.
           OPEN INPUT COUNT-SELECTION-FILE
           IF WS-CNTSEL-STATUS = "00"
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ COUNT-SELECTION-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-ONE-SELECTION
                   END-READ
               END-PERFORM
               CLOSE COUNT-SELECTION-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF
      *> Any aisle or category selected makes it a cycle count,
      *> unless a W record asked for everything anyway.
           IF WS-SEL-COUNT > 0 AND WS-WHOLE-ASKED = "N"
               MOVE "N" TO WS-WHOLE-WAREHOUSE
           END-IF
           IF WS-COUNTING-EVERYTHING
               MOVE "P" TO WS-COUNT-TYPE
               MOVE "PHYSICAL INVENTORY" TO WS-COUNT-TYPE-TEXT
           ELSE
               MOVE "C" TO WS-COUNT-TYPE
               MOVE "CYCLE COUNT" TO WS-COUNT-TYPE-TEXT
           END-IF.

       TAKE-ONE-SELECTION.
           EVALUATE TRUE
               WHEN SL-IS-WHOLE
                   MOVE "Y" TO WS-WHOLE-ASKED
               WHEN SL-IS-WAREHOUSE
                   IF SL-CODE (1:2) IS NUMERIC
                           AND SL-CODE (1:2) NOT = "00"
                       MOVE SL-CODE (1:2) TO WS-COUNT-WAREHOUSE
                   ELSE
                       DISPLAY "CNTSHEET: WAREHOUSE SELECTION "
                           "IGNORED - " COUNT-SELECTION-RECORD (1:5)
                   END-IF
               WHEN SL-IS-AISLE OR SL-IS-CATEGORY
                   IF SL-CODE NOT = SPACES AND WS-SEL-COUNT < 100
                       ADD 1 TO WS-SEL-COUNT
                       MOVE SL-TYPE TO WS-SEL-TYPE (WS-SEL-COUNT)
                       MOVE SL-CODE TO WS-SEL-CODE (WS-SEL-COUNT)
                   END-IF
               WHEN OTHER
                   DISPLAY "CNTSHEET: SELECTION IGNORED - "
                       COUNT-SELECTION-RECORD (1:5)
           END-EVALUATE.

       LOAD-BIN-LOCATIONS.
           OPEN INPUT BIN-LOCATION-FILE
           IF WS-BINLOC-STATUS NOT = "00"
               DISPLAY "CNTSHEET: NO BIN-LOCATION FILE - EVERY "
                   "ITEM PRINTS AS NO BIN ASSIGNED"
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ BIN-LOCATION-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF BL-WAREHOUSE = SPACES
                               MOVE WS-MAIN-WAREHOUSE TO BL-WAREHOUSE
                           END-IF
                           IF WS-BIN-COUNT < 2000
                                   AND BL-WAREHOUSE
                                       = WS-COUNT-WAREHOUSE
                               ADD 1 TO WS-BIN-COUNT
                               MOVE BL-ITEM-NUMBER
                                   TO WS-BIN-ITEM (WS-BIN-COUNT)
                               MOVE BL-AISLE
                                   TO WS-BIN-AISLE (WS-BIN-COUNT)
                               MOVE BL-BIN
                                   TO WS-BIN-BIN (WS-BIN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BIN-LOCATION-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF.

       SELECT-THE-ITEMS.
           OPEN INPUT ITEM-MASTER-FILE
           IF WS-ITEMMAST-STATUS NOT = "00"
               MOVE "MT0940E" TO WS-OM-ID
               STRING "CNTSHEET: ITEMMAST NOT AVAILABLE - "
                   "NO COUNT SHEETS PRINTED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
      *> Away from the main warehouse the positions say which
      *> unbinned items it stocks; without them only its binned
      *> items are counted.
               IF WS-COUNT-WAREHOUSE NOT = WS-MAIN-WAREHOUSE
                   OPEN INPUT STOCK-POSITION-FILE
                   IF WS-STKPOS-STATUS = "00"
                       SET WS-POSITIONS-ARE-OPEN TO TRUE
                   ELSE
                       DISPLAY "CNTSHEET: STKPOS NOT AVAILABLE - "
                           "ONLY ITEMS BINNED IN WAREHOUSE "
                           WS-COUNT-WAREHOUSE " ARE COUNTED"
                   END-IF
               END-IF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ ITEM-MASTER-FILE NEXT RECORD
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-MASTER-READ
                           PERFORM CONSIDER-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE ITEM-MASTER-FILE
               IF WS-POSITIONS-ARE-OPEN
                   CLOSE STOCK-POSITION-FILE
               END-IF
           END-IF.

       CONSIDER-ONE-ITEM.
           MOVE "N" TO WS-BIN-FOUND
           PERFORM VARYING WS-BIN-IDX FROM 1 BY 1
                   UNTIL WS-BIN-IDX > WS-BIN-COUNT
                       OR WS-BIN-WAS-FOUND
               IF WS-BIN-ITEM (WS-BIN-IDX) = IM-ITEM-NUMBER
                   SET WS-BIN-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-BIN-WAS-FOUND
               SUBTRACT 1 FROM WS-BIN-IDX
           END-IF
           PERFORM JUDGE-ITEM-STOCKED
           IF NOT WS-ITEM-IS-STOCKED
               MOVE "N" TO WS-ITEM-SELECTED
           ELSE
               IF WS-COUNTING-EVERYTHING
                   MOVE "Y" TO WS-ITEM-SELECTED
               ELSE
                   PERFORM MATCH-THE-SELECTION
               END-IF
           END-IF
           IF WS-ITEM-IS-SELECTED
               IF WS-COUNT-COUNT < 3000
                   ADD 1 TO WS-COUNT-COUNT
                   MOVE IM-ITEM-NUMBER TO WS-CT-ITEM (WS-COUNT-COUNT)
                   IF WS-BIN-WAS-FOUND
                       MOVE WS-BIN-AISLE (WS-BIN-IDX)
                           TO WS-CT-AISLE (WS-COUNT-COUNT)
                       MOVE WS-BIN-BIN (WS-BIN-IDX)
                           TO WS-CT-BIN (WS-COUNT-COUNT)
                   ELSE
                       MOVE HIGH-VALUES TO WS-CT-WALK (WS-COUNT-COUNT)
                       ADD 1 TO WS-NO-BIN-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-COUNT-OVERFLOW
               END-IF
           END-IF.

      *> The main warehouse stocks everything on the master;
      *> another warehouse what is binned there or has a
      *> position there.
       JUDGE-ITEM-STOCKED.
           MOVE "N" TO WS-ITEM-STOCKED
           IF WS-COUNT-WAREHOUSE = WS-MAIN-WAREHOUSE
                   OR WS-BIN-WAS-FOUND
               SET WS-ITEM-IS-STOCKED TO TRUE
           ELSE
               IF WS-POSITIONS-ARE-OPEN
                   MOVE IM-ITEM-NUMBER TO SK-ITEM-NUMBER
                   MOVE WS-COUNT-WAREHOUSE TO SK-WAREHOUSE
                   READ STOCK-POSITION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-ITEM-IS-STOCKED TO TRUE
                   END-READ
               END-IF
           END-IF.

      *> A cycle count takes an item when its aisle or its
      *> category is on the selection.
       MATCH-THE-SELECTION.
           MOVE "N" TO WS-ITEM-SELECTED
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-COUNT
                       OR WS-ITEM-IS-SELECTED
               IF WS-SEL-TYPE (WS-SEL-IDX) = "C"
                       AND WS-SEL-CODE (WS-SEL-IDX)
                           = IM-CATEGORY-CODE
                   MOVE "Y" TO WS-ITEM-SELECTED
               END-IF
               IF WS-SEL-TYPE (WS-SEL-IDX) = "A"
                       AND WS-BIN-WAS-FOUND
                       AND WS-SEL-CODE (WS-SEL-IDX) (1:3)
                           = WS-BIN-AISLE (WS-BIN-IDX)
                   MOVE "Y" TO WS-ITEM-SELECTED
               END-IF
           END-PERFORM.

      *> Exchange sort: aisle and bin (the walk), then item
      *> inside a shared bin.
       SORT-INTO-WALK-SEQUENCE.
           SET WS-A-SWAP-HAPPENED TO TRUE
           PERFORM UNTIL NOT WS-A-SWAP-HAPPENED
               MOVE "N" TO WS-SORT-SWAPPED
               PERFORM VARYING WS-COUNT-IDX FROM 1 BY 1
                       UNTIL WS-COUNT-IDX >= WS-COUNT-COUNT
                   COMPUTE WS-SWAP-IDX = WS-COUNT-IDX + 1
                   IF WS-CT-WALK (WS-COUNT-IDX)
                           > WS-CT-WALK (WS-SWAP-IDX)
                       OR (WS-CT-WALK (WS-COUNT-IDX)
                               = WS-CT-WALK (WS-SWAP-IDX)
                           AND WS-CT-ITEM (WS-COUNT-IDX)
                               > WS-CT-ITEM (WS-SWAP-IDX))
                       MOVE WS-COUNT-ENTRY (WS-COUNT-IDX)
                           TO WS-COUNT-HOLD
                       MOVE WS-COUNT-ENTRY (WS-SWAP-IDX)
                           TO WS-COUNT-ENTRY (WS-COUNT-IDX)
                       MOVE WS-COUNT-HOLD
                           TO WS-COUNT-ENTRY (WS-SWAP-IDX)
                       SET WS-A-SWAP-HAPPENED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-COUNT-SHEETS.
           MOVE LOW-VALUES TO WS-CURRENT-AISLE
           PERFORM VARYING WS-COUNT-IDX FROM 1 BY 1
                   UNTIL WS-COUNT-IDX > WS-COUNT-COUNT
               IF WS-CT-AISLE (WS-COUNT-IDX) NOT = WS-CURRENT-AISLE
                   MOVE WS-CT-AISLE (WS-COUNT-IDX)
                       TO WS-CURRENT-AISLE
                   PERFORM START-A-NEW-SHEET
               END-IF
               MOVE WS-CT-ITEM (WS-COUNT-IDX) TO WS-DESC-WANTED
               PERFORM FIND-ITEM-DESCRIPTION
               MOVE SPACES TO COUNT-SHEET-RECORD
               MOVE " " TO CS-CTRL-CHAR
               IF WS-CT-WALK (WS-COUNT-IDX) = HIGH-VALUES
                   STRING "  ---/----  " WS-CT-ITEM (WS-COUNT-IDX)
                       " " WS-DESC-TEXT
                       "  COUNTED [________]"
                       DELIMITED BY SIZE INTO CS-DATA
                   END-STRING
               ELSE
                   STRING "  " WS-CT-AISLE (WS-COUNT-IDX) "/"
                       WS-CT-BIN (WS-COUNT-IDX)
                       "  " WS-CT-ITEM (WS-COUNT-IDX)
                       " " WS-DESC-TEXT
                       "  COUNTED [________]"
                       DELIMITED BY SIZE INTO CS-DATA
                   END-STRING
               END-IF
               WRITE COUNT-SHEET-RECORD
               MOVE SPACES TO COUNT-LIST-RECORD
               MOVE WS-SHEET-NUMBER TO CL-SHEET-NUMBER
               MOVE WS-CT-ITEM (WS-COUNT-IDX) TO CL-ITEM-NUMBER
               IF WS-CT-WALK (WS-COUNT-IDX) NOT = HIGH-VALUES
                   MOVE WS-CT-AISLE (WS-COUNT-IDX) TO CL-AISLE
                   MOVE WS-CT-BIN (WS-COUNT-IDX) TO CL-BIN
               END-IF
               MOVE WS-COUNT-TYPE TO CL-COUNT-TYPE
               MOVE WS-COUNT-WAREHOUSE TO CL-WAREHOUSE
               MOVE WS-TODAY-TEXT TO CL-SHEET-DATE
               WRITE COUNT-LIST-RECORD
           END-PERFORM.

       START-A-NEW-SHEET.
           ADD 1 TO WS-SHEET-NUMBER
           MOVE SPACES TO COUNT-SHEET-RECORD
           MOVE "1" TO CS-CTRL-CHAR
           IF WS-CURRENT-AISLE = HIGH-VALUES
               STRING "COUNT SHEET " WS-SHEET-NUMBER
                   " - WAREHOUSE " WS-COUNT-WAREHOUSE
                   " - NO BIN ASSIGNED - " WS-COUNT-TYPE-TEXT
                   " - " WS-TODAY-TEXT
                   DELIMITED BY SIZE INTO CS-DATA
               END-STRING
           ELSE
               STRING "COUNT SHEET " WS-SHEET-NUMBER
                   " - WAREHOUSE " WS-COUNT-WAREHOUSE
                   " - AISLE " WS-CURRENT-AISLE
                   " - " WS-COUNT-TYPE-TEXT
                   " - " WS-TODAY-TEXT
                   DELIMITED BY SIZE INTO CS-DATA
               END-STRING
           END-IF
           WRITE COUNT-SHEET-RECORD
           MOVE SPACES TO COUNT-SHEET-RECORD
           MOVE " " TO CS-CTRL-CHAR
           STRING "COUNTED BY ____________________   "
               "DATE __________"
               DELIMITED BY SIZE INTO CS-DATA
           END-STRING
           WRITE COUNT-SHEET-RECORD
           MOVE SPACES TO COUNT-SHEET-RECORD
           MOVE " " TO CS-CTRL-CHAR
           STRING "  LOCATION  ITEM   DESCRIPTION"
               DELIMITED BY SIZE INTO CS-DATA
           END-STRING
           WRITE COUNT-SHEET-RECORD.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       COPY DSCLOOK.

       END PROGRAM CNTSHEET.
