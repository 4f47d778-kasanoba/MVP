       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPCALC.

      *> Monthly reorder-point planning.  The reorder point and
      *> reorder quantity on REORDPTS were typed once and never
      *> revisited, while SLSACCUM has been building per-item
      *> monthly unit history on SLSHIST the whole time.  For the
      *> window of months named on RPCCARD this works out each
      *> replenished item's average and peak monthly demand
      *> (a month with no sales counts as a zero month) and,
      *> with the supplier's lead time from SUPPMAST, proposes:
      *>   - reorder point: the lead time's demand at the average
      *>     rate, plus a safety margin of the peak month's excess
      *>     over the average for the same lead time;
      *>   - reorder quantity: the average demand over the cover
      *>     days on the card.
      *> The review report shows current against proposed and the
      *> change for every item.  Items with fewer months of
      *> history than the card's minimum, or whose peak month
      *> swings past the card's percentage of the average, are
      *> FLAGGED and keep their current values on the proposed
      *> file -- planning decides those by hand.  The proposed
      *> file (RPPROP) is a complete REORDPTS; it replaces the
      *> live one only when planning releases the approval job.
      *> Warehouses: REORDPTS may now carry a row per warehouse
      *> (RP-WAREHOUSE, blank the main one), but SLSHIST is kept
      *> for the company as a whole and cannot be split between
      *> them.  So only the main warehouse's row is recalculated
      *> from the demand; every other warehouse's row is carried
      *> onto the proposal exactly as it stands, shown on the
      *> report as kept, and left to the warehouse planners.
      *> Kits: a kit is sold under its own item number but is
      *> never bought -- REPLEN replenishes it through its
      *> components (KITBOM, the shared KITLOAD).  So a kit's
      *> sales are counted as demand on each component, at the
      *> kit's units times the quantity per kit, not on the kit.
      *> A component can so take demand from several items in
      *> one month; each row's window is totalled month by month
      *> before the average and peak are taken.  More reorder
      *> parameters than the run holds, or a window longer than
      *> it holds months for, stops the run rather than drop
      *> anyone's parameters from the proposal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY SUPPMAST-SEL.
       COPY KITBOM-SEL.
           SELECT PLANNING-CARD-FILE ASSIGN TO "RPCCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPCCARD-STATUS.
           SELECT REORDER-PARM-FILE ASSIGN TO "REORDPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORDPTS-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO "SLSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLSHIST-STATUS.
           SELECT PROPOSED-PARM-FILE ASSIGN TO "RPPROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPPROP-STATUS.
           SELECT PLANNING-REPORT-FILE ASSIGN TO "RPCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPCRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY SUPPMAST-FD.
       COPY KITBOM-FD.

      *> Window first and last month (YYYY-MM), the fewest months
      *> of history worth recalculating from, the swing ceiling
      *> (peak month as a percentage of the average), and the
      *> days of average demand a reorder quantity should cover.
       FD  PLANNING-CARD-FILE.
       01  PLANNING-CARD-RECORD.
           05  PC-FROM-MONTH            PIC X(7).
           05  PC-TO-MONTH              PIC X(7).
           05  PC-MIN-MONTHS            PIC X(2).
           05  PC-MIN-MONTHS-NUM REDEFINES PC-MIN-MONTHS
                                        PIC 99.
           05  PC-SWING-PCT             PIC X(3).
           05  PC-SWING-PCT-NUM REDEFINES PC-SWING-PCT
                                        PIC 999.
           05  PC-COVER-DAYS            PIC X(3).
           05  PC-COVER-DAYS-NUM REDEFINES PC-COVER-DAYS
                                        PIC 999.
           05  FILLER                   PIC X(58).

      *> REPLEN's reorder-parameter layout (see REPLEN).
       FD  REORDER-PARM-FILE.
       01  REORDER-PARM-RECORD.
           05  RP-ITEM-NUMBER           PIC X(6).
           05  RP-REORDER-POINT         PIC X(5).
           05  RP-REORDER-POINT-NUM REDEFINES RP-REORDER-POINT
                                        PIC 9(5).
           05  RP-REORDER-QTY           PIC X(5).
           05  RP-REORDER-QTY-NUM REDEFINES RP-REORDER-QTY
                                        PIC 9(5).
           05  RP-SUPPLIER              PIC X(8).
           05  RP-WAREHOUSE             PIC X(2).
           05  FILLER                   PIC X(54).

      *> SLSACCUM's history layout (see SLSACCUM).
       FD  SALES-HISTORY-FILE.
       01  SALES-HISTORY-RECORD.
           05  SH-ITEM-NUMBER           PIC X(6).
           05  SH-YEAR-MONTH            PIC X(7).
           05  SH-CATEGORY-CODE         PIC X(4).
           05  SH-UNITS                 PIC 9(7).
           05  SH-GROSS-VALUE           PIC 9(11)V99.
           05  SH-DISCOUNT-VALUE        PIC 9(9)V99.
           05  SH-ORDER-COUNT           PIC 9(5).
           05  FILLER                   PIC X(33).

       FD  PROPOSED-PARM-FILE.
       01  PROPOSED-PARM-RECORD         PIC X(80).

       FD  PLANNING-REPORT-FILE.
       01  PLANNING-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-SUPPMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-RPCCARD-STATUS            PIC XX VALUE SPACES.
       01  WS-REORDPTS-STATUS           PIC XX VALUE SPACES.
       01  WS-SLSHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-RPPROP-STATUS             PIC XX VALUE SPACES.
       01  WS-RPCRPT-STATUS             PIC XX VALUE SPACES.
       COPY KITLOAD-WS.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       01  WS-FROM-MONTH                PIC X(7) VALUE SPACES.
       01  WS-TO-MONTH                  PIC X(7) VALUE SPACES.
       01  WS-MIN-MONTHS                PIC 99 VALUE 6.
       01  WS-SWING-PCT                 PIC 999 VALUE 200.
       01  WS-COVER-DAYS                PIC 999 VALUE 30.
       01  WS-STANDARD-LEAD-DAYS        PIC 999 VALUE 14.
       01  WS-MONTH-PARTS.
           05  WS-MP-YYYY               PIC 9(4).
           05  FILLER                   PIC X.
           05  WS-MP-MM                 PIC 99.
       01  WS-FROM-ORDINAL              PIC 9(6) VALUE 0.
       01  WS-TO-ORDINAL                PIC 9(6) VALUE 0.
       01  WS-WINDOW-MONTHS             PIC 9(4) VALUE 0.
       01  WS-MONTH-SLOT                PIC 9(4) VALUE 0.
      *> The warehouse a row naming none is for; only its rows
      *> are planned from the company-wide demand.
       01  WS-MAIN-WAREHOUSE            PIC X(2) VALUE "01".
      *> The reorder parameters and the demand gathered for each.
       01  WS-PARM-TABLE.
           05  WS-PARM-ENTRY OCCURS 2000 TIMES.
               10  WS-PARM-IMAGE        PIC X(80).
               10  WS-PARM-ITEM         PIC X(6).
               10  WS-PARM-POINT        PIC 9(5).
               10  WS-PARM-QTY          PIC 9(5).
               10  WS-PARM-SUPPLIER     PIC X(8).
               10  WS-PARM-WAREHOUSE    PIC X(2).
               10  WS-PARM-NUMERIC      PIC X.
               10  WS-PARM-UNITS        PIC 9(9).
               10  WS-PARM-PEAK         PIC 9(9).
               10  WS-PARM-MONTHS       PIC 9(4).
      *> Each row's demand month by month across the window:
      *> whether SLSHIST had the month at all, and the units.
       01  WS-DEMAND-TABLE.
           05  WS-DEMAND-ROW OCCURS 2000 TIMES.
               10  WS-DEMAND-MONTH OCCURS 60 TIMES.
                   15  WS-DM-SEEN       PIC X.
                   15  WS-DM-UNITS      PIC 9(9).
       01  WS-MAX-WINDOW-MONTHS         PIC 9(4) VALUE 60.
       01  WS-ITEM-WANTED               PIC X(6) VALUE SPACES.
       01  WS-UNITS-WANTED              PIC 9(9) VALUE 0.
       01  WS-COMPONENT-IDX             PIC 9(4) VALUE 0.
       01  WS-KEPT-COUNT                PIC 9(5) VALUE 0.
       01  WS-PARM-COUNT                PIC 9(4) VALUE 0.
       01  WS-PARM-IDX                  PIC 9(4) VALUE 0.
       01  WS-PARM-FOUND                PIC X VALUE "N".
           88  WS-PARM-WAS-FOUND        VALUE "Y".
      *> Supplier lead times.
       01  WS-SUPP-TABLE.
           05  WS-SUPP-ENTRY OCCURS 500 TIMES.
               10  WS-SUPP-CODE         PIC X(8).
               10  WS-SUPP-LEAD-DAYS    PIC 9(3).
       01  WS-SUPP-COUNT                PIC 9(4) VALUE 0.
       01  WS-SUPP-IDX                  PIC 9(4) VALUE 0.
       01  WS-SUPP-FOUND                PIC X VALUE "N".
           88  WS-SUPP-WAS-FOUND        VALUE "Y".
       01  WS-LEAD-DAYS                 PIC 999 VALUE 0.
       01  WS-AVERAGE                   PIC 9(7)V99 VALUE 0.
       01  WS-NEW-POINT                 PIC 9(7) VALUE 0.
       01  WS-NEW-QTY                   PIC 9(7) VALUE 0.
       01  WS-WORK-AMOUNT               PIC 9(9)V9(4) VALUE 0.
       01  WS-POINT-CHANGE              PIC S9(7) VALUE 0.
       01  WS-QTY-CHANGE                PIC S9(7) VALUE 0.
       01  WS-CHANGE-DISPLAY-1          PIC -(6)9.
       01  WS-CHANGE-DISPLAY-2          PIC -(6)9.
       01  WS-AVG-DISPLAY               PIC Z(6)9.99.
       01  WS-FLAG-TEXT                 PIC X(24) VALUE SPACES.
       01  WS-RECALC-COUNT              PIC 9(5) VALUE 0.
       01  WS-PEAK-DISPLAY              PIC Z(8)9.
       01  WS-FLAGGED-COUNT             PIC 9(5) VALUE 0.
       01  WS-PROPOSED-COUNT            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       RPCALC-MAIN.
           PERFORM READ-PLANNING-CARD
           PERFORM LOAD-REORDER-PARMS
           PERFORM LOAD-SUPPLIER-LEAD-TIMES
           PERFORM LOAD-KIT-BOM
           IF WS-KIT-HAS-OVERFLOWED
               DISPLAY "RPCALC: KIT BILL OF MATERIALS EXCEEDS "
                   "3000 COMPONENTS - THE REST ARE NOT EXPLODED"
           END-IF
           PERFORM GATHER-THE-DEMAND
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > WS-PARM-COUNT
               PERFORM TOTAL-ONE-ROW
           END-PERFORM
           OPEN OUTPUT PROPOSED-PARM-FILE
           OPEN OUTPUT PLANNING-REPORT-FILE
           IF WS-RPPROP-STATUS NOT = "00"
                   OR WS-RPCRPT-STATUS NOT = "00"
               MOVE "MT0925E" TO WS-OM-ID
               STRING "RPCALC: RPPROP OR RPCRPT NOT AVAILABLE - "
                   "NO PROPOSAL WRITTEN"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO PLANNING-REPORT-RECORD
           STRING "REORDER-POINT REVIEW - DEMAND " WS-FROM-MONTH
               " TO " WS-TO-MONTH " (" WS-WINDOW-MONTHS
               " MONTHS)  MINIMUM HISTORY " WS-MIN-MONTHS
               "  SWING LIMIT " WS-SWING-PCT "%"
               DELIMITED BY SIZE INTO PLANNING-REPORT-RECORD
           END-STRING
           WRITE PLANNING-REPORT-RECORD
           MOVE SPACES TO PLANNING-REPORT-RECORD
           STRING "DEMAND IS COMPANY-WIDE, KITS COUNTED ON THEIR "
               "COMPONENTS: ONLY WAREHOUSE " WS-MAIN-WAREHOUSE
               " ROWS ARE RECALCULATED"
               DELIMITED BY SIZE INTO PLANNING-REPORT-RECORD
           END-STRING
           WRITE PLANNING-REPORT-RECORD
           MOVE SPACES TO PLANNING-REPORT-RECORD
           STRING "OTHER WAREHOUSES' ROWS ARE KEPT AS THEY STAND"
               DELIMITED BY SIZE INTO PLANNING-REPORT-RECORD
           END-STRING
           WRITE PLANNING-REPORT-RECORD
           MOVE SPACES TO PLANNING-REPORT-RECORD
           STRING "ITEM   WH SUPPLIER LEAD  AVG/MONTH      PEAK  "
               "POINT NOW  PROPOSED  CHANGE   QTY NOW  "
               "PROPOSED  CHANGE  FLAG"
               DELIMITED BY SIZE INTO PLANNING-REPORT-RECORD
           END-STRING
           WRITE PLANNING-REPORT-RECORD
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > WS-PARM-COUNT
               PERFORM PLAN-ONE-ITEM
           END-PERFORM
           CLOSE PROPOSED-PARM-FILE
           CLOSE PLANNING-REPORT-FILE
           DISPLAY "===== RPCALC END-OF-JOB SUMMARY ====="
           DISPLAY "DEMAND WINDOW       : " WS-FROM-MONTH " TO "
               WS-TO-MONTH
           DISPLAY "ITEMS ON REORDPTS   : " WS-PARM-COUNT
           DISPLAY "RECALCULATED        : " WS-RECALC-COUNT
           DISPLAY "FLAGGED FOR REVIEW  : " WS-FLAGGED-COUNT
           DISPLAY "OTHER WAREHOUSE KEPT: " WS-KEPT-COUNT
           DISPLAY "PROPOSED RECORDS    : " WS-PROPOSED-COUNT
           DISPLAY "====================================="
           IF WS-FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       READ-PLANNING-CARD.
           OPEN INPUT PLANNING-CARD-FILE
           IF WS-RPCCARD-STATUS = "00"
               READ PLANNING-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PC-FROM-MONTH TO WS-FROM-MONTH
                       MOVE PC-TO-MONTH TO WS-TO-MONTH
                       IF PC-MIN-MONTHS NUMERIC
                           MOVE PC-MIN-MONTHS-NUM TO WS-MIN-MONTHS
                       END-IF
                       IF PC-SWING-PCT NUMERIC
                               AND PC-SWING-PCT-NUM > 100
                           MOVE PC-SWING-PCT-NUM TO WS-SWING-PCT
                       END-IF
                       IF PC-COVER-DAYS NUMERIC
                               AND PC-COVER-DAYS-NUM > 0
                           MOVE PC-COVER-DAYS-NUM TO WS-COVER-DAYS
                       END-IF
               END-READ
               CLOSE PLANNING-CARD-FILE
           END-IF
      *> A window that does not read as two months in order is
      *> no basis for replanning anything.
           IF WS-FROM-MONTH (1:4) NOT NUMERIC
                   OR WS-FROM-MONTH (6:2) NOT NUMERIC
                   OR WS-TO-MONTH (1:4) NOT NUMERIC
                   OR WS-TO-MONTH (6:2) NOT NUMERIC
                   OR WS-FROM-MONTH > WS-TO-MONTH
               MOVE "MT0924E" TO WS-OM-ID
               STRING "RPCALC: RPCCARD MISSING OR WINDOW INVALID - "
                   "NO PROPOSAL WRITTEN"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-FROM-MONTH TO WS-MONTH-PARTS
           COMPUTE WS-FROM-ORDINAL = WS-MP-YYYY * 12 + WS-MP-MM
           MOVE WS-TO-MONTH TO WS-MONTH-PARTS
           COMPUTE WS-TO-ORDINAL = WS-MP-YYYY * 12 + WS-MP-MM
           COMPUTE WS-WINDOW-MONTHS =
               WS-TO-ORDINAL - WS-FROM-ORDINAL + 1
           IF WS-WINDOW-MONTHS > WS-MAX-WINDOW-MONTHS
               MOVE "MT1094E" TO WS-OM-ID
               STRING "RPCALC: RPCCARD WINDOW LONGER THAN "
                   WS-MAX-WINDOW-MONTHS " MONTHS - NO PROPOSAL "
                   "WRITTEN"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       LOAD-REORDER-PARMS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT REORDER-PARM-FILE
           IF WS-REORDPTS-STATUS NOT = "00"
               MOVE "MT0926E" TO WS-OM-ID
               STRING "RPCALC: REORDPTS NOT AVAILABLE - "
                   "NO PROPOSAL WRITTEN"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ REORDER-PARM-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF WS-PARM-COUNT < 2000
                           PERFORM STORE-ONE-PARM
                       ELSE
                           MOVE "MT1093E" TO WS-OM-ID
                           STRING "RPCALC: MORE THAN 2000 REORDER "
                               "PARAMETERS ON REORDPTS - NO "
                               "PROPOSAL WRITTEN"
                               DELIMITED BY SIZE INTO WS-OM-TEXT
                           END-STRING
                           PERFORM ISSUE-OPERATOR-MESSAGE
                           MOVE 8 TO RETURN-CODE
                           CLOSE REORDER-PARM-FILE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REORDER-PARM-FILE.

       STORE-ONE-PARM.
           ADD 1 TO WS-PARM-COUNT
           MOVE REORDER-PARM-RECORD TO WS-PARM-IMAGE (WS-PARM-COUNT)
           MOVE RP-ITEM-NUMBER TO WS-PARM-ITEM (WS-PARM-COUNT)
           MOVE RP-SUPPLIER TO WS-PARM-SUPPLIER (WS-PARM-COUNT)
           IF RP-WAREHOUSE = SPACES
               MOVE WS-MAIN-WAREHOUSE
                   TO WS-PARM-WAREHOUSE (WS-PARM-COUNT)
           ELSE
               MOVE RP-WAREHOUSE TO WS-PARM-WAREHOUSE (WS-PARM-COUNT)
           END-IF
           IF RP-REORDER-POINT NUMERIC AND RP-REORDER-QTY NUMERIC
               MOVE "Y" TO WS-PARM-NUMERIC (WS-PARM-COUNT)
               MOVE RP-REORDER-POINT-NUM
                   TO WS-PARM-POINT (WS-PARM-COUNT)
               MOVE RP-REORDER-QTY-NUM
                   TO WS-PARM-QTY (WS-PARM-COUNT)
           ELSE
               MOVE "N" TO WS-PARM-NUMERIC (WS-PARM-COUNT)
               MOVE 0 TO WS-PARM-POINT (WS-PARM-COUNT)
               MOVE 0 TO WS-PARM-QTY (WS-PARM-COUNT)
           END-IF
           MOVE 0 TO WS-PARM-UNITS (WS-PARM-COUNT)
           MOVE 0 TO WS-PARM-PEAK (WS-PARM-COUNT)
           MOVE 0 TO WS-PARM-MONTHS (WS-PARM-COUNT)
           PERFORM VARYING WS-MONTH-SLOT FROM 1 BY 1
                   UNTIL WS-MONTH-SLOT > WS-MAX-WINDOW-MONTHS
               MOVE "N" TO WS-DM-SEEN (WS-PARM-COUNT, WS-MONTH-SLOT)
               MOVE 0 TO WS-DM-UNITS (WS-PARM-COUNT, WS-MONTH-SLOT)
           END-PERFORM.

       LOAD-SUPPLIER-LEAD-TIMES.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT SUPPLIER-MASTER-FILE
           IF WS-SUPPMAST-STATUS = "00"
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ SUPPLIER-MASTER-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-SUPP-COUNT < 500
                               ADD 1 TO WS-SUPP-COUNT
                               MOVE SM-SUPPLIER
                                   TO WS-SUPP-CODE (WS-SUPP-COUNT)
                               MOVE SM-LEAD-DAYS TO
                                   WS-SUPP-LEAD-DAYS (WS-SUPP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-MASTER-FILE
           END-IF.

       GATHER-THE-DEMAND.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT SALES-HISTORY-FILE
           IF WS-SLSHIST-STATUS NOT = "00"
               MOVE "MT0927W" TO WS-OM-ID
               STRING "RPCALC: SLSHIST NOT AVAILABLE - EVERY ITEM "
                   "FLAGGED FOR TOO LITTLE HISTORY"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ SALES-HISTORY-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF SH-YEAR-MONTH >= WS-FROM-MONTH
                                   AND SH-YEAR-MONTH <= WS-TO-MONTH
                                   AND SH-YEAR-MONTH (1:4) NUMERIC
                                   AND SH-YEAR-MONTH (6:2) NUMERIC
                               PERFORM ADD-ONE-MONTH-OF-DEMAND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-HISTORY-FILE
           END-IF.

      *> A kit's month goes to each of its components, at the
      *> quantity per kit; anything else to the item itself.
       ADD-ONE-MONTH-OF-DEMAND.
           MOVE SH-YEAR-MONTH TO WS-MONTH-PARTS
           COMPUTE WS-MONTH-SLOT =
               WS-MP-YYYY * 12 + WS-MP-MM - WS-FROM-ORDINAL + 1
           MOVE SH-ITEM-NUMBER TO WS-KIT-WANTED
           PERFORM FIND-KIT-BOM
           IF WS-KIT-WAS-FOUND
               PERFORM VARYING WS-COMPONENT-IDX FROM 1 BY 1
                       UNTIL WS-COMPONENT-IDX > WS-KIT-COUNT
                   IF WS-KIT-ITEM (WS-COMPONENT-IDX) = SH-ITEM-NUMBER
                       MOVE WS-KIT-COMPONENT (WS-COMPONENT-IDX)
                           TO WS-ITEM-WANTED
                       COMPUTE WS-UNITS-WANTED = SH-UNITS
                           * WS-KIT-QTY-PER (WS-COMPONENT-IDX)
                       PERFORM ADD-TO-MAIN-ROW
                   END-IF
               END-PERFORM
           ELSE
               MOVE SH-ITEM-NUMBER TO WS-ITEM-WANTED
               MOVE SH-UNITS TO WS-UNITS-WANTED
               PERFORM ADD-TO-MAIN-ROW
           END-IF.

       ADD-TO-MAIN-ROW.
           MOVE "N" TO WS-PARM-FOUND
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > WS-PARM-COUNT
                       OR WS-PARM-WAS-FOUND
               IF WS-PARM-ITEM (WS-PARM-IDX) = WS-ITEM-WANTED
                       AND WS-PARM-WAREHOUSE (WS-PARM-IDX)
                           = WS-MAIN-WAREHOUSE
                   SET WS-PARM-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-PARM-WAS-FOUND
               SUBTRACT 1 FROM WS-PARM-IDX
               MOVE "Y" TO WS-DM-SEEN (WS-PARM-IDX, WS-MONTH-SLOT)
               ADD WS-UNITS-WANTED
                   TO WS-DM-UNITS (WS-PARM-IDX, WS-MONTH-SLOT)
           END-IF.

       TOTAL-ONE-ROW.
           PERFORM VARYING WS-MONTH-SLOT FROM 1 BY 1
                   UNTIL WS-MONTH-SLOT > WS-WINDOW-MONTHS
               IF WS-DM-SEEN (WS-PARM-IDX, WS-MONTH-SLOT) = "Y"
                   ADD 1 TO WS-PARM-MONTHS (WS-PARM-IDX)
                   ADD WS-DM-UNITS (WS-PARM-IDX, WS-MONTH-SLOT)
                       TO WS-PARM-UNITS (WS-PARM-IDX)
                   IF WS-DM-UNITS (WS-PARM-IDX, WS-MONTH-SLOT)
                           > WS-PARM-PEAK (WS-PARM-IDX)
                       MOVE WS-DM-UNITS (WS-PARM-IDX, WS-MONTH-SLOT)
                           TO WS-PARM-PEAK (WS-PARM-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       PLAN-ONE-ITEM.
           IF WS-PARM-WAREHOUSE (WS-PARM-IDX) = WS-MAIN-WAREHOUSE
               PERFORM PLAN-MAIN-WAREHOUSE-ROW
           ELSE
               PERFORM KEEP-OTHER-WAREHOUSE-ROW
           END-IF.

       PLAN-MAIN-WAREHOUSE-ROW.
           PERFORM FIND-LEAD-TIME
           COMPUTE WS-AVERAGE ROUNDED =
               WS-PARM-UNITS (WS-PARM-IDX) / WS-WINDOW-MONTHS
           MOVE SPACES TO WS-FLAG-TEXT
           EVALUATE TRUE
               WHEN WS-PARM-NUMERIC (WS-PARM-IDX) NOT = "Y"
                   MOVE "CURRENT VALUES INVALID" TO WS-FLAG-TEXT
               WHEN WS-PARM-MONTHS (WS-PARM-IDX) < WS-MIN-MONTHS
                   MOVE "TOO LITTLE HISTORY" TO WS-FLAG-TEXT
               WHEN WS-PARM-PEAK (WS-PARM-IDX) * 100
                       > WS-AVERAGE * WS-SWING-PCT
                   MOVE "DEMAND SWING - REVIEW" TO WS-FLAG-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *> Lead-time demand at the average rate, plus the peak
      *> month's excess over the average for the same lead time,
      *> rounded up to a whole unit.
           COMPUTE WS-WORK-AMOUNT =
               WS-PARM-PEAK (WS-PARM-IDX) * WS-LEAD-DAYS / 30
           MOVE WS-WORK-AMOUNT TO WS-NEW-POINT
           IF WS-NEW-POINT < WS-WORK-AMOUNT
               ADD 1 TO WS-NEW-POINT
           END-IF
           COMPUTE WS-WORK-AMOUNT =
               WS-AVERAGE * WS-COVER-DAYS / 30
           MOVE WS-WORK-AMOUNT TO WS-NEW-QTY
           IF WS-NEW-QTY < WS-WORK-AMOUNT
               ADD 1 TO WS-NEW-QTY
           END-IF
           IF WS-NEW-QTY = 0
               MOVE 1 TO WS-NEW-QTY
           END-IF
           IF WS-NEW-POINT > 99999
               MOVE 99999 TO WS-NEW-POINT
           END-IF
           IF WS-NEW-QTY > 99999
               MOVE 99999 TO WS-NEW-QTY
           END-IF
           MOVE WS-PARM-IMAGE (WS-PARM-IDX) TO REORDER-PARM-RECORD
           IF WS-FLAG-TEXT = SPACES
               ADD 1 TO WS-RECALC-COUNT
               MOVE WS-NEW-POINT TO RP-REORDER-POINT-NUM
               MOVE WS-NEW-QTY TO RP-REORDER-QTY-NUM
           ELSE
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           MOVE REORDER-PARM-RECORD TO PROPOSED-PARM-RECORD
           WRITE PROPOSED-PARM-RECORD
           ADD 1 TO WS-PROPOSED-COUNT
           COMPUTE WS-POINT-CHANGE =
               WS-NEW-POINT - WS-PARM-POINT (WS-PARM-IDX)
           COMPUTE WS-QTY-CHANGE =
               WS-NEW-QTY - WS-PARM-QTY (WS-PARM-IDX)
           MOVE WS-POINT-CHANGE TO WS-CHANGE-DISPLAY-1
           MOVE WS-QTY-CHANGE TO WS-CHANGE-DISPLAY-2
           MOVE WS-AVERAGE TO WS-AVG-DISPLAY
           PERFORM WRITE-PLAN-LINE.

      *> Another warehouse's row: proposed exactly as it stands.
       KEEP-OTHER-WAREHOUSE-ROW.
           ADD 1 TO WS-KEPT-COUNT
           MOVE WS-PARM-IMAGE (WS-PARM-IDX) TO PROPOSED-PARM-RECORD
           WRITE PROPOSED-PARM-RECORD
           ADD 1 TO WS-PROPOSED-COUNT
           MOVE 0 TO WS-LEAD-DAYS
           MOVE 0 TO WS-AVG-DISPLAY
           MOVE WS-PARM-POINT (WS-PARM-IDX) TO WS-NEW-POINT
           MOVE WS-PARM-QTY (WS-PARM-IDX) TO WS-NEW-QTY
           MOVE 0 TO WS-CHANGE-DISPLAY-1
           MOVE 0 TO WS-CHANGE-DISPLAY-2
           MOVE "OTHER WAREHOUSE - KEPT" TO WS-FLAG-TEXT
           PERFORM WRITE-PLAN-LINE.

       WRITE-PLAN-LINE.
           MOVE WS-PARM-PEAK (WS-PARM-IDX) TO WS-PEAK-DISPLAY
           MOVE SPACES TO PLANNING-REPORT-RECORD
           STRING WS-PARM-ITEM (WS-PARM-IDX) " "
               WS-PARM-WAREHOUSE (WS-PARM-IDX) " "
               WS-PARM-SUPPLIER (WS-PARM-IDX) " " WS-LEAD-DAYS
               " " WS-AVG-DISPLAY " " WS-PEAK-DISPLAY
               "  " WS-PARM-POINT (WS-PARM-IDX)
               "    " WS-NEW-POINT " " WS-CHANGE-DISPLAY-1
               "   " WS-PARM-QTY (WS-PARM-IDX)
               "   " WS-NEW-QTY " " WS-CHANGE-DISPLAY-2
               "  " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO PLANNING-REPORT-RECORD
           END-STRING
           WRITE PLANNING-REPORT-RECORD.

       FIND-LEAD-TIME.
           MOVE WS-STANDARD-LEAD-DAYS TO WS-LEAD-DAYS
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
               IF WS-SUPP-LEAD-DAYS (WS-SUPP-IDX) > 0
                   MOVE WS-SUPP-LEAD-DAYS (WS-SUPP-IDX)
                       TO WS-LEAD-DAYS
               END-IF
           END-IF.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       COPY KITLOAD.

       END PROGRAM RPCALC.
