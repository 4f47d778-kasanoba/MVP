       IDENTIFICATION DIVISION.
       PROGRAM-ID. POBUILD.

      *> Purchase-order build.  REPLEN's SUGPO suggestions used to
      *> be the end of the line: purchasing keyed what they liked
      *> into their own system and nothing here knew what was on
      *> order.  This takes purchasing's decisions on the night's
      *> suggestions (POACCPT: accept with the agreed unit cost,
      *> optionally a different quantity or due date, or reject)
      *> and turns every accepted suggestion into a line on the
      *> open-PO file -- one PO number per supplier per run, lines
      *> numbered within it -- through the old-file-in /
      *> new-file-out shape (POOPEN in, PONEW out, swapped in by
      *> the JCL).  Suggestions with no decision yet are listed
      *> and left for tomorrow; REPLEN suggests them again until
      *> they are on order.  The build register lists every PO
      *> line created and every suggestion not taken.
      *> Lead times: a line with no due date from purchasing is
      *> due the supplier's SUPPMAST lead time after today; only
      *> a supplier with no lead time on file falls back to the
      *> standard fourteen days.
      *> Warehouses: a suggestion names the warehouse it is
      *> for, and the PO line is raised for that warehouse so
      *> the receipt lands there.  Purchasing's decision is
      *> matched on supplier, item and warehouse; a blank
      *> warehouse on either side is the main warehouse.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY POOPEN-SEL.
       COPY SUPPMAST-SEL.
           SELECT SUGGESTED-PO-FILE ASSIGN TO "SUGPO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUGPO-STATUS.
           SELECT ACCEPTANCE-FILE ASSIGN TO "POACCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POACCPT-STATUS.
           SELECT NEW-PO-FILE ASSIGN TO "PONEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PONEW-STATUS.
           SELECT BUILD-REPORT-FILE ASSIGN TO "POBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POBRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY POOPEN-FD.
       COPY SUPPMAST-FD.

      *> REPLEN's fixed suggestion layout (see REPLEN).
       FD  SUGGESTED-PO-FILE.
       01  SUGGESTED-PO-RECORD.
           05  SP-SUPPLIER              PIC X(8).
           05  SP-ITEM-NUMBER           PIC X(6).
           05  SP-ORDER-QTY             PIC 9(5).
           05  SP-SUGGESTED-DATE        PIC X(10).
           05  SP-WAREHOUSE             PIC X(2).
           05  FILLER                   PIC X(49).

      *> Purchasing's decision on one suggestion, matched on
      *> supplier and item.  A blank quantity takes the suggested
      *> quantity; a blank due date takes the supplier lead time.
       FD  ACCEPTANCE-FILE.
       01  ACCEPTANCE-RECORD.
           05  PA-SUPPLIER              PIC X(8).
           05  PA-ITEM-NUMBER           PIC X(6).
           05  PA-DECISION              PIC X.
               88  PA-IS-ACCEPTED       VALUE "A".
               88  PA-IS-REJECTED       VALUE "R".
           05  PA-ORDER-QTY             PIC X(5).
           05  PA-ORDER-QTY-NUM REDEFINES PA-ORDER-QTY
                                        PIC 9(5).
           05  PA-UNIT-COST             PIC X(7).
           05  PA-UNIT-COST-NUM REDEFINES PA-UNIT-COST
                                        PIC 9(5)V99.
           05  PA-DUE-DATE              PIC X(10).
           05  PA-WAREHOUSE             PIC X(2).
           05  FILLER                   PIC X(41).

       FD  NEW-PO-FILE.
       01  NEW-PO-RECORD                PIC X(100).

       FD  BUILD-REPORT-FILE.
       01  BUILD-REPORT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-POOPEN-STATUS             PIC XX VALUE SPACES.
       01  WS-SUPPMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-SUGPO-STATUS              PIC XX VALUE SPACES.
       01  WS-POACCPT-STATUS            PIC XX VALUE SPACES.
       01  WS-PONEW-STATUS              PIC XX VALUE SPACES.
       01  WS-POBRPT-STATUS             PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-TODAY-TEXT                PIC X(10) VALUE SPACES.
       01  WS-TODAY-INT                 PIC 9(7) VALUE 0.
      *> Where a suggestion or decision naming no warehouse is
      *> for.
       01  WS-MAIN-WAREHOUSE            PIC X(2) VALUE "01".
       01  WS-SUG-WAREHOUSE             PIC X(2) VALUE SPACES.
      *> Standard lead time when purchasing names no due date.
       01  WS-STANDARD-LEAD-DAYS        PIC 999 VALUE 14.
       01  WS-LEAD-DAYS                 PIC 999 VALUE 0.
      *> Supplier lead times in memory.
       01  WS-SUPP-TABLE.
           05  WS-SUPP-ENTRY OCCURS 500 TIMES.
               10  WS-SUPP-CODE         PIC X(8).
               10  WS-SUPP-LEAD-DAYS    PIC 9(3).
       01  WS-SUPP-COUNT                PIC 9(4) VALUE 0.
       01  WS-SUPP-IDX                  PIC 9(4) VALUE 0.
       01  WS-SUPP-FOUND                PIC X VALUE "N".
           88  WS-SUPP-WAS-FOUND        VALUE "Y".
       01  WS-DUE-INT                   PIC 9(7) VALUE 0.
       01  WS-DUE-DIGITS                PIC 9(8) VALUE 0.
       01  WS-DUE-PARTS REDEFINES WS-DUE-DIGITS.
           05  WS-DUE-YYYY              PIC 9(4).
           05  WS-DUE-MM                PIC 99.
           05  WS-DUE-DD                PIC 99.
       01  WS-DUE-TEXT                  PIC X(10) VALUE SPACES.
      *> Purchasing's decisions in memory.
       01  WS-ACC-TABLE.
           05  WS-ACC-ENTRY OCCURS 2000 TIMES.
               10  WS-ACC-SUPPLIER      PIC X(8).
               10  WS-ACC-ITEM          PIC X(6).
               10  WS-ACC-DECISION      PIC X.
               10  WS-ACC-QTY           PIC 9(5).
               10  WS-ACC-QTY-GIVEN     PIC X.
               10  WS-ACC-COST          PIC 9(5)V99.
               10  WS-ACC-COST-GIVEN    PIC X.
               10  WS-ACC-DUE           PIC X(10).
               10  WS-ACC-WAREHOUSE     PIC X(2).
       01  WS-ACC-COUNT                 PIC 9(4) VALUE 0.
       01  WS-ACC-IDX                   PIC 9(4) VALUE 0.
       01  WS-ACC-FOUND                 PIC X VALUE "N".
           88  WS-ACC-WAS-FOUND         VALUE "Y".
      *> The accepted lines, collected so each supplier's lines
      *> land together under one PO number.
       01  WS-NEW-TABLE.
           05  WS-NEW-ENTRY OCCURS 2000 TIMES.
               10  WS-NEW-SUPPLIER      PIC X(8).
               10  WS-NEW-ITEM          PIC X(6).
               10  WS-NEW-QTY           PIC 9(5).
               10  WS-NEW-COST          PIC 9(5)V99.
               10  WS-NEW-DUE           PIC X(10).
               10  WS-NEW-WAREHOUSE     PIC X(2).
       01  WS-NEW-COUNT                 PIC 9(4) VALUE 0.
       01  WS-NEW-IDX                   PIC 9(4) VALUE 0.
       01  WS-SWAP-IDX                  PIC 9(4) VALUE 0.
       01  WS-NEW-HOLD.
           05  WS-NH-SUPPLIER           PIC X(8).
           05  WS-NH-ITEM               PIC X(6).
           05  WS-NH-QTY                PIC 9(5).
           05  WS-NH-COST               PIC 9(5)V99.
           05  WS-NH-DUE                PIC X(10).
           05  WS-NH-WAREHOUSE          PIC X(2).
       01  WS-SORT-SWAPPED              PIC X VALUE "N".
           88  WS-A-SWAP-HAPPENED       VALUE "Y".
      *> PO numbering: "PO" and a six-digit serial, carried on
      *> from the highest number already on the file.
       01  WS-PO-NUMBER-BUILD.
           05  WS-PO-PREFIX             PIC XX VALUE "PO".
           05  WS-PO-SERIAL             PIC 9(6) VALUE 0.
       01  WS-HIGH-SERIAL               PIC 9(6) VALUE 0.
       01  WS-CURRENT-SUPPLIER          PIC X(8) VALUE LOW-VALUES.
       01  WS-LINE-NUMBER               PIC 9(3) VALUE 0.
       01  WS-CARRIED-COUNT             PIC 9(5) VALUE 0.
       01  WS-PO-COUNT                  PIC 9(5) VALUE 0.
       01  WS-SUG-READ                  PIC 9(5) VALUE 0.
       01  WS-PENDING-COUNT             PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT            PIC 9(5) VALUE 0.
       01  WS-BAD-DECISION-COUNT        PIC 9(5) VALUE 0.
       01  WS-LINE-VALUE                PIC 9(10)V99 VALUE 0.
       01  WS-RUN-VALUE                 PIC 9(12)V99 VALUE 0.
       01  WS-VALUE-DISPLAY             PIC Z(9)9.99.
       01  WS-COST-DISPLAY              PIC Z(4)9.99.

       PROCEDURE DIVISION.
       POBUILD-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-YYYY * 10000 + WS-TODAY-MM * 100
                   + WS-TODAY-DD)
           PERFORM LOAD-THE-DECISIONS
           PERFORM LOAD-SUPPLIER-LEAD-TIMES
           OPEN OUTPUT NEW-PO-FILE
           OPEN OUTPUT BUILD-REPORT-FILE
           IF WS-PONEW-STATUS NOT = "00"
                   OR WS-POBRPT-STATUS NOT = "00"
               MOVE "MT0912E" TO WS-OM-ID
               STRING "POBUILD: PONEW OR POBRPT NOT AVAILABLE - "
                   "NO PURCHASE ORDERS BUILT"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO BUILD-REPORT-RECORD
           STRING "PURCHASE-ORDER BUILD REGISTER - " WS-TODAY-TEXT
               DELIMITED BY SIZE INTO BUILD-REPORT-RECORD
           END-STRING
           WRITE BUILD-REPORT-RECORD
           PERFORM CARRY-THE-OPEN-FILE
           PERFORM JUDGE-THE-SUGGESTIONS
           PERFORM GROUP-BY-SUPPLIER
           PERFORM WRITE-THE-NEW-LINES
           MOVE WS-RUN-VALUE TO WS-VALUE-DISPLAY
           MOVE SPACES TO BUILD-REPORT-RECORD
           STRING "TOTAL VALUE ORDERED: " WS-VALUE-DISPLAY
               DELIMITED BY SIZE INTO BUILD-REPORT-RECORD
           END-STRING
           WRITE BUILD-REPORT-RECORD
           CLOSE NEW-PO-FILE
           CLOSE BUILD-REPORT-FILE
           DISPLAY "===== POBUILD END-OF-JOB SUMMARY ====="
           DISPLAY "PO LINES CARRIED    : " WS-CARRIED-COUNT
           DISPLAY "SUGGESTIONS READ    : " WS-SUG-READ
           DISPLAY "PURCHASE ORDERS     : " WS-PO-COUNT
           DISPLAY "PO LINES CREATED    : " WS-NEW-COUNT
           DISPLAY "REJECTED BY BUYER   : " WS-REJECTED-COUNT
           DISPLAY "AWAITING DECISION   : " WS-PENDING-COUNT
           DISPLAY "UNUSABLE DECISIONS  : " WS-BAD-DECISION-COUNT
           DISPLAY "VALUE ORDERED       : " WS-VALUE-DISPLAY
           DISPLAY "======================================"
           IF WS-BAD-DECISION-COUNT > 0
               MOVE "MT0913W" TO WS-OM-ID
               STRING "POBUILD: " WS-BAD-DECISION-COUNT
                   " ACCEPTANCE(S) UNUSABLE - SEE POBRPT"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-THE-DECISIONS.
           OPEN INPUT ACCEPTANCE-FILE
           IF WS-POACCPT-STATUS NOT = "00"
      *> No decisions yet is a quiet night: the existing file is
      *> still carried forward and every suggestion waits.
               DISPLAY "POBUILD: NO POACCPT DECISIONS - NOTHING "
                   "ACCEPTED TONIGHT"
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ ACCEPTANCE-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-ACC-COUNT < 2000
                               PERFORM STORE-ONE-DECISION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCEPTANCE-FILE
           END-IF.

       STORE-ONE-DECISION.
           ADD 1 TO WS-ACC-COUNT
           MOVE PA-SUPPLIER TO WS-ACC-SUPPLIER (WS-ACC-COUNT)
           MOVE PA-ITEM-NUMBER TO WS-ACC-ITEM (WS-ACC-COUNT)
           MOVE PA-DECISION TO WS-ACC-DECISION (WS-ACC-COUNT)
           IF PA-ORDER-QTY NUMERIC AND PA-ORDER-QTY-NUM > 0
               MOVE PA-ORDER-QTY-NUM TO WS-ACC-QTY (WS-ACC-COUNT)
               MOVE "Y" TO WS-ACC-QTY-GIVEN (WS-ACC-COUNT)
           ELSE
               MOVE 0 TO WS-ACC-QTY (WS-ACC-COUNT)
               MOVE "N" TO WS-ACC-QTY-GIVEN (WS-ACC-COUNT)
           END-IF
           IF PA-UNIT-COST NUMERIC AND PA-UNIT-COST-NUM > 0
               MOVE PA-UNIT-COST-NUM TO WS-ACC-COST (WS-ACC-COUNT)
               MOVE "Y" TO WS-ACC-COST-GIVEN (WS-ACC-COUNT)
           ELSE
               MOVE 0 TO WS-ACC-COST (WS-ACC-COUNT)
               MOVE "N" TO WS-ACC-COST-GIVEN (WS-ACC-COUNT)
           END-IF
           MOVE PA-DUE-DATE TO WS-ACC-DUE (WS-ACC-COUNT)
           IF PA-WAREHOUSE = SPACES
               MOVE WS-MAIN-WAREHOUSE
                   TO WS-ACC-WAREHOUSE (WS-ACC-COUNT)
           ELSE
               MOVE PA-WAREHOUSE TO WS-ACC-WAREHOUSE (WS-ACC-COUNT)
           END-IF.

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

       CARRY-THE-OPEN-FILE.
           *> Every existing line goes forward unchanged; the
           *> highest PO serial seen sets where tonight's numbers
           *> start.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-POOPEN-STATUS = "00"
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ PURCHASE-ORDER-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARRIED-COUNT
                           MOVE PURCHASE-ORDER-RECORD
                               TO NEW-PO-RECORD
                           WRITE NEW-PO-RECORD
                           IF PO-NUMBER (3:6) NUMERIC
                               MOVE PO-NUMBER (3:6)
                                   TO WS-PO-SERIAL
                               IF WS-PO-SERIAL > WS-HIGH-SERIAL
                                   MOVE WS-PO-SERIAL
                                       TO WS-HIGH-SERIAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-ORDER-FILE
           ELSE
               MOVE "MT0911I" TO WS-OM-ID
               STRING "POBUILD: NO POOPEN FILE - STARTING A NEW "
                   "OPEN-PO FILE"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           END-IF
           MOVE WS-HIGH-SERIAL TO WS-PO-SERIAL.

       JUDGE-THE-SUGGESTIONS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT SUGGESTED-PO-FILE
           IF WS-SUGPO-STATUS NOT = "00"
               DISPLAY "POBUILD: NO SUGPO FILE - NO SUGGESTIONS "
                   "TO BUILD FROM"
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ SUGGESTED-PO-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SUG-READ
                           PERFORM JUDGE-ONE-SUGGESTION
                   END-READ
               END-PERFORM
               CLOSE SUGGESTED-PO-FILE
           END-IF.

       JUDGE-ONE-SUGGESTION.
           IF SP-WAREHOUSE = SPACES
               MOVE WS-MAIN-WAREHOUSE TO WS-SUG-WAREHOUSE
           ELSE
               MOVE SP-WAREHOUSE TO WS-SUG-WAREHOUSE
           END-IF
           PERFORM FIND-THE-DECISION
           EVALUATE TRUE
               WHEN NOT WS-ACC-WAS-FOUND
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE SPACES TO BUILD-REPORT-RECORD
                   STRING "  AWAITING DECISION  SUPPLIER "
                       SP-SUPPLIER " ITEM " SP-ITEM-NUMBER
                       " WH " WS-SUG-WAREHOUSE
                       " QTY " SP-ORDER-QTY
                       " SUGGESTED " SP-SUGGESTED-DATE
                       DELIMITED BY SIZE INTO BUILD-REPORT-RECORD
                   END-STRING
                   WRITE BUILD-REPORT-RECORD
               WHEN WS-ACC-DECISION (WS-ACC-IDX) = "R"
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE SPACES TO BUILD-REPORT-RECORD
                   STRING "  REJECTED BY BUYER  SUPPLIER "
                       SP-SUPPLIER " ITEM " SP-ITEM-NUMBER
                       " WH " WS-SUG-WAREHOUSE
                       " QTY " SP-ORDER-QTY
                       DELIMITED BY SIZE INTO BUILD-REPORT-RECORD
                   END-STRING
                   WRITE BUILD-REPORT-RECORD
               WHEN WS-ACC-DECISION (WS-ACC-IDX) NOT = "A"
                       OR WS-ACC-COST-GIVEN (WS-ACC-IDX) NOT = "Y"
      *> An acceptance has to carry a known decision and the
      *> agreed cost -- the invoice match prices against it.
                   ADD 1 TO WS-BAD-DECISION-COUNT
                   MOVE SPACES TO BUILD-REPORT-RECORD
                   STRING "*** UNUSABLE DECISION SUPPLIER "
                       SP-SUPPLIER " ITEM " SP-ITEM-NUMBER
                       " - DECISION NOT A/R OR NO UNIT COST ***"
                       DELIMITED BY SIZE INTO BUILD-REPORT-RECORD
                   END-STRING
                   WRITE BUILD-REPORT-RECORD
               WHEN OTHER
                   PERFORM ACCEPT-ONE-SUGGESTION
           END-EVALUATE.

       FIND-THE-DECISION.
           MOVE "N" TO WS-ACC-FOUND
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
                       OR WS-ACC-WAS-FOUND
               IF WS-ACC-SUPPLIER (WS-ACC-IDX) = SP-SUPPLIER
                       AND WS-ACC-ITEM (WS-ACC-IDX)
                           = SP-ITEM-NUMBER
                       AND WS-ACC-WAREHOUSE (WS-ACC-IDX)
                           = WS-SUG-WAREHOUSE
                   SET WS-ACC-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ACC-WAS-FOUND
               SUBTRACT 1 FROM WS-ACC-IDX
           END-IF.

       ACCEPT-ONE-SUGGESTION.
           IF WS-NEW-COUNT < 2000
               ADD 1 TO WS-NEW-COUNT
               MOVE SP-SUPPLIER TO WS-NEW-SUPPLIER (WS-NEW-COUNT)
               MOVE SP-ITEM-NUMBER TO WS-NEW-ITEM (WS-NEW-COUNT)
               MOVE WS-SUG-WAREHOUSE
                   TO WS-NEW-WAREHOUSE (WS-NEW-COUNT)
               IF WS-ACC-QTY-GIVEN (WS-ACC-IDX) = "Y"
                   MOVE WS-ACC-QTY (WS-ACC-IDX)
                       TO WS-NEW-QTY (WS-NEW-COUNT)
               ELSE
                   MOVE SP-ORDER-QTY TO WS-NEW-QTY (WS-NEW-COUNT)
               END-IF
               MOVE WS-ACC-COST (WS-ACC-IDX)
                   TO WS-NEW-COST (WS-NEW-COUNT)
               IF WS-ACC-DUE (WS-ACC-IDX) = SPACES
                   PERFORM WORK-OUT-DUE-DATE
                   MOVE WS-DUE-TEXT TO WS-NEW-DUE (WS-NEW-COUNT)
               ELSE
                   MOVE WS-ACC-DUE (WS-ACC-IDX)
                       TO WS-NEW-DUE (WS-NEW-COUNT)
               END-IF
           END-IF.

       WORK-OUT-DUE-DATE.
           MOVE WS-STANDARD-LEAD-DAYS TO WS-LEAD-DAYS
           MOVE "N" TO WS-SUPP-FOUND
           PERFORM VARYING WS-SUPP-IDX FROM 1 BY 1
                   UNTIL WS-SUPP-IDX > WS-SUPP-COUNT
                       OR WS-SUPP-WAS-FOUND
               IF WS-SUPP-CODE (WS-SUPP-IDX) = SP-SUPPLIER
                   SET WS-SUPP-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-SUPP-WAS-FOUND
               SUBTRACT 1 FROM WS-SUPP-IDX
               IF WS-SUPP-LEAD-DAYS (WS-SUPP-IDX) > 0
                   MOVE WS-SUPP-LEAD-DAYS (WS-SUPP-IDX)
                       TO WS-LEAD-DAYS
               END-IF
           END-IF
           COMPUTE WS-DUE-INT = WS-TODAY-INT + WS-LEAD-DAYS
           COMPUTE WS-DUE-DIGITS =
               FUNCTION DATE-OF-INTEGER (WS-DUE-INT)
           MOVE SPACES TO WS-DUE-TEXT
           STRING WS-DUE-YYYY "-" WS-DUE-MM "-" WS-DUE-DD
               DELIMITED BY SIZE INTO WS-DUE-TEXT
           END-STRING.

      *> Plain exchange sort on supplier so each supplier's lines
      *> fall under one PO number; a night's acceptances are a
      *> few hundred lines at most.
       GROUP-BY-SUPPLIER.
           SET WS-A-SWAP-HAPPENED TO TRUE
           PERFORM UNTIL NOT WS-A-SWAP-HAPPENED
               MOVE "N" TO WS-SORT-SWAPPED
               PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                       UNTIL WS-NEW-IDX >= WS-NEW-COUNT
                   COMPUTE WS-SWAP-IDX = WS-NEW-IDX + 1
                   IF WS-NEW-SUPPLIER (WS-NEW-IDX)
                           > WS-NEW-SUPPLIER (WS-SWAP-IDX)
                       MOVE WS-NEW-ENTRY (WS-NEW-IDX)
                           TO WS-NEW-HOLD
                       MOVE WS-NEW-ENTRY (WS-SWAP-IDX)
                           TO WS-NEW-ENTRY (WS-NEW-IDX)
                       MOVE WS-NEW-HOLD
                           TO WS-NEW-ENTRY (WS-SWAP-IDX)
                       SET WS-A-SWAP-HAPPENED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-THE-NEW-LINES.
           MOVE LOW-VALUES TO WS-CURRENT-SUPPLIER
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
               IF WS-NEW-SUPPLIER (WS-NEW-IDX)
                       NOT = WS-CURRENT-SUPPLIER
                   MOVE WS-NEW-SUPPLIER (WS-NEW-IDX)
                       TO WS-CURRENT-SUPPLIER
                   ADD 1 TO WS-PO-SERIAL
                   ADD 1 TO WS-PO-COUNT
                   MOVE 0 TO WS-LINE-NUMBER
                   MOVE SPACES TO BUILD-REPORT-RECORD
                   STRING "PO " WS-PO-NUMBER-BUILD
                       " SUPPLIER " WS-CURRENT-SUPPLIER
                       " ORDERED " WS-TODAY-TEXT
                       DELIMITED BY SIZE INTO BUILD-REPORT-RECORD
                   END-STRING
                   WRITE BUILD-REPORT-RECORD
               END-IF
               PERFORM WRITE-ONE-PO-LINE
           END-PERFORM.

       WRITE-ONE-PO-LINE.
           ADD 1 TO WS-LINE-NUMBER
           MOVE SPACES TO PURCHASE-ORDER-RECORD
           MOVE WS-PO-NUMBER-BUILD TO PO-NUMBER
           MOVE WS-LINE-NUMBER TO PO-LINE-NUMBER
           MOVE WS-NEW-SUPPLIER (WS-NEW-IDX) TO PO-SUPPLIER
           MOVE WS-NEW-ITEM (WS-NEW-IDX) TO PO-ITEM-NUMBER
           MOVE WS-NEW-QTY (WS-NEW-IDX) TO PO-ORDER-QTY
           MOVE 0 TO PO-RECEIVED-QTY
           MOVE 0 TO PO-INVOICED-QTY
           MOVE WS-NEW-COST (WS-NEW-IDX) TO PO-UNIT-COST
           MOVE WS-TODAY-TEXT TO PO-ORDER-DATE
           MOVE WS-NEW-DUE (WS-NEW-IDX) TO PO-DUE-DATE
           MOVE WS-NEW-WAREHOUSE (WS-NEW-IDX) TO PO-WAREHOUSE
           SET PO-IS-OPEN TO TRUE
           MOVE PURCHASE-ORDER-RECORD TO NEW-PO-RECORD
           WRITE NEW-PO-RECORD
           COMPUTE WS-LINE-VALUE ROUNDED =
               PO-ORDER-QTY * PO-UNIT-COST
           ADD WS-LINE-VALUE TO WS-RUN-VALUE
           MOVE PO-UNIT-COST TO WS-COST-DISPLAY
           MOVE WS-LINE-VALUE TO WS-VALUE-DISPLAY
           MOVE SPACES TO BUILD-REPORT-RECORD
           STRING "  LINE " PO-LINE-NUMBER " ITEM " PO-ITEM-NUMBER
               " WH " PO-WAREHOUSE
               " QTY " PO-ORDER-QTY " COST " WS-COST-DISPLAY
               " VALUE " WS-VALUE-DISPLAY " DUE " PO-DUE-DATE
               DELIMITED BY SIZE INTO BUILD-REPORT-RECORD
           END-STRING
           WRITE BUILD-REPORT-RECORD.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM POBUILD.
