       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTPOST.

      *> Count entry and posting.  Reads the quantities keyed
      *> from the returned count sheets (CNTENTRY: item, counted
      *> quantity, sheet, approval flag, counter) and compares
      *> each to IM-QUANTITY on the keyed master:
      *>   - a count that agrees with the master just prints;
      *>   - a variance is valued at the item's cost -- the
      *>     moving average from ITEMCOST, else the ITMBASE
      *>     figure -- and prints on the variance report (CNTVRPT)
      *>     with the net and gross variance value for the run;
      *>   - an approved variance posts: the warehouse's STKPOS
      *>     position is set to the counted quantity, IM-QUANTITY
      *>     moves in place by that warehouse's variance, and the
      *>     change is journaled to ITMJRNL as a count action
      *>     (K) whose source is the count type --
      *>     CYCLECNT or PHYSINV, from the count list -- with the
      *>     before and after images, so ITMRECOV replays counts
      *>     like any other change.  A variance is approved when
      *>     the supervisor marked the entry Y, or when its value
      *>     at cost is within the auto-approval limit on CNTCARD
      *>     (default 50.00; zeros means every variance needs a
      *>     supervisor).  Anything else prints AWAITING APPROVAL
      *>     and posts nothing: the entry is re-keyed with its Y
      *>     once the recount or the supervisor agrees.
      *> A count is only taken for an item printed on the current
      *> count sheets (CNTLIST), and only once per run.  Items on
      *> the sheets that nobody counted are listed at the end.
      *> The run closes the journal with its own control record
      *> and takes the ITEMMAST run-lock the same way maintenance
      *> takes it.
      *> Warehouses: the sheets were printed for one warehouse
      *> (CL-WAREHOUSE; blank is the main one), so a count is of
      *> that warehouse's shelves and is compared to its stock
      *> position (STKPOS on-hand; nothing when it has never
      *> held the item), not to the company-wide IM-QUANTITY.
      *> A posted adjustment moves the position to the count and
      *> IM-QUANTITY by the same variance, so the master stays
      *> the sum of the positions; the journal's before and
      *> after images are still the master's, for ITMRECOV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ITEMMAST-SEL.
       COPY ITMJRNL-SEL.
       COPY ITEMCOST-SEL.
       COPY CNTLIST-SEL.
       COPY STKPOS-SEL.
           SELECT ITEM-BASE-FILE ASSIGN TO "ITMBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITMBASE-STATUS.
           SELECT COUNT-ENTRY-FILE ASSIGN TO "CNTENTRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNTENTRY-STATUS.
           SELECT COUNT-CARD-FILE ASSIGN TO "CNTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNTCARD-STATUS.
           SELECT COUNT-VARIANCE-FILE ASSIGN TO "CNTVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNTVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY ITEMMAST-FD.
       COPY ITMJRNL-FD.
       COPY ITEMCOST-FD.
       COPY CNTLIST-FD.
       COPY STKPOS-FD.

      *> MRGNCMPL's base-price layout (see MRGNCMPL).
       FD  ITEM-BASE-FILE.
       01  ITEM-BASE-RECORD.
           05  IB-ITEM-NUMBER           PIC X(6).
           05  IB-BASE-PRICE            PIC X(7).
           05  IB-BASE-PRICE-NUM REDEFINES IB-BASE-PRICE
                                        PIC 9(5)V99.
           05  FILLER                   PIC X(67).

      *> One record per count keyed from a returned sheet.
       FD  COUNT-ENTRY-FILE.
       01  COUNT-ENTRY-RECORD.
           05  CE-ITEM-NUMBER           PIC X(6).
           05  CE-COUNTED-QTY           PIC X(5).
           05  CE-COUNTED-QTY-NUM REDEFINES CE-COUNTED-QTY
                                        PIC 9(5).
           05  CE-SHEET-NUMBER          PIC X(4).
           05  CE-APPROVED              PIC X.
               88  CE-IS-APPROVED       VALUE "Y".
           05  CE-COUNTER               PIC X(8).
           05  FILLER                   PIC X(56).

      *> Auto-approval limit: variance value at cost, 9(7)V99
      *> (000005000 is 50.00).
       FD  COUNT-CARD-FILE.
       01  COUNT-CARD-RECORD.
           05  KC-AUTO-LIMIT            PIC X(9).
           05  KC-AUTO-LIMIT-NUM REDEFINES KC-AUTO-LIMIT
                                        PIC 9(7)V99.
           05  FILLER                   PIC X(71).

       FD  COUNT-VARIANCE-FILE.
       01  COUNT-VARIANCE-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-ITEMMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-ITMJRNL-STATUS            PIC XX VALUE SPACES.
       01  WS-ITEMCOST-STATUS           PIC XX VALUE SPACES.
       01  WS-CNTLIST-STATUS            PIC XX VALUE SPACES.
       01  WS-ITMBASE-STATUS            PIC XX VALUE SPACES.
       01  WS-CNTENTRY-STATUS           PIC XX VALUE SPACES.
       01  WS-CNTCARD-STATUS            PIC XX VALUE SPACES.
       01  WS-CNTVRPT-STATUS            PIC XX VALUE SPACES.
       COPY STKADJ-WS.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       01  WS-SWEEP-EOF                 PIC X VALUE "N".
           88  WS-SWEEP-AT-EOF          VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-TODAY-TEXT                PIC X(10) VALUE SPACES.
      *> The current count sheets in memory.  COUNTED is set as
      *> each item's count is taken, for the uncounted list and
      *> to catch an item keyed twice.
       01  WS-LIST-TABLE.
           05  WS-LIST-ENTRY OCCURS 3000 TIMES.
               10  WS-LIST-ITEM         PIC X(6).
               10  WS-LIST-SHEET        PIC 9(4).
               10  WS-LIST-LOCATION     PIC X(8).
               10  WS-LIST-TYPE         PIC X.
               10  WS-LIST-WAREHOUSE    PIC X(2).
               10  WS-LIST-COUNTED      PIC X.
       01  WS-LIST-COUNT                PIC 9(4) VALUE 0.
       01  WS-LIST-IDX                  PIC 9(4) VALUE 0.
       01  WS-LIST-FOUND                PIC X VALUE "N".
           88  WS-LIST-WAS-FOUND        VALUE "Y".
      *> Costs in memory: SOURCE C moving average, B ITMBASE.
       01  WS-COST-TABLE.
           05  WS-COST-ENTRY OCCURS 3000 TIMES.
               10  WS-COST-ITEM         PIC X(6).
               10  WS-COST-VALUE        PIC 9(5)V99.
               10  WS-COST-SOURCE       PIC X.
       01  WS-COST-COUNT                PIC 9(4) VALUE 0.
       01  WS-COST-IDX                  PIC 9(4) VALUE 0.
       01  WS-COST-FOUND                PIC X VALUE "N".
           88  WS-COST-WAS-FOUND        VALUE "Y".
       01  WS-COST-WANTED               PIC X(6) VALUE SPACES.
       01  WS-UNIT-COST                 PIC 9(5)V99 VALUE 0.
       01  WS-AUTO-LIMIT                PIC 9(7)V99 VALUE 50.00.
       01  WS-VARIANCE-QTY              PIC S9(6) VALUE 0.
      *> The counted warehouse's on-hand before the count.
       01  WS-POSITION-QTY              PIC 9(5) VALUE 0.
       01  WS-NEW-MASTER-QTY            PIC S9(7) VALUE 0.
       01  WS-VARIANCE-VALUE            PIC S9(9)V99 VALUE 0.
       01  WS-ABSOLUTE-VALUE            PIC 9(9)V99 VALUE 0.
       01  WS-NET-VARIANCE              PIC S9(11)V99 VALUE 0.
       01  WS-GROSS-VARIANCE            PIC 9(11)V99 VALUE 0.
       01  WS-POSTED-NET                PIC S9(11)V99 VALUE 0.
       01  WS-COUNT-SOURCE              PIC X(8) VALUE SPACES.
       01  WS-LINE-VERDICT              PIC X(30) VALUE SPACES.
       01  WS-EXCEPTION-REASON          PIC X(40) VALUE SPACES.
       01  WS-SYSTEM-DISPLAY            PIC Z(4)9.
       01  WS-COUNTED-DISPLAY           PIC Z(4)9.
       01  WS-VARIANCE-DISPLAY          PIC -(5)9.
       01  WS-COST-DISPLAY              PIC Z(4)9.99.
       01  WS-VALUE-DISPLAY             PIC -(8)9.99.
       01  WS-TOTAL-DISPLAY             PIC -(10)9.99.
       01  WS-LIMIT-DISPLAY             PIC Z(6)9.99.
      *> Before image of the master record, for the journal.
       01  WS-OLD-QUANTITY              PIC 9(5) VALUE 0.
       01  WS-OLD-UNIT-PRICE            PIC 9(5)V99 VALUE 0.
       01  WS-OLD-CURRENCY              PIC X(3) VALUE SPACES.
       01  WS-OLD-CATEGORY              PIC X(4) VALUE SPACES.
       01  WS-JOURNAL-SEQ               PIC 9(7) VALUE 0.
       01  WS-MASTER-SWEEP-COUNT        PIC 9(7) VALUE 0.
       01  WS-MASTER-PRICE-HASH         PIC 9(11)V99 VALUE 0.
      *> Run-lock handshake with LOCKMGR, as in ITMMAINT.
       01  WS-LOCK-REQUEST.
           05  WS-LOCK-ACTION           PIC X(4).
           05  WS-LOCK-NAME             PIC X(8) VALUE "ITEMMAST".
           05  WS-LOCK-JOB              PIC X(8) VALUE "CNTPOST".
           05  WS-LOCK-VERDICT          PIC X.
       01  WS-ENTRIES-READ              PIC 9(5) VALUE 0.
       01  WS-AGREED-COUNT              PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT             PIC 9(5) VALUE 0.
       01  WS-AWAITING-COUNT            PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT           PIC 9(5) VALUE 0.
       01  WS-UNCOUNTED-COUNT           PIC 9(5) VALUE 0.
       01  WS-UNCOSTED-COUNT            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       CNTPOST-MAIN.
           PERFORM TAKE-MASTER-LOCK
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           PERFORM LOAD-THE-COUNT-LIST
           PERFORM LOAD-THE-ITEM-COSTS
           PERFORM READ-COUNT-CARD
           OPEN OUTPUT COUNT-VARIANCE-FILE
           IF WS-CNTVRPT-STATUS NOT = "00"
               MOVE "MT0943E" TO WS-OM-ID
               STRING "CNTPOST: CNTVRPT NOT AVAILABLE - "
                   "COUNTS NOT POSTED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               PERFORM FREE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ITEM-MASTER-FILE
           IF WS-ITEMMAST-STATUS NOT = "00"
               MOVE "MT0944E" TO WS-OM-ID
               STRING "CNTPOST: ITEMMAST NOT AVAILABLE - "
                   "COUNTS NOT POSTED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE COUNT-VARIANCE-FILE
               PERFORM FREE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O STOCK-POSITION-FILE
           IF WS-STKPOS-STATUS NOT = "00"
               MOVE "MT1050E" TO WS-OM-ID
               STRING "CNTPOST: STKPOS NOT AVAILABLE - "
                   "COUNTS NOT POSTED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE ITEM-MASTER-FILE
               CLOSE COUNT-VARIANCE-FILE
               PERFORM FREE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-THE-JOURNAL
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM POST-THE-COUNTS
           CLOSE ITEM-MASTER-FILE
           CLOSE STOCK-POSITION-FILE
           PERFORM WRITE-JOURNAL-CONTROL
           CLOSE ITEM-JOURNAL-FILE
           PERFORM LIST-UNCOUNTED-ITEMS
           PERFORM WRITE-REPORT-TOTALS
           CLOSE COUNT-VARIANCE-FILE
           DISPLAY "===== CNTPOST END-OF-JOB SUMMARY ====="
           DISPLAY "ITEMS ON SHEETS     : " WS-LIST-COUNT
           DISPLAY "COUNTS READ         : " WS-ENTRIES-READ
           DISPLAY "COUNTS AGREEING     : " WS-AGREED-COUNT
           DISPLAY "ADJUSTMENTS POSTED  : " WS-APPLIED-COUNT
           DISPLAY "AWAITING APPROVAL   : " WS-AWAITING-COUNT
           DISPLAY "COUNT EXCEPTIONS    : " WS-EXCEPTION-COUNT
           DISPLAY "ITEMS NOT COUNTED   : " WS-UNCOUNTED-COUNT
           DISPLAY "VARIANCES UNCOSTED  : " WS-UNCOSTED-COUNT
           DISPLAY "======================================"
           IF (WS-AWAITING-COUNT > 0 OR WS-EXCEPTION-COUNT > 0
                   OR WS-UNCOUNTED-COUNT > 0)
                   AND RETURN-CODE = 0
               MOVE "MT0947W" TO WS-OM-ID
               STRING "CNTPOST: " WS-AWAITING-COUNT
                   " AWAITING APPROVAL, " WS-EXCEPTION-COUNT
                   " EXCEPTION(S), " WS-UNCOUNTED-COUNT
                   " NOT COUNTED - SEE CNTVRPT"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM FREE-MASTER-LOCK
           GOBACK.

       TAKE-MASTER-LOCK.
           MOVE "TAKE" TO WS-LOCK-ACTION
           CALL "LOCKMGR" USING WS-LOCK-REQUEST
               ON EXCEPTION
                   MOVE "MT0941W" TO WS-OM-ID
                   STRING "CALL FAILED: LOCKMGR - RUN "
                       "PROCEEDS UNLOCKED"
                       DELIMITED BY SIZE INTO WS-OM-TEXT
                   END-STRING
                   PERFORM ISSUE-OPERATOR-MESSAGE
                   MOVE "Y" TO WS-LOCK-VERDICT
           END-CALL
           IF WS-LOCK-VERDICT NOT = "Y"
               MOVE "MT0942E" TO WS-OM-ID
               STRING "CNTPOST: ITEMMAST LOCK HELD - "
                   "COUNT POSTING REFUSED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       FREE-MASTER-LOCK.
           MOVE "FREE" TO WS-LOCK-ACTION
           CALL "LOCKMGR" USING WS-LOCK-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       LOAD-THE-COUNT-LIST.
           *> No sheets, nothing to post against: a count keyed
           *> for an item nobody was sent to count is refused.
           OPEN INPUT COUNT-LIST-FILE
           IF WS-CNTLIST-STATUS NOT = "00"
               MOVE "MT0946E" TO WS-OM-ID
               STRING "CNTPOST: CNTLIST NOT AVAILABLE - "
                   "PRINT THE COUNT SHEETS FIRST"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               PERFORM FREE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ COUNT-LIST-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF WS-LIST-COUNT < 3000
                           ADD 1 TO WS-LIST-COUNT
                           MOVE CL-ITEM-NUMBER
                               TO WS-LIST-ITEM (WS-LIST-COUNT)
                           MOVE CL-SHEET-NUMBER
                               TO WS-LIST-SHEET (WS-LIST-COUNT)
                           MOVE SPACES
                               TO WS-LIST-LOCATION (WS-LIST-COUNT)
                           IF CL-AISLE NOT = SPACES
                               STRING CL-AISLE "/" CL-BIN
                                   DELIMITED BY SIZE
                                   INTO WS-LIST-LOCATION
                                       (WS-LIST-COUNT)
                               END-STRING
                           END-IF
                           MOVE CL-COUNT-TYPE
                               TO WS-LIST-TYPE (WS-LIST-COUNT)
                           MOVE CL-WAREHOUSE
                               TO WS-LIST-WAREHOUSE (WS-LIST-COUNT)
                           IF CL-WAREHOUSE = SPACES
                               MOVE WS-SK-MAIN-WAREHOUSE
                                   TO WS-LIST-WAREHOUSE
                                       (WS-LIST-COUNT)
                           END-IF
                           MOVE "N"
                               TO WS-LIST-COUNTED (WS-LIST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COUNT-LIST-FILE
           MOVE "N" TO WS-FILE-EOF.

       LOAD-THE-ITEM-COSTS.
           OPEN INPUT ITEM-COST-FILE
           IF WS-ITEMCOST-STATUS = "00"
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
           END-IF
           MOVE "N" TO WS-FILE-EOF.

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

       READ-COUNT-CARD.
           OPEN INPUT COUNT-CARD-FILE
           IF WS-CNTCARD-STATUS = "00"
               READ COUNT-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF KC-AUTO-LIMIT NUMERIC
                           MOVE KC-AUTO-LIMIT-NUM TO WS-AUTO-LIMIT
                       END-IF
               END-READ
               CLOSE COUNT-CARD-FILE
           END-IF.

       OPEN-THE-JOURNAL.
           *> As in ITMMAINT: a run that cannot journal posts
           *> nothing to the master.
           OPEN EXTEND ITEM-JOURNAL-FILE
           IF WS-ITMJRNL-STATUS NOT = "00"
               OPEN OUTPUT ITEM-JOURNAL-FILE
           END-IF
           IF WS-ITMJRNL-STATUS NOT = "00"
               MOVE "MT0945E" TO WS-OM-ID
               STRING "CNTPOST: ITMJRNL NOT AVAILABLE - "
                   "COUNTS NOT POSTED, MASTER UNCHANGED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE ITEM-MASTER-FILE
               CLOSE STOCK-POSITION-FILE
               CLOSE COUNT-VARIANCE-FILE
               PERFORM FREE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       WRITE-REPORT-HEADINGS.
           MOVE WS-AUTO-LIMIT TO WS-LIMIT-DISPLAY
           MOVE SPACES TO COUNT-VARIANCE-RECORD
           STRING "COUNT VARIANCE REPORT - " WS-TODAY-TEXT
               " - WAREHOUSE " WS-LIST-WAREHOUSE (1)
               " - AUTO-APPROVED UP TO " WS-LIMIT-DISPLAY
               " AT COST"
               DELIMITED BY SIZE INTO COUNT-VARIANCE-RECORD
           END-STRING
           WRITE COUNT-VARIANCE-RECORD
           MOVE SPACES TO COUNT-VARIANCE-RECORD
           STRING "SHEET ITEM   LOCATION  COUNTER   SYSTEM COUNTED"
               " VARIANCE UNIT COST   VALUE AT COST  "
               DELIMITED BY SIZE INTO COUNT-VARIANCE-RECORD
           END-STRING
           WRITE COUNT-VARIANCE-RECORD.

       POST-THE-COUNTS.
           OPEN INPUT COUNT-ENTRY-FILE
           IF WS-CNTENTRY-STATUS NOT = "00"
               DISPLAY "CNTPOST: NO CNTENTRY FILE - NO COUNTS "
                   "KEYED"
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ COUNT-ENTRY-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ENTRIES-READ
                           PERFORM POST-ONE-COUNT
                   END-READ
               END-PERFORM
               CLOSE COUNT-ENTRY-FILE
           END-IF.

       POST-ONE-COUNT.
           PERFORM FIND-THE-LIST-ENTRY
           EVALUATE TRUE
               WHEN CE-COUNTED-QTY NOT NUMERIC
                   MOVE "COUNTED QUANTITY NOT NUMERIC"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-COUNT-EXCEPTION
               WHEN NOT WS-LIST-WAS-FOUND
                   MOVE "ITEM NOT ON THE CURRENT COUNT SHEETS"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-COUNT-EXCEPTION
               WHEN WS-LIST-COUNTED (WS-LIST-IDX) = "Y"
                   MOVE "ITEM ALREADY COUNTED IN THIS RUN"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-COUNT-EXCEPTION
               WHEN OTHER
                   MOVE "Y" TO WS-LIST-COUNTED (WS-LIST-IDX)
                   MOVE CE-ITEM-NUMBER TO IM-ITEM-NUMBER
                   READ ITEM-MASTER-FILE
                       INVALID KEY
                           MOVE "ITEM NOT ON THE ITEM MASTER"
                               TO WS-EXCEPTION-REASON
                           PERFORM WRITE-COUNT-EXCEPTION
                       NOT INVALID KEY
                           PERFORM JUDGE-THE-COUNT
                   END-READ
           END-EVALUATE.

       FIND-THE-LIST-ENTRY.
           MOVE "N" TO WS-LIST-FOUND
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-LIST-COUNT
                       OR WS-LIST-WAS-FOUND
               IF WS-LIST-ITEM (WS-LIST-IDX) = CE-ITEM-NUMBER
                   SET WS-LIST-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-LIST-WAS-FOUND
               SUBTRACT 1 FROM WS-LIST-IDX
           END-IF.

       JUDGE-THE-COUNT.
           MOVE IM-QUANTITY TO WS-OLD-QUANTITY
           MOVE CE-ITEM-NUMBER TO SK-ITEM-NUMBER
           MOVE WS-LIST-WAREHOUSE (WS-LIST-IDX) TO SK-WAREHOUSE
           READ STOCK-POSITION-FILE
               INVALID KEY
                   MOVE 0 TO WS-POSITION-QTY
               NOT INVALID KEY
                   MOVE SK-ON-HAND TO WS-POSITION-QTY
           END-READ
           COMPUTE WS-VARIANCE-QTY =
               CE-COUNTED-QTY-NUM - WS-POSITION-QTY
           MOVE CE-ITEM-NUMBER TO WS-COST-WANTED
           PERFORM FIND-THE-COST
           IF WS-COST-WAS-FOUND
               MOVE WS-COST-VALUE (WS-COST-IDX) TO WS-UNIT-COST
           ELSE
               MOVE 0 TO WS-UNIT-COST
           END-IF
           COMPUTE WS-VARIANCE-VALUE ROUNDED =
               WS-VARIANCE-QTY * WS-UNIT-COST
           IF WS-VARIANCE-VALUE < 0
               COMPUTE WS-ABSOLUTE-VALUE = 0 - WS-VARIANCE-VALUE
           ELSE
               MOVE WS-VARIANCE-VALUE TO WS-ABSOLUTE-VALUE
           END-IF
           EVALUATE TRUE
               WHEN WS-VARIANCE-QTY = 0
                   ADD 1 TO WS-AGREED-COUNT
                   MOVE "AGREES" TO WS-LINE-VERDICT
               WHEN CE-IS-APPROVED
                   PERFORM POST-THE-ADJUSTMENT
               WHEN WS-UNIT-COST > 0
                       AND WS-ABSOLUTE-VALUE <= WS-AUTO-LIMIT
                   PERFORM POST-THE-ADJUSTMENT
               WHEN OTHER
      *> An uncosted item has no value to judge against the
      *> limit, so it always waits for the supervisor.
                   ADD 1 TO WS-AWAITING-COUNT
                   MOVE "AWAITING APPROVAL" TO WS-LINE-VERDICT
           END-EVALUATE
           IF WS-VARIANCE-QTY NOT = 0
               ADD WS-VARIANCE-VALUE TO WS-NET-VARIANCE
               ADD WS-ABSOLUTE-VALUE TO WS-GROSS-VARIANCE
               IF WS-UNIT-COST = 0
                   ADD 1 TO WS-UNCOSTED-COUNT
               END-IF
           END-IF
           PERFORM WRITE-VARIANCE-LINE.

       POST-THE-ADJUSTMENT.
           *> The position first: if it cannot take the count,
           *> the master is left alone and the two still agree.
           MOVE IM-QUANTITY TO WS-OLD-QUANTITY
           MOVE IM-UNIT-PRICE TO WS-OLD-UNIT-PRICE
           MOVE IM-CURRENCY-CODE TO WS-OLD-CURRENCY
           MOVE IM-CATEGORY-CODE TO WS-OLD-CATEGORY
           MOVE CE-ITEM-NUMBER TO WS-SK-ADJ-ITEM
           MOVE WS-LIST-WAREHOUSE (WS-LIST-IDX) TO WS-SK-ADJ-WAREHOUSE
           MOVE WS-VARIANCE-QTY TO WS-SK-ADJ-ON-HAND
           PERFORM ADJUST-STOCK-POSITION
           IF WS-SK-ADJ-HAS-FAILED
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE "POSITION REWRITE FAILED - NOT POSTED"
                   TO WS-LINE-VERDICT
           ELSE
               PERFORM POST-THE-MASTER-QUANTITY
           END-IF.

       POST-THE-MASTER-QUANTITY.
           COMPUTE WS-NEW-MASTER-QTY = IM-QUANTITY + WS-VARIANCE-QTY
           IF WS-NEW-MASTER-QTY < 0
               MOVE 0 TO WS-NEW-MASTER-QTY
           END-IF
           MOVE WS-NEW-MASTER-QTY TO IM-QUANTITY
           REWRITE ITEM-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE "MASTER REWRITE FAILED - NOT POSTED"
                       TO WS-LINE-VERDICT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD WS-VARIANCE-VALUE TO WS-POSTED-NET
                   PERFORM WRITE-COUNT-JOURNAL
                   IF CE-IS-APPROVED
                       MOVE "POSTED - SUPERVISOR APPROVED"
                           TO WS-LINE-VERDICT
                   ELSE
                       MOVE "POSTED - WITHIN LIMIT"
                           TO WS-LINE-VERDICT
                   END-IF
           END-REWRITE.

       WRITE-COUNT-JOURNAL.
           *> One J record per adjustment posted: the counted
           *> quantity as the transaction, the record before and
           *> after.  Only the quantity moves.
           IF WS-LIST-TYPE (WS-LIST-IDX) = "P"
               MOVE "PHYSINV" TO WS-COUNT-SOURCE
           ELSE
               MOVE "CYCLECNT" TO WS-COUNT-SOURCE
           END-IF
           ADD 1 TO WS-JOURNAL-SEQ
           MOVE SPACES TO ITEM-JOURNAL-RECORD
           SET JR-IS-ACTION TO TRUE
           MOVE WS-JOURNAL-SEQ TO JR-SEQUENCE-NUMBER
           MOVE WS-TODAY-TEXT TO JR-BUSINESS-DATE
           SET JR-ACT-COUNT TO TRUE
           MOVE IM-ITEM-NUMBER TO JR-ITEM-NUMBER
           MOVE WS-COUNT-SOURCE TO JR-SOURCE
           MOVE CE-COUNTED-QTY-NUM TO JR-TRN-QUANTITY
           MOVE IM-UNIT-PRICE TO JR-TRN-UNIT-PRICE
           MOVE IM-CURRENCY-CODE TO JR-TRN-CURRENCY
           MOVE IM-CATEGORY-CODE TO JR-TRN-CATEGORY
           MOVE WS-OLD-QUANTITY TO JR-OLD-QUANTITY
           MOVE WS-OLD-UNIT-PRICE TO JR-OLD-UNIT-PRICE
           MOVE WS-OLD-CURRENCY TO JR-OLD-CURRENCY
           MOVE WS-OLD-CATEGORY TO JR-OLD-CATEGORY
           MOVE IM-QUANTITY TO JR-NEW-QUANTITY
           MOVE IM-UNIT-PRICE TO JR-NEW-UNIT-PRICE
           MOVE IM-CURRENCY-CODE TO JR-NEW-CURRENCY
           MOVE IM-CATEGORY-CODE TO JR-NEW-CATEGORY
           WRITE ITEM-JOURNAL-RECORD.

       WRITE-JOURNAL-CONTROL.
           *> The run's closing statement, exactly as maintenance
           *> writes it: the master's count and price hash as
           *> this run left it.
           MOVE 0 TO WS-MASTER-SWEEP-COUNT
           MOVE 0 TO WS-MASTER-PRICE-HASH
           MOVE "N" TO WS-SWEEP-EOF
           OPEN INPUT ITEM-MASTER-FILE
           IF WS-ITEMMAST-STATUS = "00"
               PERFORM UNTIL WS-SWEEP-AT-EOF
                   READ ITEM-MASTER-FILE NEXT RECORD
                       AT END
                           SET WS-SWEEP-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-MASTER-SWEEP-COUNT
                           ADD IM-UNIT-PRICE
                               TO WS-MASTER-PRICE-HASH
                   END-READ
               END-PERFORM
               CLOSE ITEM-MASTER-FILE
           END-IF
           ADD 1 TO WS-JOURNAL-SEQ
           MOVE SPACES TO ITEM-JOURNAL-CONTROL
           MOVE "C" TO ITEM-JOURNAL-RECORD (1:1)
           MOVE WS-JOURNAL-SEQ TO JC-SEQUENCE-NUMBER
           MOVE WS-TODAY-TEXT TO JC-BUSINESS-DATE
           MOVE WS-MASTER-SWEEP-COUNT TO JC-MASTER-COUNT
           MOVE WS-MASTER-PRICE-HASH TO JC-PRICE-HASH
           MOVE WS-APPLIED-COUNT TO JC-APPLIED-COUNT
           WRITE ITEM-JOURNAL-RECORD.

       WRITE-VARIANCE-LINE.
           MOVE WS-POSITION-QTY TO WS-SYSTEM-DISPLAY
           MOVE CE-COUNTED-QTY-NUM TO WS-COUNTED-DISPLAY
           MOVE WS-VARIANCE-QTY TO WS-VARIANCE-DISPLAY
           MOVE WS-UNIT-COST TO WS-COST-DISPLAY
           MOVE WS-VARIANCE-VALUE TO WS-VALUE-DISPLAY
           MOVE SPACES TO COUNT-VARIANCE-RECORD
           STRING WS-LIST-SHEET (WS-LIST-IDX) "  "
               CE-ITEM-NUMBER " "
               WS-LIST-LOCATION (WS-LIST-IDX) "  "
               CE-COUNTER " "
               WS-SYSTEM-DISPLAY "   " WS-COUNTED-DISPLAY "   "
               WS-VARIANCE-DISPLAY " " WS-COST-DISPLAY "  "
               WS-VALUE-DISPLAY "  " WS-LINE-VERDICT
               DELIMITED BY SIZE INTO COUNT-VARIANCE-RECORD
           END-STRING
           WRITE COUNT-VARIANCE-RECORD.

       WRITE-COUNT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO COUNT-VARIANCE-RECORD
           STRING "*** ITEM " CE-ITEM-NUMBER
               " COUNTED " CE-COUNTED-QTY
               " SHEET " CE-SHEET-NUMBER
               " BY " CE-COUNTER
               " NOT POSTED - " WS-EXCEPTION-REASON
               DELIMITED BY SIZE INTO COUNT-VARIANCE-RECORD
           END-STRING
           WRITE COUNT-VARIANCE-RECORD.

       LIST-UNCOUNTED-ITEMS.
           MOVE SPACES TO COUNT-VARIANCE-RECORD
           WRITE COUNT-VARIANCE-RECORD
           MOVE SPACES TO COUNT-VARIANCE-RECORD
           STRING "ITEMS ON THE COUNT SHEETS WITH NO COUNT KEYED"
               DELIMITED BY SIZE INTO COUNT-VARIANCE-RECORD
           END-STRING
           WRITE COUNT-VARIANCE-RECORD
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-LIST-COUNT
               IF WS-LIST-COUNTED (WS-LIST-IDX) NOT = "Y"
                   ADD 1 TO WS-UNCOUNTED-COUNT
                   MOVE SPACES TO COUNT-VARIANCE-RECORD
                   STRING "  SHEET " WS-LIST-SHEET (WS-LIST-IDX)
                       "  ITEM " WS-LIST-ITEM (WS-LIST-IDX)
                       "  " WS-LIST-LOCATION (WS-LIST-IDX)
                       "  NOT COUNTED"
                       DELIMITED BY SIZE
                       INTO COUNT-VARIANCE-RECORD
                   END-STRING
                   WRITE COUNT-VARIANCE-RECORD
               END-IF
           END-PERFORM.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO COUNT-VARIANCE-RECORD
           WRITE COUNT-VARIANCE-RECORD
           MOVE WS-NET-VARIANCE TO WS-TOTAL-DISPLAY
           MOVE SPACES TO COUNT-VARIANCE-RECORD
           STRING "NET VARIANCE AT COST     " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO COUNT-VARIANCE-RECORD
           END-STRING
           WRITE COUNT-VARIANCE-RECORD
           MOVE WS-GROSS-VARIANCE TO WS-TOTAL-DISPLAY
           MOVE SPACES TO COUNT-VARIANCE-RECORD
           STRING "GROSS VARIANCE AT COST   " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO COUNT-VARIANCE-RECORD
           END-STRING
           WRITE COUNT-VARIANCE-RECORD
           MOVE WS-POSTED-NET TO WS-TOTAL-DISPLAY
           MOVE SPACES TO COUNT-VARIANCE-RECORD
           STRING "NET ADJUSTMENT POSTED    " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO COUNT-VARIANCE-RECORD
           END-STRING
           WRITE COUNT-VARIANCE-RECORD.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       COPY STKADJ.

       END PROGRAM CNTPOST.
