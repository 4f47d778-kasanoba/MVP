       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATE.

      *> Customer volume rebates.  A customer on a rebate
      *> agreement (the RBTAGR file, one record per customer and
      *> agreement year) earns a percentage of the year's net
      *> purchases back once those purchases pass a threshold;
      *> up to three tiers, each a threshold and the percentage
      *> earned on the whole year's purchases once it is passed.
      *> Finance used to work these out in December from the
      *> printed registers.  This works them out from the
      *> cumulative journals the nightly runs already keep:
      *>   - invoiced value from the year's D lines on ORDHIST
      *>     (the INVDETL lines ORDPRICE priced), goods only;
      *>   - less goods credited on the year's RETHIST returns
      *>     (RETPROC's credit memos) and SHPHIST short picks
      *>     (SHIPCONF's credits), each tied to its customer
      *>     through the order it credits.
      *> The RBTCARD picks the run:
      *>   - A (or blank), the monthly accrual: year-to-date net
      *>     purchases through the card's month (YYYY-MM; blank
      *>     is last month), the tier reached and the rebate
      *>     accrued so far, on RBTRPT.  A month MECLOSE has not
      *>     closed can still move, so the run warns (MT1008W)
      *>     and ends RC 4.  Nothing is updated.
      *>   - S, the year-end settlement for the card's year
      *>     (YYYY; blank is last year), which must be closed
      *>     through December (MT1009E otherwise): each earned
      *>     rebate is issued as a credit on the ARCRDIN feed
      *>     ARPOST posts -- appended behind the night's credit
      *>     memos -- and journaled on RBTHIST, which also keeps
      *>     a rerun from crediting the same customer and year
      *>     twice.
      *> An agreement record that cannot be read, or a second
      *> agreement for the same customer and year, is listed
      *> and ignored, and the run ends RC 4 (MT1010W).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PERIODS-SEL.
       COPY CUSTMAST-SEL.
       COPY ARCRDIN-SEL.
           SELECT REBATE-CARD-FILE ASSIGN TO "RBTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBTCARD-STATUS.
           SELECT REBATE-AGREEMENT-FILE ASSIGN TO "RBTAGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBTAGR-STATUS.
           SELECT ORDER-HISTORY-FILE ASSIGN TO "ORDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDHIST-STATUS.
           SELECT RETURN-HISTORY-FILE ASSIGN TO "RETHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETHIST-STATUS.
           SELECT SHIP-HISTORY-FILE ASSIGN TO "SHPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHPHIST-STATUS.
      *> Every rebate ever settled, appended by the settlement.
           SELECT REBATE-HISTORY-FILE ASSIGN TO "RBTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBTHIST-STATUS.
           SELECT REBATE-REPORT-FILE ASSIGN TO "RBTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY PERIODS-FD.
       COPY CUSTMAST-FD.
       COPY ARCRDIN-FD.

      *> Col 1 the run (A accrual, S settlement); cols 3-9 the
      *> accrual month (YYYY-MM) or cols 3-6 the settlement year.
       FD  REBATE-CARD-FILE.
       01  REBATE-CARD-RECORD.
           05  RC-RUN-MODE              PIC X.
           05  FILLER                   PIC X.
           05  RC-PERIOD                PIC X(7).
           05  FILLER                   PIC X(71).

      *> One agreement per customer and year: up to three tiers
      *> in ascending threshold order, unused tiers zero.  The
      *> percentage of the highest tier passed applies to the
      *> whole year's net purchases.
       FD  REBATE-AGREEMENT-FILE.
       01  REBATE-AGREEMENT-RECORD.
           05  RA-CUSTOMER-NUMBER       PIC X(6).
           05  RA-AGREEMENT-YEAR        PIC X(4).
           05  RA-TIER OCCURS 3 TIMES.
               10  RA-THRESHOLD         PIC X(11).
               10  RA-THRESHOLD-NUM REDEFINES RA-THRESHOLD
                                        PIC 9(9)V99.
               10  RA-REBATE-PCT        PIC X(4).
               10  RA-REBATE-PCT-NUM REDEFINES RA-REBATE-PCT
                                        PIC 99V99.
           05  RA-AGREEMENT-ID          PIC X(10).
           05  FILLER                   PIC X(15).

      *> The cumulative order history in the INVDETL shape (see
      *> INVDETL-FD.cpy); only the D records matter here.
       FD  ORDER-HISTORY-FILE.
       01  ORDER-HISTORY-RECORD.
           05  OH-RECORD-TYPE           PIC X.
           05  OH-BUSINESS-DATE         PIC X(10).
           05  OH-ORDER-NUMBER          PIC X(8).
           05  OH-CUSTOMER-NUMBER       PIC X(6).
           05  OH-ITEM-NUMBER           PIC X(6).
           05  OH-CATEGORY-CODE         PIC X(4).
           05  OH-QUANTITY              PIC 9(5).
           05  OH-UNIT-PRICE            PIC 9(5)V99.
           05  OH-DISCOUNT-AMOUNT       PIC 9(9)V99.
           05  OH-EXTENDED-AMOUNT       PIC 9(10)V99.
           05  OH-TAX-AMOUNT            PIC 9(9)V99.
           05  FILLER                   PIC X(37).

      *> RETPROC's returns journal (see RETPROC).
       FD  RETURN-HISTORY-FILE.
       01  RETURN-HISTORY-RECORD.
           05  RH-RETURN-DATE           PIC X(10).
           05  RH-ORDER-NUMBER          PIC X(8).
           05  RH-ITEM-NUMBER           PIC X(6).
           05  RH-QUANTITY              PIC 9(5).
           05  RH-REASON-CODE           PIC X(4).
           05  RH-CATEGORY-CODE         PIC X(4).
           05  RH-GOODS-AMOUNT          PIC 9(10)V99.
           05  RH-TAX-AMOUNT            PIC 9(9)V99.
           05  FILLER                   PIC X(20).

      *> SHIPCONF's ship-confirmation journal (see SHIPCONF).
       FD  SHIP-HISTORY-FILE.
       01  SHIP-HISTORY-RECORD.
           05  SH-CONFIRM-DATE          PIC X(10).
           05  SH-ORDER-NUMBER          PIC X(8).
           05  SH-ITEM-NUMBER           PIC X(6).
           05  SH-PICKED-QTY            PIC 9(5).
           05  SH-SHORT-QTY             PIC 9(5).
           05  SH-PICKER                PIC X(8).
           05  SH-CATEGORY-CODE         PIC X(4).
           05  SH-GOODS-AMOUNT          PIC 9(10)V99.
           05  SH-TAX-AMOUNT            PIC 9(9)V99.
           05  FILLER                   PIC X(11).

      *> One record per rebate settled: the customer and year,
      *> the purchases and tier it was earned on, the credit
      *> issued and the day it went to AR.
       FD  REBATE-HISTORY-FILE.
       01  REBATE-HISTORY-RECORD.
           05  RS-CUSTOMER-NUMBER       PIC X(6).
           05  RS-AGREEMENT-YEAR        PIC X(4).
           05  RS-SETTLED-DATE          PIC X(10).
           05  RS-NET-PURCHASES         PIC 9(11)V99.
           05  RS-TIER                  PIC 9.
           05  RS-REBATE-PCT            PIC 99V99.
           05  RS-REBATE-AMOUNT         PIC 9(9)V99.
           05  RS-AGREEMENT-ID          PIC X(10).
           05  FILLER                   PIC X(21).

       FD  REBATE-REPORT-FILE.
       01  REBATE-REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-RBTCARD-STATUS            PIC XX VALUE SPACES.
       01  WS-RBTAGR-STATUS             PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-ORDHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-RETHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-SHPHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-RBTHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-ARCRDIN-STATUS            PIC XX VALUE SPACES.
       01  WS-RBTRPT-STATUS             PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       COPY PERCHK-WS.
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-TODAY-TEXT                PIC X(10) VALUE SPACES.
       01  WS-RUN-MODE                  PIC X VALUE "A".
           88  WS-IS-ACCRUAL            VALUE "A".
           88  WS-IS-SETTLEMENT         VALUE "S".
      *> The last month counted, and its parts: the agreement
      *> year is its year, and purchases count from January
      *> through it.  A settlement runs through December.
       01  WS-THROUGH-PERIOD            PIC X(7) VALUE SPACES.
       01  WS-THROUGH-PARTS REDEFINES WS-THROUGH-PERIOD.
           05  WS-TP-YYYY               PIC X(4).
           05  WS-TP-DASH               PIC X.
           05  WS-TP-MM                 PIC XX.
       01  WS-PRIOR-YYYY                PIC 9(4) VALUE 0.
       01  WS-PRIOR-MM                  PIC 99 VALUE 0.
      *> Orders credited in the year may have been invoiced the
      *> year before, so the order map reaches back one year.
       01  WS-FROM-YEAR                 PIC 9(4) VALUE 0.
       01  WS-FROM-YEAR-TEXT REDEFINES WS-FROM-YEAR
                                        PIC X(4).
      *> One line per agreement in force for the year.
       01  WS-RB-TABLE.
           05  WS-RB-ENTRY OCCURS 500 TIMES.
               10  WS-RB-CUSTOMER       PIC X(6).
               10  WS-RB-AGREEMENT-ID   PIC X(10).
               10  WS-RB-TIER-SET OCCURS 3 TIMES.
                   15  WS-RB-THRESHOLD  PIC 9(9)V99.
                   15  WS-RB-PCT        PIC 99V99.
               10  WS-RB-INVOICED       PIC 9(11)V99.
               10  WS-RB-CREDITED       PIC 9(11)V99.
               10  WS-RB-NET            PIC S9(11)V99.
               10  WS-RB-TIER           PIC 9.
               10  WS-RB-RATE           PIC 99V99.
               10  WS-RB-REBATE         PIC 9(9)V99.
               10  WS-RB-SETTLED-DATE   PIC X(10).
       01  WS-RB-COUNT                  PIC 999 VALUE 0.
       01  WS-RB-IDX                    PIC 999 VALUE 0.
       01  WS-RB-FOUND                  PIC X VALUE "N".
           88  WS-RB-WAS-FOUND          VALUE "Y".
       01  WS-WANTED-CUSTOMER           PIC X(6) VALUE SPACES.
       01  WS-TIER-IDX                  PIC 9 VALUE 0.
      *> Each agreement customer's orders, for tying a credit
      *> back to its customer.
       01  WS-ORD-TABLE.
           05  WS-ORD-ENTRY OCCURS 5000 TIMES.
               10  WS-ORD-NUMBER        PIC X(8).
               10  WS-ORD-RB-IDX        PIC 999.
       01  WS-ORD-COUNT                 PIC 9(4) VALUE 0.
       01  WS-ORD-IDX                   PIC 9(4) VALUE 0.
       01  WS-ORD-FOUND                 PIC X VALUE "N".
           88  WS-ORD-WAS-FOUND         VALUE "Y".
       01  WS-ORD-OVERFLOW              PIC X VALUE "N".
           88  WS-ORD-HAS-OVERFLOWED    VALUE "Y".
       01  WS-WANTED-ORDER              PIC X(8) VALUE SPACES.
      *> Customer names from CUSTMAST.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 1000 TIMES.
               10  WS-CUST-NUMBER       PIC X(6).
               10  WS-CUST-NAME         PIC X(30).
       01  WS-CUST-COUNT                PIC 9(4) VALUE 0.
       01  WS-CUST-IDX                  PIC 9(4) VALUE 0.
       01  WS-CUST-FOUND                PIC X VALUE "N".
           88  WS-CUST-WAS-FOUND        VALUE "Y".
       01  WS-CUST-NAME-SHOWN           PIC X(30) VALUE SPACES.
      *> The reference the settlement credit carries on the
      *> ledger in place of an order number: RBT and the year.
       01  WS-REBATE-REFERENCE.
           05  FILLER                   PIC X(3) VALUE "RBT".
           05  WS-RR-YEAR               PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X VALUE SPACE.
       01  WS-NEG-WORK                  PIC S9(11)V99 VALUE 0.
       01  WS-LINE-NOTE                 PIC X(17) VALUE SPACES.
       01  WS-AGREEMENTS-READ           PIC 9(5) VALUE 0.
       01  WS-BAD-AGREEMENTS            PIC 9(5) VALUE 0.
       01  WS-SALES-LINES               PIC 9(7) VALUE 0.
       01  WS-CREDIT-LINES              PIC 9(7) VALUE 0.
       01  WS-UNTIED-CREDITS            PIC 9(7) VALUE 0.
       01  WS-CREDITS-ISSUED            PIC 9(5) VALUE 0.
       01  WS-ALREADY-SETTLED           PIC 9(5) VALUE 0.
       01  WS-UNKNOWN-CUSTOMERS         PIC 9(5) VALUE 0.
       01  WS-TOTAL-REBATE              PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-ISSUED              PIC 9(11)V99 VALUE 0.
       01  WS-AMT-DISPLAY               PIC Z(10)9.99.
       01  WS-NET-DISPLAY               PIC -(10)9.99.
       01  WS-PCT-DISPLAY               PIC Z9.99.

       PROCEDURE DIVISION.
       REBATE-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           PERFORM READ-REBATE-CARD
           PERFORM VALIDATE-THE-PERIOD
           PERFORM LOAD-CUSTOMER-NAMES
           PERFORM LOAD-AGREEMENTS
           PERFORM SUM-YEARS-SALES
           PERFORM SUM-YEARS-RETURNS
           PERFORM SUM-YEARS-SHORT-PICKS
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                   UNTIL WS-RB-IDX > WS-RB-COUNT
               PERFORM EARN-ONE-REBATE
           END-PERFORM
           IF WS-IS-SETTLEMENT
               PERFORM LOAD-SETTLED-REBATES
           END-IF
           OPEN OUTPUT REBATE-REPORT-FILE
           IF WS-IS-SETTLEMENT
               PERFORM OPEN-SETTLEMENT-OUTPUT
           END-IF
           PERFORM WRITE-THE-REPORT
           IF WS-IS-SETTLEMENT
               CLOSE AR-CREDIT-FILE
               CLOSE REBATE-HISTORY-FILE
           END-IF
           CLOSE REBATE-REPORT-FILE
           IF WS-BAD-AGREEMENTS > 0
               MOVE "MT1010W" TO WS-OM-ID
               STRING "REBATE: " WS-BAD-AGREEMENTS
                   " RBTAGR RECORD(S) IGNORED - SEE THE JOB LOG"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-ORD-HAS-OVERFLOWED
               MOVE "MT1011W" TO WS-OM-ID
               STRING "REBATE: MORE THAN 5000 AGREEMENT ORDERS - "
                   "CREDITS ON LATER ORDERS NOT NETTED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-UNKNOWN-CUSTOMERS > 0
               MOVE "MT1012W" TO WS-OM-ID
               STRING "REBATE: " WS-UNKNOWN-CUSTOMERS
                   " REBATE(S) FOR CUSTOMERS NOT ON CUSTMAST - NOT "
                   "CREDITED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-IS-ACCRUAL AND NOT WS-PER-IS-CLOSED
               MOVE "MT1008W" TO WS-OM-ID
               STRING "REBATE: PERIOD " WS-THROUGH-PERIOD
                   " IS NOT YET CLOSED - THE ACCRUAL MAY STILL MOVE"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "MT1013I" TO WS-OM-ID
           IF WS-IS-SETTLEMENT
               MOVE WS-TOTAL-ISSUED TO WS-AMT-DISPLAY
               STRING "REBATE: YEAR " WS-TP-YYYY " SETTLED, "
                   WS-CREDITS-ISSUED " CREDIT(S) ISSUED TOTALLING "
                   WS-AMT-DISPLAY
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
           ELSE
               MOVE WS-TOTAL-REBATE TO WS-AMT-DISPLAY
               STRING "REBATE: ACCRUED THROUGH " WS-THROUGH-PERIOD
                   " FOR " WS-RB-COUNT " AGREEMENT(S): "
                   WS-AMT-DISPLAY
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
           END-IF
           PERFORM ISSUE-OPERATOR-MESSAGE
           DISPLAY "===== REBATE END-OF-JOB SUMMARY ====="
           IF WS-IS-SETTLEMENT
               DISPLAY "RUN               : SETTLEMENT " WS-TP-YYYY
           ELSE
               DISPLAY "RUN               : ACCRUAL THROUGH "
                   WS-THROUGH-PERIOD
           END-IF
           DISPLAY "AGREEMENTS READ   : " WS-AGREEMENTS-READ
           DISPLAY "AGREEMENTS IGNORED: " WS-BAD-AGREEMENTS
           DISPLAY "AGREEMENTS IN FORCE " WS-RB-COUNT
           DISPLAY "SALES LINES       : " WS-SALES-LINES
           DISPLAY "CREDIT LINES      : " WS-CREDIT-LINES
           MOVE WS-TOTAL-REBATE TO WS-AMT-DISPLAY
           DISPLAY "REBATE EARNED     : " WS-AMT-DISPLAY
           IF WS-IS-SETTLEMENT
               DISPLAY "CREDITS ISSUED    : " WS-CREDITS-ISSUED
               DISPLAY "ALREADY SETTLED   : " WS-ALREADY-SETTLED
               MOVE WS-TOTAL-ISSUED TO WS-AMT-DISPLAY
               DISPLAY "AMOUNT CREDITED   : " WS-AMT-DISPLAY
           END-IF
           DISPLAY "===================================="
           GOBACK.

       READ-REBATE-CARD.
           *> No card, or a blank one, is the monthly accrual
           *> through the month just ended.
           MOVE SPACES TO WS-THROUGH-PERIOD
           OPEN INPUT REBATE-CARD-FILE
           IF WS-RBTCARD-STATUS = "00"
               READ REBATE-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-RUN-MODE NOT = SPACE
                           MOVE RC-RUN-MODE TO WS-RUN-MODE
                       END-IF
                       MOVE RC-PERIOD TO WS-THROUGH-PERIOD
               END-READ
               CLOSE REBATE-CARD-FILE
           END-IF
           IF WS-IS-SETTLEMENT
               IF WS-TP-YYYY = SPACES
                   COMPUTE WS-PRIOR-YYYY = WS-TODAY-YYYY - 1
                   MOVE WS-PRIOR-YYYY TO WS-TP-YYYY
               END-IF
               MOVE "-12" TO WS-THROUGH-PERIOD (5:3)
           END-IF
           IF WS-THROUGH-PERIOD = SPACES
               IF WS-TODAY-MM = 1
                   COMPUTE WS-PRIOR-YYYY = WS-TODAY-YYYY - 1
                   MOVE 12 TO WS-PRIOR-MM
               ELSE
                   MOVE WS-TODAY-YYYY TO WS-PRIOR-YYYY
                   COMPUTE WS-PRIOR-MM = WS-TODAY-MM - 1
               END-IF
               STRING WS-PRIOR-YYYY "-" WS-PRIOR-MM
                   DELIMITED BY SIZE INTO WS-THROUGH-PERIOD
               END-STRING
           END-IF.

       VALIDATE-THE-PERIOD.
           IF (NOT WS-IS-ACCRUAL AND NOT WS-IS-SETTLEMENT)
                   OR WS-TP-YYYY NOT NUMERIC
                   OR WS-TP-DASH NOT = "-"
                   OR WS-TP-MM NOT NUMERIC
                   OR WS-TP-MM < "01" OR WS-TP-MM > "12"
               MOVE "MT1005E" TO WS-OM-ID
               STRING "REBATE: RBTCARD " WS-RUN-MODE " "
                   WS-THROUGH-PERIOD " IS NOT A VALID RUN - "
                   "NOTHING ACCRUED OR SETTLED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-TP-YYYY TO WS-RR-YEAR
           MOVE WS-TP-YYYY TO WS-FROM-YEAR-TEXT
           SUBTRACT 1 FROM WS-FROM-YEAR
           PERFORM LOAD-PERIOD-CONTROL
           STRING WS-THROUGH-PERIOD "-01"
               DELIMITED BY SIZE INTO WS-PER-DATE-WANTED
           END-STRING
           PERFORM CHECK-POSTING-PERIOD
      *> A settlement pays on the final figures or not at all.
           IF WS-IS-SETTLEMENT AND NOT WS-PER-IS-CLOSED
               MOVE "MT1009E" TO WS-OM-ID
               STRING "REBATE: " WS-THROUGH-PERIOD
                   " IS NOT YET CLOSED - YEAR " WS-TP-YYYY
                   " NOT SETTLED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       LOAD-CUSTOMER-NAMES.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "REBATE: NO CUSTOMER MASTER - CUSTOMERS "
                   "LISTED WITHOUT NAMES"
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-CUST-COUNT < 1000
                               ADD 1 TO WS-CUST-COUNT
                               MOVE CU-CUSTOMER-NUMBER
                                   TO WS-CUST-NUMBER (WS-CUST-COUNT)
                               MOVE CU-NAME
                                   TO WS-CUST-NAME (WS-CUST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF.

      *> The year's agreements.  Bad records are kept aside for
      *> the report's foot rather than guessed at.
       LOAD-AGREEMENTS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT REBATE-AGREEMENT-FILE
           IF WS-RBTAGR-STATUS NOT = "00"
               MOVE "MT1006E" TO WS-OM-ID
               STRING "REBATE: RBTAGR NOT AVAILABLE - "
                   "NOTHING ACCRUED OR SETTLED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ REBATE-AGREEMENT-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AGREEMENTS-READ
                       IF RA-AGREEMENT-YEAR = WS-TP-YYYY
                           PERFORM TAKE-ONE-AGREEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REBATE-AGREEMENT-FILE
           MOVE "N" TO WS-FILE-EOF.

       TAKE-ONE-AGREEMENT.
           MOVE RA-CUSTOMER-NUMBER TO WS-WANTED-CUSTOMER
           PERFORM FIND-AGREEMENT
           EVALUATE TRUE
               WHEN RA-THRESHOLD (1) NOT NUMERIC
                       OR RA-THRESHOLD (2) NOT NUMERIC
                       OR RA-THRESHOLD (3) NOT NUMERIC
                       OR RA-REBATE-PCT (1) NOT NUMERIC
                       OR RA-REBATE-PCT (2) NOT NUMERIC
                       OR RA-REBATE-PCT (3) NOT NUMERIC
                   ADD 1 TO WS-BAD-AGREEMENTS
                   DISPLAY "REBATE: AGREEMENT FOR CUSTOMER "
                       RA-CUSTOMER-NUMBER " HAS A NON-NUMERIC "
                       "TIER - IGNORED"
               WHEN WS-RB-WAS-FOUND
                   ADD 1 TO WS-BAD-AGREEMENTS
                   DISPLAY "REBATE: SECOND " WS-TP-YYYY
                       " AGREEMENT FOR CUSTOMER " RA-CUSTOMER-NUMBER
                       " - IGNORED"
               WHEN WS-RB-COUNT >= 500
                   ADD 1 TO WS-BAD-AGREEMENTS
                   DISPLAY "REBATE: MORE THAN 500 AGREEMENTS - "
                       "CUSTOMER " RA-CUSTOMER-NUMBER " IGNORED"
               WHEN OTHER
                   ADD 1 TO WS-RB-COUNT
                   MOVE WS-RB-COUNT TO WS-RB-IDX
                   MOVE RA-CUSTOMER-NUMBER
                       TO WS-RB-CUSTOMER (WS-RB-IDX)
                   MOVE RA-AGREEMENT-ID
                       TO WS-RB-AGREEMENT-ID (WS-RB-IDX)
                   PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                           UNTIL WS-TIER-IDX > 3
                       MOVE RA-THRESHOLD-NUM (WS-TIER-IDX)
                           TO WS-RB-THRESHOLD (WS-RB-IDX, WS-TIER-IDX)
                       MOVE RA-REBATE-PCT-NUM (WS-TIER-IDX)
                           TO WS-RB-PCT (WS-RB-IDX, WS-TIER-IDX)
                   END-PERFORM
                   MOVE 0 TO WS-RB-INVOICED (WS-RB-IDX)
                   MOVE 0 TO WS-RB-CREDITED (WS-RB-IDX)
                   MOVE 0 TO WS-RB-NET (WS-RB-IDX)
                   MOVE 0 TO WS-RB-TIER (WS-RB-IDX)
                   MOVE 0 TO WS-RB-RATE (WS-RB-IDX)
                   MOVE 0 TO WS-RB-REBATE (WS-RB-IDX)
                   MOVE SPACES TO WS-RB-SETTLED-DATE (WS-RB-IDX)
           END-EVALUATE.

       FIND-AGREEMENT.
           MOVE "N" TO WS-RB-FOUND
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                   UNTIL WS-RB-IDX > WS-RB-COUNT
                       OR WS-RB-WAS-FOUND
               IF WS-RB-CUSTOMER (WS-RB-IDX) = WS-WANTED-CUSTOMER
                   SET WS-RB-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-RB-WAS-FOUND
               SUBTRACT 1 FROM WS-RB-IDX
           END-IF.

      *> Invoiced goods from January through the last month
      *> counted; every agreement customer's orders from a year
      *> earlier on are mapped for the credits.
       SUM-YEARS-SALES.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ORDER-HISTORY-FILE
           IF WS-ORDHIST-STATUS NOT = "00"
               MOVE "MT1007E" TO WS-OM-ID
               STRING "REBATE: ORDHIST NOT AVAILABLE - "
                   "NOTHING ACCRUED OR SETTLED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ ORDER-HISTORY-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF OH-RECORD-TYPE = "D"
                               AND OH-BUSINESS-DATE (1:4)
                                   >= WS-FROM-YEAR-TEXT
                               AND OH-BUSINESS-DATE (1:7)
                                   <= WS-THROUGH-PERIOD
                           PERFORM ADD-ONE-SALE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDER-HISTORY-FILE
           MOVE "N" TO WS-FILE-EOF.

       ADD-ONE-SALE.
           MOVE OH-CUSTOMER-NUMBER TO WS-WANTED-CUSTOMER
           PERFORM FIND-AGREEMENT
           IF WS-RB-WAS-FOUND
               PERFORM MAP-THE-ORDER
               IF OH-BUSINESS-DATE (1:4) = WS-TP-YYYY
                       AND OH-EXTENDED-AMOUNT NUMERIC
                   ADD 1 TO WS-SALES-LINES
                   ADD OH-EXTENDED-AMOUNT
                       TO WS-RB-INVOICED (WS-RB-IDX)
               END-IF
           END-IF.

      *> ORDHIST holds an order's lines together, so only a new
      *> order number needs an entry.
       MAP-THE-ORDER.
           IF WS-ORD-COUNT = 0
                   OR WS-ORD-NUMBER (WS-ORD-COUNT)
                       NOT = OH-ORDER-NUMBER
               IF WS-ORD-COUNT >= 5000
                   SET WS-ORD-HAS-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO WS-ORD-COUNT
                   MOVE OH-ORDER-NUMBER
                       TO WS-ORD-NUMBER (WS-ORD-COUNT)
                   MOVE WS-RB-IDX TO WS-ORD-RB-IDX (WS-ORD-COUNT)
               END-IF
           END-IF.

       FIND-CREDITED-ORDER.
           MOVE "N" TO WS-ORD-FOUND
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-ORD-COUNT
                       OR WS-ORD-WAS-FOUND
               IF WS-ORD-NUMBER (WS-ORD-IDX) = WS-WANTED-ORDER
                   SET WS-ORD-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ORD-WAS-FOUND
               SUBTRACT 1 FROM WS-ORD-IDX
               MOVE WS-ORD-RB-IDX (WS-ORD-IDX) TO WS-RB-IDX
           END-IF.

       SUM-YEARS-RETURNS.
           *> No journal means no return has ever been credited.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT RETURN-HISTORY-FILE
           IF WS-RETHIST-STATUS = "00"
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ RETURN-HISTORY-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF RH-RETURN-DATE (1:4) = WS-TP-YYYY
                                   AND RH-RETURN-DATE (1:7)
                                       <= WS-THROUGH-PERIOD
                                   AND RH-GOODS-AMOUNT NUMERIC
                               MOVE RH-ORDER-NUMBER
                                   TO WS-WANTED-ORDER
                               PERFORM FIND-CREDITED-ORDER
                               IF WS-ORD-WAS-FOUND
                                   ADD 1 TO WS-CREDIT-LINES
                                   ADD RH-GOODS-AMOUNT
                                       TO WS-RB-CREDITED (WS-RB-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURN-HISTORY-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF.

       SUM-YEARS-SHORT-PICKS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT SHIP-HISTORY-FILE
           IF WS-SHPHIST-STATUS = "00"
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ SHIP-HISTORY-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF SH-CONFIRM-DATE (1:4) = WS-TP-YYYY
                                   AND SH-CONFIRM-DATE (1:7)
                                       <= WS-THROUGH-PERIOD
                                   AND SH-GOODS-AMOUNT NUMERIC
                               MOVE SH-ORDER-NUMBER
                                   TO WS-WANTED-ORDER
                               PERFORM FIND-CREDITED-ORDER
                               IF WS-ORD-WAS-FOUND
                                   ADD 1 TO WS-CREDIT-LINES
                                   ADD SH-GOODS-AMOUNT
                                       TO WS-RB-CREDITED (WS-RB-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIP-HISTORY-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF.

      *> The highest tier whose threshold the net purchases have
      *> passed sets the rate; a tier with no percentage is not
      *> a tier.  The rebate is that rate on the whole year.
       EARN-ONE-REBATE.
           COMPUTE WS-RB-NET (WS-RB-IDX) =
               WS-RB-INVOICED (WS-RB-IDX)
               - WS-RB-CREDITED (WS-RB-IDX)
           MOVE 0 TO WS-RB-TIER (WS-RB-IDX)
           MOVE 0 TO WS-RB-RATE (WS-RB-IDX)
           MOVE 0 TO WS-RB-REBATE (WS-RB-IDX)
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
               IF WS-RB-PCT (WS-RB-IDX, WS-TIER-IDX) > 0
                       AND WS-RB-NET (WS-RB-IDX)
                           >= WS-RB-THRESHOLD (WS-RB-IDX, WS-TIER-IDX)
                   MOVE WS-TIER-IDX TO WS-RB-TIER (WS-RB-IDX)
                   MOVE WS-RB-PCT (WS-RB-IDX, WS-TIER-IDX)
                       TO WS-RB-RATE (WS-RB-IDX)
               END-IF
           END-PERFORM
           IF WS-RB-TIER (WS-RB-IDX) > 0
               COMPUTE WS-RB-REBATE (WS-RB-IDX) ROUNDED =
                   WS-RB-NET (WS-RB-IDX)
                   * WS-RB-RATE (WS-RB-IDX) / 100
           END-IF
           ADD WS-RB-REBATE (WS-RB-IDX) TO WS-TOTAL-REBATE.

      *> Rebates already settled for the year are not paid again.
       LOAD-SETTLED-REBATES.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT REBATE-HISTORY-FILE
           IF WS-RBTHIST-STATUS = "00"
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ REBATE-HISTORY-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF RS-AGREEMENT-YEAR = WS-TP-YYYY
                               MOVE RS-CUSTOMER-NUMBER
                                   TO WS-WANTED-CUSTOMER
                               PERFORM FIND-AGREEMENT
                               IF WS-RB-WAS-FOUND
                                   MOVE RS-SETTLED-DATE TO
                                       WS-RB-SETTLED-DATE (WS-RB-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REBATE-HISTORY-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF.

      *> The credits ride behind the night's credit memos on the
      *> ARCRDIN dataset ARPOST reads; a night with none yet
      *> starts it.
       OPEN-SETTLEMENT-OUTPUT.
           OPEN EXTEND AR-CREDIT-FILE
           IF WS-ARCRDIN-STATUS NOT = "00"
               OPEN OUTPUT AR-CREDIT-FILE
           END-IF
           IF WS-ARCRDIN-STATUS NOT = "00"
               MOVE "MT1014E" TO WS-OM-ID
               STRING "REBATE: ARCRDIN CANNOT BE WRITTEN - YEAR "
                   WS-TP-YYYY " NOT SETTLED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE REBATE-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND REBATE-HISTORY-FILE
           IF WS-RBTHIST-STATUS NOT = "00"
               OPEN OUTPUT REBATE-HISTORY-FILE
           END-IF.

       WRITE-THE-REPORT.
           MOVE SPACES TO REBATE-REPORT-RECORD
           IF WS-IS-SETTLEMENT
               STRING "VOLUME-REBATE SETTLEMENT - AGREEMENT YEAR "
                   WS-TP-YYYY " - RUN " WS-TODAY-TEXT
                   DELIMITED BY SIZE INTO REBATE-REPORT-RECORD
               END-STRING
           ELSE
               STRING "VOLUME-REBATE ACCRUAL - AGREEMENT YEAR "
                   WS-TP-YYYY " THROUGH " WS-THROUGH-PERIOD
                   " - RUN " WS-TODAY-TEXT
                   DELIMITED BY SIZE INTO REBATE-REPORT-RECORD
               END-STRING
           END-IF
           WRITE REBATE-REPORT-RECORD
           IF WS-IS-ACCRUAL AND NOT WS-PER-IS-CLOSED
               MOVE SPACES TO REBATE-REPORT-RECORD
               STRING "*** PERIOD NOT YET CLOSED - FIGURES MAY "
                   "STILL MOVE ***"
                   DELIMITED BY SIZE INTO REBATE-REPORT-RECORD
               END-STRING
               WRITE REBATE-REPORT-RECORD
           END-IF
           MOVE SPACES TO REBATE-REPORT-RECORD
           WRITE REBATE-REPORT-RECORD
           MOVE SPACES TO REBATE-REPORT-RECORD
           MOVE "CUST" TO REBATE-REPORT-RECORD (1:4)
           MOVE "NAME" TO REBATE-REPORT-RECORD (8:4)
           MOVE "AGREEMENT" TO REBATE-REPORT-RECORD (34:9)
           MOVE "      INVOICED" TO REBATE-REPORT-RECORD (45:14)
           MOVE "      CREDITED" TO REBATE-REPORT-RECORD (60:14)
           MOVE " NET PURCHASES" TO REBATE-REPORT-RECORD (75:14)
           MOVE "TIER" TO REBATE-REPORT-RECORD (90:4)
           MOVE "  PCT" TO REBATE-REPORT-RECORD (95:5)
           IF WS-IS-SETTLEMENT
               MOVE "  REBATE EARNED" TO REBATE-REPORT-RECORD (100:15)
           ELSE
               MOVE " REBATE ACCRUED" TO REBATE-REPORT-RECORD (100:15)
           END-IF
           WRITE REBATE-REPORT-RECORD
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                   UNTIL WS-RB-IDX > WS-RB-COUNT
               PERFORM WRITE-ONE-AGREEMENT
           END-PERFORM
           MOVE SPACES TO REBATE-REPORT-RECORD
           WRITE REBATE-REPORT-RECORD
           MOVE SPACES TO REBATE-REPORT-RECORD
           MOVE WS-TOTAL-REBATE TO WS-AMT-DISPLAY
           IF WS-IS-SETTLEMENT
               STRING "REBATE EARNED FOR " WS-TP-YYYY ": "
                   WS-AMT-DISPLAY
                   DELIMITED BY SIZE INTO REBATE-REPORT-RECORD
               END-STRING
               WRITE REBATE-REPORT-RECORD
               MOVE SPACES TO REBATE-REPORT-RECORD
               MOVE WS-TOTAL-ISSUED TO WS-AMT-DISPLAY
               STRING "CREDITED TO AR THIS RUN: " WS-AMT-DISPLAY
                   " ON " WS-CREDITS-ISSUED " CREDIT(S)"
                   DELIMITED BY SIZE INTO REBATE-REPORT-RECORD
               END-STRING
           ELSE
               STRING "REBATE ACCRUED THROUGH " WS-THROUGH-PERIOD
                   ": " WS-AMT-DISPLAY
                   DELIMITED BY SIZE INTO REBATE-REPORT-RECORD
               END-STRING
           END-IF
           WRITE REBATE-REPORT-RECORD
           IF WS-BAD-AGREEMENTS > 0
               MOVE SPACES TO REBATE-REPORT-RECORD
               STRING "*** " WS-BAD-AGREEMENTS " RBTAGR RECORD(S) "
                   "IGNORED - SEE THE JOB LOG ***"
                   DELIMITED BY SIZE INTO REBATE-REPORT-RECORD
               END-STRING
               WRITE REBATE-REPORT-RECORD
           END-IF
           IF WS-ORD-HAS-OVERFLOWED
               MOVE SPACES TO REBATE-REPORT-RECORD
               STRING "*** MORE THAN 5000 AGREEMENT ORDERS - CREDITS "
                   "ON LATER ORDERS NOT NETTED ***"
                   DELIMITED BY SIZE INTO REBATE-REPORT-RECORD
               END-STRING
               WRITE REBATE-REPORT-RECORD
           END-IF.

       WRITE-ONE-AGREEMENT.
           MOVE WS-RB-CUSTOMER (WS-RB-IDX) TO WS-WANTED-CUSTOMER
           PERFORM FIND-CUSTOMER-NAME
           MOVE SPACES TO WS-LINE-NOTE
           IF WS-IS-SETTLEMENT
               PERFORM SETTLE-ONE-REBATE
           END-IF
           MOVE SPACES TO REBATE-REPORT-RECORD
           MOVE WS-RB-CUSTOMER (WS-RB-IDX)
               TO REBATE-REPORT-RECORD (1:6)
           MOVE WS-CUST-NAME-SHOWN TO REBATE-REPORT-RECORD (8:25)
           MOVE WS-RB-AGREEMENT-ID (WS-RB-IDX)
               TO REBATE-REPORT-RECORD (34:10)
           MOVE WS-RB-INVOICED (WS-RB-IDX) TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO REBATE-REPORT-RECORD (45:14)
           MOVE WS-RB-CREDITED (WS-RB-IDX) TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO REBATE-REPORT-RECORD (60:14)
           MOVE WS-RB-NET (WS-RB-IDX) TO WS-NET-DISPLAY
           MOVE WS-NET-DISPLAY TO REBATE-REPORT-RECORD (75:14)
           IF WS-RB-TIER (WS-RB-IDX) = 0
               MOVE "NONE" TO REBATE-REPORT-RECORD (90:4)
           ELSE
               MOVE WS-RB-TIER (WS-RB-IDX)
                   TO REBATE-REPORT-RECORD (93:1)
               MOVE WS-RB-RATE (WS-RB-IDX) TO WS-PCT-DISPLAY
               MOVE WS-PCT-DISPLAY TO REBATE-REPORT-RECORD (95:5)
           END-IF
           MOVE WS-RB-REBATE (WS-RB-IDX) TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO REBATE-REPORT-RECORD (101:14)
           MOVE WS-LINE-NOTE TO REBATE-REPORT-RECORD (116:17)
           WRITE REBATE-REPORT-RECORD.

      *> An earned rebate goes to AR as a credit against the
      *> customer, dated today, and onto the journal -- unless
      *> the journal shows it already went, or AR would not
      *> know the customer.
       SETTLE-ONE-REBATE.
           EVALUATE TRUE
               WHEN WS-RB-SETTLED-DATE (WS-RB-IDX) NOT = SPACES
                   ADD 1 TO WS-ALREADY-SETTLED
                   STRING "PAID " WS-RB-SETTLED-DATE (WS-RB-IDX)
                       DELIMITED BY SIZE INTO WS-LINE-NOTE
                   END-STRING
               WHEN WS-RB-REBATE (WS-RB-IDX) = 0
                   MOVE "NOT EARNED" TO WS-LINE-NOTE
               WHEN NOT WS-CUST-WAS-FOUND
                   ADD 1 TO WS-UNKNOWN-CUSTOMERS
                   MOVE "NOT CREDITED" TO WS-LINE-NOTE
               WHEN OTHER
                   MOVE SPACES TO AR-CREDIT-RECORD
                   MOVE WS-RB-CUSTOMER (WS-RB-IDX)
                       TO AC-CUSTOMER-NUMBER
                   MOVE WS-REBATE-REFERENCE TO AC-ORDER-NUMBER
                   MOVE WS-TODAY-TEXT TO AC-BUSINESS-DATE
                   COMPUTE WS-NEG-WORK = 0 - WS-RB-REBATE (WS-RB-IDX)
                   MOVE WS-NEG-WORK TO AC-CREDIT-AMOUNT
                   MOVE 0 TO AC-TAX-AMOUNT
                   WRITE AR-CREDIT-RECORD
                   MOVE SPACES TO REBATE-HISTORY-RECORD
                   MOVE WS-RB-CUSTOMER (WS-RB-IDX)
                       TO RS-CUSTOMER-NUMBER
                   MOVE WS-TP-YYYY TO RS-AGREEMENT-YEAR
                   MOVE WS-TODAY-TEXT TO RS-SETTLED-DATE
                   MOVE WS-RB-NET (WS-RB-IDX) TO RS-NET-PURCHASES
                   MOVE WS-RB-TIER (WS-RB-IDX) TO RS-TIER
                   MOVE WS-RB-RATE (WS-RB-IDX) TO RS-REBATE-PCT
                   MOVE WS-RB-REBATE (WS-RB-IDX) TO RS-REBATE-AMOUNT
                   MOVE WS-RB-AGREEMENT-ID (WS-RB-IDX)
                       TO RS-AGREEMENT-ID
                   WRITE REBATE-HISTORY-RECORD
                   ADD 1 TO WS-CREDITS-ISSUED
                   ADD WS-RB-REBATE (WS-RB-IDX) TO WS-TOTAL-ISSUED
                   MOVE "CREDITED TO AR" TO WS-LINE-NOTE
           END-EVALUATE.

       FIND-CUSTOMER-NAME.
           MOVE "N" TO WS-CUST-FOUND
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                       OR WS-CUST-WAS-FOUND
               IF WS-CUST-NUMBER (WS-CUST-IDX) = WS-WANTED-CUSTOMER
                   SET WS-CUST-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CUST-WAS-FOUND
               SUBTRACT 1 FROM WS-CUST-IDX
               MOVE WS-CUST-NAME (WS-CUST-IDX) TO WS-CUST-NAME-SHOWN
           ELSE
               MOVE "*** NOT ON CUSTMAST ***"
                   TO WS-CUST-NAME-SHOWN
           END-IF.

       COPY PERCHK.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM REBATE.
