       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPROF.

      *> Monthly customer profitability.  SLSANAL says which
      *> items move; nothing said which customers make us money
      *> once their discounts and returns are taken out.  This
      *> works each customer's month out from the cumulative
      *> journals the nightly runs already keep:
      *>   - gross sales and the tier and contract discounts
      *>     given, from the month's invoiced D lines on ORDHIST
      *>     (the line's extension plus its DL-DISCOUNT-AMOUNT is
      *>     the gross, the discount what was given away);
      *>   - less goods credited on the month's RETHIST returns
      *>     and SHPHIST short picks (SHIPCONF's credits), each
      *>     tied back to the customer through the order it
      *>     credits -- one RETURNS column carries both;
      *>   - net revenue against cost of goods: each line's
      *>     quantity at the item's moving-average cost from
      *>     ITEMCOST (the hand-kept ITMBASE figure for an item
      *>     never received, as MRGNCMPL does), returned units
      *>     coming back into stock at the same cost and units
      *>     picked short never having left it.
      *> Gross margin in money and as a percentage of net
      *> revenue; customers ranked by the money, biggest
      *> contribution first, on PRFRPT.  Any customer whose
      *> margin percentage is under the floor on the PRFCARD
      *> (cols 9-13, hundredths: 01000 is 10.00%, the default)
      *> is called out LOSS or FLOOR on its line and again in a
      *> list at the foot.  A line whose item has no cost on
      *> either file costs nothing, which flatters its
      *> customer's margin; the customer is marked * and the run
      *> warns (MT1029W).  PRFCARD cols 1-7 name the month
      *> (YYYY-MM); no card reports last month.  A month MECLOSE
      *> has not yet closed can still move, so the run warns
      *> (MT1031W) and ends RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PERIODS-SEL.
       COPY CUSTMAST-SEL.
       COPY ITEMCOST-SEL.
           SELECT PROFIT-CARD-FILE ASSIGN TO "PRFCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFCARD-STATUS.
           SELECT ITEM-BASE-FILE ASSIGN TO "ITMBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITMBASE-STATUS.
           SELECT ORDER-HISTORY-FILE ASSIGN TO "ORDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDHIST-STATUS.
           SELECT RETURN-HISTORY-FILE ASSIGN TO "RETHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETHIST-STATUS.
           SELECT SHIP-HISTORY-FILE ASSIGN TO "SHPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHPHIST-STATUS.
           SELECT PROFIT-REPORT-FILE ASSIGN TO "PRFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY PERIODS-FD.
       COPY CUSTMAST-FD.
       COPY ITEMCOST-FD.

      *> The month, YYYY-MM (blank: last month), and the floor
      *> margin percent in hundredths (blank: 10.00).
       FD  PROFIT-CARD-FILE.
       01  PROFIT-CARD-RECORD.
           05  PK-PERIOD                PIC X(7).
           05  FILLER                   PIC X.
           05  PK-FLOOR-PCT             PIC X(5).
           05  PK-FLOOR-PCT-NUM REDEFINES PK-FLOOR-PCT
                                        PIC 999V99.
           05  FILLER                   PIC X(67).

      *> The desk's hand-kept base (cost) price (see MRGNCMPL).
       FD  ITEM-BASE-FILE.
       01  ITEM-BASE-RECORD.
           05  IB-ITEM-NUMBER          PIC X(6).
           05  IB-BASE-PRICE           PIC X(7).
           05  IB-BASE-PRICE-NUM REDEFINES IB-BASE-PRICE
                                       PIC 9(5)V99.
           05  FILLER                  PIC X(67).

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

      *> SHIPCONF's ship-confirmation journal (see SHIPCONF); only
      *> a short pick carries the goods credited.
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

       FD  PROFIT-REPORT-FILE.
       01  PROFIT-REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-PRFCARD-STATUS            PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-ITEMCOST-STATUS           PIC XX VALUE SPACES.
       01  WS-ITMBASE-STATUS            PIC XX VALUE SPACES.
       01  WS-ORDHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-RETHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-SHPHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-PRFRPT-STATUS             PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       COPY PERCHK-WS.
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-TODAY-TEXT                PIC X(10) VALUE SPACES.
       01  WS-REPORT-PERIOD             PIC X(7) VALUE SPACES.
       01  WS-REPORT-PARTS REDEFINES WS-REPORT-PERIOD.
           05  WS-RP-YYYY               PIC X(4).
           05  WS-RP-DASH               PIC X.
           05  WS-RP-MM                 PIC XX.
       01  WS-PRIOR-YYYY                PIC 9(4) VALUE 0.
       01  WS-PRIOR-MM                  PIC 99 VALUE 0.
      *> Returns are tied to orders invoiced in the year before
      *> the month as well as in it.
       01  WS-MAP-FROM-PERIOD           PIC X(7) VALUE SPACES.
       01  WS-MAP-FROM-PARTS REDEFINES WS-MAP-FROM-PERIOD.
           05  WS-MF-YYYY               PIC 9(4).
           05  FILLER                   PIC X(3).
       01  WS-FLOOR-PCT                 PIC 999V99 VALUE 10.00.
      *> Unit costs: C a moving-average cost, B an ITMBASE
      *> figure standing in for an item never received.
       01  WS-COST-TABLE.
           05  WS-COST-ENTRY OCCURS 2000 TIMES.
               10  WS-COST-ITEM         PIC X(6).
               10  WS-COST-UNIT         PIC 9(5)V99.
               10  WS-COST-SOURCE       PIC X.
       01  WS-COST-COUNT                PIC 9(4) VALUE 0.
       01  WS-COST-IDX                  PIC 9(4) VALUE 0.
       01  WS-COST-FOUND                PIC X VALUE "N".
           88  WS-COST-WAS-FOUND        VALUE "Y".
       01  WS-WANTED-ITEM               PIC X(6) VALUE SPACES.
      *> Customer names from CUSTMAST.
       01  WS-NAME-TABLE.
           05  WS-NAME-ENTRY OCCURS 1000 TIMES.
               10  WS-NAME-CUSTOMER     PIC X(6).
               10  WS-NAME-TEXT         PIC X(30).
       01  WS-NAME-COUNT                PIC 9(4) VALUE 0.
       01  WS-NAME-IDX                  PIC 9(4) VALUE 0.
       01  WS-NAME-FOUND                PIC X VALUE "N".
           88  WS-NAME-WAS-FOUND        VALUE "Y".
       01  WS-NAME-SHOWN                PIC X(30) VALUE SPACES.
      *> One line per customer with activity in the month.
       01  WS-PF-TABLE.
           05  WS-PF-ENTRY OCCURS 1000 TIMES.
               10  WS-PF-CUSTOMER       PIC X(6).
               10  WS-PF-GROSS          PIC 9(11)V99.
               10  WS-PF-DISCOUNT       PIC 9(11)V99.
               10  WS-PF-RETURNS        PIC 9(11)V99.
               10  WS-PF-NET            PIC S9(11)V99.
               10  WS-PF-COST           PIC S9(11)V99.
               10  WS-PF-MARGIN         PIC S9(11)V99.
               10  WS-PF-MARGIN-PCT     PIC S9(5)V99.
               10  WS-PF-NO-COST        PIC X.
               10  WS-PF-NOTE           PIC X(5).
       01  WS-PF-HOLD                   PIC X(97) VALUE SPACES.
       01  WS-PF-COUNT                  PIC 9(4) VALUE 0.
       01  WS-PF-IDX                    PIC 9(4) VALUE 0.
       01  WS-SWAP-IDX                  PIC 9(4) VALUE 0.
       01  WS-PF-FOUND                  PIC X VALUE "N".
           88  WS-PF-WAS-FOUND          VALUE "Y".
       01  WS-PF-OVERFLOW               PIC X VALUE "N".
           88  WS-PF-HAS-OVERFLOWED     VALUE "Y".
       01  WS-SORT-SWAPPED              PIC X VALUE "N".
           88  WS-A-SWAP-HAPPENED       VALUE "Y".
       01  WS-WANTED-CUSTOMER           PIC X(6) VALUE SPACES.
      *> Orders by customer, for tying a return to its customer.
       01  WS-ORD-TABLE.
           05  WS-ORD-ENTRY OCCURS 9999 TIMES.
               10  WS-ORD-NUMBER        PIC X(8).
               10  WS-ORD-CUSTOMER      PIC X(6).
       01  WS-ORD-COUNT                 PIC 9(4) VALUE 0.
       01  WS-ORD-IDX                   PIC 9(4) VALUE 0.
       01  WS-ORD-FOUND                 PIC X VALUE "N".
           88  WS-ORD-WAS-FOUND         VALUE "Y".
       01  WS-ORD-OVERFLOW              PIC X VALUE "N".
           88  WS-ORD-HAS-OVERFLOWED    VALUE "Y".
       01  WS-WANTED-ORDER              PIC X(8) VALUE SPACES.
       01  WS-LINE-COST                 PIC 9(11)V99 VALUE 0.
       01  WS-SALES-LINES               PIC 9(7) VALUE 0.
       01  WS-RETURN-LINES              PIC 9(7) VALUE 0.
       01  WS-SHORT-LINES               PIC 9(7) VALUE 0.
       01  WS-NO-COST-LINES             PIC 9(7) VALUE 0.
       01  WS-UNTIED-RETURNS            PIC 9(7) VALUE 0.
       01  WS-UNTIED-AMOUNT             PIC 9(11)V99 VALUE 0.
       01  WS-UNTIED-SHORTS             PIC 9(7) VALUE 0.
       01  WS-UNTIED-SHORT-AMOUNT       PIC 9(11)V99 VALUE 0.
       01  WS-UNTIED-CREDITS            PIC 9(7) VALUE 0.
       01  WS-UNLISTED-LINES            PIC 9(7) VALUE 0.
       01  WS-BELOW-FLOOR               PIC 9(4) VALUE 0.
       01  WS-RANK                      PIC 9(4) VALUE 0.
       01  WS-TOTAL-GROSS               PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-DISCOUNT            PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-RETURNS             PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-NET                 PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-COST                PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-MARGIN              PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-MARGIN-PCT          PIC S9(5)V99 VALUE 0.
       01  WS-AMT-DISPLAY               PIC Z(10)9.99.
       01  WS-SMALL-DISPLAY             PIC Z(8)9.99.
       01  WS-NET-DISPLAY               PIC -(10)9.99.
       01  WS-PCT-DISPLAY               PIC -(3)9.99.
       01  WS-FLOOR-DISPLAY             PIC ZZ9.99.
       01  WS-RANK-DISPLAY              PIC Z(3)9.

       PROCEDURE DIVISION.
       CUSTPROF-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           PERFORM READ-PROFIT-CARD
           PERFORM VALIDATE-REPORT-PERIOD
           PERFORM LOAD-UNIT-COSTS
           PERFORM LOAD-CUSTOMER-NAMES
           PERFORM SUM-MONTHS-SALES
           PERFORM SUM-MONTHS-RETURNS
           PERFORM SUM-MONTHS-SHORT-PICKS
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PF-COUNT
               PERFORM WORK-OUT-ONE-MARGIN
           END-PERFORM
           PERFORM RANK-BY-MARGIN
           OPEN OUTPUT PROFIT-REPORT-FILE
           PERFORM WRITE-THE-RANKING
           PERFORM WRITE-BELOW-FLOOR-LIST
           CLOSE PROFIT-REPORT-FILE
           IF WS-NO-COST-LINES > 0
               MOVE "MT1029W" TO WS-OM-ID
               STRING "CUSTPROF: " WS-NO-COST-LINES
                   " LINE(S) FOR ITEMS WITH NO COST ON FILE - "
                   "MARGINS MARKED * OVERSTATED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           COMPUTE WS-UNTIED-CREDITS =
               WS-UNTIED-RETURNS + WS-UNTIED-SHORTS
           IF WS-UNTIED-CREDITS > 0 OR WS-UNLISTED-LINES > 0
               MOVE "MT1030W" TO WS-OM-ID
               STRING "CUSTPROF: " WS-UNTIED-CREDITS
                   " RETURN/SHORT CREDIT(S) UNTIED, " WS-UNLISTED-LINES
                   " LINE(S) PAST 1000 CUSTOMERS - NOT RANKED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF NOT WS-PER-IS-CLOSED
               MOVE "MT1031W" TO WS-OM-ID
               STRING "CUSTPROF: PERIOD " WS-REPORT-PERIOD
                   " IS NOT YET CLOSED - FIGURES MAY STILL MOVE"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-TOTAL-MARGIN TO WS-NET-DISPLAY
           MOVE "MT1032I" TO WS-OM-ID
           STRING "CUSTPROF: " WS-REPORT-PERIOD " MARGIN "
               WS-NET-DISPLAY " OVER " WS-PF-COUNT " CUSTOMER(S), "
               WS-BELOW-FLOOR " BELOW FLOOR"
               DELIMITED BY SIZE INTO WS-OM-TEXT
           END-STRING
           PERFORM ISSUE-OPERATOR-MESSAGE
           DISPLAY "===== CUSTPROF END-OF-JOB SUMMARY ====="
           DISPLAY "PERIOD              : " WS-REPORT-PERIOD
           DISPLAY "SALES LINES         : " WS-SALES-LINES
           DISPLAY "RETURN LINES        : " WS-RETURN-LINES
           DISPLAY "SHORT-PICK LINES    : " WS-SHORT-LINES
           DISPLAY "CUSTOMERS RANKED    : " WS-PF-COUNT
           DISPLAY "BELOW FLOOR         : " WS-BELOW-FLOOR
           DISPLAY "LINES WITH NO COST  : " WS-NO-COST-LINES
           DISPLAY "UNTIED RETURNS      : " WS-UNTIED-RETURNS
           DISPLAY "UNTIED SHORT PICKS  : " WS-UNTIED-SHORTS
           MOVE WS-TOTAL-NET TO WS-NET-DISPLAY
           DISPLAY "NET REVENUE         : " WS-NET-DISPLAY
           MOVE WS-TOTAL-MARGIN TO WS-NET-DISPLAY
           DISPLAY "GROSS MARGIN        : " WS-NET-DISPLAY
           DISPLAY "======================================="
           GOBACK.

       READ-PROFIT-CARD.
           *> No card, or a blank one, is the usual run after the
           *> month-end close: the month just ended.
           MOVE SPACES TO WS-REPORT-PERIOD
           OPEN INPUT PROFIT-CARD-FILE
           IF WS-PRFCARD-STATUS = "00"
               READ PROFIT-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PK-PERIOD TO WS-REPORT-PERIOD
                       IF PK-FLOOR-PCT NUMERIC
                           MOVE PK-FLOOR-PCT-NUM TO WS-FLOOR-PCT
                       END-IF
               END-READ
               CLOSE PROFIT-CARD-FILE
           END-IF
           IF WS-REPORT-PERIOD = SPACES
               IF WS-TODAY-MM = 1
                   COMPUTE WS-PRIOR-YYYY = WS-TODAY-YYYY - 1
                   MOVE 12 TO WS-PRIOR-MM
               ELSE
                   MOVE WS-TODAY-YYYY TO WS-PRIOR-YYYY
                   COMPUTE WS-PRIOR-MM = WS-TODAY-MM - 1
               END-IF
               STRING WS-PRIOR-YYYY "-" WS-PRIOR-MM
                   DELIMITED BY SIZE INTO WS-REPORT-PERIOD
               END-STRING
           END-IF.

       VALIDATE-REPORT-PERIOD.
           IF WS-RP-YYYY NOT NUMERIC
                   OR WS-RP-DASH NOT = "-"
                   OR WS-RP-MM NOT NUMERIC
                   OR WS-RP-MM < "01" OR WS-RP-MM > "12"
               MOVE "MT1027E" TO WS-OM-ID
               STRING "CUSTPROF: PRFCARD PERIOD " WS-REPORT-PERIOD
                   " IS NOT A VALID YYYY-MM - NO REPORT PRODUCED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-REPORT-PERIOD TO WS-MAP-FROM-PERIOD
           SUBTRACT 1 FROM WS-MF-YYYY
           PERFORM LOAD-PERIOD-CONTROL
           STRING WS-REPORT-PERIOD "-01"
               DELIMITED BY SIZE INTO WS-PER-DATE-WANTED
           END-STRING
           PERFORM CHECK-POSTING-PERIOD.

      *> Moving-average costs first; an ITMBASE figure counts
      *> only where the item has none.
       LOAD-UNIT-COSTS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ITEM-COST-FILE
           IF WS-ITEMCOST-STATUS NOT = "00"
               DISPLAY "CUSTPROF: NO ITEMCOST FILE - COSTING ON "
                   "ITMBASE FIGURES ONLY"
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ ITEM-COST-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-COST-COUNT < 2000
                                   AND IC-AVERAGE-COST NUMERIC
                                   AND IC-AVERAGE-COST > 0
                               ADD 1 TO WS-COST-COUNT
                               MOVE IC-ITEM-NUMBER
                                   TO WS-COST-ITEM (WS-COST-COUNT)
                               MOVE IC-AVERAGE-COST
                                   TO WS-COST-UNIT (WS-COST-COUNT)
                               MOVE "C"
                                   TO WS-COST-SOURCE (WS-COST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-COST-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ITEM-BASE-FILE
           IF WS-ITMBASE-STATUS NOT = "00"
               DISPLAY "CUSTPROF: NO ITMBASE FILE - ITEMS NEVER "
                   "RECEIVED WILL COST NOTHING"
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ ITEM-BASE-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF IB-BASE-PRICE NUMERIC
                                   AND IB-BASE-PRICE-NUM > 0
                               MOVE IB-ITEM-NUMBER TO WS-WANTED-ITEM
                               PERFORM FIND-UNIT-COST
                               IF NOT WS-COST-WAS-FOUND
                                       AND WS-COST-COUNT < 2000
                                   ADD 1 TO WS-COST-COUNT
                                   MOVE IB-ITEM-NUMBER
                                       TO WS-COST-ITEM (WS-COST-COUNT)
                                   MOVE IB-BASE-PRICE-NUM
                                       TO WS-COST-UNIT (WS-COST-COUNT)
                                   MOVE "B" TO
                                       WS-COST-SOURCE (WS-COST-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-BASE-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF.

       FIND-UNIT-COST.
           MOVE "N" TO WS-COST-FOUND
           PERFORM VARYING WS-COST-IDX FROM 1 BY 1
                   UNTIL WS-COST-IDX > WS-COST-COUNT
                       OR WS-COST-WAS-FOUND
               IF WS-COST-ITEM (WS-COST-IDX) = WS-WANTED-ITEM
                   SET WS-COST-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-COST-WAS-FOUND
               SUBTRACT 1 FROM WS-COST-IDX
           END-IF.

       LOAD-CUSTOMER-NAMES.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "CUSTPROF: NO CUSTOMER MASTER - CUSTOMERS "
                   "LISTED WITHOUT NAMES"
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-NAME-COUNT < 1000
                               ADD 1 TO WS-NAME-COUNT
                               MOVE CU-CUSTOMER-NUMBER
                                   TO WS-NAME-CUSTOMER (WS-NAME-COUNT)
                               MOVE CU-NAME
                                   TO WS-NAME-TEXT (WS-NAME-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF.

      *> The month's lines are profiled; the year before it and
      *> the month itself are mapped for the returns.
       SUM-MONTHS-SALES.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ORDER-HISTORY-FILE
           IF WS-ORDHIST-STATUS NOT = "00"
               MOVE "MT1028E" TO WS-OM-ID
               STRING "CUSTPROF: ORDHIST NOT AVAILABLE - "
                   "NO REPORT PRODUCED"
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
                               AND OH-BUSINESS-DATE (1:7)
                                   >= WS-MAP-FROM-PERIOD
                               AND OH-BUSINESS-DATE (1:7)
                                   <= WS-REPORT-PERIOD
                           PERFORM MAP-THE-ORDER
                           IF OH-BUSINESS-DATE (1:7)
                                   = WS-REPORT-PERIOD
                                   AND OH-EXTENDED-AMOUNT NUMERIC
                                   AND OH-DISCOUNT-AMOUNT NUMERIC
                                   AND OH-QUANTITY NUMERIC
                               PERFORM ADD-ONE-SALE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDER-HISTORY-FILE
           MOVE "N" TO WS-FILE-EOF.

      *> ORDHIST holds an order's lines together, so only a new
      *> order number needs an entry.
       MAP-THE-ORDER.
           IF WS-ORD-COUNT = 0
                   OR WS-ORD-NUMBER (WS-ORD-COUNT)
                       NOT = OH-ORDER-NUMBER
               IF WS-ORD-COUNT >= 9999
                   SET WS-ORD-HAS-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO WS-ORD-COUNT
                   MOVE OH-ORDER-NUMBER
                       TO WS-ORD-NUMBER (WS-ORD-COUNT)
                   MOVE OH-CUSTOMER-NUMBER
                       TO WS-ORD-CUSTOMER (WS-ORD-COUNT)
               END-IF
           END-IF.

       ADD-ONE-SALE.
           ADD 1 TO WS-SALES-LINES
           MOVE OH-CUSTOMER-NUMBER TO WS-WANTED-CUSTOMER
           PERFORM FIND-PROFILE
           IF NOT WS-PF-WAS-FOUND
               ADD 1 TO WS-UNLISTED-LINES
           ELSE
               COMPUTE WS-PF-GROSS (WS-PF-IDX) =
                   WS-PF-GROSS (WS-PF-IDX) + OH-EXTENDED-AMOUNT
                   + OH-DISCOUNT-AMOUNT
               ADD OH-DISCOUNT-AMOUNT TO WS-PF-DISCOUNT (WS-PF-IDX)
               MOVE OH-ITEM-NUMBER TO WS-WANTED-ITEM
               PERFORM COST-THE-UNITS
               COMPUTE WS-LINE-COST ROUNDED =
                   OH-QUANTITY * WS-COST-UNIT (WS-COST-IDX)
               IF NOT WS-COST-WAS-FOUND
                   MOVE 0 TO WS-LINE-COST
               END-IF
               ADD WS-LINE-COST TO WS-PF-COST (WS-PF-IDX)
           END-IF.

      *> A unit with no cost on either file costs nothing and
      *> marks its customer's margin as overstated.
       COST-THE-UNITS.
           PERFORM FIND-UNIT-COST
           IF NOT WS-COST-WAS-FOUND
               ADD 1 TO WS-NO-COST-LINES
               MOVE "*" TO WS-PF-NO-COST (WS-PF-IDX)
               MOVE 1 TO WS-COST-IDX
           END-IF.

      *> The customer's profile, started on its first line.
       FIND-PROFILE.
           MOVE "N" TO WS-PF-FOUND
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PF-COUNT
                       OR WS-PF-WAS-FOUND
               IF WS-PF-CUSTOMER (WS-PF-IDX) = WS-WANTED-CUSTOMER
                   SET WS-PF-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-PF-WAS-FOUND
               SUBTRACT 1 FROM WS-PF-IDX
           ELSE
               IF WS-PF-COUNT >= 1000
                   SET WS-PF-HAS-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO WS-PF-COUNT
                   MOVE WS-PF-COUNT TO WS-PF-IDX
                   MOVE WS-WANTED-CUSTOMER
                       TO WS-PF-CUSTOMER (WS-PF-IDX)
                   MOVE 0 TO WS-PF-GROSS (WS-PF-IDX)
                   MOVE 0 TO WS-PF-DISCOUNT (WS-PF-IDX)
                   MOVE 0 TO WS-PF-RETURNS (WS-PF-IDX)
                   MOVE 0 TO WS-PF-NET (WS-PF-IDX)
                   MOVE 0 TO WS-PF-COST (WS-PF-IDX)
                   MOVE 0 TO WS-PF-MARGIN (WS-PF-IDX)
                   MOVE 0 TO WS-PF-MARGIN-PCT (WS-PF-IDX)
                   MOVE SPACE TO WS-PF-NO-COST (WS-PF-IDX)
                   MOVE SPACES TO WS-PF-NOTE (WS-PF-IDX)
                   SET WS-PF-WAS-FOUND TO TRUE
               END-IF
           END-IF.

       SUM-MONTHS-RETURNS.
           *> No journal means no return has ever been credited.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT RETURN-HISTORY-FILE
           IF WS-RETHIST-STATUS = "00"
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ RETURN-HISTORY-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF RH-RETURN-DATE (1:7) = WS-REPORT-PERIOD
                                   AND RH-GOODS-AMOUNT NUMERIC
                                   AND RH-QUANTITY NUMERIC
                               PERFORM ADD-ONE-RETURN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURN-HISTORY-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF.

      *> A return takes its goods off the customer's revenue and
      *> its units back into stock, off the cost of goods.
       ADD-ONE-RETURN.
           ADD 1 TO WS-RETURN-LINES
           MOVE "N" TO WS-ORD-FOUND
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-ORD-COUNT
                       OR WS-ORD-WAS-FOUND
               IF WS-ORD-NUMBER (WS-ORD-IDX) = RH-ORDER-NUMBER
                   SET WS-ORD-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ORD-WAS-FOUND
               ADD 1 TO WS-UNTIED-RETURNS
               ADD RH-GOODS-AMOUNT TO WS-UNTIED-AMOUNT
           ELSE
               SUBTRACT 1 FROM WS-ORD-IDX
               MOVE WS-ORD-CUSTOMER (WS-ORD-IDX)
                   TO WS-WANTED-CUSTOMER
               PERFORM FIND-PROFILE
               IF NOT WS-PF-WAS-FOUND
                   ADD 1 TO WS-UNLISTED-LINES
               ELSE
                   ADD RH-GOODS-AMOUNT TO WS-PF-RETURNS (WS-PF-IDX)
                   MOVE RH-ITEM-NUMBER TO WS-WANTED-ITEM
                   PERFORM COST-THE-UNITS
                   COMPUTE WS-LINE-COST ROUNDED =
                       RH-QUANTITY * WS-COST-UNIT (WS-COST-IDX)
                   IF NOT WS-COST-WAS-FOUND
                       MOVE 0 TO WS-LINE-COST
                   END-IF
                   SUBTRACT WS-LINE-COST FROM WS-PF-COST (WS-PF-IDX)
               END-IF
           END-IF.

       SUM-MONTHS-SHORT-PICKS.
           *> No journal means no short pick has been credited; a
           *> full pick carries no credit and is passed over.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT SHIP-HISTORY-FILE
           IF WS-SHPHIST-STATUS = "00"
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ SHIP-HISTORY-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF SH-CONFIRM-DATE (1:7) = WS-REPORT-PERIOD
                                   AND SH-GOODS-AMOUNT NUMERIC
                                   AND SH-SHORT-QTY NUMERIC
                               PERFORM ADD-ONE-SHORT-PICK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIP-HISTORY-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF.

      *> A short pick takes its credited goods off the
      *> customer's revenue and the units never shipped off the
      *> cost of goods, as a return does.
       ADD-ONE-SHORT-PICK.
           ADD 1 TO WS-SHORT-LINES
           MOVE SH-ORDER-NUMBER TO WS-WANTED-ORDER
           PERFORM FIND-CREDITED-ORDER
           IF NOT WS-ORD-WAS-FOUND
               ADD 1 TO WS-UNTIED-SHORTS
               ADD SH-GOODS-AMOUNT TO WS-UNTIED-SHORT-AMOUNT
           ELSE
               MOVE WS-ORD-CUSTOMER (WS-ORD-IDX)
                   TO WS-WANTED-CUSTOMER
               PERFORM FIND-PROFILE
               IF NOT WS-PF-WAS-FOUND
                   ADD 1 TO WS-UNLISTED-LINES
               ELSE
                   ADD SH-GOODS-AMOUNT TO WS-PF-RETURNS (WS-PF-IDX)
                   MOVE SH-ITEM-NUMBER TO WS-WANTED-ITEM
                   PERFORM COST-THE-UNITS
                   COMPUTE WS-LINE-COST ROUNDED =
                       SH-SHORT-QTY * WS-COST-UNIT (WS-COST-IDX)
                   IF NOT WS-COST-WAS-FOUND
                       MOVE 0 TO WS-LINE-COST
                   END-IF
                   SUBTRACT WS-LINE-COST FROM WS-PF-COST (WS-PF-IDX)
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
           END-IF.

      *> Net revenue is what the customer kept; the percentage
      *> is of that, and a customer who kept nothing has none.
       WORK-OUT-ONE-MARGIN.
           COMPUTE WS-PF-NET (WS-PF-IDX) =
               WS-PF-GROSS (WS-PF-IDX) - WS-PF-DISCOUNT (WS-PF-IDX)
               - WS-PF-RETURNS (WS-PF-IDX)
           COMPUTE WS-PF-MARGIN (WS-PF-IDX) =
               WS-PF-NET (WS-PF-IDX) - WS-PF-COST (WS-PF-IDX)
           MOVE 0 TO WS-PF-MARGIN-PCT (WS-PF-IDX)
           IF WS-PF-NET (WS-PF-IDX) > 0
               COMPUTE WS-PF-MARGIN-PCT (WS-PF-IDX) ROUNDED =
                   WS-PF-MARGIN (WS-PF-IDX) * 100
                   / WS-PF-NET (WS-PF-IDX)
                   ON SIZE ERROR
                       MOVE -99999.99 TO WS-PF-MARGIN-PCT (WS-PF-IDX)
               END-COMPUTE
           END-IF
           EVALUATE TRUE
               WHEN WS-PF-MARGIN (WS-PF-IDX) < 0
                   MOVE "LOSS" TO WS-PF-NOTE (WS-PF-IDX)
                   ADD 1 TO WS-BELOW-FLOOR
               WHEN WS-PF-NET (WS-PF-IDX) > 0
                       AND WS-PF-MARGIN-PCT (WS-PF-IDX) < WS-FLOOR-PCT
                   MOVE "FLOOR" TO WS-PF-NOTE (WS-PF-IDX)
                   ADD 1 TO WS-BELOW-FLOOR
           END-EVALUATE
           ADD WS-PF-GROSS (WS-PF-IDX) TO WS-TOTAL-GROSS
           ADD WS-PF-DISCOUNT (WS-PF-IDX) TO WS-TOTAL-DISCOUNT
           ADD WS-PF-RETURNS (WS-PF-IDX) TO WS-TOTAL-RETURNS
           ADD WS-PF-NET (WS-PF-IDX) TO WS-TOTAL-NET
           ADD WS-PF-COST (WS-PF-IDX) TO WS-TOTAL-COST
           ADD WS-PF-MARGIN (WS-PF-IDX) TO WS-TOTAL-MARGIN.

      *> Plain exchange sort, biggest margin contribution first.
       RANK-BY-MARGIN.
           SET WS-A-SWAP-HAPPENED TO TRUE
           PERFORM UNTIL NOT WS-A-SWAP-HAPPENED
               MOVE "N" TO WS-SORT-SWAPPED
               PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                       UNTIL WS-PF-IDX >= WS-PF-COUNT
                   COMPUTE WS-SWAP-IDX = WS-PF-IDX + 1
                   IF WS-PF-MARGIN (WS-PF-IDX)
                           < WS-PF-MARGIN (WS-SWAP-IDX)
                       MOVE WS-PF-ENTRY (WS-PF-IDX) TO WS-PF-HOLD
                       MOVE WS-PF-ENTRY (WS-SWAP-IDX)
                           TO WS-PF-ENTRY (WS-PF-IDX)
                       MOVE WS-PF-HOLD TO WS-PF-ENTRY (WS-SWAP-IDX)
                       SET WS-A-SWAP-HAPPENED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-THE-RANKING.
           MOVE WS-FLOOR-PCT TO WS-FLOOR-DISPLAY
           MOVE SPACES TO PROFIT-REPORT-RECORD
           STRING "CUSTOMER PROFITABILITY - " WS-REPORT-PERIOD
               " - RANKED BY GROSS MARGIN - FLOOR " WS-FLOOR-DISPLAY
               "% - RUN " WS-TODAY-TEXT
               DELIMITED BY SIZE INTO PROFIT-REPORT-RECORD
           END-STRING
           WRITE PROFIT-REPORT-RECORD
           IF NOT WS-PER-IS-CLOSED
               MOVE SPACES TO PROFIT-REPORT-RECORD
               STRING "*** PERIOD NOT YET CLOSED - FIGURES MAY "
                   "STILL MOVE ***"
                   DELIMITED BY SIZE INTO PROFIT-REPORT-RECORD
               END-STRING
               WRITE PROFIT-REPORT-RECORD
           END-IF
           MOVE SPACES TO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD
           MOVE SPACES TO PROFIT-REPORT-RECORD
           MOVE "RANK" TO PROFIT-REPORT-RECORD (1:4)
           MOVE "CUST" TO PROFIT-REPORT-RECORD (6:4)
           MOVE "NAME" TO PROFIT-REPORT-RECORD (13:4)
           MOVE "   GROSS SALES" TO PROFIT-REPORT-RECORD (34:14)
           MOVE "   DISCOUNTS" TO PROFIT-REPORT-RECORD (49:12)
           MOVE "     RETURNS" TO PROFIT-REPORT-RECORD (62:12)
           MOVE "   NET REVENUE" TO PROFIT-REPORT-RECORD (75:14)
           MOVE "COST OF GOODS" TO PROFIT-REPORT-RECORD (91:13)
           MOVE "  GROSS MARGIN" TO PROFIT-REPORT-RECORD (105:14)
           MOVE " MARGIN%" TO PROFIT-REPORT-RECORD (119:8)
           WRITE PROFIT-REPORT-RECORD
           MOVE 0 TO WS-RANK
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PF-COUNT
               ADD 1 TO WS-RANK
               PERFORM WRITE-ONE-CUSTOMER
           END-PERFORM
           MOVE SPACES TO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD
           MOVE SPACES TO PROFIT-REPORT-RECORD
           MOVE "ALL CUSTOMERS" TO PROFIT-REPORT-RECORD (13:13)
           MOVE WS-TOTAL-GROSS TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO PROFIT-REPORT-RECORD (34:14)
           MOVE WS-TOTAL-DISCOUNT TO WS-SMALL-DISPLAY
           MOVE WS-SMALL-DISPLAY TO PROFIT-REPORT-RECORD (49:12)
           MOVE WS-TOTAL-RETURNS TO WS-SMALL-DISPLAY
           MOVE WS-SMALL-DISPLAY TO PROFIT-REPORT-RECORD (62:12)
           MOVE WS-TOTAL-NET TO WS-NET-DISPLAY
           MOVE WS-NET-DISPLAY TO PROFIT-REPORT-RECORD (75:14)
           MOVE WS-TOTAL-COST TO WS-NET-DISPLAY
           MOVE WS-NET-DISPLAY TO PROFIT-REPORT-RECORD (90:14)
           MOVE WS-TOTAL-MARGIN TO WS-NET-DISPLAY
           MOVE WS-NET-DISPLAY TO PROFIT-REPORT-RECORD (105:14)
           IF WS-TOTAL-NET > 0
               COMPUTE WS-TOTAL-MARGIN-PCT ROUNDED =
                   WS-TOTAL-MARGIN * 100 / WS-TOTAL-NET
                   ON SIZE ERROR
                       MOVE -99999.99 TO WS-TOTAL-MARGIN-PCT
               END-COMPUTE
               MOVE WS-TOTAL-MARGIN-PCT TO WS-PCT-DISPLAY
               MOVE WS-PCT-DISPLAY TO PROFIT-REPORT-RECORD (120:7)
           END-IF
           WRITE PROFIT-REPORT-RECORD
           IF WS-NO-COST-LINES > 0
               MOVE SPACES TO PROFIT-REPORT-RECORD
               STRING "* " WS-NO-COST-LINES " LINE(S) FOR ITEMS "
                   "WITH NO COST ON ITEMCOST OR ITMBASE COSTED AT "
                   "ZERO - THOSE MARGINS ARE OVERSTATED"
                   DELIMITED BY SIZE INTO PROFIT-REPORT-RECORD
               END-STRING
               WRITE PROFIT-REPORT-RECORD
           END-IF
           IF WS-UNTIED-RETURNS > 0
               MOVE SPACES TO PROFIT-REPORT-RECORD
               MOVE WS-UNTIED-AMOUNT TO WS-SMALL-DISPLAY
               STRING "RETURNS NOT TIED TO AN ORDER ON ORDHIST: "
                   WS-UNTIED-RETURNS " LINE(S), " WS-SMALL-DISPLAY
                   " - NOT IN ANY CUSTOMER'S FIGURES"
                   DELIMITED BY SIZE INTO PROFIT-REPORT-RECORD
               END-STRING
               WRITE PROFIT-REPORT-RECORD
           END-IF
           IF WS-UNTIED-SHORTS > 0
               MOVE SPACES TO PROFIT-REPORT-RECORD
               MOVE WS-UNTIED-SHORT-AMOUNT TO WS-SMALL-DISPLAY
               STRING "SHORT PICKS NOT TIED TO AN ORDER ON ORDHIST: "
                   WS-UNTIED-SHORTS " LINE(S), " WS-SMALL-DISPLAY
                   " - NOT IN ANY CUSTOMER'S FIGURES"
                   DELIMITED BY SIZE INTO PROFIT-REPORT-RECORD
               END-STRING
               WRITE PROFIT-REPORT-RECORD
           END-IF
           IF WS-PF-HAS-OVERFLOWED
               MOVE SPACES TO PROFIT-REPORT-RECORD
               STRING "*** MORE THAN 1000 CUSTOMERS IN THE MONTH - "
                   WS-UNLISTED-LINES " LINE(S) LEFT OUT ***"
                   DELIMITED BY SIZE INTO PROFIT-REPORT-RECORD
               END-STRING
               WRITE PROFIT-REPORT-RECORD
           END-IF
           IF WS-ORD-HAS-OVERFLOWED
               MOVE SPACES TO PROFIT-REPORT-RECORD
               STRING "*** MORE THAN 9999 ORDERS IN THE YEAR - "
                   "CREDITS ON LATER ORDERS NOT TIED ***"
                   DELIMITED BY SIZE INTO PROFIT-REPORT-RECORD
               END-STRING
               WRITE PROFIT-REPORT-RECORD
           END-IF.

       WRITE-ONE-CUSTOMER.
           MOVE WS-PF-CUSTOMER (WS-PF-IDX) TO WS-WANTED-CUSTOMER
           PERFORM FIND-CUSTOMER-NAME
           MOVE SPACES TO PROFIT-REPORT-RECORD
           MOVE WS-RANK TO WS-RANK-DISPLAY
           MOVE WS-RANK-DISPLAY TO PROFIT-REPORT-RECORD (1:4)
           MOVE WS-PF-CUSTOMER (WS-PF-IDX)
               TO PROFIT-REPORT-RECORD (6:6)
           MOVE WS-NAME-SHOWN TO PROFIT-REPORT-RECORD (13:20)
           MOVE WS-PF-GROSS (WS-PF-IDX) TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO PROFIT-REPORT-RECORD (34:14)
           MOVE WS-PF-DISCOUNT (WS-PF-IDX) TO WS-SMALL-DISPLAY
           MOVE WS-SMALL-DISPLAY TO PROFIT-REPORT-RECORD (49:12)
           MOVE WS-PF-RETURNS (WS-PF-IDX) TO WS-SMALL-DISPLAY
           MOVE WS-SMALL-DISPLAY TO PROFIT-REPORT-RECORD (62:12)
           MOVE WS-PF-NET (WS-PF-IDX) TO WS-NET-DISPLAY
           MOVE WS-NET-DISPLAY TO PROFIT-REPORT-RECORD (75:14)
           MOVE WS-PF-COST (WS-PF-IDX) TO WS-NET-DISPLAY
           MOVE WS-NET-DISPLAY TO PROFIT-REPORT-RECORD (90:14)
           MOVE WS-PF-MARGIN (WS-PF-IDX) TO WS-NET-DISPLAY
           MOVE WS-NET-DISPLAY TO PROFIT-REPORT-RECORD (105:14)
           MOVE WS-PF-NO-COST (WS-PF-IDX)
               TO PROFIT-REPORT-RECORD (119:1)
           IF WS-PF-NET (WS-PF-IDX) > 0
               MOVE WS-PF-MARGIN-PCT (WS-PF-IDX) TO WS-PCT-DISPLAY
               MOVE WS-PCT-DISPLAY TO PROFIT-REPORT-RECORD (120:7)
           END-IF
           MOVE WS-PF-NOTE (WS-PF-IDX) TO PROFIT-REPORT-RECORD (128:5)
           WRITE PROFIT-REPORT-RECORD.

      *> The call-out: every LOSS and FLOOR customer again, in
      *> rank order, worst at the bottom.
       WRITE-BELOW-FLOOR-LIST.
           MOVE SPACES TO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD
           MOVE SPACES TO PROFIT-REPORT-RECORD
           STRING "CUSTOMERS BELOW THE " WS-FLOOR-DISPLAY
               "% FLOOR MARGIN OR AT A LOSS: " WS-BELOW-FLOOR
               DELIMITED BY SIZE INTO PROFIT-REPORT-RECORD
           END-STRING
           WRITE PROFIT-REPORT-RECORD
           MOVE 0 TO WS-RANK
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PF-COUNT
               ADD 1 TO WS-RANK
               IF WS-PF-NOTE (WS-PF-IDX) NOT = SPACES
                   PERFORM WRITE-ONE-CUSTOMER
               END-IF
           END-PERFORM.

       FIND-CUSTOMER-NAME.
           MOVE "N" TO WS-NAME-FOUND
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > WS-NAME-COUNT
                       OR WS-NAME-WAS-FOUND
               IF WS-NAME-CUSTOMER (WS-NAME-IDX) = WS-WANTED-CUSTOMER
                   SET WS-NAME-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-NAME-WAS-FOUND
               SUBTRACT 1 FROM WS-NAME-IDX
               MOVE WS-NAME-TEXT (WS-NAME-IDX) TO WS-NAME-SHOWN
           ELSE
               MOVE "*** NOT ON CUSTMAST ***" TO WS-NAME-SHOWN
           END-IF.

       COPY PERCHK.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM CUSTPROF.
