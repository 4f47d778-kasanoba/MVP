      *>     ever shipped.
      *> Unmatched or over-returned transactions go to the RETREJ
      *> reject report and touch nothing.
      *> Period control: credits post under today's business
      *> date, so the run will not start in an accounting month
      *> finance has closed on the PERIODS file (the shared
      *> PERCHK check); it stops before touching the master or
      *> any feed, under MT0979E, and the returns wait for the
      *> next open day.
      *> Sales tax: the invoice charged tax on the goods, so the
      *> credit now reverses it at the rate that was invoiced --
      *> the tax the history lines actually carry, pro-rated by
      *> the returned share exactly as the goods are.  History
      *> written before the lines carried their tax falls back
      *> to the category's rate on the TAXRATE table (SHIPCONF
      *> credits a short pick the same way).  The tax prints on
      *> the credit-memo line, rides in the ARCRDIN credit (goods
      *> plus tax, with the tax broken out), and is journalled
      *> on RETHIST with the category and the goods figure, which
      *> is where the monthly sales-tax return (TAXRTN) and the
      *> GL journal (GLINTF) find the tax refunded.
      *> Warehouses: returned units go back on the shelves of the
      *> warehouse the original line shipped from (the history
      *> line's warehouse; blank is the main one).  Each item's
      *> units per warehouse are gathered as the returns are
      *> accepted and posted to the stock positions (STKPOS)
      *> alongside the master's write-back, so IM-QUANTITY stays
      *> the sum of the positions.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ITEMMAST-SEL.
       COPY STKPOS-SEL.
       COPY PERIODS-SEL.
           SELECT RETURN-TRANS-FILE ASSIGN TO "RETTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETTRANS-STATUS.
           SELECT RETURN-REJECT-FILE ASSIGN TO "RETREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETREJ-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRATE-STATUS.
       COPY ARCRDIN-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY ITEMMAST-FD.
       COPY STKPOS-FD.
       COPY PERIODS-FD.

       FD  RETURN-TRANS-FILE.
       01  RETURN-TRANS-RECORD.
           05  OH-UNIT-PRICE            PIC 9(5)V99.
           05  OH-DISCOUNT-AMOUNT       PIC 9(9)V99.
           05  OH-EXTENDED-AMOUNT       PIC 9(10)V99.
           05  OH-TAX-AMOUNT            PIC 9(9)V99.
           05  FILLER                   PIC X(15).
           05  OH-WAREHOUSE             PIC X(2).
           05  FILLER                   PIC X(20).

      *> One journal record per accepted return; the sum per
      *> order/item is the over-return guard.  The category,
      *> goods credited and tax reversed feed the sales-tax
      *> return; records journalled before they were carried
      *> hold spaces there.
       FD  RETURN-HISTORY-FILE.
       01  RETURN-HISTORY-RECORD.
           05  RH-RETURN-DATE           PIC X(10).
           05  RH-ITEM-NUMBER           PIC X(6).
           05  RH-QUANTITY              PIC 9(5).
           05  RH-REASON-CODE           PIC X(4).
           05  RH-CATEGORY-CODE         PIC X(4).
           05  RH-GOODS-AMOUNT          PIC 9(10)V99.
           05  RH-TAX-AMOUNT            PIC 9(9)V99.
           05  FILLER                   PIC X(20).

       FD  CREDIT-MEMO-FILE.
       01  CREDIT-MEMO-RECORD           PIC X(100).
       FD  RETURN-REJECT-FILE.
       01  RETURN-REJECT-RECORD         PIC X(80).

      *> ORDPRICE's tax-rate layout (see ORDPRICE): percent to
      *> two decimals, or the exempt flag.
       FD  TAX-RATE-FILE.
       01  TAX-RATE-RECORD.
           05  TX-CATEGORY-CODE         PIC X(4).
           05  TX-RATE                  PIC X(4).
           05  TX-RATE-NUM REDEFINES TX-RATE
                                        PIC 99V99.
           05  TX-EXEMPT-FLAG           PIC X.
           05  FILLER                   PIC X(71).

      *> Signed credit feed for ARPOST: a negative amount posts
      *> as a negative open item on the ledger.
       COPY ARCRDIN-FD.

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-ITEMMAST-STATUS           PIC XX VALUE SPACES.
       COPY STKADJ-WS.
       01  WS-RETTRANS-STATUS           PIC XX VALUE SPACES.
       01  WS-ORDHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-RETHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-CRMEMO-STATUS             PIC XX VALUE SPACES.
       01  WS-RETREJ-STATUS             PIC XX VALUE SPACES.
       01  WS-ARCRDIN-STATUS            PIC XX VALUE SPACES.
       01  WS-TAXRATE-STATUS            PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       COPY PERCHK-WS.
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
      *> also on the history record.
       01  WS-SHIPPED-QTY               PIC 9(7) VALUE 0.
       01  WS-SHIPPED-VALUE             PIC 9(12)V99 VALUE 0.
      *> And the tax the invoice charged on those lines; a line
      *> from before the history carried its tax leaves the
      *> figure unknown and the credit falls back on the rate.
       01  WS-SHIPPED-TAX               PIC 9(11)V99 VALUE 0.
       01  WS-SHIPPED-TAX-KNOWN         PIC X VALUE "Y".
           88  WS-INVOICED-TAX-KNOWN    VALUE "Y".
       01  WS-HIST-CUSTOMER             PIC X(6) VALUE SPACES.
       01  WS-HIST-CATEGORY             PIC X(4) VALUE SPACES.
       01  WS-HIST-WAREHOUSE            PIC X(2) VALUE SPACES.
      *> Units back on hand per item per warehouse, for the
      *> stock positions.
       01  WS-BACK-TABLE.
           05  WS-BACK-ENTRY OCCURS 2000 TIMES.
               10  WS-BACK-ITEM         PIC X(6).
               10  WS-BACK-WAREHOUSE    PIC X(2).
               10  WS-BACK-QTY          PIC 9(7).
       01  WS-BACK-COUNT                PIC 9(4) VALUE 0.
       01  WS-BACK-IDX                  PIC 9(4) VALUE 0.
       01  WS-BACK-SLOT                 PIC 9(4) VALUE 0.
       01  WS-BACK-OVERFLOW             PIC 9(5) VALUE 0.
       01  WS-TAX-TABLE.
           05  WS-TAX-ENTRY OCCURS 100 TIMES.
               10  WS-TAX-CATEGORY      PIC X(4).
               10  WS-TAX-RATE          PIC 99V99.
               10  WS-TAX-EXEMPT        PIC X.
       01  WS-TAX-COUNT                 PIC 999 VALUE 0.
       01  WS-TAX-IDX                   PIC 999 VALUE 0.
       01  WS-TAX-FOUND                 PIC X VALUE "N".
           88  WS-TAX-WAS-FOUND         VALUE "Y".
       01  WS-MATCH-FOUND               PIC X VALUE "N".
           88  WS-A-LINE-MATCHED        VALUE "Y".
      *> Already-returned quantity for the order/item, from the
       01  WS-REJECTED-COUNT            PIC 9(5) VALUE 0.
       01  WS-CREDIT-AMOUNT             PIC 9(11)V99 VALUE 0.
       01  WS-CREDIT-TOTAL              PIC 9(13)V99 VALUE 0.
       01  WS-TAX-CREDIT                PIC 9(9)V99 VALUE 0.
       01  WS-TAX-TOTAL                 PIC 9(11)V99 VALUE 0.
       01  WS-TAX-EXCEPTIONS            PIC 9(5) VALUE 0.
       01  WS-TAX-DISPLAY               PIC -(8)9.99.
       01  WS-TAX-TOTAL-DISPLAY         PIC Z(10)9.99.
       01  WS-REJECT-REASON             PIC X(40) VALUE SPACES.
       01  WS-CREDIT-DISPLAY            PIC -(10)9.99.
       01  WS-TOTAL-DISPLAY             PIC Z(12)9.99.
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           PERFORM LOAD-PERIOD-CONTROL
           MOVE WS-TODAY-TEXT TO WS-PER-DATE-WANTED
           PERFORM CHECK-POSTING-PERIOD
           IF WS-PER-IS-CLOSED
               MOVE "MT0979E" TO WS-OM-ID
               STRING "RETPROC: PERIOD " WS-TODAY-TEXT (1:7)
                   " IS CLOSED - NO RETURNS CREDITED, RUN "
                   "ABANDONED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-ITEM-MASTER
           PERFORM LOAD-TAX-RATES
           OPEN OUTPUT CREDIT-MEMO-FILE
           OPEN OUTPUT RETURN-REJECT-FILE
           OPEN OUTPUT AR-CREDIT-FILE
           WRITE CREDIT-MEMO-RECORD
           PERFORM PROCESS-THE-RETURNS
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-DISPLAY
           MOVE WS-TAX-TOTAL TO WS-TAX-TOTAL-DISPLAY
           MOVE SPACES TO CREDIT-MEMO-RECORD
           STRING "RUN CREDIT TOTAL: -" WS-TOTAL-DISPLAY
               "  TAX REVERSED: -" WS-TAX-TOTAL-DISPLAY
               "  MEMOS: " WS-ACCEPTED-COUNT
               DELIMITED BY SIZE INTO CREDIT-MEMO-RECORD
           END-STRING
           DISPLAY "RETURNS REJECTED : " WS-REJECTED-COUNT
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "CREDIT TOTAL     : " WS-TOTAL-DISPLAY
           MOVE WS-TAX-TOTAL TO WS-TAX-TOTAL-DISPLAY
           DISPLAY "TAX REVERSED     : " WS-TAX-TOTAL-DISPLAY
           DISPLAY "TAX EXCEPTIONS   : " WS-TAX-EXCEPTIONS
           DISPLAY "======================================"
           IF WS-REJECTED-COUNT > 0 OR WS-TAX-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
           END-PERFORM
           CLOSE ITEM-MASTER-FILE.

      *> Only needed for history that predates the per-line tax,
      *> so a missing table is not fatal: such a return credits
      *> goods only and says so.
       LOAD-TAX-RATES.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAXRATE-STATUS = "00"
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ TAX-RATE-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-TAX-COUNT < 100
                                   AND TX-RATE NUMERIC
                               ADD 1 TO WS-TAX-COUNT
                               MOVE TX-CATEGORY-CODE
                                   TO WS-TAX-CATEGORY (WS-TAX-COUNT)
                               MOVE TX-RATE-NUM
                                   TO WS-TAX-RATE (WS-TAX-COUNT)
                               MOVE TX-EXEMPT-FLAG
                                   TO WS-TAX-EXEMPT (WS-TAX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-RATE-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF.

       PROCESS-THE-RETURNS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT RETURN-TRANS-FILE
           MOVE "N" TO WS-MATCH-FOUND
           MOVE 0 TO WS-SHIPPED-QTY
           MOVE 0 TO WS-SHIPPED-VALUE
           MOVE 0 TO WS-SHIPPED-TAX
           MOVE "Y" TO WS-SHIPPED-TAX-KNOWN
           MOVE SPACES TO WS-HIST-CUSTOMER
           MOVE SPACES TO WS-HIST-CATEGORY
           MOVE SPACES TO WS-HIST-WAREHOUSE
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ORDER-HISTORY-FILE
           IF WS-ORDHIST-STATUS = "00"
                               ADD OH-QUANTITY TO WS-SHIPPED-QTY
                               ADD OH-EXTENDED-AMOUNT
                                   TO WS-SHIPPED-VALUE
                               IF OH-TAX-AMOUNT NUMERIC
                                   ADD OH-TAX-AMOUNT
                                       TO WS-SHIPPED-TAX
                               ELSE
                                   MOVE "N"
                                       TO WS-SHIPPED-TAX-KNOWN
                               END-IF
                               MOVE OH-CUSTOMER-NUMBER
                                   TO WS-HIST-CUSTOMER
                               MOVE OH-CATEGORY-CODE
                                   TO WS-HIST-CATEGORY
                               MOVE OH-WAREHOUSE
                                   TO WS-HIST-WAREHOUSE
                           END-IF
                   END-READ
               END-PERFORM

       ISSUE-THE-CREDIT.
           *> The credit is the invoiced LOCAL value, pro-rated
           *> by the returned share of the shipped quantity;
           *> the tax it reverses is pro-rated the same way.
           ADD 1 TO WS-ACCEPTED-COUNT
           COMPUTE WS-CREDIT-AMOUNT ROUNDED =
               WS-SHIPPED-VALUE * RT-QUANTITY-NUM
               / WS-SHIPPED-QTY
           PERFORM JUDGE-CREDIT-TAX
           ADD WS-CREDIT-AMOUNT TO WS-CREDIT-TOTAL
           ADD WS-TAX-CREDIT TO WS-TAX-TOTAL
           COMPUTE WS-NEG-WORK = 0 - WS-CREDIT-AMOUNT
           MOVE WS-NEG-WORK TO WS-CREDIT-DISPLAY
           COMPUTE WS-NEG-WORK = 0 - WS-TAX-CREDIT
           MOVE WS-NEG-WORK TO WS-TAX-DISPLAY
           MOVE SPACES TO CREDIT-MEMO-RECORD
           STRING "CREDIT ORDER " RT-ORDER-NUMBER
               " ITEM " RT-ITEM-NUMBER
               " QTY " RT-QUANTITY
               " REASON " RT-REASON-CODE
               " AMOUNT " WS-CREDIT-DISPLAY
               " TAX " WS-TAX-DISPLAY
               DELIMITED BY SIZE INTO CREDIT-MEMO-RECORD
           END-STRING
           WRITE CREDIT-MEMO-RECORD
           IF WS-ITEM-WAS-FOUND
               ADD RT-QUANTITY-NUM
                   TO WS-ITEM-QUANTITY (WS-ITEM-IDX)
               PERFORM GATHER-UNITS-BACK
           END-IF
      *> The negative open item for the ledger: goods and tax,
      *> as the AR posting charged them.
           COMPUTE WS-NEG-WORK = 0 - WS-CREDIT-AMOUNT - WS-TAX-CREDIT
           MOVE SPACES TO AR-CREDIT-RECORD
           MOVE WS-HIST-CUSTOMER TO AC-CUSTOMER-NUMBER
           MOVE RT-ORDER-NUMBER TO AC-ORDER-NUMBER
           MOVE WS-TODAY-TEXT TO AC-BUSINESS-DATE
           MOVE WS-NEG-WORK TO AC-CREDIT-AMOUNT
           MOVE WS-TAX-CREDIT TO AC-TAX-AMOUNT
           WRITE AR-CREDIT-RECORD
      *> And the journal record that guards future over-returns.
           MOVE SPACES TO RETURN-HISTORY-RECORD
           MOVE RT-ITEM-NUMBER TO RH-ITEM-NUMBER
           MOVE RT-QUANTITY-NUM TO RH-QUANTITY
           MOVE RT-REASON-CODE TO RH-REASON-CODE
           MOVE WS-HIST-CATEGORY TO RH-CATEGORY-CODE
           MOVE WS-CREDIT-AMOUNT TO RH-GOODS-AMOUNT
           MOVE WS-TAX-CREDIT TO RH-TAX-AMOUNT
           WRITE RETURN-HISTORY-RECORD.

      *> The tax the invoice charged, pro-rated by the returned
      *> share of the shipped quantity.  History from before the
      *> lines carried their tax is reversed at the category's
      *> rate instead, nothing for an exempt category; a category
      *> no longer on the rate table credits goods only and says
      *> so, for the accountant to settle.
       JUDGE-CREDIT-TAX.
           MOVE 0 TO WS-TAX-CREDIT
           IF WS-INVOICED-TAX-KNOWN
               COMPUTE WS-TAX-CREDIT ROUNDED =
                   WS-SHIPPED-TAX * RT-QUANTITY-NUM
                   / WS-SHIPPED-QTY
           ELSE
               MOVE "N" TO WS-TAX-FOUND
               PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                       UNTIL WS-TAX-IDX > WS-TAX-COUNT
                           OR WS-TAX-WAS-FOUND
                   IF WS-TAX-CATEGORY (WS-TAX-IDX)
                           = WS-HIST-CATEGORY
                       SET WS-TAX-WAS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-TAX-WAS-FOUND
                   SUBTRACT 1 FROM WS-TAX-IDX
                   IF WS-TAX-EXEMPT (WS-TAX-IDX) NOT = "E"
                       COMPUTE WS-TAX-CREDIT ROUNDED =
                           WS-CREDIT-AMOUNT
                           * WS-TAX-RATE (WS-TAX-IDX) / 100
                   END-IF
               ELSE
                   ADD 1 TO WS-TAX-EXCEPTIONS
                   MOVE "MT0990W" TO WS-OM-ID
                   STRING "RETPROC: ORDER " RT-ORDER-NUMBER
                       " ITEM " RT-ITEM-NUMBER " CATEGORY '"
                       WS-HIST-CATEGORY "' NOT ON THE RATE TABLE - "
                       "GOODS ONLY CREDITED"
                       DELIMITED BY SIZE INTO WS-OM-TEXT
                   END-STRING
                   MOVE SPACES TO CREDIT-MEMO-RECORD
                   STRING "*** TAX EXCEPTION: " WS-OM-TEXT
                       DELIMITED BY SIZE INTO CREDIT-MEMO-RECORD
                   END-STRING
                   WRITE CREDIT-MEMO-RECORD
                   PERFORM ISSUE-OPERATOR-MESSAGE
               END-IF
           END-IF.

       FIND-RETURN-ITEM.
           MOVE "N" TO WS-ITEM-FOUND
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
           DISPLAY RETURN-REJECT-RECORD
           WRITE RETURN-REJECT-RECORD.

       GATHER-UNITS-BACK.
           IF WS-HIST-WAREHOUSE = SPACES
               MOVE WS-SK-MAIN-WAREHOUSE TO WS-HIST-WAREHOUSE
           END-IF
           MOVE 0 TO WS-BACK-SLOT
           PERFORM VARYING WS-BACK-IDX FROM 1 BY 1
                   UNTIL WS-BACK-IDX > WS-BACK-COUNT
                       OR WS-BACK-SLOT > 0
               IF WS-BACK-ITEM (WS-BACK-IDX) = RT-ITEM-NUMBER
                       AND WS-BACK-WAREHOUSE (WS-BACK-IDX)
                           = WS-HIST-WAREHOUSE
                   MOVE WS-BACK-IDX TO WS-BACK-SLOT
               END-IF
           END-PERFORM
           IF WS-BACK-SLOT = 0
               IF WS-BACK-COUNT < 2000
                   ADD 1 TO WS-BACK-COUNT
                   MOVE WS-BACK-COUNT TO WS-BACK-SLOT
                   MOVE RT-ITEM-NUMBER TO WS-BACK-ITEM (WS-BACK-SLOT)
                   MOVE WS-HIST-WAREHOUSE
                       TO WS-BACK-WAREHOUSE (WS-BACK-SLOT)
                   MOVE 0 TO WS-BACK-QTY (WS-BACK-SLOT)
               ELSE
                   ADD 1 TO WS-BACK-OVERFLOW
               END-IF
           END-IF
           IF WS-BACK-SLOT > 0
               ADD RT-QUANTITY-NUM TO WS-BACK-QTY (WS-BACK-SLOT)
           END-IF.

       UPDATE-MASTER-IN-PLACE.
           *> The master is keyed now: returned units REWRITE in
           *> place, only where a return landed -- the RETUPD copy
                   END-IF
               END-PERFORM
               CLOSE ITEM-MASTER-FILE
               PERFORM UPDATE-STOCK-POSITIONS
           END-IF.

       UPDATE-STOCK-POSITIONS.
           *> The same units, onto the shelves they came back to.
           OPEN I-O STOCK-POSITION-FILE
           IF WS-STKPOS-STATUS NOT = "00"
               MOVE "MT1053E" TO WS-OM-ID
               STRING "RETPROC: STKPOS NOT AVAILABLE - "
                   "UNITS ON THE MASTER BUT IN NO WAREHOUSE"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-BACK-IDX FROM 1 BY 1
                       UNTIL WS-BACK-IDX > WS-BACK-COUNT
                   MOVE WS-BACK-ITEM (WS-BACK-IDX) TO WS-SK-ADJ-ITEM
                   MOVE WS-BACK-WAREHOUSE (WS-BACK-IDX)
                       TO WS-SK-ADJ-WAREHOUSE
                   MOVE WS-BACK-QTY (WS-BACK-IDX)
                       TO WS-SK-ADJ-ON-HAND
                   PERFORM ADJUST-STOCK-POSITION
                   IF WS-SK-ADJ-HAS-FAILED
                       MOVE "MT1054W" TO WS-OM-ID
                       STRING "RETPROC: STOCK POSITION "
                           WS-BACK-ITEM (WS-BACK-IDX) "/"
                           WS-SK-ADJ-WAREHOUSE
                           " NOT WRITTEN - UNITS ON THE MASTER ONLY"
                           DELIMITED BY SIZE INTO WS-OM-TEXT
                       END-STRING
                       PERFORM ISSUE-OPERATOR-MESSAGE
                   END-IF
               END-PERFORM
               CLOSE STOCK-POSITION-FILE
           END-IF
           IF WS-BACK-OVERFLOW > 0
               MOVE "MT1054W" TO WS-OM-ID
               STRING "RETPROC: " WS-BACK-OVERFLOW
                   " RETURN(S) BEYOND 2000 ITEM/WAREHOUSE PAIRS - "
                   "UNITS ON THE MASTER ONLY"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           END-IF.

       REWRITE-ONE-POSITION.
                   REWRITE ITEM-MASTER-RECORD
           END-READ.

       COPY PERCHK.

       COPY STKADJ.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
