       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRTN.

      *> Monthly sales-tax return.  The nightly TAXREG shows one
      *> night's tax and the credit registers another's, and the
      *> accountant added a month of them up by hand to file the
      *> return.  This builds the month's return from the
      *> cumulative journals the nightly runs already keep:
      *>   - taxable sales, exempt sales and tax collected from
      *>     the month's invoiced D lines on ORDHIST, as ORDPRICE
      *>     priced and taxed them;
      *>   - goods credited and tax refunded from the month's
      *>     RETHIST returns (RETPROC) and SHPHIST short picks
      *>     (SHIPCONF), each carrying the tax its credit memo
      *>     reversed.
      *> Everything is summarized by tax category and its rate on
      *> the TAXRATE table, with the net tax per category (tax
      *> collected less tax refunded) and, at the foot of the
      *> TAXRPT report, the net liability to remit.  A category
      *> is taxable or exempt as the rate table flags it; one no
      *> longer on the table is judged by whether its lines
      *> carried tax, listed with its rate unknown and reported
      *> under MT0994W.  Journal records written before the
      *> credit journals carried their tax count toward nothing.
      *> The TAXCARD names the month (YYYY-MM); no card files
      *> last month.  A month MECLOSE has not yet closed can still
      *> move, so the run warns (MT0993W) and ends RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PERIODS-SEL.
           SELECT TAX-CARD-FILE ASSIGN TO "TAXCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXCARD-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRATE-STATUS.
           SELECT ORDER-HISTORY-FILE ASSIGN TO "ORDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDHIST-STATUS.
           SELECT RETURN-HISTORY-FILE ASSIGN TO "RETHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETHIST-STATUS.
           SELECT SHIP-HISTORY-FILE ASSIGN TO "SHPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHPHIST-STATUS.
           SELECT TAX-REPORT-FILE ASSIGN TO "TAXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY PERIODS-FD.

      *> The month to file, YYYY-MM; blank files last month.
       FD  TAX-CARD-FILE.
       01  TAX-CARD-RECORD.
           05  TK-PERIOD                PIC X(7).
           05  FILLER                   PIC X(73).

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

       FD  TAX-REPORT-FILE.
       01  TAX-REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-TAXCARD-STATUS            PIC XX VALUE SPACES.
       01  WS-TAXRATE-STATUS            PIC XX VALUE SPACES.
       01  WS-ORDHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-RETHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-SHPHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-TAXRPT-STATUS             PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       COPY PERCHK-WS.
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-TODAY-TEXT                PIC X(10) VALUE SPACES.
      *> The month being filed, and its parts for the check.
       01  WS-RETURN-PERIOD             PIC X(7) VALUE SPACES.
       01  WS-RETURN-PARTS REDEFINES WS-RETURN-PERIOD.
           05  WS-RP-YYYY               PIC X(4).
           05  WS-RP-DASH               PIC X.
           05  WS-RP-MM                 PIC XX.
       01  WS-PRIOR-YYYY                PIC 9(4) VALUE 0.
       01  WS-PRIOR-MM                  PIC 99 VALUE 0.
      *> One line of the return per tax category: the rate-table
      *> entries first, then any category found only on the
      *> journals.
       01  WS-RTN-TABLE.
           05  WS-RTN-ENTRY OCCURS 100 TIMES.
               10  WS-RTN-CATEGORY      PIC X(4).
               10  WS-RTN-RATE          PIC 99V99.
               10  WS-RTN-EXEMPT-FLAG   PIC X.
                   88  WS-RTN-IS-EXEMPT VALUE "E".
               10  WS-RTN-ON-TABLE      PIC X.
                   88  WS-RTN-IS-ON-TABLE VALUE "Y".
               10  WS-RTN-TAXABLE       PIC 9(13)V99.
               10  WS-RTN-EXEMPT-SALES  PIC 9(13)V99.
               10  WS-RTN-COLLECTED     PIC 9(11)V99.
               10  WS-RTN-CREDITED      PIC 9(13)V99.
               10  WS-RTN-REFUNDED      PIC 9(11)V99.
       01  WS-RTN-COUNT                 PIC 999 VALUE 0.
       01  WS-RTN-IDX                   PIC 999 VALUE 0.
       01  WS-RTN-FOUND                 PIC X VALUE "N".
           88  WS-RTN-WAS-FOUND         VALUE "Y".
       01  WS-WANTED-CATEGORY           PIC X(4) VALUE SPACES.
       01  WS-NET-TAX                   PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-TAXABLE             PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-EXEMPT              PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-COLLECTED           PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-CREDITED            PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-REFUNDED            PIC 9(13)V99 VALUE 0.
       01  WS-NET-LIABILITY             PIC S9(13)V99 VALUE 0.
       01  WS-SALES-LINES               PIC 9(7) VALUE 0.
       01  WS-RETURN-LINES              PIC 9(7) VALUE 0.
       01  WS-SHORT-LINES               PIC 9(7) VALUE 0.
       01  WS-UNKNOWN-COUNT             PIC 999 VALUE 0.
       01  WS-AMT-DISPLAY               PIC Z(12)9.99.
       01  WS-NET-DISPLAY               PIC -(12)9.99.
       01  WS-RATE-DISPLAY              PIC Z9.99.

       PROCEDURE DIVISION.
       TAXRTN-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           PERFORM READ-TAX-CARD
           PERFORM VALIDATE-RETURN-PERIOD
           PERFORM LOAD-TAX-RATES
           PERFORM SUM-MONTHS-SALES
           PERFORM SUM-MONTHS-RETURNS
           PERFORM SUM-MONTHS-SHORT-PICKS
           OPEN OUTPUT TAX-REPORT-FILE
           PERFORM WRITE-THE-RETURN
           CLOSE TAX-REPORT-FILE
           IF WS-UNKNOWN-COUNT > 0
               MOVE "MT0994W" TO WS-OM-ID
               STRING "TAXRTN: " WS-UNKNOWN-COUNT
                   " CATEGORY(IES) IN " WS-RETURN-PERIOD
                   " NOT ON THE RATE TABLE - SEE TAXRPT"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF NOT WS-PER-IS-CLOSED
               MOVE "MT0993W" TO WS-OM-ID
               STRING "TAXRTN: PERIOD " WS-RETURN-PERIOD
                   " IS NOT YET CLOSED - THE RETURN MAY STILL MOVE"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-NET-LIABILITY TO WS-NET-DISPLAY
           MOVE "MT0995I" TO WS-OM-ID
           STRING "TAXRTN: PERIOD " WS-RETURN-PERIOD
               " NET SALES-TAX LIABILITY " WS-NET-DISPLAY
               DELIMITED BY SIZE INTO WS-OM-TEXT
           END-STRING
           PERFORM ISSUE-OPERATOR-MESSAGE
           DISPLAY "===== TAXRTN END-OF-JOB SUMMARY ====="
           DISPLAY "PERIOD            : " WS-RETURN-PERIOD
           DISPLAY "SALES LINES       : " WS-SALES-LINES
           DISPLAY "RETURN CREDITS    : " WS-RETURN-LINES
           DISPLAY "SHORT-PICK CREDITS: " WS-SHORT-LINES
           MOVE WS-TOTAL-COLLECTED TO WS-AMT-DISPLAY
           DISPLAY "TAX COLLECTED     : " WS-AMT-DISPLAY
           MOVE WS-TOTAL-REFUNDED TO WS-AMT-DISPLAY
           DISPLAY "TAX REFUNDED      : " WS-AMT-DISPLAY
           DISPLAY "NET LIABILITY     : " WS-NET-DISPLAY
           DISPLAY "===================================="
           GOBACK.

       READ-TAX-CARD.
           *> No card, or a blank one, is the usual run after the
           *> month-end close: file the month just ended.
           MOVE SPACES TO WS-RETURN-PERIOD
           OPEN INPUT TAX-CARD-FILE
           IF WS-TAXCARD-STATUS = "00"
               READ TAX-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TK-PERIOD TO WS-RETURN-PERIOD
               END-READ
               CLOSE TAX-CARD-FILE
           END-IF
           IF WS-RETURN-PERIOD = SPACES
               IF WS-TODAY-MM = 1
                   COMPUTE WS-PRIOR-YYYY = WS-TODAY-YYYY - 1
                   MOVE 12 TO WS-PRIOR-MM
               ELSE
                   MOVE WS-TODAY-YYYY TO WS-PRIOR-YYYY
                   COMPUTE WS-PRIOR-MM = WS-TODAY-MM - 1
               END-IF
               STRING WS-PRIOR-YYYY "-" WS-PRIOR-MM
                   DELIMITED BY SIZE INTO WS-RETURN-PERIOD
               END-STRING
           END-IF.

       VALIDATE-RETURN-PERIOD.
           IF WS-RP-YYYY NOT NUMERIC OR WS-RP-DASH NOT = "-"
                   OR WS-RP-MM NOT NUMERIC
                   OR WS-RP-MM < "01" OR WS-RP-MM > "12"
               MOVE "MT0991E" TO WS-OM-ID
               STRING "TAXRTN: TAXCARD PERIOD " WS-RETURN-PERIOD
                   " IS NOT A VALID YYYY-MM - NO RETURN PRODUCED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-PERIOD-CONTROL
           STRING WS-RETURN-PERIOD "-01"
               DELIMITED BY SIZE INTO WS-PER-DATE-WANTED
           END-STRING
           PERFORM CHECK-POSTING-PERIOD.

      *> Every category on the rate table gets its line, with
      *> the rate and exempt flag the return is filed under.
       LOAD-TAX-RATES.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAXRATE-STATUS NOT = "00"
               MOVE "MT0992E" TO WS-OM-ID
               STRING "TAXRTN: TAXRATE NOT AVAILABLE - "
                   "NO RETURN PRODUCED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ TAX-RATE-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF TX-RATE NUMERIC
                           MOVE TX-CATEGORY-CODE
                               TO WS-WANTED-CATEGORY
                           PERFORM FIND-RETURN-LINE
                           MOVE TX-RATE-NUM
                               TO WS-RTN-RATE (WS-RTN-IDX)
                           MOVE TX-EXEMPT-FLAG
                               TO WS-RTN-EXEMPT-FLAG (WS-RTN-IDX)
                           MOVE "Y" TO WS-RTN-ON-TABLE (WS-RTN-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-RATE-FILE
           MOVE "N" TO WS-FILE-EOF.

       SUM-MONTHS-SALES.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ORDER-HISTORY-FILE
           IF WS-ORDHIST-STATUS NOT = "00"
               MOVE "MT0992E" TO WS-OM-ID
               STRING "TAXRTN: ORDHIST NOT AVAILABLE - "
                   "NO RETURN PRODUCED"
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
                                   = WS-RETURN-PERIOD
                           PERFORM ADD-ONE-SALE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDER-HISTORY-FILE
           MOVE "N" TO WS-FILE-EOF.

      *> Tax collected is what the invoice charged, whatever the
      *> category.  The goods count as exempt where the rate
      *> table flags the category so; off the table, where the
      *> line carried no tax.
       ADD-ONE-SALE.
           ADD 1 TO WS-SALES-LINES
           MOVE OH-CATEGORY-CODE TO WS-WANTED-CATEGORY
           PERFORM FIND-RETURN-LINE
           IF OH-TAX-AMOUNT NOT NUMERIC
               MOVE 0 TO OH-TAX-AMOUNT
           END-IF
           ADD OH-TAX-AMOUNT TO WS-RTN-COLLECTED (WS-RTN-IDX)
           EVALUATE TRUE
               WHEN WS-RTN-IS-ON-TABLE (WS-RTN-IDX)
                       AND WS-RTN-IS-EXEMPT (WS-RTN-IDX)
                   ADD OH-EXTENDED-AMOUNT
                       TO WS-RTN-EXEMPT-SALES (WS-RTN-IDX)
               WHEN NOT WS-RTN-IS-ON-TABLE (WS-RTN-IDX)
                       AND OH-TAX-AMOUNT = 0
                   ADD OH-EXTENDED-AMOUNT
                       TO WS-RTN-EXEMPT-SALES (WS-RTN-IDX)
               WHEN OTHER
                   ADD OH-EXTENDED-AMOUNT
                       TO WS-RTN-TAXABLE (WS-RTN-IDX)
           END-EVALUATE.

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
                           IF RH-RETURN-DATE (1:7) = WS-RETURN-PERIOD
                                   AND RH-GOODS-AMOUNT NUMERIC
                                   AND RH-TAX-AMOUNT NUMERIC
                               ADD 1 TO WS-RETURN-LINES
                               MOVE RH-CATEGORY-CODE
                                   TO WS-WANTED-CATEGORY
                               PERFORM FIND-RETURN-LINE
                               ADD RH-GOODS-AMOUNT
                                   TO WS-RTN-CREDITED (WS-RTN-IDX)
                               ADD RH-TAX-AMOUNT
                                   TO WS-RTN-REFUNDED (WS-RTN-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURN-HISTORY-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF.

       SUM-MONTHS-SHORT-PICKS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT SHIP-HISTORY-FILE
           IF WS-SHPHIST-STATUS = "00"
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ SHIP-HISTORY-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF SH-CONFIRM-DATE (1:7)
                                   = WS-RETURN-PERIOD
                                   AND SH-GOODS-AMOUNT NUMERIC
                                   AND SH-TAX-AMOUNT NUMERIC
                               ADD 1 TO WS-SHORT-LINES
                               MOVE SH-CATEGORY-CODE
                                   TO WS-WANTED-CATEGORY
                               PERFORM FIND-RETURN-LINE
                               ADD SH-GOODS-AMOUNT
                                   TO WS-RTN-CREDITED (WS-RTN-IDX)
                               ADD SH-TAX-AMOUNT
                                   TO WS-RTN-REFUNDED (WS-RTN-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIP-HISTORY-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF.

      *> The category's line of the return, added if it has none
      *> yet.  A hundred categories is the rate table's own
      *> limit; past it the return cannot be trusted.
       FIND-RETURN-LINE.
           MOVE "N" TO WS-RTN-FOUND
           PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
                   UNTIL WS-RTN-IDX > WS-RTN-COUNT
                       OR WS-RTN-WAS-FOUND
               IF WS-RTN-CATEGORY (WS-RTN-IDX) = WS-WANTED-CATEGORY
                   SET WS-RTN-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-RTN-WAS-FOUND
               SUBTRACT 1 FROM WS-RTN-IDX
           ELSE
               IF WS-RTN-COUNT >= 100
                   MOVE "MT0992E" TO WS-OM-ID
                   STRING "TAXRTN: MORE THAN 100 TAX CATEGORIES - "
                       "NO RETURN PRODUCED"
                       DELIMITED BY SIZE INTO WS-OM-TEXT
                   END-STRING
                   PERFORM ISSUE-OPERATOR-MESSAGE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-RTN-COUNT
               MOVE WS-RTN-COUNT TO WS-RTN-IDX
               MOVE WS-WANTED-CATEGORY
                   TO WS-RTN-CATEGORY (WS-RTN-IDX)
               MOVE 0 TO WS-RTN-RATE (WS-RTN-IDX)
               MOVE SPACE TO WS-RTN-EXEMPT-FLAG (WS-RTN-IDX)
               MOVE "N" TO WS-RTN-ON-TABLE (WS-RTN-IDX)
               MOVE 0 TO WS-RTN-TAXABLE (WS-RTN-IDX)
               MOVE 0 TO WS-RTN-EXEMPT-SALES (WS-RTN-IDX)
               MOVE 0 TO WS-RTN-COLLECTED (WS-RTN-IDX)
               MOVE 0 TO WS-RTN-CREDITED (WS-RTN-IDX)
               MOVE 0 TO WS-RTN-REFUNDED (WS-RTN-IDX)
           END-IF.

       WRITE-THE-RETURN.
           MOVE SPACES TO TAX-REPORT-RECORD
           STRING "SALES-TAX RETURN - PERIOD " WS-RETURN-PERIOD
               " - RUN " WS-TODAY-TEXT
               DELIMITED BY SIZE INTO TAX-REPORT-RECORD
           END-STRING
           WRITE TAX-REPORT-RECORD
           IF NOT WS-PER-IS-CLOSED
               MOVE SPACES TO TAX-REPORT-RECORD
               STRING "*** PERIOD NOT YET CLOSED - FIGURES MAY "
                   "STILL MOVE ***"
                   DELIMITED BY SIZE INTO TAX-REPORT-RECORD
               END-STRING
               WRITE TAX-REPORT-RECORD
           END-IF
           MOVE SPACES TO TAX-REPORT-RECORD
           WRITE TAX-REPORT-RECORD
           MOVE SPACES TO TAX-REPORT-RECORD
           MOVE "CAT" TO TAX-REPORT-RECORD (1:3)
           MOVE "  RATE" TO TAX-REPORT-RECORD (6:6)
           MOVE "   TAXABLE SALES" TO TAX-REPORT-RECORD (13:16)
           MOVE "    EXEMPT SALES" TO TAX-REPORT-RECORD (30:16)
           MOVE "   TAX COLLECTED" TO TAX-REPORT-RECORD (47:16)
           MOVE "  GOODS CREDITED" TO TAX-REPORT-RECORD (64:16)
           MOVE "    TAX REFUNDED" TO TAX-REPORT-RECORD (81:16)
           MOVE "         NET TAX" TO TAX-REPORT-RECORD (98:16)
           WRITE TAX-REPORT-RECORD
           PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
                   UNTIL WS-RTN-IDX > WS-RTN-COUNT
               IF WS-RTN-TAXABLE (WS-RTN-IDX) > 0
                       OR WS-RTN-EXEMPT-SALES (WS-RTN-IDX) > 0
                       OR WS-RTN-COLLECTED (WS-RTN-IDX) > 0
                       OR WS-RTN-CREDITED (WS-RTN-IDX) > 0
                       OR WS-RTN-REFUNDED (WS-RTN-IDX) > 0
                   PERFORM WRITE-ONE-CATEGORY
               END-IF
           END-PERFORM
           COMPUTE WS-NET-LIABILITY =
               WS-TOTAL-COLLECTED - WS-TOTAL-REFUNDED
           MOVE SPACES TO TAX-REPORT-RECORD
           WRITE TAX-REPORT-RECORD
           MOVE SPACES TO TAX-REPORT-RECORD
           MOVE "TOTALS" TO TAX-REPORT-RECORD (1:6)
           MOVE WS-TOTAL-TAXABLE TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO TAX-REPORT-RECORD (13:16)
           MOVE WS-TOTAL-EXEMPT TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO TAX-REPORT-RECORD (30:16)
           MOVE WS-TOTAL-COLLECTED TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO TAX-REPORT-RECORD (47:16)
           MOVE WS-TOTAL-CREDITED TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO TAX-REPORT-RECORD (64:16)
           MOVE WS-TOTAL-REFUNDED TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO TAX-REPORT-RECORD (81:16)
           MOVE WS-NET-LIABILITY TO WS-NET-DISPLAY
           MOVE WS-NET-DISPLAY TO TAX-REPORT-RECORD (98:16)
           WRITE TAX-REPORT-RECORD
           MOVE SPACES TO TAX-REPORT-RECORD
           WRITE TAX-REPORT-RECORD
           MOVE SPACES TO TAX-REPORT-RECORD
           STRING "NET SALES-TAX LIABILITY TO REMIT FOR "
               WS-RETURN-PERIOD ": " WS-NET-DISPLAY
               DELIMITED BY SIZE INTO TAX-REPORT-RECORD
           END-STRING
           WRITE TAX-REPORT-RECORD.

       WRITE-ONE-CATEGORY.
           COMPUTE WS-NET-TAX = WS-RTN-COLLECTED (WS-RTN-IDX)
               - WS-RTN-REFUNDED (WS-RTN-IDX)
           ADD WS-RTN-TAXABLE (WS-RTN-IDX) TO WS-TOTAL-TAXABLE
           ADD WS-RTN-EXEMPT-SALES (WS-RTN-IDX) TO WS-TOTAL-EXEMPT
           ADD WS-RTN-COLLECTED (WS-RTN-IDX) TO WS-TOTAL-COLLECTED
           ADD WS-RTN-CREDITED (WS-RTN-IDX) TO WS-TOTAL-CREDITED
           ADD WS-RTN-REFUNDED (WS-RTN-IDX) TO WS-TOTAL-REFUNDED
           MOVE SPACES TO TAX-REPORT-RECORD
           MOVE WS-RTN-CATEGORY (WS-RTN-IDX)
               TO TAX-REPORT-RECORD (1:4)
           EVALUATE TRUE
               WHEN NOT WS-RTN-IS-ON-TABLE (WS-RTN-IDX)
                   ADD 1 TO WS-UNKNOWN-COUNT
                   MOVE " ?????" TO TAX-REPORT-RECORD (6:6)
               WHEN WS-RTN-IS-EXEMPT (WS-RTN-IDX)
                   MOVE "EXEMPT" TO TAX-REPORT-RECORD (6:6)
               WHEN OTHER
                   MOVE WS-RTN-RATE (WS-RTN-IDX) TO WS-RATE-DISPLAY
                   MOVE WS-RATE-DISPLAY TO TAX-REPORT-RECORD (6:5)
                   MOVE "%" TO TAX-REPORT-RECORD (11:1)
           END-EVALUATE
           MOVE WS-RTN-TAXABLE (WS-RTN-IDX) TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO TAX-REPORT-RECORD (13:16)
           MOVE WS-RTN-EXEMPT-SALES (WS-RTN-IDX) TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO TAX-REPORT-RECORD (30:16)
           MOVE WS-RTN-COLLECTED (WS-RTN-IDX) TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO TAX-REPORT-RECORD (47:16)
           MOVE WS-RTN-CREDITED (WS-RTN-IDX) TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO TAX-REPORT-RECORD (64:16)
           MOVE WS-RTN-REFUNDED (WS-RTN-IDX) TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO TAX-REPORT-RECORD (81:16)
           MOVE WS-NET-TAX TO WS-NET-DISPLAY
           MOVE WS-NET-DISPLAY TO TAX-REPORT-RECORD (98:16)
           IF NOT WS-RTN-IS-ON-TABLE (WS-RTN-IDX)
               MOVE "OFF THE RATE TABLE"
                   TO TAX-REPORT-RECORD (115:18)
           END-IF
           WRITE TAX-REPORT-RECORD.

       COPY PERCHK.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM TAXRTN.
