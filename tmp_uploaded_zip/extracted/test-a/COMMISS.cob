       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMISS.

      *> Monthly sales-commission run.  Reps were paid from
      *> statements put together by hand from the INVREG
      *> printouts, and every month's were argued over.  This
      *> builds them from the cumulative journals the nightly
      *> runs already keep, crediting each customer's sales to
      *> the rep CUSTMAST assigns the customer to:
      *>   - the month's invoiced D lines on ORDHIST (the INVDETL
      *>     lines ORDPRICE priced), goods only, at the rep's
      *>     commission rate for the line's CATMAST category;
      *>   - less the goods credited on RETHIST returns taken in
      *>     the month, whenever the sale was, at the rate the
      *>     rep earns on the returned line's category -- the
      *>     return is tied back to its customer through the
      *>     order it credits;
      *>   - less the goods credited on SHPHIST short picks
      *>     confirmed in the month (SHIPCONF's credits), tied to
      *>     the customer and rated the same way: goods never
      *>     shipped earn nobody commission.
      *> A rep's rate for a category is the SLSREP category rate
      *> if the rep has one, else the rep's own rate.  Each rep
      *> gets a statement on COMSTMT with every sale and return
      *> behind the total, and payroll gets one COMPAY record per
      *> rep with the month's net sales and commission (which a
      *> month of heavy returns can leave negative).  A customer
      *> with no rep is a house account and earns nobody
      *> commission; one assigned to a rep SLSREP does not know
      *> is totalled at the foot and warned (MT1021W).  The
      *> COMCARD names the month (YYYY-MM); no card pays last
      *> month.  A month MECLOSE has not yet closed can still
      *> move, so the run warns (MT1024W) and ends RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PERIODS-SEL.
       COPY CUSTMAST-SEL.
       COPY SLSREP-SEL.
           SELECT COMMISSION-CARD-FILE ASSIGN TO "COMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMCARD-STATUS.
           SELECT CATEGORY-MASTER-FILE ASSIGN TO "CATMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATMAST-STATUS.
           SELECT ORDER-HISTORY-FILE ASSIGN TO "ORDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDHIST-STATUS.
           SELECT RETURN-HISTORY-FILE ASSIGN TO "RETHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETHIST-STATUS.
           SELECT SHIP-HISTORY-FILE ASSIGN TO "SHPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHPHIST-STATUS.
           SELECT COMMISSION-STATEMENT-FILE ASSIGN TO "COMSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMSTMT-STATUS.
           SELECT COMMISSION-PAYROLL-FILE ASSIGN TO "COMPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY PERIODS-FD.
       COPY CUSTMAST-FD.
       COPY SLSREP-FD.

      *> The month to pay, YYYY-MM; blank pays last month.
       FD  COMMISSION-CARD-FILE.
       01  COMMISSION-CARD-RECORD.
           05  CK-PERIOD                PIC X(7).
           05  FILLER                   PIC X(73).

       FD  CATEGORY-MASTER-FILE.
       01  CATEGORY-MASTER-RECORD.
           05  CM-CATEGORY-CODE         PIC X(4).
           05  FILLER                   PIC X(1).
           05  CM-DESCRIPTION           PIC X(30).
           05  FILLER                   PIC X(45).

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

       FD  COMMISSION-STATEMENT-FILE.
       01  COMMISSION-STATEMENT-RECORD  PIC X(132).

      *> Payroll's feed: one record per rep paid this month.
      *> Amounts are signed, sign trailing -- a month's returns
      *> can outweigh its sales.
       FD  COMMISSION-PAYROLL-FILE.
       01  COMMISSION-PAYROLL-RECORD.
           05  CP-REP-ID                PIC X(4).
           05  CP-PAYROLL-ID            PIC X(9).
           05  CP-PERIOD                PIC X(7).
           05  CP-NET-SALES             PIC S9(11)V99
                                        SIGN TRAILING SEPARATE.
           05  CP-COMMISSION            PIC S9(9)V99
                                        SIGN TRAILING SEPARATE.
           05  CP-REP-NAME              PIC X(30).
           05  FILLER                   PIC X(4).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-COMCARD-STATUS            PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-SLSREP-STATUS             PIC XX VALUE SPACES.
       01  WS-CATMAST-STATUS            PIC XX VALUE SPACES.
       01  WS-ORDHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-RETHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-SHPHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-COMSTMT-STATUS            PIC XX VALUE SPACES.
       01  WS-COMPAY-STATUS             PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       COPY PERCHK-WS.
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-TODAY-TEXT                PIC X(10) VALUE SPACES.
       01  WS-PAY-PERIOD                PIC X(7) VALUE SPACES.
       01  WS-PAY-PARTS REDEFINES WS-PAY-PERIOD.
           05  WS-PP-YYYY               PIC X(4).
           05  WS-PP-DASH               PIC X.
           05  WS-PP-MM                 PIC XX.
       01  WS-PRIOR-YYYY                PIC 9(4) VALUE 0.
       01  WS-PRIOR-MM                  PIC 99 VALUE 0.
      *> Returns are tied to orders invoiced in the year before
      *> the month as well as in it.
       01  WS-MAP-FROM-PERIOD           PIC X(7) VALUE SPACES.
       01  WS-MAP-FROM-PARTS REDEFINES WS-MAP-FROM-PERIOD.
           05  WS-MF-YYYY               PIC 9(4).
           05  FILLER                   PIC X(3).
      *> The reps, their own rates and the month's totals.
       01  WS-REP-TABLE.
           05  WS-REP-ENTRY OCCURS 200 TIMES.
               10  WS-REP-ID            PIC X(4).
               10  WS-REP-NAME          PIC X(30).
               10  WS-REP-PAYROLL-ID    PIC X(9).
               10  WS-REP-RATE          PIC 99V99.
               10  WS-REP-SALES         PIC 9(11)V99.
               10  WS-REP-RETURNS       PIC 9(11)V99.
               10  WS-REP-COMMISSION    PIC S9(9)V99.
               10  WS-REP-LINES         PIC 9(5).
       01  WS-REP-COUNT                 PIC 9(3) VALUE 0.
       01  WS-REP-IDX                   PIC 9(3) VALUE 0.
       01  WS-REP-FOUND                 PIC X VALUE "N".
           88  WS-REP-WAS-FOUND         VALUE "Y".
       01  WS-WANTED-REP                PIC X(4) VALUE SPACES.
      *> Category rates, each under its rep.
       01  WS-CR-TABLE.
           05  WS-CR-ENTRY OCCURS 1000 TIMES.
               10  WS-CR-REP-IDX        PIC 9(3).
               10  WS-CR-CATEGORY       PIC X(4).
               10  WS-CR-RATE           PIC 99V99.
       01  WS-CR-COUNT                  PIC 9(4) VALUE 0.
       01  WS-CR-IDX                    PIC 9(4) VALUE 0.
       01  WS-CR-FOUND                  PIC X VALUE "N".
           88  WS-CR-WAS-FOUND          VALUE "Y".
       01  WS-WANTED-CATEGORY           PIC X(4) VALUE SPACES.
       01  WS-LINE-RATE                 PIC 99V99 VALUE 0.
       01  WS-BAD-REP-RECORDS           PIC 9(5) VALUE 0.
      *> Category codes, to prove a category rate is for a
      *> category that exists.
       01  WS-CAT-TABLE.
           05  WS-CAT-CODE OCCURS 500 TIMES
                                        PIC X(4).
       01  WS-CAT-COUNT                 PIC 9(3) VALUE 0.
       01  WS-CAT-IDX                   PIC 9(3) VALUE 0.
       01  WS-CAT-FOUND                 PIC X VALUE "N".
           88  WS-CAT-WAS-FOUND         VALUE "Y".
       01  WS-CAT-LOADED                PIC X VALUE "N".
           88  WS-CAT-WAS-LOADED        VALUE "Y".
      *> Each customer's name and the rep credited with its
      *> sales (0: a house account, or a rep SLSREP lacks).
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 1000 TIMES.
               10  WS-CUST-NUMBER       PIC X(6).
               10  WS-CUST-NAME         PIC X(30).
               10  WS-CUST-REP          PIC X(4).
               10  WS-CUST-REP-IDX      PIC 9(3).
       01  WS-CUST-COUNT                PIC 9(4) VALUE 0.
       01  WS-CUST-IDX                  PIC 9(4) VALUE 0.
       01  WS-CUST-FOUND                PIC X VALUE "N".
           88  WS-CUST-WAS-FOUND        VALUE "Y".
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
      *> Every commissioned sale and return, for the statements.
       01  WS-DT-TABLE.
           05  WS-DT-ENTRY OCCURS 9999 TIMES.
               10  WS-DT-REP-IDX        PIC 9(3).
               10  WS-DT-TYPE           PIC X.
                   88  WS-DT-IS-SALE    VALUE "S".
                   88  WS-DT-IS-RETURN  VALUE "R".
                   88  WS-DT-IS-SHORT   VALUE "P".
               10  WS-DT-DATE           PIC X(10).
               10  WS-DT-ORDER          PIC X(8).
               10  WS-DT-CUSTOMER       PIC X(6).
               10  WS-DT-CUST-IDX       PIC 9(4).
               10  WS-DT-ITEM           PIC X(6).
               10  WS-DT-CATEGORY       PIC X(4).
               10  WS-DT-QUANTITY       PIC 9(5).
               10  WS-DT-AMOUNT         PIC S9(10)V99.
               10  WS-DT-RATE           PIC 99V99.
               10  WS-DT-COMMISSION     PIC S9(9)V99.
       01  WS-DT-COUNT                  PIC 9(4) VALUE 0.
       01  WS-DT-IDX                    PIC 9(4) VALUE 0.
       01  WS-DT-OVERFLOW               PIC X VALUE "N".
           88  WS-DT-HAS-OVERFLOWED     VALUE "Y".
      *> The line being commissioned.
       01  WS-LINE-TYPE                 PIC X VALUE SPACE.
       01  WS-LINE-DATE                 PIC X(10) VALUE SPACES.
       01  WS-LINE-ORDER                PIC X(8) VALUE SPACES.
       01  WS-LINE-ITEM                 PIC X(6) VALUE SPACES.
       01  WS-LINE-QUANTITY             PIC 9(5) VALUE 0.
       01  WS-LINE-AMOUNT               PIC S9(10)V99 VALUE 0.
       01  WS-LINE-COMMISSION           PIC S9(9)V99 VALUE 0.
       01  WS-SALES-LINES               PIC 9(7) VALUE 0.
       01  WS-RETURN-LINES              PIC 9(7) VALUE 0.
       01  WS-SHORT-LINES               PIC 9(7) VALUE 0.
       01  WS-HOUSE-SALES               PIC 9(11)V99 VALUE 0.
       01  WS-HOUSE-RETURNS             PIC 9(11)V99 VALUE 0.
       01  WS-UNKNOWN-REP-LINES         PIC 9(7) VALUE 0.
       01  WS-UNKNOWN-REP-AMOUNT        PIC S9(11)V99 VALUE 0.
       01  WS-UNTIED-RETURNS            PIC 9(7) VALUE 0.
       01  WS-UNTIED-AMOUNT             PIC 9(11)V99 VALUE 0.
       01  WS-UNTIED-SHORTS             PIC 9(7) VALUE 0.
       01  WS-UNTIED-SHORT-AMOUNT       PIC 9(11)V99 VALUE 0.
       01  WS-REPS-PAID                 PIC 9(3) VALUE 0.
       01  WS-NET-WORK                  PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-NET-SALES           PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-COMMISSION          PIC S9(11)V99 VALUE 0.
       01  WS-AMT-DISPLAY               PIC -(10)9.99.
       01  WS-COM-DISPLAY               PIC -(8)9.99.
       01  WS-RATE-DISPLAY              PIC Z9.99.
       01  WS-QTY-DISPLAY               PIC Z(4)9.

       PROCEDURE DIVISION.
       COMMISS-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           PERFORM READ-COMMISSION-CARD
           PERFORM VALIDATE-PAY-PERIOD
           PERFORM LOAD-CATEGORY-CODES
           PERFORM LOAD-SALES-REPS
           PERFORM LOAD-CUSTOMER-REPS
           PERFORM SUM-MONTHS-SALES
           PERFORM SUM-MONTHS-RETURNS
           PERFORM SUM-MONTHS-SHORT-PICKS
           OPEN OUTPUT COMMISSION-STATEMENT-FILE
           OPEN OUTPUT COMMISSION-PAYROLL-FILE
           IF WS-COMPAY-STATUS NOT = "00"
               MOVE "MT1026E" TO WS-OM-ID
               STRING "COMMISS: COMPAY CANNOT BE WRITTEN - "
                   "NO COMMISSION PAID FOR " WS-PAY-PERIOD
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE COMMISSION-STATEMENT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                   UNTIL WS-REP-IDX > WS-REP-COUNT
               IF WS-REP-LINES (WS-REP-IDX) > 0
                   PERFORM WRITE-REP-STATEMENT
                   PERFORM WRITE-PAYROLL-RECORD
               END-IF
           END-PERFORM
           PERFORM WRITE-RUN-SUMMARY
           CLOSE COMMISSION-STATEMENT-FILE
           CLOSE COMMISSION-PAYROLL-FILE
           IF WS-BAD-REP-RECORDS > 0
               MOVE "MT1020W" TO WS-OM-ID
               STRING "COMMISS: " WS-BAD-REP-RECORDS
                   " SLSREP RECORD(S) IGNORED - SEE THE JOB LOG"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-UNKNOWN-REP-LINES > 0
               MOVE "MT1021W" TO WS-OM-ID
               STRING "COMMISS: " WS-UNKNOWN-REP-LINES
                   " LINE(S) FOR CUSTOMERS WHOSE REP IS NOT ON "
                   "SLSREP - NOT COMMISSIONED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-UNTIED-RETURNS > 0
               MOVE "MT1022W" TO WS-OM-ID
               STRING "COMMISS: " WS-UNTIED-RETURNS
                   " RETURN(S) NOT TIED TO AN ORDER ON ORDHIST - "
                   "NOT CHARGED BACK"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-UNTIED-SHORTS > 0
               MOVE "MT1022W" TO WS-OM-ID
               STRING "COMMISS: " WS-UNTIED-SHORTS
                   " SHORT PICK(S) NOT TIED TO AN ORDER ON ORDHIST - "
                   "NOT CHARGED BACK"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-DT-HAS-OVERFLOWED
               MOVE "MT1023W" TO WS-OM-ID
               STRING "COMMISS: MORE THAN 9999 COMMISSIONED LINES - "
                   "STATEMENT DETAIL CUT SHORT, TOTALS COMPLETE"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF NOT WS-PER-IS-CLOSED
               MOVE "MT1024W" TO WS-OM-ID
               STRING "COMMISS: PERIOD " WS-PAY-PERIOD
                   " IS NOT YET CLOSED - COMMISSION MAY STILL MOVE"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-TOTAL-COMMISSION TO WS-AMT-DISPLAY
           MOVE "MT1025I" TO WS-OM-ID
           STRING "COMMISS: " WS-PAY-PERIOD " COMMISSION FOR "
               WS-REPS-PAID " REP(S): " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO WS-OM-TEXT
           END-STRING
           PERFORM ISSUE-OPERATOR-MESSAGE
           DISPLAY "===== COMMISS END-OF-JOB SUMMARY ====="
           DISPLAY "PERIOD              : " WS-PAY-PERIOD
           DISPLAY "REPS ON SLSREP      : " WS-REP-COUNT
           DISPLAY "SLSREP RECS IGNORED : " WS-BAD-REP-RECORDS
           DISPLAY "SALES LINES         : " WS-SALES-LINES
           DISPLAY "RETURN LINES        : " WS-RETURN-LINES
           DISPLAY "SHORT-PICK LINES    : " WS-SHORT-LINES
           DISPLAY "REPS PAID           : " WS-REPS-PAID
           MOVE WS-TOTAL-NET-SALES TO WS-AMT-DISPLAY
           DISPLAY "NET SALES PAID ON   : " WS-AMT-DISPLAY
           MOVE WS-TOTAL-COMMISSION TO WS-AMT-DISPLAY
           DISPLAY "COMMISSION          : " WS-AMT-DISPLAY
           DISPLAY "UNKNOWN-REP LINES   : " WS-UNKNOWN-REP-LINES
           DISPLAY "UNTIED RETURNS      : " WS-UNTIED-RETURNS
           DISPLAY "UNTIED SHORT PICKS  : " WS-UNTIED-SHORTS
           DISPLAY "======================================"
           GOBACK.

       READ-COMMISSION-CARD.
           *> No card, or a blank one, is the usual run after the
           *> month-end close: pay the month just ended.
           MOVE SPACES TO WS-PAY-PERIOD
           OPEN INPUT COMMISSION-CARD-FILE
           IF WS-COMCARD-STATUS = "00"
               READ COMMISSION-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CK-PERIOD TO WS-PAY-PERIOD
               END-READ
               CLOSE COMMISSION-CARD-FILE
           END-IF
           IF WS-PAY-PERIOD = SPACES
               IF WS-TODAY-MM = 1
                   COMPUTE WS-PRIOR-YYYY = WS-TODAY-YYYY - 1
                   MOVE 12 TO WS-PRIOR-MM
               ELSE
                   MOVE WS-TODAY-YYYY TO WS-PRIOR-YYYY
                   COMPUTE WS-PRIOR-MM = WS-TODAY-MM - 1
               END-IF
               STRING WS-PRIOR-YYYY "-" WS-PRIOR-MM
                   DELIMITED BY SIZE INTO WS-PAY-PERIOD
               END-STRING
           END-IF.

       VALIDATE-PAY-PERIOD.
           IF WS-PP-YYYY NOT NUMERIC
                   OR WS-PP-DASH NOT = "-"
                   OR WS-PP-MM NOT NUMERIC
                   OR WS-PP-MM < "01" OR WS-PP-MM > "12"
               MOVE "MT1016E" TO WS-OM-ID
               STRING "COMMISS: COMCARD PERIOD " WS-PAY-PERIOD
                   " IS NOT A VALID YYYY-MM - NO COMMISSION PAID"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-PAY-PERIOD TO WS-MAP-FROM-PERIOD
           SUBTRACT 1 FROM WS-MF-YYYY
           PERFORM LOAD-PERIOD-CONTROL
           STRING WS-PAY-PERIOD "-01"
               DELIMITED BY SIZE INTO WS-PER-DATE-WANTED
           END-STRING
           PERFORM CHECK-POSTING-PERIOD.

      *> Without CATMAST a category rate cannot be proven, so
      *> every one is taken as keyed.
       LOAD-CATEGORY-CODES.
           OPEN INPUT CATEGORY-MASTER-FILE
           IF WS-CATMAST-STATUS NOT = "00"
               DISPLAY "COMMISS: CATMAST NOT AVAILABLE - CATEGORY "
                   "RATES NOT CHECKED"
           ELSE
               SET WS-CAT-WAS-LOADED TO TRUE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ CATEGORY-MASTER-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-CAT-COUNT < 500
                               ADD 1 TO WS-CAT-COUNT
                               MOVE CM-CATEGORY-CODE
                                   TO WS-CAT-CODE (WS-CAT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATEGORY-MASTER-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF.

      *> Reps first, then their category rates, so a rate keyed
      *> ahead of its rep's own record still finds it.
       LOAD-SALES-REPS.
           OPEN INPUT SALES-REP-FILE
           IF WS-SLSREP-STATUS NOT = "00"
               MOVE "MT1017E" TO WS-OM-ID
               STRING "COMMISS: SLSREP NOT AVAILABLE - "
                   "NO COMMISSION PAID FOR " WS-PAY-PERIOD
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ SALES-REP-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF SR-CATEGORY-CODE = SPACES
                           PERFORM TAKE-ONE-REP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-REP-FILE
           OPEN INPUT SALES-REP-FILE
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ SALES-REP-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF SR-CATEGORY-CODE NOT = SPACES
                           PERFORM TAKE-ONE-CATEGORY-RATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-REP-FILE
           MOVE "N" TO WS-FILE-EOF.

       TAKE-ONE-REP.
           MOVE SR-REP-ID TO WS-WANTED-REP
           PERFORM FIND-REP
           EVALUATE TRUE
               WHEN SR-REP-ID = SPACES
                   ADD 1 TO WS-BAD-REP-RECORDS
                   DISPLAY "COMMISS: SLSREP RECORD WITH NO REP ID - "
                       "IGNORED"
               WHEN SR-COMMISSION-RATE NOT NUMERIC
                   ADD 1 TO WS-BAD-REP-RECORDS
                   DISPLAY "COMMISS: REP " SR-REP-ID
                       " HAS A NON-NUMERIC RATE - IGNORED"
               WHEN WS-REP-WAS-FOUND
                   ADD 1 TO WS-BAD-REP-RECORDS
                   DISPLAY "COMMISS: REP " SR-REP-ID
                       " IS ON SLSREP TWICE - SECOND IGNORED"
               WHEN WS-REP-COUNT >= 200
                   ADD 1 TO WS-BAD-REP-RECORDS
                   DISPLAY "COMMISS: MORE THAN 200 REPS - REP "
                       SR-REP-ID " IGNORED"
               WHEN OTHER
                   ADD 1 TO WS-REP-COUNT
                   MOVE WS-REP-COUNT TO WS-REP-IDX
                   MOVE SR-REP-ID TO WS-REP-ID (WS-REP-IDX)
                   MOVE SR-NAME TO WS-REP-NAME (WS-REP-IDX)
                   MOVE SR-PAYROLL-ID TO WS-REP-PAYROLL-ID (WS-REP-IDX)
                   MOVE SR-COMMISSION-RATE-NUM
                       TO WS-REP-RATE (WS-REP-IDX)
                   MOVE 0 TO WS-REP-SALES (WS-REP-IDX)
                   MOVE 0 TO WS-REP-RETURNS (WS-REP-IDX)
                   MOVE 0 TO WS-REP-COMMISSION (WS-REP-IDX)
                   MOVE 0 TO WS-REP-LINES (WS-REP-IDX)
           END-EVALUATE.

       TAKE-ONE-CATEGORY-RATE.
           MOVE SR-REP-ID TO WS-WANTED-REP
           PERFORM FIND-REP
           MOVE SR-CATEGORY-CODE TO WS-WANTED-CATEGORY
           PERFORM FIND-CATEGORY
           IF WS-REP-WAS-FOUND
               PERFORM FIND-CATEGORY-RATE
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-REP-WAS-FOUND
                   ADD 1 TO WS-BAD-REP-RECORDS
                   DISPLAY "COMMISS: " SR-CATEGORY-CODE
                       " RATE FOR REP " SR-REP-ID
                       " WHO IS NOT ON SLSREP - IGNORED"
               WHEN SR-COMMISSION-RATE NOT NUMERIC
                   ADD 1 TO WS-BAD-REP-RECORDS
                   DISPLAY "COMMISS: REP " SR-REP-ID " "
                       SR-CATEGORY-CODE " RATE NOT NUMERIC - IGNORED"
               WHEN NOT WS-CAT-WAS-FOUND
                   ADD 1 TO WS-BAD-REP-RECORDS
                   DISPLAY "COMMISS: REP " SR-REP-ID " RATE FOR "
                       SR-CATEGORY-CODE
                       " - CATEGORY NOT ON CATMAST, IGNORED"
               WHEN WS-CR-WAS-FOUND
                   ADD 1 TO WS-BAD-REP-RECORDS
                   DISPLAY "COMMISS: REP " SR-REP-ID " "
                       SR-CATEGORY-CODE
                       " RATE IS ON SLSREP TWICE - SECOND IGNORED"
               WHEN WS-CR-COUNT >= 1000
                   ADD 1 TO WS-BAD-REP-RECORDS
                   DISPLAY "COMMISS: MORE THAN 1000 CATEGORY RATES - "
                       "REP " SR-REP-ID " " SR-CATEGORY-CODE
                       " IGNORED"
               WHEN OTHER
                   ADD 1 TO WS-CR-COUNT
                   MOVE WS-REP-IDX TO WS-CR-REP-IDX (WS-CR-COUNT)
                   MOVE SR-CATEGORY-CODE
                       TO WS-CR-CATEGORY (WS-CR-COUNT)
                   MOVE SR-COMMISSION-RATE-NUM
                       TO WS-CR-RATE (WS-CR-COUNT)
           END-EVALUATE.

       FIND-REP.
           MOVE "N" TO WS-REP-FOUND
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                   UNTIL WS-REP-IDX > WS-REP-COUNT
                       OR WS-REP-WAS-FOUND
               IF WS-REP-ID (WS-REP-IDX) = WS-WANTED-REP
                   SET WS-REP-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-REP-WAS-FOUND
               SUBTRACT 1 FROM WS-REP-IDX
           END-IF.

      *> Unchecked, every category counts as found.
       FIND-CATEGORY.
           MOVE "N" TO WS-CAT-FOUND
           IF NOT WS-CAT-WAS-LOADED
               SET WS-CAT-WAS-FOUND TO TRUE
           END-IF
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                       OR WS-CAT-WAS-FOUND
               IF WS-CAT-CODE (WS-CAT-IDX) = WS-WANTED-CATEGORY
                   SET WS-CAT-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *> The rep in WS-REP-IDX's rate for WS-WANTED-CATEGORY.
       FIND-CATEGORY-RATE.
           MOVE "N" TO WS-CR-FOUND
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-COUNT
                       OR WS-CR-WAS-FOUND
               IF WS-CR-REP-IDX (WS-CR-IDX) = WS-REP-IDX
                       AND WS-CR-CATEGORY (WS-CR-IDX)
                           = WS-WANTED-CATEGORY
                   SET WS-CR-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CR-WAS-FOUND
               SUBTRACT 1 FROM WS-CR-IDX
               MOVE WS-CR-RATE (WS-CR-IDX) TO WS-LINE-RATE
           ELSE
               MOVE WS-REP-RATE (WS-REP-IDX) TO WS-LINE-RATE
           END-IF.

      *> Without the customer master no sale has a rep.
       LOAD-CUSTOMER-REPS.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               MOVE "MT1018E" TO WS-OM-ID
               STRING "COMMISS: CUSTMAST NOT AVAILABLE - "
                   "NO COMMISSION PAID FOR " WS-PAY-PERIOD
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ CUSTOMER-MASTER-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF WS-CUST-COUNT < 1000
                           ADD 1 TO WS-CUST-COUNT
                           MOVE WS-CUST-COUNT TO WS-CUST-IDX
                           MOVE CU-CUSTOMER-NUMBER
                               TO WS-CUST-NUMBER (WS-CUST-IDX)
                           MOVE CU-NAME TO WS-CUST-NAME (WS-CUST-IDX)
                           MOVE CU-SALES-REP
                               TO WS-CUST-REP (WS-CUST-IDX)
                           MOVE 0 TO WS-CUST-REP-IDX (WS-CUST-IDX)
                           IF CU-SALES-REP NOT = SPACES
                               MOVE CU-SALES-REP TO WS-WANTED-REP
                               PERFORM FIND-REP
                               IF WS-REP-WAS-FOUND
                                   MOVE WS-REP-IDX
                                       TO WS-CUST-REP-IDX (WS-CUST-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE
           MOVE "N" TO WS-FILE-EOF.

       FIND-CUSTOMER.
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
           END-IF.

      *> The month's sales are commissioned; the year before it
      *> and the month itself are mapped for the returns.
       SUM-MONTHS-SALES.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ORDER-HISTORY-FILE
           IF WS-ORDHIST-STATUS NOT = "00"
               MOVE "MT1019E" TO WS-OM-ID
               STRING "COMMISS: ORDHIST NOT AVAILABLE - "
                   "NO COMMISSION PAID FOR " WS-PAY-PERIOD
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
                                   <= WS-PAY-PERIOD
                           PERFORM MAP-THE-ORDER
                           IF OH-BUSINESS-DATE (1:7) = WS-PAY-PERIOD
                                   AND OH-EXTENDED-AMOUNT NUMERIC
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
           MOVE OH-CATEGORY-CODE TO WS-WANTED-CATEGORY
           MOVE "S" TO WS-LINE-TYPE
           MOVE OH-BUSINESS-DATE TO WS-LINE-DATE
           MOVE OH-ORDER-NUMBER TO WS-LINE-ORDER
           MOVE OH-ITEM-NUMBER TO WS-LINE-ITEM
           MOVE OH-QUANTITY TO WS-LINE-QUANTITY
           MOVE OH-EXTENDED-AMOUNT TO WS-LINE-AMOUNT
           PERFORM COMMISSION-ONE-LINE.

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
                           IF RH-RETURN-DATE (1:7) = WS-PAY-PERIOD
                                   AND RH-GOODS-AMOUNT NUMERIC
                               PERFORM ADD-ONE-RETURN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURN-HISTORY-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF.

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
               DISPLAY "COMMISS: RETURN ON ORDER " RH-ORDER-NUMBER
                   " ITEM " RH-ITEM-NUMBER
                   " NOT TIED TO AN ORDER - NOT CHARGED BACK"
           ELSE
               SUBTRACT 1 FROM WS-ORD-IDX
               MOVE WS-ORD-CUSTOMER (WS-ORD-IDX)
                   TO WS-WANTED-CUSTOMER
               MOVE RH-CATEGORY-CODE TO WS-WANTED-CATEGORY
               MOVE "R" TO WS-LINE-TYPE
               MOVE RH-RETURN-DATE TO WS-LINE-DATE
               MOVE RH-ORDER-NUMBER TO WS-LINE-ORDER
               MOVE RH-ITEM-NUMBER TO WS-LINE-ITEM
               MOVE RH-QUANTITY TO WS-LINE-QUANTITY
               COMPUTE WS-LINE-AMOUNT = 0 - RH-GOODS-AMOUNT
               PERFORM COMMISSION-ONE-LINE
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
                           IF SH-CONFIRM-DATE (1:7) = WS-PAY-PERIOD
                                   AND SH-GOODS-AMOUNT NUMERIC
                               PERFORM ADD-ONE-SHORT-PICK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIP-HISTORY-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF.

       ADD-ONE-SHORT-PICK.
           ADD 1 TO WS-SHORT-LINES
           MOVE SH-ORDER-NUMBER TO WS-WANTED-ORDER
           PERFORM FIND-CREDITED-ORDER
           IF NOT WS-ORD-WAS-FOUND
               ADD 1 TO WS-UNTIED-SHORTS
               ADD SH-GOODS-AMOUNT TO WS-UNTIED-SHORT-AMOUNT
               DISPLAY "COMMISS: SHORT PICK ON ORDER " SH-ORDER-NUMBER
                   " ITEM " SH-ITEM-NUMBER
                   " NOT TIED TO AN ORDER - NOT CHARGED BACK"
           ELSE
               MOVE WS-ORD-CUSTOMER (WS-ORD-IDX)
                   TO WS-WANTED-CUSTOMER
               MOVE SH-CATEGORY-CODE TO WS-WANTED-CATEGORY
               MOVE "P" TO WS-LINE-TYPE
               MOVE SH-CONFIRM-DATE TO WS-LINE-DATE
               MOVE SH-ORDER-NUMBER TO WS-LINE-ORDER
               MOVE SH-ITEM-NUMBER TO WS-LINE-ITEM
               MOVE SH-SHORT-QTY TO WS-LINE-QUANTITY
               COMPUTE WS-LINE-AMOUNT = 0 - SH-GOODS-AMOUNT
               PERFORM COMMISSION-ONE-LINE
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

      *> One sale (positive) or return or short pick (negative)
      *> against the customer's rep, at the rep's rate for the
      *> category.
       COMMISSION-ONE-LINE.
           PERFORM FIND-CUSTOMER
           EVALUATE TRUE
               WHEN WS-CUST-WAS-FOUND
                       AND WS-CUST-REP-IDX (WS-CUST-IDX) > 0
                   MOVE WS-CUST-REP-IDX (WS-CUST-IDX) TO WS-REP-IDX
                   PERFORM FIND-CATEGORY-RATE
                   COMPUTE WS-LINE-COMMISSION ROUNDED =
                       WS-LINE-AMOUNT * WS-LINE-RATE / 100
                   PERFORM CREDIT-THE-REP
               WHEN WS-CUST-WAS-FOUND
                       AND WS-CUST-REP (WS-CUST-IDX) NOT = SPACES
                   ADD 1 TO WS-UNKNOWN-REP-LINES
                   ADD WS-LINE-AMOUNT TO WS-UNKNOWN-REP-AMOUNT
                   DISPLAY "COMMISS: CUSTOMER " WS-WANTED-CUSTOMER
                       " ORDER " WS-LINE-ORDER " REP "
                       WS-CUST-REP (WS-CUST-IDX)
                       " NOT ON SLSREP - NOT COMMISSIONED"
               WHEN WS-LINE-TYPE = "S"
                   ADD WS-LINE-AMOUNT TO WS-HOUSE-SALES
               WHEN OTHER
                   SUBTRACT WS-LINE-AMOUNT FROM WS-HOUSE-RETURNS
           END-EVALUATE.

       CREDIT-THE-REP.
           IF WS-LINE-TYPE = "S"
               ADD WS-LINE-AMOUNT TO WS-REP-SALES (WS-REP-IDX)
           ELSE
               SUBTRACT WS-LINE-AMOUNT FROM WS-REP-RETURNS (WS-REP-IDX)
           END-IF
           ADD WS-LINE-COMMISSION TO WS-REP-COMMISSION (WS-REP-IDX)
           ADD 1 TO WS-REP-LINES (WS-REP-IDX)
           IF WS-DT-COUNT >= 9999
               SET WS-DT-HAS-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-DT-COUNT
               MOVE WS-DT-COUNT TO WS-DT-IDX
               MOVE WS-REP-IDX TO WS-DT-REP-IDX (WS-DT-IDX)
               MOVE WS-LINE-TYPE TO WS-DT-TYPE (WS-DT-IDX)
               MOVE WS-LINE-DATE TO WS-DT-DATE (WS-DT-IDX)
               MOVE WS-LINE-ORDER TO WS-DT-ORDER (WS-DT-IDX)
               MOVE WS-WANTED-CUSTOMER TO WS-DT-CUSTOMER (WS-DT-IDX)
               MOVE WS-CUST-IDX TO WS-DT-CUST-IDX (WS-DT-IDX)
               MOVE WS-LINE-ITEM TO WS-DT-ITEM (WS-DT-IDX)
               MOVE WS-WANTED-CATEGORY TO WS-DT-CATEGORY (WS-DT-IDX)
               MOVE WS-LINE-QUANTITY TO WS-DT-QUANTITY (WS-DT-IDX)
               MOVE WS-LINE-AMOUNT TO WS-DT-AMOUNT (WS-DT-IDX)
               MOVE WS-LINE-RATE TO WS-DT-RATE (WS-DT-IDX)
               MOVE WS-LINE-COMMISSION
                   TO WS-DT-COMMISSION (WS-DT-IDX)
           END-IF.

      *> One statement per rep: heading, every sale and return
      *> in the order the journals hold them, then the totals.
       WRITE-REP-STATEMENT.
           ADD 1 TO WS-REPS-PAID
           MOVE ALL "=" TO COMMISSION-STATEMENT-RECORD
           WRITE COMMISSION-STATEMENT-RECORD
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           STRING "COMMISSION STATEMENT - " WS-PAY-PERIOD
               " - REP " WS-REP-ID (WS-REP-IDX) " "
               WS-REP-NAME (WS-REP-IDX)
               " - PAYROLL NO " WS-REP-PAYROLL-ID (WS-REP-IDX)
               " - RUN " WS-TODAY-TEXT
               DELIMITED BY SIZE INTO COMMISSION-STATEMENT-RECORD
           END-STRING
           WRITE COMMISSION-STATEMENT-RECORD
           IF NOT WS-PER-IS-CLOSED
               MOVE SPACES TO COMMISSION-STATEMENT-RECORD
               STRING "*** PERIOD NOT YET CLOSED - FIGURES MAY "
                   "STILL MOVE ***"
                   DELIMITED BY SIZE INTO COMMISSION-STATEMENT-RECORD
               END-STRING
               WRITE COMMISSION-STATEMENT-RECORD
           END-IF
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           WRITE COMMISSION-STATEMENT-RECORD
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           MOVE "LINE" TO COMMISSION-STATEMENT-RECORD (1:4)
           MOVE "DATE" TO COMMISSION-STATEMENT-RECORD (8:4)
           MOVE "ORDER" TO COMMISSION-STATEMENT-RECORD (19:5)
           MOVE "CUST" TO COMMISSION-STATEMENT-RECORD (28:4)
           MOVE "NAME" TO COMMISSION-STATEMENT-RECORD (35:4)
           MOVE "ITEM" TO COMMISSION-STATEMENT-RECORD (56:4)
           MOVE "CAT" TO COMMISSION-STATEMENT-RECORD (63:3)
           MOVE "  QTY" TO COMMISSION-STATEMENT-RECORD (68:5)
           MOVE "     NET SALES" TO COMMISSION-STATEMENT-RECORD (74:14)
           MOVE " RATE" TO COMMISSION-STATEMENT-RECORD (89:5)
           MOVE "  COMMISSION" TO COMMISSION-STATEMENT-RECORD (95:12)
           WRITE COMMISSION-STATEMENT-RECORD
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-COUNT
               IF WS-DT-REP-IDX (WS-DT-IDX) = WS-REP-IDX
                   PERFORM WRITE-ONE-DETAIL-LINE
               END-IF
           END-PERFORM
           IF WS-DT-HAS-OVERFLOWED
               MOVE SPACES TO COMMISSION-STATEMENT-RECORD
               STRING "*** DETAIL CUT SHORT AT 9999 LINES FOR THE "
                   "RUN - TOTALS BELOW ARE COMPLETE ***"
                   DELIMITED BY SIZE INTO COMMISSION-STATEMENT-RECORD
               END-STRING
               WRITE COMMISSION-STATEMENT-RECORD
           END-IF
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           WRITE COMMISSION-STATEMENT-RECORD
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           MOVE "SALES INVOICED" TO COMMISSION-STATEMENT-RECORD (56:14)
           MOVE WS-REP-SALES (WS-REP-IDX) TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO COMMISSION-STATEMENT-RECORD (74:14)
           WRITE COMMISSION-STATEMENT-RECORD
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           MOVE "LESS RETURNS/SHORTS"
               TO COMMISSION-STATEMENT-RECORD (50:19)
           COMPUTE WS-NET-WORK = 0 - WS-REP-RETURNS (WS-REP-IDX)
           MOVE WS-NET-WORK TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO COMMISSION-STATEMENT-RECORD (74:14)
           WRITE COMMISSION-STATEMENT-RECORD
           COMPUTE WS-NET-WORK = WS-REP-SALES (WS-REP-IDX)
               - WS-REP-RETURNS (WS-REP-IDX)
           ADD WS-NET-WORK TO WS-TOTAL-NET-SALES
           ADD WS-REP-COMMISSION (WS-REP-IDX) TO WS-TOTAL-COMMISSION
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           MOVE "NET SALES / COMMISSION DUE"
               TO COMMISSION-STATEMENT-RECORD (41:26)
           MOVE WS-NET-WORK TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO COMMISSION-STATEMENT-RECORD (74:14)
           MOVE WS-REP-COMMISSION (WS-REP-IDX) TO WS-COM-DISPLAY
           MOVE WS-COM-DISPLAY TO COMMISSION-STATEMENT-RECORD (95:12)
           WRITE COMMISSION-STATEMENT-RECORD
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           WRITE COMMISSION-STATEMENT-RECORD.

       WRITE-ONE-DETAIL-LINE.
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           EVALUATE TRUE
               WHEN WS-DT-IS-SALE (WS-DT-IDX)
                   MOVE "SALE" TO COMMISSION-STATEMENT-RECORD (1:6)
               WHEN WS-DT-IS-SHORT (WS-DT-IDX)
                   MOVE "SHORT" TO COMMISSION-STATEMENT-RECORD (1:6)
               WHEN OTHER
                   MOVE "RETURN" TO COMMISSION-STATEMENT-RECORD (1:6)
           END-EVALUATE
           MOVE WS-DT-DATE (WS-DT-IDX)
               TO COMMISSION-STATEMENT-RECORD (8:10)
           MOVE WS-DT-ORDER (WS-DT-IDX)
               TO COMMISSION-STATEMENT-RECORD (19:8)
           MOVE WS-DT-CUSTOMER (WS-DT-IDX)
               TO COMMISSION-STATEMENT-RECORD (28:6)
           MOVE WS-CUST-NAME (WS-DT-CUST-IDX (WS-DT-IDX))
               TO COMMISSION-STATEMENT-RECORD (35:20)
           MOVE WS-DT-ITEM (WS-DT-IDX)
               TO COMMISSION-STATEMENT-RECORD (56:6)
           MOVE WS-DT-CATEGORY (WS-DT-IDX)
               TO COMMISSION-STATEMENT-RECORD (63:4)
           MOVE WS-DT-QUANTITY (WS-DT-IDX) TO WS-QTY-DISPLAY
           MOVE WS-QTY-DISPLAY TO COMMISSION-STATEMENT-RECORD (68:5)
           MOVE WS-DT-AMOUNT (WS-DT-IDX) TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO COMMISSION-STATEMENT-RECORD (74:14)
           MOVE WS-DT-RATE (WS-DT-IDX) TO WS-RATE-DISPLAY
           MOVE WS-RATE-DISPLAY TO COMMISSION-STATEMENT-RECORD (89:5)
           MOVE WS-DT-COMMISSION (WS-DT-IDX) TO WS-COM-DISPLAY
           MOVE WS-COM-DISPLAY TO COMMISSION-STATEMENT-RECORD (95:12)
           WRITE COMMISSION-STATEMENT-RECORD.

       WRITE-PAYROLL-RECORD.
           MOVE SPACES TO COMMISSION-PAYROLL-RECORD
           MOVE WS-REP-ID (WS-REP-IDX) TO CP-REP-ID
           MOVE WS-REP-PAYROLL-ID (WS-REP-IDX) TO CP-PAYROLL-ID
           MOVE WS-PAY-PERIOD TO CP-PERIOD
           COMPUTE CP-NET-SALES = WS-REP-SALES (WS-REP-IDX)
               - WS-REP-RETURNS (WS-REP-IDX)
           MOVE WS-REP-COMMISSION (WS-REP-IDX) TO CP-COMMISSION
           MOVE WS-REP-NAME (WS-REP-IDX) TO CP-REP-NAME
           WRITE COMMISSION-PAYROLL-RECORD.

      *> The sales nobody was paid on, so the month reconciles
      *> to the invoice register.
       WRITE-RUN-SUMMARY.
           MOVE ALL "=" TO COMMISSION-STATEMENT-RECORD
           WRITE COMMISSION-STATEMENT-RECORD
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           STRING "COMMISSION RUN SUMMARY - " WS-PAY-PERIOD
               DELIMITED BY SIZE INTO COMMISSION-STATEMENT-RECORD
           END-STRING
           WRITE COMMISSION-STATEMENT-RECORD
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           WRITE COMMISSION-STATEMENT-RECORD
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           MOVE WS-TOTAL-NET-SALES TO WS-AMT-DISPLAY
           STRING "NET SALES COMMISSIONED      " WS-AMT-DISPLAY
               "  FOR " WS-REPS-PAID " REP(S)"
               DELIMITED BY SIZE INTO COMMISSION-STATEMENT-RECORD
           END-STRING
           WRITE COMMISSION-STATEMENT-RECORD
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           MOVE WS-TOTAL-COMMISSION TO WS-AMT-DISPLAY
           STRING "COMMISSION TO PAYROLL       " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO COMMISSION-STATEMENT-RECORD
           END-STRING
           WRITE COMMISSION-STATEMENT-RECORD
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           COMPUTE WS-NET-WORK = WS-HOUSE-SALES - WS-HOUSE-RETURNS
           MOVE WS-NET-WORK TO WS-AMT-DISPLAY
           STRING "HOUSE ACCOUNTS (NO REP)     " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO COMMISSION-STATEMENT-RECORD
           END-STRING
           WRITE COMMISSION-STATEMENT-RECORD
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           MOVE WS-UNKNOWN-REP-AMOUNT TO WS-AMT-DISPLAY
           STRING "REP NOT ON SLSREP           " WS-AMT-DISPLAY
               "  ON " WS-UNKNOWN-REP-LINES " LINE(S)"
               DELIMITED BY SIZE INTO COMMISSION-STATEMENT-RECORD
           END-STRING
           WRITE COMMISSION-STATEMENT-RECORD
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           COMPUTE WS-NET-WORK = 0 - WS-UNTIED-AMOUNT
           MOVE WS-NET-WORK TO WS-AMT-DISPLAY
           STRING "RETURNS NOT TIED TO AN ORDER" WS-AMT-DISPLAY
               "  ON " WS-UNTIED-RETURNS " LINE(S)"
               DELIMITED BY SIZE INTO COMMISSION-STATEMENT-RECORD
           END-STRING
           WRITE COMMISSION-STATEMENT-RECORD
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           COMPUTE WS-NET-WORK = 0 - WS-UNTIED-SHORT-AMOUNT
           MOVE WS-NET-WORK TO WS-AMT-DISPLAY
           STRING "SHORT PICKS NOT TIED        " WS-AMT-DISPLAY
               "  ON " WS-UNTIED-SHORTS " LINE(S)"
               DELIMITED BY SIZE INTO COMMISSION-STATEMENT-RECORD
           END-STRING
           WRITE COMMISSION-STATEMENT-RECORD
           IF WS-ORD-HAS-OVERFLOWED
               MOVE SPACES TO COMMISSION-STATEMENT-RECORD
               STRING "*** MORE THAN 9999 ORDERS IN THE YEAR - "
                   "CREDITS ON LATER ORDERS NOT TIED ***"
                   DELIMITED BY SIZE INTO COMMISSION-STATEMENT-RECORD
               END-STRING
               WRITE COMMISSION-STATEMENT-RECORD
           END-IF.

       COPY PERCHK.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM COMMISS.
