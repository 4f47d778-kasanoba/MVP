       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDREVW.

      *> Quarterly credit-limit review.  Limits on CUSTMAST were
      *> set when each account opened and revisited only after
      *> something went wrong, while ARACTIV has been keeping
      *> every invoice and every payment applied to it.  For the
      *> review period on REVCARD this works out, per customer:
      *>   - average days to pay: over the period's invoices paid
      *>     off since (P cash, A cash applied from on account, D
      *>     discount and C credit lines carrying the invoice's
      *>     order as reference), invoice date to the day the last
      *>     of it was settled;
      *>   - percentage paid late: of the period's invoices, those
      *>     settled after their due date (ARLEDGER's, or the
      *>     invoice date plus 30 once housekeeping has aged the
      *>     item off), still open past it today, or written off;
      *>   - high balance: the highest the ARACTIV running balance
      *>     stood at during the period;
      *>   - holds: how many of the customer's orders ORDPRICE
      *>     diverted to credit hold in the period (HLDHIST, the
      *>     nightly holds CREDHREL keeps).
      *> From those a payment score out of 100 is taken: less
      *> half the late percentage, a point a day of average over
      *> 30 days (at most 30), five a hold (at most 20), and 30
      *> for any write-off.  A customer with at least the card's
      *> minimum invoices who scores 80 or more and is using the
      *> limit (the high balance reached 80% of it, or an order
      *> was held) is recommended a RAISE of the card's
      *> percentage on the larger of limit and high balance; one
      *> scoring under 40 a CUT of the card's percentage, never
      *> below the balance owed today; everyone else KEEP.  New
      *> limits go up to the next hundred.
      *> Nothing here touches CUSTMAST.  The review report goes to
      *> the credit manager, and each RAISE and CUT is written to
      *> CRVTRAN as an ordinary CUSTMNT change transaction
      *> (customer and new limit, every other field blank).  The
      *> credit manager strikes any not approved and signs the
      *> raises with their operator id in the approver column,
      *> then releases the held CRVAPPLY job, which adds them to
      *> CUSTTRAN: CUSTMNT applies them with its usual approval
      *> checks and before / after register like any other
      *> change.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CUSTMAST-SEL.
       COPY ARLEDGER-SEL.
           SELECT REVIEW-CARD-FILE ASSIGN TO "REVCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVCARD-STATUS.
           SELECT AR-ACTIVITY-FILE ASSIGN TO "ARACTIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARACTIV-STATUS.
           SELECT HOLD-HISTORY-FILE ASSIGN TO "HLDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDHIST-STATUS.
           SELECT REVIEW-TRANS-FILE ASSIGN TO "CRVTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRVTRAN-STATUS.
           SELECT REVIEW-REPORT-FILE ASSIGN TO "CRVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY CUSTMAST-FD.
       COPY ARLEDGER-FD.

      *> Review period first and last day (YYYY-MM-DD), the fewest
      *> invoices worth changing a limit on (default 3), and the
      *> raise and cut percentages (defaults 20 and 25).
       FD  REVIEW-CARD-FILE.
       01  REVIEW-CARD-RECORD.
           05  RC-FROM-DATE             PIC X(10).
           05  RC-TO-DATE               PIC X(10).
           05  RC-MIN-INVOICES          PIC X(2).
           05  RC-MIN-INVOICES-NUM REDEFINES RC-MIN-INVOICES
                                        PIC 99.
           05  RC-RAISE-PCT             PIC X(3).
           05  RC-RAISE-PCT-NUM REDEFINES RC-RAISE-PCT
                                        PIC 999.
           05  RC-CUT-PCT               PIC X(3).
           05  RC-CUT-PCT-NUM REDEFINES RC-CUT-PCT
                                        PIC 999.
           05  FILLER                   PIC X(52).

      *> Cumulative activity journal (see ARPOST).
       FD  AR-ACTIVITY-FILE.
       01  AR-ACTIVITY-RECORD.
           05  AV-ACTIVITY-DATE         PIC X(10).
           05  AV-CUSTOMER-NUMBER       PIC X(6).
           05  AV-ACTIVITY-TYPE         PIC X.
           05  AV-REFERENCE             PIC X(12).
           05  AV-AMOUNT                PIC S9(11)V99
               SIGN IS TRAILING SEPARATE.
           05  FILLER                   PIC X(37).

      *> Every night's ORDHELD diversions, as CREDHREL took them
      *> (see ORDHELD-FD.cpy); only the O order records count.
       FD  HOLD-HISTORY-FILE.
       01  HOLD-HISTORY-RECORD.
           05  HH-RECORD-TYPE           PIC X.
           05  HH-CUSTOMER-NUMBER       PIC X(6).
           05  HH-ORDER-NUMBER          PIC X(8).
           05  HH-ITEM-NUMBER           PIC X(6).
           05  HH-QUANTITY              PIC 9(5).
           05  HH-EXTENDED-PRICE        PIC 9(10)V99.
           05  HH-HOLD-REASON           PIC X(20).
           05  HH-HOLD-DATE             PIC X(10).
           05  FILLER                   PIC X(12).
           05  HH-SHIPTO-CODE           PIC X(4).

      *> CUSTMNT's transaction layout (see CUSTMNT): a C change
      *> carrying only the customer and the new limit.
       FD  REVIEW-TRANS-FILE.
       01  REVIEW-TRANS-RECORD.
           05  RT-ACTION                PIC X.
           05  RT-CUSTOMER-NUMBER       PIC X(6).
           05  RT-NAME                  PIC X(30).
           05  RT-CREDIT-LIMIT          PIC 9(9)V99.
           05  RT-BO-CANCEL-DAYS        PIC X(3).
           05  RT-APPROVER-ID           PIC X(8).
           05  RT-TERMS-CODE            PIC X(8).
           05  RT-FINCHG-EXEMPT         PIC X.
           05  RT-SALES-REP             PIC X(4).
           05  RT-HOME-WAREHOUSE        PIC X(2).
           05  FILLER                   PIC X(6).

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-CUSTMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-ARLEDGER-STATUS           PIC XX VALUE SPACES.
       01  WS-REVCARD-STATUS            PIC XX VALUE SPACES.
       01  WS-ARACTIV-STATUS            PIC XX VALUE SPACES.
       01  WS-HLDHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-CRVTRAN-STATUS            PIC XX VALUE SPACES.
       01  WS-CRVRPT-STATUS             PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-TODAY-INT                 PIC 9(7) VALUE 0.
       01  WS-FROM-DATE                 PIC X(10) VALUE SPACES.
       01  WS-TO-DATE                   PIC X(10) VALUE SPACES.
       01  WS-FROM-INT                  PIC 9(7) VALUE 0.
       01  WS-TO-INT                    PIC 9(7) VALUE 0.
       01  WS-MIN-INVOICES              PIC 99 VALUE 3.
       01  WS-RAISE-PCT                 PIC 999 VALUE 20.
       01  WS-CUT-PCT                   PIC 999 VALUE 25.
       01  WS-RAISE-SCORE               PIC 999 VALUE 80.
       01  WS-CUT-SCORE                 PIC 999 VALUE 40.
      *> A YYYY-MM-DD date turned into a day number.
       01  WS-CONV-TEXT                 PIC X(10) VALUE SPACES.
       01  WS-CONV-INT                  PIC 9(7) VALUE 0.
       01  WS-CONV-OK                   PIC X VALUE "N".
           88  WS-CONV-IS-OK            VALUE "Y".
       01  WS-DD-YYYY                   PIC 9(4) VALUE 0.
       01  WS-DD-MM                     PIC 99 VALUE 0.
       01  WS-DD-DD                     PIC 99 VALUE 0.
      *> One entry per customer on the master.
       01  WS-CUS-TABLE.
           05  WS-CUS-ENTRY OCCURS 1000 TIMES.
               10  WS-CUS-NUMBER        PIC X(6).
               10  WS-CUS-NAME          PIC X(30).
               10  WS-CUS-LIMIT         PIC 9(9)V99.
               10  WS-CUS-OPEN          PIC 9(9)V99.
               10  WS-CUS-BALANCE       PIC S9(11)V99.
               10  WS-CUS-HIGH          PIC S9(11)V99.
               10  WS-CUS-HIGH-SET      PIC X.
               10  WS-CUS-INVOICES      PIC 9(5).
               10  WS-CUS-PAID          PIC 9(5).
               10  WS-CUS-PAY-DAYS      PIC 9(7).
               10  WS-CUS-LATE          PIC 9(5).
               10  WS-CUS-WRITTEN-OFF   PIC 9(3).
               10  WS-CUS-HOLDS         PIC 9(5).
       01  WS-CUS-COUNT                 PIC 9(4) VALUE 0.
       01  WS-CUS-IDX                   PIC 9(4) VALUE 0.
       01  WS-CUS-WANTED                PIC X(6) VALUE SPACES.
       01  WS-CUS-FOUND                 PIC X VALUE "N".
           88  WS-CUS-WAS-FOUND         VALUE "Y".
      *> The period's invoices and how each was settled: O still
      *> open, P paid off, W written off.
       01  WS-INV-TABLE.
           05  WS-INV-ENTRY OCCURS 5000 TIMES.
               10  WS-INV-CUS-IDX       PIC 9(4).
               10  WS-INV-ORDER         PIC X(8).
               10  WS-INV-DATE-INT      PIC 9(7).
               10  WS-INV-DUE-INT       PIC 9(7).
               10  WS-INV-AMOUNT        PIC S9(11)V99.
               10  WS-INV-SETTLED       PIC S9(11)V99.
               10  WS-INV-STATE         PIC X.
               10  WS-INV-PAID-INT      PIC 9(7).
       01  WS-INV-COUNT                 PIC 9(5) VALUE 0.
       01  WS-INV-IDX                   PIC 9(5) VALUE 0.
       01  WS-INV-WANTED                PIC X(8) VALUE SPACES.
       01  WS-INV-FOUND                 PIC X VALUE "N".
           88  WS-INV-WAS-FOUND         VALUE "Y".
       01  WS-TABLE-FULL                PIC X VALUE "N".
           88  WS-TABLE-IS-FULL         VALUE "Y".
       01  WS-HOLDS-KNOWN               PIC X VALUE "N".
           88  WS-HOLDS-ARE-KNOWN       VALUE "Y".
      *> One customer's figures while it is scored.
       01  WS-AVG-DAYS                  PIC 9(5) VALUE 0.
       01  WS-LATE-PCT                  PIC 999 VALUE 0.
       01  WS-SCORE                     PIC S999 VALUE 0.
       01  WS-DEDUCTION                 PIC 9(5) VALUE 0.
       01  WS-RECOMMEND                 PIC X(5) VALUE SPACES.
       01  WS-NOTE                      PIC X(24) VALUE SPACES.
       01  WS-FACTOR-PCT                PIC 9(4) VALUE 0.
       01  WS-BASE-LIMIT                PIC 9(11)V99 VALUE 0.
       01  WS-WORK-LIMIT                PIC 9(11)V99 VALUE 0.
       01  WS-HUNDREDS                  PIC 9(9) VALUE 0.
       01  WS-NEW-LIMIT                 PIC 9(9)V99 VALUE 0.
       01  WS-REVIEWED-COUNT            PIC 9(5) VALUE 0.
       01  WS-RAISE-COUNT               PIC 9(5) VALUE 0.
       01  WS-KEEP-COUNT                PIC 9(5) VALUE 0.
       01  WS-CUT-COUNT                 PIC 9(5) VALUE 0.
       01  WS-TRANS-COUNT               PIC 9(5) VALUE 0.
       01  WS-LIMIT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-BAL-DISPLAY               PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-CNT-DISPLAY               PIC Z(4)9.
       01  WS-SMALL-DISPLAY             PIC ZZ9.

       PROCEDURE DIVISION.
       CREDREVW-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-YYYY * 10000 + WS-TODAY-MM * 100
                   + WS-TODAY-DD)
           PERFORM READ-REVIEW-CARD
           PERFORM LOAD-CUSTOMERS
           PERFORM GATHER-THE-ACTIVITY
           PERFORM GATHER-THE-DUE-DATES
           PERFORM GATHER-THE-HOLDS
           IF WS-TABLE-IS-FULL
               MOVE "MT1081E" TO WS-OM-ID
               STRING "CREDREVW: MORE THAN 1000 CUSTOMERS OR 5000 "
                   "INVOICES IN THE PERIOD - REVIEW NOT RUN"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SETTLE-THE-INVOICES
           OPEN OUTPUT REVIEW-TRANS-FILE
           OPEN OUTPUT REVIEW-REPORT-FILE
           IF WS-CRVTRAN-STATUS NOT = "00"
                   OR WS-CRVRPT-STATUS NOT = "00"
               MOVE "MT1082E" TO WS-OM-ID
               STRING "CREDREVW: CRVTRAN OR CRVRPT NOT AVAILABLE - "
                   "NO RECOMMENDATIONS WRITTEN"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-REVIEW-HEADINGS
           PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                   UNTIL WS-CUS-IDX > WS-CUS-COUNT
               PERFORM REVIEW-ONE-CUSTOMER
           END-PERFORM
           PERFORM WRITE-REVIEW-TOTALS
           CLOSE REVIEW-TRANS-FILE
           CLOSE REVIEW-REPORT-FILE
           DISPLAY "===== CREDREVW END-OF-JOB SUMMARY ====="
           DISPLAY "REVIEW PERIOD       : " WS-FROM-DATE " TO "
               WS-TO-DATE
           DISPLAY "CUSTOMERS REVIEWED  : " WS-REVIEWED-COUNT
           DISPLAY "INVOICES IN PERIOD  : " WS-INV-COUNT
           DISPLAY "RAISE               : " WS-RAISE-COUNT
           DISPLAY "KEEP                : " WS-KEEP-COUNT
           DISPLAY "CUT                 : " WS-CUT-COUNT
           DISPLAY "CRVTRAN RECORDS     : " WS-TRANS-COUNT
           DISPLAY "======================================"
           MOVE "MT1083I" TO WS-OM-ID
           STRING "CREDREVW: " WS-TRANS-COUNT " LIMIT CHANGE(S) ON "
               "CRVTRAN FOR APPROVAL - RELEASE CRVAPPLY WHEN "
               "REVIEWED"
               DELIMITED BY SIZE INTO WS-OM-TEXT
           END-STRING
           PERFORM ISSUE-OPERATOR-MESSAGE
           GOBACK.

       READ-REVIEW-CARD.
           OPEN INPUT REVIEW-CARD-FILE
           IF WS-REVCARD-STATUS = "00"
               READ REVIEW-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RC-FROM-DATE TO WS-FROM-DATE
                       MOVE RC-TO-DATE TO WS-TO-DATE
                       IF RC-MIN-INVOICES NUMERIC
                               AND RC-MIN-INVOICES-NUM > 0
                           MOVE RC-MIN-INVOICES-NUM
                               TO WS-MIN-INVOICES
                       END-IF
                       IF RC-RAISE-PCT NUMERIC
                               AND RC-RAISE-PCT-NUM > 0
                           MOVE RC-RAISE-PCT-NUM TO WS-RAISE-PCT
                       END-IF
                       IF RC-CUT-PCT NUMERIC
                               AND RC-CUT-PCT-NUM > 0
                               AND RC-CUT-PCT-NUM < 100
                           MOVE RC-CUT-PCT-NUM TO WS-CUT-PCT
                       END-IF
               END-READ
               CLOSE REVIEW-CARD-FILE
           END-IF
      *> A period that does not read as two dates in order is no
      *> basis for changing anyone's limit.
           MOVE WS-FROM-DATE TO WS-CONV-TEXT
           PERFORM CONVERT-DATE-TEXT
           IF WS-CONV-IS-OK
               MOVE WS-CONV-INT TO WS-FROM-INT
               MOVE WS-TO-DATE TO WS-CONV-TEXT
               PERFORM CONVERT-DATE-TEXT
               MOVE WS-CONV-INT TO WS-TO-INT
           END-IF
           IF NOT WS-CONV-IS-OK
                   OR WS-FROM-INT > WS-TO-INT
               MOVE "MT1080E" TO WS-OM-ID
               STRING "CREDREVW: REVCARD MISSING OR PERIOD INVALID - "
                   "REVIEW NOT RUN"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               MOVE "MT1081E" TO WS-OM-ID
               STRING "CREDREVW: CUSTMAST NOT AVAILABLE - "
                   "REVIEW NOT RUN"
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
                       IF WS-CUS-COUNT < 1000
                           PERFORM STORE-ONE-CUSTOMER
                       ELSE
                           SET WS-TABLE-IS-FULL TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE.

       STORE-ONE-CUSTOMER.
           ADD 1 TO WS-CUS-COUNT
           MOVE CU-CUSTOMER-NUMBER TO WS-CUS-NUMBER (WS-CUS-COUNT)
           MOVE CU-NAME TO WS-CUS-NAME (WS-CUS-COUNT)
           MOVE 0 TO WS-CUS-LIMIT (WS-CUS-COUNT)
           IF CU-CREDIT-LIMIT NUMERIC
               MOVE CU-CREDIT-LIMIT TO WS-CUS-LIMIT (WS-CUS-COUNT)
           END-IF
           MOVE 0 TO WS-CUS-OPEN (WS-CUS-COUNT)
           IF CU-OPEN-BALANCE NUMERIC
               MOVE CU-OPEN-BALANCE TO WS-CUS-OPEN (WS-CUS-COUNT)
           END-IF
           MOVE 0 TO WS-CUS-BALANCE (WS-CUS-COUNT)
           MOVE 0 TO WS-CUS-HIGH (WS-CUS-COUNT)
           MOVE "N" TO WS-CUS-HIGH-SET (WS-CUS-COUNT)
           MOVE 0 TO WS-CUS-INVOICES (WS-CUS-COUNT)
           MOVE 0 TO WS-CUS-PAID (WS-CUS-COUNT)
           MOVE 0 TO WS-CUS-PAY-DAYS (WS-CUS-COUNT)
           MOVE 0 TO WS-CUS-LATE (WS-CUS-COUNT)
           MOVE 0 TO WS-CUS-WRITTEN-OFF (WS-CUS-COUNT)
           MOVE 0 TO WS-CUS-HOLDS (WS-CUS-COUNT).

      *> ARACTIV is in posting order, so one pass keeps each
      *> customer's running balance, catches the period's
      *> invoices as they are posted, and settles them from the
      *> cash, discount, credit and write-off lines that follow
      *> -- up to today, since an invoice from the last week of
      *> the period is paid after it.
       GATHER-THE-ACTIVITY.
           OPEN INPUT AR-ACTIVITY-FILE
           IF WS-ARACTIV-STATUS NOT = "00"
               MOVE "MT1081E" TO WS-OM-ID
               STRING "CREDREVW: ARACTIV NOT AVAILABLE - "
                   "REVIEW NOT RUN"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ AR-ACTIVITY-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE AV-CUSTOMER-NUMBER TO WS-CUS-WANTED
                       PERFORM FIND-CUSTOMER-ROW
                       MOVE AV-ACTIVITY-DATE TO WS-CONV-TEXT
                       PERFORM CONVERT-DATE-TEXT
                       IF WS-CUS-WAS-FOUND AND WS-CONV-IS-OK
                           PERFORM TAKE-ONE-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-ACTIVITY-FILE.

       TAKE-ONE-ACTIVITY.
           IF WS-CONV-INT NOT > WS-TO-INT
               IF WS-CONV-INT NOT < WS-FROM-INT
                   PERFORM NOTE-HIGH-BALANCE
               END-IF
               ADD AV-AMOUNT TO WS-CUS-BALANCE (WS-CUS-IDX)
               IF WS-CONV-INT NOT < WS-FROM-INT
                   PERFORM NOTE-HIGH-BALANCE
               END-IF
           END-IF
           IF WS-CONV-INT NOT < WS-FROM-INT
               EVALUATE AV-ACTIVITY-TYPE
                   WHEN "I"
                       IF WS-CONV-INT NOT > WS-TO-INT
                           PERFORM ADD-ONE-INVOICE
                       END-IF
                   WHEN "P"
                   WHEN "A"
                   WHEN "D"
                   WHEN "C"
                       PERFORM SETTLE-AGAINST-INVOICE
                   WHEN "W"
                       MOVE AV-REFERENCE (1:8) TO WS-INV-WANTED
                       PERFORM FIND-OPEN-INVOICE
                       IF WS-INV-WAS-FOUND
                           MOVE "W" TO WS-INV-STATE (WS-INV-IDX)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> Checked before and after each of the period's postings,
      *> so the balance brought into the period counts too.
       NOTE-HIGH-BALANCE.
           IF WS-CUS-HIGH-SET (WS-CUS-IDX) NOT = "Y"
                   OR WS-CUS-BALANCE (WS-CUS-IDX)
                       > WS-CUS-HIGH (WS-CUS-IDX)
               MOVE WS-CUS-BALANCE (WS-CUS-IDX)
                   TO WS-CUS-HIGH (WS-CUS-IDX)
               MOVE "Y" TO WS-CUS-HIGH-SET (WS-CUS-IDX)
           END-IF.

       ADD-ONE-INVOICE.
           IF WS-INV-COUNT < 5000
               ADD 1 TO WS-INV-COUNT
               MOVE WS-CUS-IDX TO WS-INV-CUS-IDX (WS-INV-COUNT)
               MOVE AV-REFERENCE (1:8) TO WS-INV-ORDER (WS-INV-COUNT)
               MOVE WS-CONV-INT TO WS-INV-DATE-INT (WS-INV-COUNT)
               COMPUTE WS-INV-DUE-INT (WS-INV-COUNT) =
                   WS-CONV-INT + 30
               MOVE AV-AMOUNT TO WS-INV-AMOUNT (WS-INV-COUNT)
               MOVE 0 TO WS-INV-SETTLED (WS-INV-COUNT)
               MOVE "O" TO WS-INV-STATE (WS-INV-COUNT)
               MOVE 0 TO WS-INV-PAID-INT (WS-INV-COUNT)
               ADD 1 TO WS-CUS-INVOICES (WS-CUS-IDX)
           ELSE
               SET WS-TABLE-IS-FULL TO TRUE
           END-IF.

      *> Settling lines are negative; the invoice is paid off on
      *> the day they reach its amount.
       SETTLE-AGAINST-INVOICE.
           MOVE AV-REFERENCE (1:8) TO WS-INV-WANTED
           PERFORM FIND-OPEN-INVOICE
           IF WS-INV-WAS-FOUND
               SUBTRACT AV-AMOUNT FROM WS-INV-SETTLED (WS-INV-IDX)
               IF WS-INV-SETTLED (WS-INV-IDX)
                       NOT < WS-INV-AMOUNT (WS-INV-IDX)
                   MOVE "P" TO WS-INV-STATE (WS-INV-IDX)
                   MOVE WS-CONV-INT TO WS-INV-PAID-INT (WS-INV-IDX)
               END-IF
           END-IF.

       FIND-OPEN-INVOICE.
           MOVE "N" TO WS-INV-FOUND
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-COUNT
                       OR WS-INV-WAS-FOUND
               IF WS-INV-CUS-IDX (WS-INV-IDX) = WS-CUS-IDX
                       AND WS-INV-ORDER (WS-INV-IDX) = WS-INV-WANTED
                       AND WS-INV-STATE (WS-INV-IDX) = "O"
                   SET WS-INV-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-INV-WAS-FOUND
               SUBTRACT 1 FROM WS-INV-IDX
           END-IF.

      *> The ledger item carries the due date the customer's
      *> terms gave the invoice; housekeeping may have aged a
      *> settled item off, which leaves the plus-30 default.
       GATHER-THE-DUE-DATES.
           OPEN INPUT AR-LEDGER-FILE
           IF WS-ARLEDGER-STATUS = "00"
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ AR-LEDGER-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           MOVE AR-DUE-DATE TO WS-CONV-TEXT
                           PERFORM CONVERT-DATE-TEXT
                           IF WS-CONV-IS-OK
                               PERFORM TAKE-ONE-DUE-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AR-LEDGER-FILE
           END-IF.

       TAKE-ONE-DUE-DATE.
           MOVE "N" TO WS-INV-FOUND
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-COUNT
                       OR WS-INV-WAS-FOUND
               IF WS-INV-ORDER (WS-INV-IDX) = AR-ORDER-NUMBER
                       AND WS-CUS-NUMBER (WS-INV-CUS-IDX (WS-INV-IDX))
                           = AR-CUSTOMER-NUMBER
                   SET WS-INV-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-INV-WAS-FOUND
               SUBTRACT 1 FROM WS-INV-IDX
               MOVE WS-CONV-INT TO WS-INV-DUE-INT (WS-INV-IDX)
           END-IF.

      *> No hold history is reported, not guessed at: the holds
      *> column then prints as not known and costs nobody points.
       GATHER-THE-HOLDS.
           OPEN INPUT HOLD-HISTORY-FILE
           IF WS-HLDHIST-STATUS = "00"
               SET WS-HOLDS-ARE-KNOWN TO TRUE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ HOLD-HISTORY-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF HH-RECORD-TYPE = "O"
                                   AND HH-HOLD-DATE NOT < WS-FROM-DATE
                                   AND HH-HOLD-DATE NOT > WS-TO-DATE
                               MOVE HH-CUSTOMER-NUMBER
                                   TO WS-CUS-WANTED
                               PERFORM FIND-CUSTOMER-ROW
                               IF WS-CUS-WAS-FOUND
                                   ADD 1 TO WS-CUS-HOLDS (WS-CUS-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-HISTORY-FILE
           END-IF.

      *> Paid invoices give the days to pay; late is paid after
      *> the due date, still open past it today, or written off.
       SETTLE-THE-INVOICES.
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-COUNT
               MOVE WS-INV-CUS-IDX (WS-INV-IDX) TO WS-CUS-IDX
               EVALUATE WS-INV-STATE (WS-INV-IDX)
                   WHEN "P"
                       ADD 1 TO WS-CUS-PAID (WS-CUS-IDX)
                       COMPUTE WS-CUS-PAY-DAYS (WS-CUS-IDX) =
                           WS-CUS-PAY-DAYS (WS-CUS-IDX)
                           + WS-INV-PAID-INT (WS-INV-IDX)
                           - WS-INV-DATE-INT (WS-INV-IDX)
                       IF WS-INV-PAID-INT (WS-INV-IDX)
                               > WS-INV-DUE-INT (WS-INV-IDX)
                           ADD 1 TO WS-CUS-LATE (WS-CUS-IDX)
                       END-IF
                   WHEN "W"
                       ADD 1 TO WS-CUS-LATE (WS-CUS-IDX)
                       ADD 1 TO WS-CUS-WRITTEN-OFF (WS-CUS-IDX)
                   WHEN OTHER
                       IF WS-TODAY-INT > WS-INV-DUE-INT (WS-INV-IDX)
                           ADD 1 TO WS-CUS-LATE (WS-CUS-IDX)
                       END-IF
               END-EVALUATE
           END-PERFORM.

       FIND-CUSTOMER-ROW.
           MOVE "N" TO WS-CUS-FOUND
           PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                   UNTIL WS-CUS-IDX > WS-CUS-COUNT
                       OR WS-CUS-WAS-FOUND
               IF WS-CUS-NUMBER (WS-CUS-IDX) = WS-CUS-WANTED
                   SET WS-CUS-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CUS-WAS-FOUND
               SUBTRACT 1 FROM WS-CUS-IDX
           END-IF.

       CONVERT-DATE-TEXT.
           MOVE "N" TO WS-CONV-OK
           MOVE 0 TO WS-CONV-INT
           IF WS-CONV-TEXT (1:4) NUMERIC
                   AND WS-CONV-TEXT (6:2) NUMERIC
                   AND WS-CONV-TEXT (9:2) NUMERIC
               MOVE WS-CONV-TEXT (1:4) TO WS-DD-YYYY
               MOVE WS-CONV-TEXT (6:2) TO WS-DD-MM
               MOVE WS-CONV-TEXT (9:2) TO WS-DD-DD
               IF WS-DD-MM > 0 AND WS-DD-MM < 13
                       AND WS-DD-DD > 0 AND WS-DD-DD < 32
                       AND WS-DD-YYYY > 1600
                   COMPUTE WS-CONV-INT = FUNCTION INTEGER-OF-DATE
                       (WS-DD-YYYY * 10000 + WS-DD-MM * 100
                           + WS-DD-DD)
                   SET WS-CONV-IS-OK TO TRUE
               END-IF
           END-IF.

       WRITE-REVIEW-HEADINGS.
           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING "CREDIT-LIMIT REVIEW - PAYMENT BEHAVIOUR "
               WS-FROM-DATE " TO " WS-TO-DATE
               "   RAISE " WS-RAISE-PCT "%  CUT " WS-CUT-PCT
               "%  MINIMUM INVOICES " WS-MIN-INVOICES
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
           END-STRING
           WRITE REVIEW-REPORT-RECORD
           IF NOT WS-HOLDS-ARE-KNOWN
               MOVE SPACES TO REVIEW-REPORT-RECORD
               MOVE "*** HLDHIST NOT AVAILABLE - CREDIT HOLDS NOT "
                   TO REVIEW-REPORT-RECORD
               MOVE "COUNTED ***" TO REVIEW-REPORT-RECORD (46:11)
               WRITE REVIEW-REPORT-RECORD
           END-IF
           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE SPACES TO REVIEW-REPORT-RECORD
           MOVE "CUST" TO REVIEW-REPORT-RECORD (1:4)
           MOVE "NAME" TO REVIEW-REPORT-RECORD (8:4)
           MOVE "CREDIT LIMIT" TO REVIEW-REPORT-RECORD (31:12)
           MOVE "HIGH BALANCE" TO REVIEW-REPORT-RECORD (47:12)
           MOVE " INVS" TO REVIEW-REPORT-RECORD (60:5)
           MOVE "DAYS" TO REVIEW-REPORT-RECORD (66:4)
           MOVE "LATE%" TO REVIEW-REPORT-RECORD (71:5)
           MOVE "HOLDS" TO REVIEW-REPORT-RECORD (77:5)
           MOVE "SCORE" TO REVIEW-REPORT-RECORD (83:5)
           MOVE "ACTION" TO REVIEW-REPORT-RECORD (89:6)
           MOVE "PROPOSED LIMIT" TO REVIEW-REPORT-RECORD (96:14)
           MOVE "NOTE" TO REVIEW-REPORT-RECORD (112:4)
           WRITE REVIEW-REPORT-RECORD.

       REVIEW-ONE-CUSTOMER.
           ADD 1 TO WS-REVIEWED-COUNT
           IF WS-CUS-HIGH-SET (WS-CUS-IDX) NOT = "Y"
               MOVE WS-CUS-BALANCE (WS-CUS-IDX)
                   TO WS-CUS-HIGH (WS-CUS-IDX)
           END-IF
           PERFORM SCORE-ONE-CUSTOMER
           PERFORM RECOMMEND-ONE-LIMIT
           MOVE SPACES TO REVIEW-REPORT-RECORD
           MOVE WS-CUS-NUMBER (WS-CUS-IDX)
               TO REVIEW-REPORT-RECORD (1:6)
           MOVE WS-CUS-NAME (WS-CUS-IDX)
               TO REVIEW-REPORT-RECORD (8:20)
           MOVE WS-CUS-LIMIT (WS-CUS-IDX) TO WS-LIMIT-DISPLAY
           MOVE WS-LIMIT-DISPLAY TO REVIEW-REPORT-RECORD (29:14)
           MOVE WS-CUS-HIGH (WS-CUS-IDX) TO WS-BAL-DISPLAY
           MOVE WS-BAL-DISPLAY TO REVIEW-REPORT-RECORD (44:15)
           MOVE WS-CUS-INVOICES (WS-CUS-IDX) TO WS-CNT-DISPLAY
           MOVE WS-CNT-DISPLAY TO REVIEW-REPORT-RECORD (60:5)
           IF WS-CUS-PAID (WS-CUS-IDX) > 0
               MOVE WS-AVG-DAYS TO WS-SMALL-DISPLAY
               MOVE WS-SMALL-DISPLAY TO REVIEW-REPORT-RECORD (67:3)
           ELSE
               MOVE "  -" TO REVIEW-REPORT-RECORD (67:3)
           END-IF
           MOVE WS-LATE-PCT TO WS-SMALL-DISPLAY
           MOVE WS-SMALL-DISPLAY TO REVIEW-REPORT-RECORD (73:3)
           IF WS-HOLDS-ARE-KNOWN
               MOVE WS-CUS-HOLDS (WS-CUS-IDX) TO WS-CNT-DISPLAY
               MOVE WS-CNT-DISPLAY TO REVIEW-REPORT-RECORD (77:5)
           ELSE
               MOVE "    ?" TO REVIEW-REPORT-RECORD (77:5)
           END-IF
           MOVE WS-SCORE TO WS-SMALL-DISPLAY
           MOVE WS-SMALL-DISPLAY TO REVIEW-REPORT-RECORD (85:3)
           MOVE WS-RECOMMEND TO REVIEW-REPORT-RECORD (89:5)
           IF WS-RECOMMEND NOT = "KEEP "
               MOVE WS-NEW-LIMIT TO WS-LIMIT-DISPLAY
               MOVE WS-LIMIT-DISPLAY TO REVIEW-REPORT-RECORD (96:14)
           END-IF
           MOVE WS-NOTE TO REVIEW-REPORT-RECORD (112:21)
           WRITE REVIEW-REPORT-RECORD.

       SCORE-ONE-CUSTOMER.
           MOVE 0 TO WS-AVG-DAYS
           MOVE 0 TO WS-LATE-PCT
           IF WS-CUS-PAID (WS-CUS-IDX) > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-CUS-PAY-DAYS (WS-CUS-IDX)
                   / WS-CUS-PAID (WS-CUS-IDX)
           END-IF
           IF WS-CUS-INVOICES (WS-CUS-IDX) > 0
               COMPUTE WS-LATE-PCT ROUNDED =
                   WS-CUS-LATE (WS-CUS-IDX) * 100
                   / WS-CUS-INVOICES (WS-CUS-IDX)
           END-IF
           MOVE 100 TO WS-SCORE
           COMPUTE WS-DEDUCTION = WS-LATE-PCT / 2
           SUBTRACT WS-DEDUCTION FROM WS-SCORE
           IF WS-AVG-DAYS > 30
               COMPUTE WS-DEDUCTION = WS-AVG-DAYS - 30
               IF WS-DEDUCTION > 30
                   MOVE 30 TO WS-DEDUCTION
               END-IF
               SUBTRACT WS-DEDUCTION FROM WS-SCORE
           END-IF
           COMPUTE WS-DEDUCTION = WS-CUS-HOLDS (WS-CUS-IDX) * 5
           IF WS-DEDUCTION > 20
               MOVE 20 TO WS-DEDUCTION
           END-IF
           SUBTRACT WS-DEDUCTION FROM WS-SCORE
           IF WS-CUS-WRITTEN-OFF (WS-CUS-IDX) > 0
               SUBTRACT 30 FROM WS-SCORE
           END-IF
           IF WS-SCORE < 0
               MOVE 0 TO WS-SCORE
           END-IF.

       RECOMMEND-ONE-LIMIT.
           MOVE "KEEP " TO WS-RECOMMEND
           MOVE SPACES TO WS-NOTE
           MOVE WS-CUS-LIMIT (WS-CUS-IDX) TO WS-NEW-LIMIT
           EVALUATE TRUE
               WHEN WS-CUS-INVOICES (WS-CUS-IDX) = 0
                   MOVE "NO INVOICES IN PERIOD" TO WS-NOTE
               WHEN WS-CUS-INVOICES (WS-CUS-IDX) < WS-MIN-INVOICES
                   MOVE "TOO FEW INVOICES" TO WS-NOTE
               WHEN WS-SCORE NOT < WS-RAISE-SCORE
                   PERFORM CONSIDER-A-RAISE
               WHEN WS-SCORE < WS-CUT-SCORE
                   PERFORM CONSIDER-A-CUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EVALUATE WS-RECOMMEND
               WHEN "RAISE"
                   ADD 1 TO WS-RAISE-COUNT
                   PERFORM WRITE-LIMIT-CHANGE
               WHEN "CUT  "
                   ADD 1 TO WS-CUT-COUNT
                   PERFORM WRITE-LIMIT-CHANGE
               WHEN OTHER
                   ADD 1 TO WS-KEEP-COUNT
           END-EVALUATE.

      *> A good payer only needs more room if the limit is what
      *> is stopping them.
       CONSIDER-A-RAISE.
           COMPUTE WS-WORK-LIMIT = WS-CUS-LIMIT (WS-CUS-IDX) * 0.8
           IF WS-CUS-HIGH (WS-CUS-IDX) NOT < WS-WORK-LIMIT
                   OR WS-CUS-HOLDS (WS-CUS-IDX) > 0
               MOVE WS-CUS-LIMIT (WS-CUS-IDX) TO WS-BASE-LIMIT
               IF WS-CUS-HIGH (WS-CUS-IDX) > WS-BASE-LIMIT
                   MOVE WS-CUS-HIGH (WS-CUS-IDX) TO WS-BASE-LIMIT
               END-IF
               COMPUTE WS-FACTOR-PCT = 100 + WS-RAISE-PCT
               COMPUTE WS-WORK-LIMIT =
                   WS-BASE-LIMIT * WS-FACTOR-PCT / 100
               PERFORM ROUND-UP-TO-HUNDREDS
               IF WS-NEW-LIMIT > WS-CUS-LIMIT (WS-CUS-IDX)
                   MOVE "RAISE" TO WS-RECOMMEND
                   IF WS-CUS-HOLDS (WS-CUS-IDX) > 0
                       MOVE "ORDERS HELD AT LIMIT" TO WS-NOTE
                   ELSE
                       MOVE "GOOD PAYER AT LIMIT" TO WS-NOTE
                   END-IF
               END-IF
           END-IF.

      *> A cut never goes below what the customer owes today, or
      *> their next order would hold on the cut alone.
       CONSIDER-A-CUT.
           COMPUTE WS-FACTOR-PCT = 100 - WS-CUT-PCT
           COMPUTE WS-WORK-LIMIT =
               WS-CUS-LIMIT (WS-CUS-IDX) * WS-FACTOR-PCT / 100
           IF WS-WORK-LIMIT < WS-CUS-OPEN (WS-CUS-IDX)
               MOVE WS-CUS-OPEN (WS-CUS-IDX) TO WS-WORK-LIMIT
           END-IF
           PERFORM ROUND-UP-TO-HUNDREDS
           IF WS-NEW-LIMIT < WS-CUS-LIMIT (WS-CUS-IDX)
               MOVE "CUT  " TO WS-RECOMMEND
               IF WS-CUS-WRITTEN-OFF (WS-CUS-IDX) > 0
                   MOVE "WRITE-OFF IN PERIOD" TO WS-NOTE
               ELSE
                   MOVE "POOR PAYMENT RECORD" TO WS-NOTE
               END-IF
           ELSE
               MOVE "POOR PAYER - LIMIT IN USE" TO WS-NOTE
           END-IF.

       ROUND-UP-TO-HUNDREDS.
           COMPUTE WS-HUNDREDS = (WS-WORK-LIMIT + 99.99) / 100
           IF WS-HUNDREDS > 9999999
               MOVE 9999999 TO WS-HUNDREDS
           END-IF
           COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100.

       WRITE-LIMIT-CHANGE.
           MOVE SPACES TO REVIEW-TRANS-RECORD
           MOVE "C" TO RT-ACTION
           MOVE WS-CUS-NUMBER (WS-CUS-IDX) TO RT-CUSTOMER-NUMBER
           MOVE WS-NEW-LIMIT TO RT-CREDIT-LIMIT
           WRITE REVIEW-TRANS-RECORD
           ADD 1 TO WS-TRANS-COUNT.

       WRITE-REVIEW-TOTALS.
           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING "CUSTOMERS REVIEWED " WS-REVIEWED-COUNT
               "   INVOICES IN PERIOD " WS-INV-COUNT
               "   RAISE " WS-RAISE-COUNT
               "   KEEP " WS-KEEP-COUNT
               "   CUT " WS-CUT-COUNT
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
           END-STRING
           WRITE REVIEW-REPORT-RECORD
           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING "RAISES AND CUTS ARE ON CRVTRAN AS CUSTMNT "
               "CHANGES: STRIKE ANY NOT APPROVED, SIGN RAISES IN "
               "COLS 52-59, THEN RELEASE CRVAPPLY"
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
           END-STRING
           WRITE REVIEW-REPORT-RECORD.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM CREDREVW.
