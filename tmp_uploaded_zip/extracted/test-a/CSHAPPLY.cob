      *>   - a smaller amount reduces the open amount in place;
      *>   - anything else -- unknown customer, unknown
      *>     reference, already-closed item, overpayment -- is
      *>     never guessed onto an item: it goes on account (see
      *>     below) or, from an unknown customer, is unmatched
      *>     cash for a human on its own exception report.
      *> Applied payments join the ARACTIV journal (type P,
      *> negative) for the statement run, the ledger comes
      *> through old-in / new-out, and the customer open balances
      *> are refreshed the way ARPOST refreshes them.
      *> Early-payment discount: an item posted on discount terms
      *> and still open for its full original amount is closed
      *> by a payment of the original less the discount percent,
      *> provided the payment is applied on or before the item's
      *> discount date.  The cash posts as the usual P line and
      *> the discount taken as its own D line on ARACTIV, so the
      *> statement shows both and still ties to the ledger.
      *> Unapplied cash: a payment from a customer on CUSTMAST
      *> that cannot be matched -- unknown reference, more than
      *> the item is open for, one remittance for several
      *> invoices -- is no longer left off the ledger.  It posts
      *> to the customer on account as a negative open item
      *> numbered UAnnnnnn (a U line on ARACTIV), so the
      *> refreshed open balance, and with it ORDPRICE's credit
      *> check, reflects the cash at once; CSHEXCP still lists
      *> it for the AR clerk with the UA number.  The clerk's
      *> CASHAPP file, applied before the day's bank payments,
      *> then splits an unapplied credit across named open
      *> items: each line moves an amount from one UA item to
      *> one order, closing either when it reaches zero, with an
      *> A line on ARACTIV for each side.  Only cash from a
      *> customer not on CUSTMAST stays unmatched as before.
      *> Period control: the run posts today's business date, and
      *> will not post it into an accounting month finance has
      *> closed on the PERIODS file (the shared PERCHK check) --
      *> it stops before reading anything, under MT0979E, so the
      *> swap steps leave the ledger as it was.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ARLEDGER-SEL.
       COPY CUSTMAST-SEL.
       COPY PERIODS-SEL.
           SELECT BANK-PAYMENT-FILE ASSIGN TO "BANKPMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKPMT-STATUS.
           SELECT AR-ACTIVITY-FILE ASSIGN TO "ARACTIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARACTIV-STATUS.
           SELECT CASH-APPLICATION-FILE ASSIGN TO "CASHAPP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHAPP-STATUS.
           SELECT CASH-EXCEPTION-FILE ASSIGN TO "CSHEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSHEXCP-STATUS.
       FILE SECTION.
       COPY ARLEDGER-FD.
       COPY CUSTMAST-FD.
       COPY PERIODS-FD.

       FD  BANK-PAYMENT-FILE.
       01  BANK-PAYMENT-RECORD.
           05  BP-REFERENCE             PIC X(12).
           05  FILLER                   PIC X(49).

      *> The AR clerk's split of an unapplied credit: move
      *> CA-AMOUNT from the customer's UA item onto the order.
       FD  CASH-APPLICATION-FILE.
       01  CASH-APPLICATION-RECORD.
           05  CA-CUSTOMER-NUMBER       PIC X(6).
           05  CA-UNAPPLIED-REF         PIC X(8).
           05  CA-ORDER-NUMBER          PIC X(8).
           05  CA-AMOUNT                PIC X(13).
           05  CA-AMOUNT-NUM REDEFINES CA-AMOUNT
                                        PIC 9(11)V99.
           05  FILLER                   PIC X(45).

       FD  NEW-LEDGER-FILE.
       01  NEW-LEDGER-RECORD            PIC X(80).

       FD  NEW-CUSTOMER-FILE.
       01  NEW-CUSTOMER-RECORD          PIC X(80).

       FD  AR-ACTIVITY-FILE.
       01  AR-ACTIVITY-RECORD.
       01  WS-CUSTNEW-STATUS            PIC XX VALUE SPACES.
       01  WS-ARACTIV-STATUS            PIC XX VALUE SPACES.
       01  WS-CSHEXCP-STATUS            PIC XX VALUE SPACES.
       01  WS-CASHAPP-STATUS            PIC XX VALUE SPACES.
       01  WS-LEDGER-EOF                PIC X VALUE "N".
           88  WS-LEDGER-AT-EOF         VALUE "Y".
       01  WS-PAYMENT-EOF               PIC X VALUE "N".
           88  WS-PAYMENT-AT-EOF        VALUE "Y".
       01  WS-CUST-EOF                  PIC X VALUE "N".
           88  WS-CUST-AT-EOF           VALUE "Y".
       01  WS-APPLICATION-EOF           PIC X VALUE "N".
           88  WS-APPLICATION-AT-EOF    VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
               10  WS-LED-OPEN          PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE.
               10  WS-LED-STATUS        PIC X.
               10  WS-LED-DUE-DATE      PIC X(10).
               10  WS-LED-DISC-DATE     PIC X(10).
               10  WS-LED-DISC-PCT      PIC 99V99.
       01  WS-LED-COUNT                 PIC 9(4) VALUE 0.
       01  WS-LED-IDX                   PIC 9(4) VALUE 0.
       01  WS-MATCH-IDX                 PIC 9(4) VALUE 0.
       01  WS-CASH-RECEIVED             PIC 9(13)V99 VALUE 0.
       01  WS-CASH-APPLIED              PIC 9(13)V99 VALUE 0.
       01  WS-CASH-UNMATCHED            PIC 9(13)V99 VALUE 0.
      *> The discount the matched item would allow if paid
      *> today (zero outside the window or off discount terms).
       01  WS-DISCOUNT-ALLOWED          PIC 9(11)V99 VALUE 0.
       01  WS-DISCOUNT-COUNT            PIC 9(5) VALUE 0.
       01  WS-DISCOUNT-TOTAL            PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-DISPLAY             PIC Z(12)9.99.
      *> Customers on CUSTMAST: only their cash goes on account.
       01  WS-CUST-TABLE.
           05  WS-CUST-NUMBER OCCURS 1000 TIMES
                                        PIC X(6).
       01  WS-CUST-COUNT                PIC 9(4) VALUE 0.
       01  WS-CUST-IDX                  PIC 9(4) VALUE 0.
       01  WS-CUST-FOUND                PIC X VALUE "N".
           88  WS-CUST-WAS-FOUND        VALUE "Y".
      *> Unapplied credits are numbered on from the highest UA
      *> number already on the ledger.
       01  WS-UA-REFERENCE.
           05  WS-UA-PREFIX             PIC XX VALUE "UA".
           05  WS-UA-DIGITS             PIC 9(6) VALUE 0.
       01  WS-UA-IDX                    PIC 9(4) VALUE 0.
       01  WS-TARGET-IDX                PIC 9(4) VALUE 0.
       01  WS-APPLY-REASON              PIC X(40) VALUE SPACES.
       01  WS-ON-ACCOUNT-COUNT          PIC 9(5) VALUE 0.
       01  WS-CASH-ON-ACCOUNT           PIC 9(13)V99 VALUE 0.
       01  WS-APPLICATION-COUNT         PIC 9(5) VALUE 0.
       01  WS-APPLIED-FROM-ACCOUNT      PIC 9(5) VALUE 0.
       01  WS-APPLICATION-REJECTS       PIC 9(5) VALUE 0.
       01  WS-CASH-RE-APPLIED           PIC 9(13)V99 VALUE 0.
      *> Per-customer open totals for the CUSTMAST refresh, the
      *> ARPOST pattern.
       01  WS-BAL-TABLE.
       01  WS-BAL-IDX                   PIC 9(4) VALUE 0.
       01  WS-BAL-FOUND                 PIC X VALUE "N".
           88  WS-BAL-WAS-FOUND         VALUE "Y".
       COPY PERCHK-WS.

       PROCEDURE DIVISION.
       CSHAPPLY-MAIN.
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           PERFORM LOAD-PERIOD-CONTROL
           MOVE WS-TODAY-TEXT TO WS-PER-DATE-WANTED
           PERFORM CHECK-POSTING-PERIOD
           IF WS-PER-IS-CLOSED
               MOVE "MT0979E" TO WS-OM-ID
               STRING "CSHAPPLY: PERIOD " WS-TODAY-TEXT (1:7)
                   " IS CLOSED - NOTHING POSTED, CASH RUN "
                   "ABANDONED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-THE-LEDGER
           PERFORM LOAD-CUSTOMER-NUMBERS
           OPEN OUTPUT CASH-EXCEPTION-FILE
           OPEN EXTEND AR-ACTIVITY-FILE
           IF WS-ARACTIV-STATUS NOT = "00"
               OPEN OUTPUT AR-ACTIVITY-FILE
           END-IF
           PERFORM APPLY-CASH-APPLICATIONS
           PERFORM APPLY-THE-PAYMENTS
           PERFORM WRITE-NEW-LEDGER
           PERFORM SUM-OPEN-BALANCES
           DISPLAY "PAYMENTS READ     : " WS-PAYMENT-COUNT
           DISPLAY "ITEMS CLOSED      : " WS-CLOSED-COUNT
           DISPLAY "ITEMS REDUCED     : " WS-REDUCED-COUNT
           DISPLAY "DISCOUNTS TAKEN   : " WS-DISCOUNT-COUNT
           DISPLAY "PUT ON ACCOUNT    : " WS-ON-ACCOUNT-COUNT
           DISPLAY "UNMATCHED PAYMENTS: " WS-UNMATCHED-COUNT
           DISPLAY "CASHAPP LINES READ: " WS-APPLICATION-COUNT
           DISPLAY "  APPLIED         : " WS-APPLIED-FROM-ACCOUNT
           DISPLAY "  REJECTED        : " WS-APPLICATION-REJECTS
           MOVE WS-CASH-RECEIVED TO WS-TOTAL-DISPLAY
           DISPLAY "CASH RECEIVED     : " WS-TOTAL-DISPLAY
           MOVE WS-CASH-APPLIED TO WS-TOTAL-DISPLAY
           DISPLAY "CASH APPLIED      : " WS-TOTAL-DISPLAY
           MOVE WS-DISCOUNT-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "DISCOUNT ALLOWED  : " WS-TOTAL-DISPLAY
           MOVE WS-CASH-ON-ACCOUNT TO WS-TOTAL-DISPLAY
           DISPLAY "CASH ON ACCOUNT   : " WS-TOTAL-DISPLAY
           MOVE WS-CASH-UNMATCHED TO WS-TOTAL-DISPLAY
           DISPLAY "CASH UNMATCHED    : " WS-TOTAL-DISPLAY
           MOVE WS-CASH-RE-APPLIED TO WS-TOTAL-DISPLAY
           DISPLAY "ON ACCOUNT APPLIED: " WS-TOTAL-DISPLAY
           DISPLAY "======================================="
           IF WS-UNMATCHED-COUNT > 0 OR WS-APPLICATION-REJECTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
                           TO WS-LED-OPEN (WS-LED-COUNT)
                       MOVE AR-STATUS
                           TO WS-LED-STATUS (WS-LED-COUNT)
                       MOVE AR-DUE-DATE
                           TO WS-LED-DUE-DATE (WS-LED-COUNT)
                       MOVE AR-DISCOUNT-DATE
                           TO WS-LED-DISC-DATE (WS-LED-COUNT)
                       IF AR-DISCOUNT-PCT NUMERIC
                           MOVE AR-DISCOUNT-PCT
                               TO WS-LED-DISC-PCT (WS-LED-COUNT)
                       ELSE
                           MOVE 0 TO WS-LED-DISC-PCT (WS-LED-COUNT)
                       END-IF
                       IF AR-ORDER-NUMBER (1:2) = "UA"
                               AND AR-ORDER-NUMBER (3:6) NUMERIC
                               AND AR-ORDER-NUMBER (3:6) > WS-UA-DIGITS
                           MOVE AR-ORDER-NUMBER (3:6) TO WS-UA-DIGITS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-LEDGER-FILE.

      *> Without the master no customer is known, and unmatched
      *> cash is reported only, as it always was.
       LOAD-CUSTOMER-NUMBERS.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "CSHAPPLY: CUSTMAST NOT AVAILABLE - "
                   "NO CASH PUT ON ACCOUNT"
           ELSE
               PERFORM UNTIL WS-CUST-AT-EOF
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           SET WS-CUST-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-CUST-COUNT < 1000
                               ADD 1 TO WS-CUST-COUNT
                               MOVE CU-CUSTOMER-NUMBER
                                   TO WS-CUST-NUMBER (WS-CUST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
               MOVE "N" TO WS-CUST-EOF
           END-IF.

      *> No CASHAPP file is the usual day: nothing to split.
       APPLY-CASH-APPLICATIONS.
           OPEN INPUT CASH-APPLICATION-FILE
           IF WS-CASHAPP-STATUS = "00"
               PERFORM UNTIL WS-APPLICATION-AT-EOF
                   READ CASH-APPLICATION-FILE
                       AT END
                           SET WS-APPLICATION-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-APPLICATION-COUNT
                           PERFORM APPLY-ONE-APPLICATION
                   END-READ
               END-PERFORM
               CLOSE CASH-APPLICATION-FILE
           END-IF.

       APPLY-ONE-APPLICATION.
           MOVE SPACES TO WS-APPLY-REASON
           PERFORM FIND-THE-UNAPPLIED-ITEM
           PERFORM FIND-THE-TARGET-ITEM
           EVALUATE TRUE
               WHEN CA-AMOUNT NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO WS-APPLY-REASON
               WHEN CA-AMOUNT-NUM = 0
                   MOVE "AMOUNT IS ZERO" TO WS-APPLY-REASON
               WHEN WS-UA-IDX = 0
                   MOVE "NO SUCH OPEN UNAPPLIED CREDIT"
                       TO WS-APPLY-REASON
               WHEN WS-TARGET-IDX = 0
                   MOVE "ORDER NOT OPEN FOR THIS CUSTOMER"
                       TO WS-APPLY-REASON
               WHEN CA-AMOUNT-NUM + WS-LED-OPEN (WS-UA-IDX) > 0
                   MOVE "MORE THAN THE UNAPPLIED BALANCE"
                       TO WS-APPLY-REASON
               WHEN CA-AMOUNT-NUM > WS-LED-OPEN (WS-TARGET-IDX)
                   MOVE "MORE THAN THE ORDER IS OPEN FOR"
                       TO WS-APPLY-REASON
           END-EVALUATE
           IF WS-APPLY-REASON NOT = SPACES
               PERFORM REJECT-THE-APPLICATION
           ELSE
               ADD CA-AMOUNT-NUM TO WS-LED-OPEN (WS-UA-IDX)
               IF WS-LED-OPEN (WS-UA-IDX) = 0
                   MOVE "C" TO WS-LED-STATUS (WS-UA-IDX)
               END-IF
               SUBTRACT CA-AMOUNT-NUM FROM WS-LED-OPEN (WS-TARGET-IDX)
               IF WS-LED-OPEN (WS-TARGET-IDX) = 0
                   MOVE "C" TO WS-LED-STATUS (WS-TARGET-IDX)
                   ADD 1 TO WS-CLOSED-COUNT
               ELSE
                   ADD 1 TO WS-REDUCED-COUNT
               END-IF
               ADD 1 TO WS-APPLIED-FROM-ACCOUNT
               ADD CA-AMOUNT-NUM TO WS-CASH-RE-APPLIED
               PERFORM WRITE-APPLICATION-ACTIVITY
           END-IF.

       FIND-THE-UNAPPLIED-ITEM.
           MOVE 0 TO WS-UA-IDX
           PERFORM VARYING WS-LED-IDX FROM 1 BY 1
                   UNTIL WS-LED-IDX > WS-LED-COUNT
                       OR WS-UA-IDX > 0
               IF WS-LED-ORDER (WS-LED-IDX) = CA-UNAPPLIED-REF
                       AND WS-LED-ORDER (WS-LED-IDX) (1:2) = "UA"
                       AND WS-LED-CUSTOMER (WS-LED-IDX)
                           = CA-CUSTOMER-NUMBER
                       AND WS-LED-STATUS (WS-LED-IDX) = "O"
                       AND WS-LED-OPEN (WS-LED-IDX) < 0
                   MOVE WS-LED-IDX TO WS-UA-IDX
               END-IF
           END-PERFORM.

       FIND-THE-TARGET-ITEM.
           MOVE 0 TO WS-TARGET-IDX
           PERFORM VARYING WS-LED-IDX FROM 1 BY 1
                   UNTIL WS-LED-IDX > WS-LED-COUNT
                       OR WS-TARGET-IDX > 0
               IF WS-LED-ORDER (WS-LED-IDX) = CA-ORDER-NUMBER
                       AND WS-LED-CUSTOMER (WS-LED-IDX)
                           = CA-CUSTOMER-NUMBER
                       AND WS-LED-STATUS (WS-LED-IDX) = "O"
                       AND WS-LED-OPEN (WS-LED-IDX) > 0
                   MOVE WS-LED-IDX TO WS-TARGET-IDX
               END-IF
           END-PERFORM.

       REJECT-THE-APPLICATION.
           ADD 1 TO WS-APPLICATION-REJECTS
           MOVE SPACES TO CASH-EXCEPTION-RECORD
           STRING "*** CASHAPP " CA-CUSTOMER-NUMBER " "
               CA-UNAPPLIED-REF " TO " CA-ORDER-NUMBER ": "
               WS-APPLY-REASON
               DELIMITED BY SIZE INTO CASH-EXCEPTION-RECORD
           END-STRING
           DISPLAY CASH-EXCEPTION-RECORD
           WRITE CASH-EXCEPTION-RECORD.

      *> The credit and the order each get an A line; together
      *> they net to zero, as the balance does.
       WRITE-APPLICATION-ACTIVITY.
           IF WS-ARACTIV-STATUS = "00"
               MOVE SPACES TO AR-ACTIVITY-RECORD
               MOVE WS-TODAY-TEXT TO AV-ACTIVITY-DATE
               MOVE CA-CUSTOMER-NUMBER TO AV-CUSTOMER-NUMBER
               MOVE "A" TO AV-ACTIVITY-TYPE
               MOVE CA-ORDER-NUMBER TO AV-REFERENCE
               COMPUTE AV-AMOUNT = 0 - CA-AMOUNT-NUM
               WRITE AR-ACTIVITY-RECORD
               MOVE SPACES TO AR-ACTIVITY-RECORD
               MOVE WS-TODAY-TEXT TO AV-ACTIVITY-DATE
               MOVE CA-CUSTOMER-NUMBER TO AV-CUSTOMER-NUMBER
               MOVE "A" TO AV-ACTIVITY-TYPE
               MOVE CA-UNAPPLIED-REF TO AV-REFERENCE
               MOVE CA-AMOUNT-NUM TO AV-AMOUNT
               WRITE AR-ACTIVITY-RECORD
           END-IF.

       APPLY-THE-PAYMENTS.
           OPEN INPUT BANK-PAYMENT-FILE
           IF WS-BANKPMT-STATUS NOT = "00"
           ELSE
               ADD BP-AMOUNT-NUM TO WS-CASH-RECEIVED
               PERFORM FIND-THE-OPEN-ITEM
               PERFORM WORK-OUT-THE-DISCOUNT
               EVALUATE TRUE
                   WHEN WS-MATCH-IDX = 0
                       PERFORM PUT-ON-ACCOUNT-OR-REJECT
                   WHEN BP-AMOUNT-NUM
                           = WS-LED-OPEN (WS-MATCH-IDX)
                       MOVE 0 TO WS-LED-OPEN (WS-MATCH-IDX)
                       ADD 1 TO WS-CLOSED-COUNT
                       ADD BP-AMOUNT-NUM TO WS-CASH-APPLIED
                       PERFORM WRITE-PAYMENT-ACTIVITY
                   WHEN WS-DISCOUNT-ALLOWED > 0
                           AND BP-AMOUNT-NUM + WS-DISCOUNT-ALLOWED
                               = WS-LED-OPEN (WS-MATCH-IDX)
                       MOVE 0 TO WS-LED-OPEN (WS-MATCH-IDX)
                       MOVE "C" TO WS-LED-STATUS (WS-MATCH-IDX)
                       ADD 1 TO WS-CLOSED-COUNT
                       ADD 1 TO WS-DISCOUNT-COUNT
                       ADD BP-AMOUNT-NUM TO WS-CASH-APPLIED
                       ADD WS-DISCOUNT-ALLOWED TO WS-DISCOUNT-TOTAL
                       PERFORM WRITE-PAYMENT-ACTIVITY
                       PERFORM WRITE-DISCOUNT-ACTIVITY
                   WHEN BP-AMOUNT-NUM
                           < WS-LED-OPEN (WS-MATCH-IDX)
                       SUBTRACT BP-AMOUNT-NUM
                       ADD BP-AMOUNT-NUM TO WS-CASH-APPLIED
                       PERFORM WRITE-PAYMENT-ACTIVITY
                   WHEN OTHER
      *> More cash than the item is open for: the whole payment
      *> goes on account and the clerk splits it -- never an
      *> automatic write-off or a guess.
                       PERFORM PUT-ON-ACCOUNT-OR-REJECT
               END-EVALUATE
           END-IF.

                       AND WS-LED-CUSTOMER (WS-LED-IDX)
                           = BP-CUSTOMER-NUMBER
                       AND WS-LED-STATUS (WS-LED-IDX) = "O"
                       AND WS-LED-OPEN (WS-LED-IDX) > 0
                   MOVE WS-LED-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.

       WORK-OUT-THE-DISCOUNT.
           *> Only a full settlement inside the window earns the
           *> discount: the item must still be open for its whole
           *> original amount, and today must not be past the
           *> discount date.
           MOVE 0 TO WS-DISCOUNT-ALLOWED
           IF WS-MATCH-IDX > 0
               IF WS-LED-DISC-PCT (WS-MATCH-IDX) > 0
                       AND WS-LED-DISC-DATE (WS-MATCH-IDX)
                           NOT = SPACES
                       AND WS-TODAY-TEXT
                           <= WS-LED-DISC-DATE (WS-MATCH-IDX)
                       AND WS-LED-OPEN (WS-MATCH-IDX)
                           = WS-LED-ORIGINAL (WS-MATCH-IDX)
                       AND WS-LED-OPEN (WS-MATCH-IDX) > 0
                   COMPUTE WS-DISCOUNT-ALLOWED ROUNDED =
                       WS-LED-ORIGINAL (WS-MATCH-IDX)
                       * WS-LED-DISC-PCT (WS-MATCH-IDX) / 100
               END-IF
           END-IF.

       PUT-ON-ACCOUNT-OR-REJECT.
           MOVE "N" TO WS-CUST-FOUND
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                       OR WS-CUST-WAS-FOUND
               IF WS-CUST-NUMBER (WS-CUST-IDX) = BP-CUSTOMER-NUMBER
                   SET WS-CUST-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CUST-WAS-FOUND
                   AND BP-AMOUNT-NUM > 0
                   AND WS-LED-COUNT < 5000
                   AND WS-UA-DIGITS < 999999
               PERFORM POST-ON-ACCOUNT
           ELSE
               PERFORM REJECT-THE-PAYMENT
           END-IF.

      *> A new open item for minus the payment, due today, with a
      *> U line on ARACTIV under the customer's own reference.
       POST-ON-ACCOUNT.
           ADD 1 TO WS-UA-DIGITS
           ADD 1 TO WS-LED-COUNT
           MOVE BP-CUSTOMER-NUMBER TO WS-LED-CUSTOMER (WS-LED-COUNT)
           MOVE WS-UA-REFERENCE TO WS-LED-ORDER (WS-LED-COUNT)
           MOVE WS-TODAY-TEXT TO WS-LED-DATE (WS-LED-COUNT)
           COMPUTE WS-LED-ORIGINAL (WS-LED-COUNT) = 0 - BP-AMOUNT-NUM
           COMPUTE WS-LED-OPEN (WS-LED-COUNT) = 0 - BP-AMOUNT-NUM
           MOVE "O" TO WS-LED-STATUS (WS-LED-COUNT)
           MOVE WS-TODAY-TEXT TO WS-LED-DUE-DATE (WS-LED-COUNT)
           MOVE SPACES TO WS-LED-DISC-DATE (WS-LED-COUNT)
           MOVE 0 TO WS-LED-DISC-PCT (WS-LED-COUNT)
           ADD 1 TO WS-ON-ACCOUNT-COUNT
           ADD BP-AMOUNT-NUM TO WS-CASH-ON-ACCOUNT
           IF WS-ARACTIV-STATUS = "00"
               MOVE SPACES TO AR-ACTIVITY-RECORD
               MOVE WS-TODAY-TEXT TO AV-ACTIVITY-DATE
               MOVE BP-CUSTOMER-NUMBER TO AV-CUSTOMER-NUMBER
               MOVE "U" TO AV-ACTIVITY-TYPE
               MOVE BP-REFERENCE TO AV-REFERENCE
               COMPUTE AV-AMOUNT = 0 - BP-AMOUNT-NUM
               WRITE AR-ACTIVITY-RECORD
           END-IF
           MOVE SPACES TO CASH-EXCEPTION-RECORD
           STRING "ON ACCOUNT: CUSTOMER " BP-CUSTOMER-NUMBER
               " REF " BP-REFERENCE " AMOUNT " BP-AMOUNT
               " AS " WS-UA-REFERENCE
               DELIMITED BY SIZE INTO CASH-EXCEPTION-RECORD
           END-STRING
           WRITE CASH-EXCEPTION-RECORD.

       REJECT-THE-PAYMENT.
           ADD 1 TO WS-UNMATCHED-COUNT
           IF BP-AMOUNT NUMERIC
               WRITE AR-ACTIVITY-RECORD
           END-IF.

       WRITE-DISCOUNT-ACTIVITY.
           IF WS-ARACTIV-STATUS = "00"
               MOVE SPACES TO AR-ACTIVITY-RECORD
               MOVE WS-TODAY-TEXT TO AV-ACTIVITY-DATE
               MOVE BP-CUSTOMER-NUMBER TO AV-CUSTOMER-NUMBER
               MOVE "D" TO AV-ACTIVITY-TYPE
               MOVE BP-REFERENCE TO AV-REFERENCE
               COMPUTE AV-AMOUNT = 0 - WS-DISCOUNT-ALLOWED
               WRITE AR-ACTIVITY-RECORD
           END-IF.

       WRITE-NEW-LEDGER.
           OPEN OUTPUT NEW-LEDGER-FILE
           IF WS-ARLEDNEW-STATUS NOT = "00"
                   TO AR-ORIGINAL-AMOUNT
               MOVE WS-LED-OPEN (WS-LED-IDX) TO AR-OPEN-AMOUNT
               MOVE WS-LED-STATUS (WS-LED-IDX) TO AR-STATUS
               MOVE WS-LED-DUE-DATE (WS-LED-IDX) TO AR-DUE-DATE
               MOVE WS-LED-DISC-DATE (WS-LED-IDX)
                   TO AR-DISCOUNT-DATE
               MOVE WS-LED-DISC-PCT (WS-LED-IDX)
                   TO AR-DISCOUNT-PCT
               MOVE AR-LEDGER-RECORD TO NEW-LEDGER-RECORD
               WRITE NEW-LEDGER-RECORD
           END-PERFORM
           MOVE CUSTOMER-MASTER-RECORD TO NEW-CUSTOMER-RECORD
           WRITE NEW-CUSTOMER-RECORD.

       COPY PERCHK.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
