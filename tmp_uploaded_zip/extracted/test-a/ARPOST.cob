      *> goods only; a feed whose order is already on the ledger
      *> is refused to the exception report rather than posted
      *> twice.
      *> Payment terms: the feed carries the customer's terms
      *> code, and each invoice posts with a due date (business
      *> date plus the TERMTAB net days) and, for discount terms,
      *> the last day and percent of the early-payment window.
      *> A blank code, or one TERMTAB does not know, posts net 30
      *> with no discount -- an unknown code is listed on the
      *> exception report so maintenance can correct it.  A
      *> credit memo is due the day it is posted.
      *> Period control: an invoice or credit whose business date
      *> falls in an accounting month finance has closed on the
      *> PERIODS file (the shared PERCHK check) is refused to the
      *> exception report rather than posted into the closed
      *> books; the run counts the refusals, ends RC 4 and says
      *> so once under MT0979E.
      *> Freight: ORDPRICE now charges freight, and the feed's
      *> amount is goods plus tax plus freight, with the freight
      *> also carried on its own.  The invoice posts whole as
      *> before; the run prints the freight inside its posted
      *> total, so the control total ties to the register's run
      *> total plus the tax register's plus the register's run
      *> freight.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ARLEDGER-SEL.
       COPY CUSTMAST-SEL.
       COPY TERMTAB-SEL.
       COPY PERIODS-SEL.
           SELECT AR-POSTING-FILE ASSIGN TO "ARPOSTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARPOSTIN-STATUS.
           SELECT AR-ACTIVITY-FILE ASSIGN TO "ARACTIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARACTIV-STATUS.
      *> Credit memos from the returns run and short-pick credits
      *> from ship confirmation, posted as negative open items
      *> (type C on the activity journal).
       COPY ARCRDIN-SEL.
           SELECT POST-EXCEPTION-FILE ASSIGN TO "ARPEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARPEXCP-STATUS.
       FILE SECTION.
       COPY ARLEDGER-FD.
       COPY CUSTMAST-FD.
       COPY TERMTAB-FD.
       COPY PERIODS-FD.

       FD  AR-POSTING-FILE.
       01  AR-POSTING-RECORD.
           05  AP-ORDER-NUMBER          PIC X(8).
           05  AP-BUSINESS-DATE         PIC X(10).
           05  AP-ORDER-AMOUNT          PIC 9(11)V99.
           05  AP-TERMS-CODE            PIC X(8).
      *> The freight inside AP-ORDER-AMOUNT; spaces on a feed
      *> from before freight was charged.
           05  AP-FREIGHT-AMOUNT        PIC 9(7)V99.
           05  FILLER                   PIC X(26).

       FD  NEW-LEDGER-FILE.
       01  NEW-LEDGER-RECORD            PIC X(80).

       FD  NEW-CUSTOMER-FILE.
       01  NEW-CUSTOMER-RECORD          PIC X(80).

      *> Cumulative activity journal, one record per ledger event
      *> (I invoice, P payment, C credit memo, D early-payment
      *> discount, F finance charge, U cash on account, A cash
      *> applied, W write-off); the month-end statement run
      *> replays it.
      *> EXTEND -- the history is the point.
       FD  AR-ACTIVITY-FILE.
       01  AR-ACTIVITY-RECORD.
           05  AV-ACTIVITY-DATE         PIC X(10).
               SIGN IS TRAILING SEPARATE.
           05  FILLER                   PIC X(37).

       COPY ARCRDIN-FD.

       FD  POST-EXCEPTION-FILE.
       01  POST-EXCEPTION-RECORD        PIC X(80).
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-ARLEDGER-STATUS           PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-TERMTAB-STATUS            PIC XX VALUE SPACES.
       01  WS-ARPOSTIN-STATUS           PIC XX VALUE SPACES.
       01  WS-ARLEDNEW-STATUS           PIC XX VALUE SPACES.
       01  WS-CUSTNEW-STATUS            PIC XX VALUE SPACES.
               10  WS-LED-OPEN          PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE.
               10  WS-LED-STATUS        PIC X.
               10  WS-LED-DUE-DATE      PIC X(10).
               10  WS-LED-DISC-DATE     PIC X(10).
               10  WS-LED-DISC-PCT      PIC 99V99.
       01  WS-LED-COUNT                 PIC 9(4) VALUE 0.
       01  WS-LED-IDX                   PIC 9(4) VALUE 0.
       01  WS-DUPLICATE-FOUND           PIC X VALUE "N".
           88  WS-CREDITS-AT-EOF        VALUE "Y".
       01  WS-CREDIT-DISPLAY            PIC -(12)9.99.
       01  WS-REJECTED-COUNT            PIC 9(5) VALUE 0.
      *> Invoices and credits refused for a closed period.
       01  WS-PERIOD-REFUSED-COUNT      PIC 9(5) VALUE 0.
       COPY PERCHK-WS.
       01  WS-POSTED-TOTAL              PIC 9(13)V99 VALUE 0.
       01  WS-POSTED-FREIGHT            PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-DISPLAY             PIC Z(12)9.99.
      *> Per-customer open totals for the CUSTMAST refresh.
       01  WS-BAL-TABLE.
       01  WS-BAL-IDX                   PIC 9(4) VALUE 0.
       01  WS-BAL-FOUND                 PIC X VALUE "N".
           88  WS-BAL-WAS-FOUND         VALUE "Y".
      *> The payment-terms table, and the terms resolved for the
      *> invoice being posted (net 30, no discount, unless
      *> TERMTAB says otherwise).
       01  WS-TERMS-TABLE.
           05  WS-TERMS-ENTRY OCCURS 200 TIMES.
               10  WS-TERMS-CODE        PIC X(8).
               10  WS-TERMS-NET-DAYS    PIC 9(3).
               10  WS-TERMS-DISC-PCT    PIC 99V99.
               10  WS-TERMS-DISC-DAYS   PIC 9(3).
       01  WS-TERMS-COUNT               PIC 9(3) VALUE 0.
       01  WS-TERMS-IDX                 PIC 9(3) VALUE 0.
       01  WS-TERMS-EOF                 PIC X VALUE "N".
           88  WS-TERMS-AT-EOF          VALUE "Y".
       01  WS-TERMS-FOUND               PIC X VALUE "N".
           88  WS-TERMS-WAS-FOUND       VALUE "Y".
       01  WS-NET-DAYS                  PIC 9(3) VALUE 30.
       01  WS-DISC-PCT                  PIC 99V99 VALUE 0.
       01  WS-DISC-DAYS                 PIC 9(3) VALUE 0.
       01  WS-TERMS-DEFAULTED-COUNT     PIC 9(5) VALUE 0.
       01  WS-ITEM-INT                  PIC 9(7) VALUE 0.
       01  WS-TERMS-INT                 PIC 9(7) VALUE 0.
       01  WS-DATE-PARTS.
           05  WS-DP-YYYY               PIC 9(4).
           05  WS-DP-MM                 PIC 99.
           05  WS-DP-DD                 PIC 99.
       01  WS-TERMS-DIGITS              PIC 9(8) VALUE 0.
       01  WS-TERMS-DIGIT-PARTS REDEFINES WS-TERMS-DIGITS.
           05  WS-TD-YYYY               PIC 9(4).
           05  WS-TD-MM                 PIC 99.
           05  WS-TD-DD                 PIC 99.
       01  WS-TERMS-DATE-TEXT           PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       ARPOST-MAIN.
           PERFORM LOAD-PERIOD-CONTROL
           PERFORM LOAD-THE-LEDGER
           PERFORM LOAD-TERMS-TABLE
           OPEN OUTPUT POST-EXCEPTION-FILE
           OPEN EXTEND AR-ACTIVITY-FILE
           IF WS-ARACTIV-STATUS NOT = "00"
           DISPLAY "INVOICES POSTED   : " WS-POSTED-COUNT
           DISPLAY "INVOICES REJECTED : " WS-REJECTED-COUNT
           DISPLAY "CREDITS POSTED    : " WS-CREDIT-COUNT
           DISPLAY "CLOSED PERIOD     : " WS-PERIOD-REFUSED-COUNT
           DISPLAY "TERMS DEFAULTED   : " WS-TERMS-DEFAULTED-COUNT
           MOVE WS-CREDIT-TOTAL TO WS-CREDIT-DISPLAY
           DISPLAY "CREDIT TOTAL      : " WS-CREDIT-DISPLAY
           DISPLAY "POSTED TOTAL      : " WS-TOTAL-DISPLAY
           DISPLAY "  (MUST EQUAL THE REGISTER'S RUN TOTAL "
               "PLUS THE TAX REGISTER'S RUN TOTAL"
           DISPLAY "   PLUS THE REGISTER'S RUN FREIGHT)"
           MOVE WS-POSTED-FREIGHT TO WS-TOTAL-DISPLAY
           DISPLAY "FREIGHT IN TOTAL  : " WS-TOTAL-DISPLAY
           DISPLAY "ITEMS ON LEDGER   : " WS-LED-COUNT
           DISPLAY "====================================="
           IF WS-PERIOD-REFUSED-COUNT > 0
               MOVE "MT0979E" TO WS-OM-ID
               STRING "ARPOST: " WS-PERIOD-REFUSED-COUNT
                   " INVOICE/CREDIT RECORD(S) DATED INTO A CLOSED "
                   "PERIOD REFUSED - SEE ARPEXCP"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           END-IF
           IF WS-REJECTED-COUNT > 0 OR WS-PERIOD-REFUSED-COUNT > 0
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
                               MOVE 0
                                   TO WS-LED-DISC-PCT (WS-LED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AR-LEDGER-FILE
           END-IF.

       LOAD-TERMS-TABLE.
           *> Without the table every invoice posts net 30 -- the
           *> run goes on, but the operator hears about it.
           OPEN INPUT TERMS-TABLE-FILE
           IF WS-TERMTAB-STATUS NOT = "00"
               MOVE "MT0961W" TO WS-OM-ID
               STRING "ARPOST: TERMTAB NOT AVAILABLE - ALL "
                   "INVOICES POSTED NET 30"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           ELSE
               PERFORM UNTIL WS-TERMS-AT-EOF
                   READ TERMS-TABLE-FILE
                       AT END
                           SET WS-TERMS-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-TERMS-COUNT < 200
                                   AND TM-NET-DAYS NUMERIC
                               ADD 1 TO WS-TERMS-COUNT
                               MOVE TM-TERMS-CODE
                                   TO WS-TERMS-CODE (WS-TERMS-COUNT)
                               MOVE TM-NET-DAYS-NUM
                                   TO WS-TERMS-NET-DAYS
                                       (WS-TERMS-COUNT)
                               MOVE 0 TO WS-TERMS-DISC-PCT
                                   (WS-TERMS-COUNT)
                               MOVE 0 TO WS-TERMS-DISC-DAYS
                                   (WS-TERMS-COUNT)
                               IF TM-DISC-PCT NUMERIC
                                       AND TM-DISC-DAYS NUMERIC
                                   MOVE TM-DISC-PCT-NUM
                                       TO WS-TERMS-DISC-PCT
                                           (WS-TERMS-COUNT)
                                   MOVE TM-DISC-DAYS-NUM
                                       TO WS-TERMS-DISC-DAYS
                                           (WS-TERMS-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMS-TABLE-FILE
           END-IF.

       POST-THE-FEED.
           OPEN INPUT AR-POSTING-FILE
           IF WS-ARPOSTIN-STATUS NOT = "00"
                   SET WS-A-DUPLICATE-EXISTS TO TRUE
               END-IF
           END-PERFORM
           MOVE AP-BUSINESS-DATE TO WS-PER-DATE-WANTED
           PERFORM CHECK-POSTING-PERIOD
           EVALUATE TRUE
               WHEN WS-PER-IS-CLOSED
                   ADD 1 TO WS-PERIOD-REFUSED-COUNT
                   MOVE SPACES TO POST-EXCEPTION-RECORD
                   STRING "*** ORDER " AP-ORDER-NUMBER " DATED "
                       AP-BUSINESS-DATE " - PERIOD CLOSED, NOT "
                       "POSTED ***"
                       DELIMITED BY SIZE INTO POST-EXCEPTION-RECORD
                   END-STRING
                   WRITE POST-EXCEPTION-RECORD
               WHEN WS-A-DUPLICATE-EXISTS
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE SPACES TO POST-EXCEPTION-RECORD
                   MOVE AP-ORDER-AMOUNT
                       TO WS-LED-OPEN (WS-LED-COUNT)
                   MOVE "O" TO WS-LED-STATUS (WS-LED-COUNT)
                   PERFORM DATE-THE-NEW-INVOICE
                   ADD 1 TO WS-POSTED-COUNT
                   ADD AP-ORDER-AMOUNT TO WS-POSTED-TOTAL
                   IF AP-FREIGHT-AMOUNT NUMERIC
                       ADD AP-FREIGHT-AMOUNT TO WS-POSTED-FREIGHT
                   END-IF
                   PERFORM WRITE-INVOICE-ACTIVITY
           END-EVALUATE.

           END-IF.

       POST-ONE-CREDIT.
           MOVE AC-BUSINESS-DATE TO WS-PER-DATE-WANTED
           PERFORM CHECK-POSTING-PERIOD
           EVALUATE TRUE
               WHEN WS-PER-IS-CLOSED
                   ADD 1 TO WS-PERIOD-REFUSED-COUNT
                   MOVE SPACES TO POST-EXCEPTION-RECORD
                   STRING "*** CREDIT FOR ORDER " AC-ORDER-NUMBER
                       " DATED " AC-BUSINESS-DATE " - PERIOD CLOSED, "
                       "NOT POSTED ***"
                       DELIMITED BY SIZE INTO POST-EXCEPTION-RECORD
                   END-STRING
                   WRITE POST-EXCEPTION-RECORD
               WHEN WS-LED-COUNT >= 5000
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE SPACES TO POST-EXCEPTION-RECORD
                   STRING "*** LEDGER FULL - CREDIT FOR ORDER "
                       AC-ORDER-NUMBER " NOT POSTED ***"
                       DELIMITED BY SIZE INTO POST-EXCEPTION-RECORD
                   END-STRING
                   WRITE POST-EXCEPTION-RECORD
               WHEN OTHER
                   ADD 1 TO WS-LED-COUNT
                   MOVE AC-CUSTOMER-NUMBER
                       TO WS-LED-CUSTOMER (WS-LED-COUNT)
                   MOVE AC-ORDER-NUMBER
                       TO WS-LED-ORDER (WS-LED-COUNT)
                   MOVE AC-BUSINESS-DATE
                       TO WS-LED-DATE (WS-LED-COUNT)
                   MOVE AC-CREDIT-AMOUNT
                       TO WS-LED-ORIGINAL (WS-LED-COUNT)
                   MOVE AC-CREDIT-AMOUNT
                       TO WS-LED-OPEN (WS-LED-COUNT)
                   MOVE "O" TO WS-LED-STATUS (WS-LED-COUNT)
                   MOVE AC-BUSINESS-DATE
                       TO WS-LED-DUE-DATE (WS-LED-COUNT)
                   MOVE SPACES TO WS-LED-DISC-DATE (WS-LED-COUNT)
                   MOVE 0 TO WS-LED-DISC-PCT (WS-LED-COUNT)
                   ADD 1 TO WS-CREDIT-COUNT
                   ADD AC-CREDIT-AMOUNT TO WS-CREDIT-TOTAL
                   IF WS-ARACTIV-STATUS = "00"
                       MOVE SPACES TO AR-ACTIVITY-RECORD
                       MOVE AC-BUSINESS-DATE TO AV-ACTIVITY-DATE
                       MOVE AC-CUSTOMER-NUMBER TO AV-CUSTOMER-NUMBER
                       MOVE "C" TO AV-ACTIVITY-TYPE
                       MOVE AC-ORDER-NUMBER TO AV-REFERENCE
                       MOVE AC-CREDIT-AMOUNT TO AV-AMOUNT
                       WRITE AR-ACTIVITY-RECORD
                   END-IF
           END-EVALUATE.

       DATE-THE-NEW-INVOICE.
           MOVE 30 TO WS-NET-DAYS
           MOVE 0 TO WS-DISC-PCT
           MOVE 0 TO WS-DISC-DAYS
           MOVE "N" TO WS-TERMS-FOUND
           IF AP-TERMS-CODE NOT = SPACES
               PERFORM VARYING WS-TERMS-IDX FROM 1 BY 1
                       UNTIL WS-TERMS-IDX > WS-TERMS-COUNT
                           OR WS-TERMS-WAS-FOUND
                   IF WS-TERMS-CODE (WS-TERMS-IDX) = AP-TERMS-CODE
                       SET WS-TERMS-WAS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-TERMS-WAS-FOUND
                   SUBTRACT 1 FROM WS-TERMS-IDX
                   MOVE WS-TERMS-NET-DAYS (WS-TERMS-IDX)
                       TO WS-NET-DAYS
                   MOVE WS-TERMS-DISC-PCT (WS-TERMS-IDX)
                       TO WS-DISC-PCT
                   MOVE WS-TERMS-DISC-DAYS (WS-TERMS-IDX)
                       TO WS-DISC-DAYS
               ELSE
                   ADD 1 TO WS-TERMS-DEFAULTED-COUNT
                   MOVE SPACES TO POST-EXCEPTION-RECORD
                   STRING "ORDER " AP-ORDER-NUMBER " TERMS "
                       AP-TERMS-CODE " NOT ON TERMTAB - "
                       "POSTED NET 30"
                       DELIMITED BY SIZE INTO POST-EXCEPTION-RECORD
                   END-STRING
                   WRITE POST-EXCEPTION-RECORD
               END-IF
           END-IF
           MOVE SPACES TO WS-LED-DUE-DATE (WS-LED-COUNT)
           MOVE SPACES TO WS-LED-DISC-DATE (WS-LED-COUNT)
           MOVE 0 TO WS-LED-DISC-PCT (WS-LED-COUNT)
      *> An unreadable business date leaves the due date blank;
      *> the aging run then falls back to item date plus 30.
           IF AP-BUSINESS-DATE (1:4) NUMERIC
                   AND AP-BUSINESS-DATE (6:2) NUMERIC
                   AND AP-BUSINESS-DATE (9:2) NUMERIC
               MOVE AP-BUSINESS-DATE (1:4) TO WS-DP-YYYY
               MOVE AP-BUSINESS-DATE (6:2) TO WS-DP-MM
               MOVE AP-BUSINESS-DATE (9:2) TO WS-DP-DD
               COMPUTE WS-ITEM-INT = FUNCTION INTEGER-OF-DATE
                   (WS-DP-YYYY * 10000 + WS-DP-MM * 100
                       + WS-DP-DD)
               COMPUTE WS-TERMS-INT = WS-ITEM-INT + WS-NET-DAYS
               PERFORM FORMAT-TERMS-DATE
               MOVE WS-TERMS-DATE-TEXT
                   TO WS-LED-DUE-DATE (WS-LED-COUNT)
               IF WS-DISC-PCT > 0
                   COMPUTE WS-TERMS-INT = WS-ITEM-INT + WS-DISC-DAYS
                   PERFORM FORMAT-TERMS-DATE
                   MOVE WS-TERMS-DATE-TEXT
                       TO WS-LED-DISC-DATE (WS-LED-COUNT)
                   MOVE WS-DISC-PCT
                       TO WS-LED-DISC-PCT (WS-LED-COUNT)
               END-IF
           END-IF.

       FORMAT-TERMS-DATE.
           COMPUTE WS-TERMS-DIGITS =
               FUNCTION DATE-OF-INTEGER (WS-TERMS-INT)
           MOVE SPACES TO WS-TERMS-DATE-TEXT
           STRING WS-TD-YYYY "-" WS-TD-MM "-" WS-TD-DD
               DELIMITED BY SIZE INTO WS-TERMS-DATE-TEXT
           END-STRING.

       WRITE-INVOICE-ACTIVITY.
           IF WS-ARACTIV-STATUS = "00"
               MOVE SPACES TO AR-ACTIVITY-RECORD
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
