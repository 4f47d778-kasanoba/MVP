       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECLOSE.

      *> Month-end close.  Nothing used to stop a posting run
      *> dating activity into a month finance had already
      *> reported, so the month's figures moved after they were
      *> published.  The PERIODS control file now lists each
      *> accounting month, open or closed, and ARPOST, CSHAPPLY,
      *> RETPROC and ORDPRICE refuse to post into a closed one
      *> (the shared PERCHK check).  This is the only run that
      *> closes a month.  The CLSCARD names the month (YYYY-MM);
      *> no card closes last month.  The month must be before the
      *> current one and not closed already.  The run then:
      *>   - checks nothing is still pending for the month or
      *>     before it, listing every item it finds on the CLSRPT
      *>     report: credit-held orders (the CREDHREL queue and
      *>     the night's ORDHELD), unapplied cash still open on
      *>     account (UA items on ARLEDGER), and emergency price
      *>     corrections EMGSYNC has not yet folded (EMGPEND);
      *>   - prints the month's closing totals from the ARACTIV
      *>     journal: the opening AR balance (all activity before
      *>     the month), the month's movement by activity type,
      *>     and the closing balance;
      *>   - only when nothing is pending, writes PERNEW -- the
      *>     control file with the month marked C and dated
      *>     today, the record added if the month had none -- for
      *>     the JCL swap onto PERIODS.
      *> Anything pending leaves the month open and ends RC 8 so
      *> the swap does not run; finance clears the items and
      *> reruns.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PERIODS-SEL.
       COPY ORDHELD-SEL.
       COPY ARLEDGER-SEL.
           SELECT CLOSE-CARD-FILE ASSIGN TO "CLSCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLSCARD-STATUS.
           SELECT HELD-QUEUE-FILE ASSIGN TO "HLDQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDQUEUE-STATUS.
           SELECT PENDING-CORRECTIONS-FILE ASSIGN TO "EMGPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EP-KEY
               FILE STATUS IS WS-EMGPEND-STATUS.
           SELECT AR-ACTIVITY-FILE ASSIGN TO "ARACTIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARACTIV-STATUS.
           SELECT NEW-PERIOD-FILE ASSIGN TO "PERNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERNEW-STATUS.
           SELECT CLOSE-REPORT-FILE ASSIGN TO "CLSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY PERIODS-FD.
       COPY ORDHELD-FD.
       COPY ARLEDGER-FD.

      *> The month to close, YYYY-MM; blank closes last month.
       FD  CLOSE-CARD-FILE.
       01  CLOSE-CARD-RECORD.
           05  CC-PERIOD                PIC X(7).
           05  FILLER                   PIC X(73).

      *> The CREDHREL carried queue (see the FD there); only the
      *> order records matter here.
       FD  HELD-QUEUE-FILE.
       01  HELD-QUEUE-RECORD.
           05  HQ-RECORD-TYPE           PIC X.
               88  HQ-IS-ORDER          VALUE "O".
               88  HQ-IS-LINE           VALUE "L".
           05  HQ-CUSTOMER-NUMBER       PIC X(6).
           05  HQ-ORDER-NUMBER          PIC X(8).
           05  HQ-ITEM-NUMBER           PIC X(6).
           05  HQ-QUANTITY              PIC 9(5).
           05  HQ-EXTENDED-PRICE        PIC 9(10)V99.
           05  HQ-HOLD-REASON           PIC X(20).
           05  HQ-HOLD-DATE             PIC X(10).
           05  HQ-REVIEW-DATE           PIC X(10).
           05  HQ-EXTEND-COUNT          PIC 99.
           05  HQ-SHIPTO-CODE           PIC X(4).

      *> Mirror of the record EMGPRICE writes and EMGSYNC folds;
      *> the three must stay in step.
       FD  PENDING-CORRECTIONS-FILE.
       01  PENDING-CORRECTION-RECORD.
           05  EP-KEY.
               10  EP-BUSINESS-DATE         PIC X(10).
               10  EP-TIME                  PIC X(6).
               10  EP-ITEM-NUMBER           PIC X(6).
           05  EP-OLD-PRICE                 PIC 9(5)V99.
           05  EP-NEW-PRICE                 PIC 9(5)V99.
           05  EP-REASON-CODE               PIC X(4).
           05  EP-OPERATOR-ID               PIC X(8).
           05  FILLER                       PIC X(10).

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

       FD  NEW-PERIOD-FILE.
       01  NEW-PERIOD-RECORD            PIC X(80).

       FD  CLOSE-REPORT-FILE.
       01  CLOSE-REPORT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-ORDHELD-STATUS            PIC XX VALUE SPACES.
       01  WS-ARLEDGER-STATUS           PIC XX VALUE SPACES.
       01  WS-CLSCARD-STATUS            PIC XX VALUE SPACES.
       01  WS-HLDQUEUE-STATUS           PIC XX VALUE SPACES.
       01  WS-EMGPEND-STATUS            PIC XX VALUE SPACES.
       01  WS-ARACTIV-STATUS            PIC XX VALUE SPACES.
       01  WS-PERNEW-STATUS             PIC XX VALUE SPACES.
       01  WS-CLSRPT-STATUS             PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       COPY PERCHK-WS.
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-TODAY-TEXT                PIC X(10) VALUE SPACES.
      *> The month being closed, and its parts for the checks.
       01  WS-CLOSE-PERIOD              PIC X(7) VALUE SPACES.
       01  WS-CLOSE-PARTS REDEFINES WS-CLOSE-PERIOD.
           05  WS-CP-YYYY               PIC X(4).
           05  WS-CP-DASH               PIC X.
           05  WS-CP-MM                 PIC XX.
       01  WS-PRIOR-YYYY                PIC 9(4) VALUE 0.
       01  WS-PRIOR-MM                  PIC 99 VALUE 0.
       01  WS-PERIOD-WRITTEN            PIC X VALUE "N".
           88  WS-PERIOD-WAS-WRITTEN    VALUE "Y".
       01  WS-HOLD-PERIOD               PIC X(80) VALUE SPACES.
      *> Held orders already listed, so an order both on the
      *> carried queue and still on the night's ORDHELD is
      *> counted once.
       01  WS-HELD-TABLE.
           05  WS-HELD-ORDER OCCURS 2000 TIMES
                                        PIC X(8).
       01  WS-HELD-COUNT                PIC 9(4) VALUE 0.
       01  WS-HELD-IDX                  PIC 9(4) VALUE 0.
       01  WS-HELD-FOUND                PIC X VALUE "N".
           88  WS-HELD-WAS-FOUND        VALUE "Y".
       01  WS-PENDING-HELD              PIC 9(5) VALUE 0.
       01  WS-PENDING-UNAPPLIED         PIC 9(5) VALUE 0.
       01  WS-PENDING-EMERGENCY         PIC 9(5) VALUE 0.
       01  WS-PENDING-TOTAL             PIC 9(5) VALUE 0.
      *> Closing totals: the balance brought forward, then the
      *> month's movement by ARACTIV activity type.
       01  WS-OPENING-BALANCE           PIC S9(13)V99 VALUE 0.
       01  WS-CLOSING-BALANCE           PIC S9(13)V99 VALUE 0.
       01  WS-MOVE-TABLE.
           05  WS-MOVE-ENTRY OCCURS 9 TIMES.
               10  WS-MOVE-TYPE         PIC X.
               10  WS-MOVE-LABEL        PIC X(24).
               10  WS-MOVE-COUNT        PIC 9(7).
               10  WS-MOVE-AMOUNT       PIC S9(13)V99.
       01  WS-MOVE-IDX                  PIC 99 VALUE 0.
       01  WS-MOVE-FOUND                PIC X VALUE "N".
           88  WS-MOVE-WAS-FOUND        VALUE "Y".
       01  WS-ACTIVITY-COUNT            PIC 9(7) VALUE 0.
       01  WS-AMT-DISPLAY               PIC -(10)9.99.
       01  WS-TOTAL-DISPLAY             PIC -(12)9.99.
       01  WS-COUNT-DISPLAY             PIC Z(6)9.
       01  WS-PRICE-DISPLAY             PIC ZZZZ9.99.
       01  WS-PRICE-DISPLAY-2           PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       MECLOSE-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           PERFORM READ-CLOSE-CARD
           PERFORM VALIDATE-CLOSE-PERIOD
           OPEN OUTPUT CLOSE-REPORT-FILE
           MOVE SPACES TO CLOSE-REPORT-RECORD
           STRING "MONTH-END CLOSE - PERIOD " WS-CLOSE-PERIOD
               " - RUN " WS-TODAY-TEXT
               DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
           END-STRING
           WRITE CLOSE-REPORT-RECORD
           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE "ITEMS STILL PENDING FOR THE PERIOD OR BEFORE"
               TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           PERFORM CHECK-HELD-QUEUE
           PERFORM CHECK-NIGHTS-HELD-ORDERS
           PERFORM CHECK-UNAPPLIED-CASH
           PERFORM CHECK-EMERGENCY-CORRECTIONS
           COMPUTE WS-PENDING-TOTAL = WS-PENDING-HELD
               + WS-PENDING-UNAPPLIED + WS-PENDING-EMERGENCY
           IF WS-PENDING-TOTAL = 0
               MOVE "  NONE" TO CLOSE-REPORT-RECORD
               WRITE CLOSE-REPORT-RECORD
           END-IF
           PERFORM ACCUMULATE-PERIOD-ACTIVITY
           PERFORM WRITE-CLOSING-TOTALS
           IF WS-PENDING-TOTAL > 0
               MOVE SPACES TO CLOSE-REPORT-RECORD
               WRITE CLOSE-REPORT-RECORD
               STRING "*** PERIOD " WS-CLOSE-PERIOD
                   " NOT CLOSED - " WS-PENDING-TOTAL
                   " ITEM(S) STILL PENDING ***"
                   DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
               END-STRING
               WRITE CLOSE-REPORT-RECORD
               CLOSE CLOSE-REPORT-FILE
               MOVE "MT0982E" TO WS-OM-ID
               STRING "MECLOSE: PERIOD " WS-CLOSE-PERIOD
                   " NOT CLOSED - " WS-PENDING-TOTAL
                   " ITEM(S) PENDING, SEE CLSRPT"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               PERFORM DISPLAY-CLOSE-SUMMARY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-NEW-PERIOD-FILE
           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           STRING "*** PERIOD " WS-CLOSE-PERIOD " CLOSED "
               WS-TODAY-TEXT " ***"
               DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
           END-STRING
           WRITE CLOSE-REPORT-RECORD
           CLOSE CLOSE-REPORT-FILE
           MOVE "MT0984I" TO WS-OM-ID
           STRING "MECLOSE: PERIOD " WS-CLOSE-PERIOD
               " CLOSED - NO FURTHER POSTING INTO IT"
               DELIMITED BY SIZE INTO WS-OM-TEXT
           END-STRING
           PERFORM ISSUE-OPERATOR-MESSAGE
           PERFORM DISPLAY-CLOSE-SUMMARY
           GOBACK.

       READ-CLOSE-CARD.
           *> No card, or a blank one, is the usual first-of-the-
           *> month run: close the month just ended.
           MOVE SPACES TO WS-CLOSE-PERIOD
           OPEN INPUT CLOSE-CARD-FILE
           IF WS-CLSCARD-STATUS = "00"
               READ CLOSE-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CC-PERIOD TO WS-CLOSE-PERIOD
               END-READ
               CLOSE CLOSE-CARD-FILE
           END-IF
           IF WS-CLOSE-PERIOD = SPACES
               IF WS-TODAY-MM = 1
                   COMPUTE WS-PRIOR-YYYY = WS-TODAY-YYYY - 1
                   MOVE 12 TO WS-PRIOR-MM
               ELSE
                   MOVE WS-TODAY-YYYY TO WS-PRIOR-YYYY
                   COMPUTE WS-PRIOR-MM = WS-TODAY-MM - 1
               END-IF
               STRING WS-PRIOR-YYYY "-" WS-PRIOR-MM
                   DELIMITED BY SIZE INTO WS-CLOSE-PERIOD
               END-STRING
           END-IF.

       VALIDATE-CLOSE-PERIOD.
           IF WS-CP-YYYY NOT NUMERIC OR WS-CP-DASH NOT = "-"
                   OR WS-CP-MM NOT NUMERIC
                   OR WS-CP-MM < "01" OR WS-CP-MM > "12"
               MOVE "MT0980E" TO WS-OM-ID
               STRING "MECLOSE: CLSCARD PERIOD " WS-CLOSE-PERIOD
                   " IS NOT A VALID YYYY-MM - NOTHING CLOSED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CLOSE-PERIOD NOT < WS-TODAY-TEXT (1:7)
               MOVE "MT0980E" TO WS-OM-ID
               STRING "MECLOSE: PERIOD " WS-CLOSE-PERIOD
                   " HAS NOT ENDED - NOTHING CLOSED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-PERIOD-CONTROL
           STRING WS-CLOSE-PERIOD "-01"
               DELIMITED BY SIZE INTO WS-PER-DATE-WANTED
           END-STRING
           PERFORM CHECK-POSTING-PERIOD
           IF WS-PER-IS-CLOSED
               MOVE "MT0980E" TO WS-OM-ID
               STRING "MECLOSE: PERIOD " WS-CLOSE-PERIOD
                   " IS ALREADY CLOSED - NOTHING TO DO"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       CHECK-HELD-QUEUE.
           *> No queue means CREDHREL has never carried a hold.
           OPEN INPUT HELD-QUEUE-FILE
           IF WS-HLDQUEUE-STATUS = "00"
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ HELD-QUEUE-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF HQ-IS-ORDER
                                   AND HQ-HOLD-DATE (1:7)
                                       NOT > WS-CLOSE-PERIOD
                               MOVE HQ-ORDER-NUMBER
                                   TO OH-ORDER-NUMBER
                               MOVE HQ-CUSTOMER-NUMBER
                                   TO OH-CUSTOMER-NUMBER
                               MOVE HQ-EXTENDED-PRICE
                                   TO OH-EXTENDED-PRICE
                               MOVE HQ-HOLD-REASON
                                   TO OH-HOLD-REASON
                               MOVE HQ-HOLD-DATE TO OH-HOLD-DATE
                               PERFORM LIST-ONE-HELD-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-QUEUE-FILE
           END-IF.

       CHECK-NIGHTS-HELD-ORDERS.
           *> Holds ORDPRICE diverted that CREDHREL has not yet
           *> taken onto the queue.
           OPEN INPUT HELD-ORDERS-FILE
           IF WS-ORDHELD-STATUS = "00"
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ HELD-ORDERS-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF OH-IS-ORDER
                                   AND OH-HOLD-DATE (1:7)
                                       NOT > WS-CLOSE-PERIOD
                               PERFORM LIST-ONE-HELD-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-ORDERS-FILE
           END-IF.

       LIST-ONE-HELD-ORDER.
           *> The order is staged in the ORDHELD record area by
           *> both callers.
           MOVE "N" TO WS-HELD-FOUND
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
                       OR WS-HELD-WAS-FOUND
               IF WS-HELD-ORDER (WS-HELD-IDX) = OH-ORDER-NUMBER
                   SET WS-HELD-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-HELD-WAS-FOUND
               IF WS-HELD-COUNT < 2000
                   ADD 1 TO WS-HELD-COUNT
                   MOVE OH-ORDER-NUMBER
                       TO WS-HELD-ORDER (WS-HELD-COUNT)
               END-IF
               ADD 1 TO WS-PENDING-HELD
               MOVE SPACES TO CLOSE-REPORT-RECORD
               MOVE OH-EXTENDED-PRICE TO WS-AMT-DISPLAY
               STRING "  HELD ORDER     " OH-ORDER-NUMBER
                   "  CUSTOMER " OH-CUSTOMER-NUMBER
                   "  HELD " OH-HOLD-DATE "  "
                   WS-AMT-DISPLAY "  " OH-HOLD-REASON
                   DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
               END-STRING
               WRITE CLOSE-REPORT-RECORD
           END-IF.

       CHECK-UNAPPLIED-CASH.
           OPEN INPUT AR-LEDGER-FILE
           IF WS-ARLEDGER-STATUS NOT = "00"
               MOVE "MT0981E" TO WS-OM-ID
               STRING "MECLOSE: ARLEDGER NOT AVAILABLE - "
                   "PERIOD CANNOT BE CHECKED, NOTHING CLOSED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE CLOSE-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ AR-LEDGER-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF AR-ORDER-NUMBER (1:2) = "UA"
                               AND AR-IS-OPEN
                               AND AR-OPEN-AMOUNT NOT = 0
                               AND AR-ITEM-DATE (1:7)
                                   NOT > WS-CLOSE-PERIOD
                           ADD 1 TO WS-PENDING-UNAPPLIED
                           MOVE SPACES TO CLOSE-REPORT-RECORD
                           MOVE AR-OPEN-AMOUNT TO WS-AMT-DISPLAY
                           STRING "  UNAPPLIED CASH " AR-ORDER-NUMBER
                               "  CUSTOMER " AR-CUSTOMER-NUMBER
                               "  DATED " AR-ITEM-DATE "  "
                               WS-AMT-DISPLAY " ON ACCOUNT"
                               DELIMITED BY SIZE
                               INTO CLOSE-REPORT-RECORD
                           END-STRING
                           WRITE CLOSE-REPORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-LEDGER-FILE.

       CHECK-EMERGENCY-CORRECTIONS.
           *> No pending cluster is the normal quiet month, as it
           *> is for EMGSYNC.
           OPEN INPUT PENDING-CORRECTIONS-FILE
           IF WS-EMGPEND-STATUS = "00"
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ PENDING-CORRECTIONS-FILE NEXT
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF EP-BUSINESS-DATE (1:7)
                                   NOT > WS-CLOSE-PERIOD
                               ADD 1 TO WS-PENDING-EMERGENCY
                               MOVE SPACES TO CLOSE-REPORT-RECORD
                               MOVE EP-OLD-PRICE TO WS-PRICE-DISPLAY
                               MOVE EP-NEW-PRICE
                                   TO WS-PRICE-DISPLAY-2
                               STRING "  EMERGENCY PRICE ITEM "
                                   EP-ITEM-NUMBER "  KEYED "
                                   EP-BUSINESS-DATE " " EP-TIME
                                   "  " WS-PRICE-DISPLAY " TO "
                                   WS-PRICE-DISPLAY-2 "  BY "
                                   EP-OPERATOR-ID " - NOT SYNCED"
                                   DELIMITED BY SIZE
                                   INTO CLOSE-REPORT-RECORD
                               END-STRING
                               WRITE CLOSE-REPORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-CORRECTIONS-FILE
           END-IF.

       ACCUMULATE-PERIOD-ACTIVITY.
           MOVE "I" TO WS-MOVE-TYPE (1)
           MOVE "INVOICES" TO WS-MOVE-LABEL (1)
           MOVE "C" TO WS-MOVE-TYPE (2)
           MOVE "CREDIT MEMOS" TO WS-MOVE-LABEL (2)
           MOVE "P" TO WS-MOVE-TYPE (3)
           MOVE "PAYMENTS APPLIED" TO WS-MOVE-LABEL (3)
           MOVE "U" TO WS-MOVE-TYPE (4)
           MOVE "CASH ON ACCOUNT" TO WS-MOVE-LABEL (4)
           MOVE "A" TO WS-MOVE-TYPE (5)
           MOVE "ON-ACCOUNT APPLICATIONS" TO WS-MOVE-LABEL (5)
           MOVE "D" TO WS-MOVE-TYPE (6)
           MOVE "DISCOUNTS ALLOWED" TO WS-MOVE-LABEL (6)
           MOVE "F" TO WS-MOVE-TYPE (7)
           MOVE "FINANCE CHARGES" TO WS-MOVE-LABEL (7)
           MOVE "W" TO WS-MOVE-TYPE (8)
           MOVE "WRITE-OFFS" TO WS-MOVE-LABEL (8)
           MOVE SPACE TO WS-MOVE-TYPE (9)
           MOVE "OTHER ACTIVITY" TO WS-MOVE-LABEL (9)
           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                   UNTIL WS-MOVE-IDX > 9
               MOVE 0 TO WS-MOVE-COUNT (WS-MOVE-IDX)
               MOVE 0 TO WS-MOVE-AMOUNT (WS-MOVE-IDX)
           END-PERFORM
           OPEN INPUT AR-ACTIVITY-FILE
           IF WS-ARACTIV-STATUS NOT = "00"
               MOVE "MT0981E" TO WS-OM-ID
               STRING "MECLOSE: ARACTIV NOT AVAILABLE - "
                   "NO CLOSING TOTALS, NOTHING CLOSED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE CLOSE-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ AR-ACTIVITY-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-ONE-ACTIVITY
               END-READ
           END-PERFORM
           CLOSE AR-ACTIVITY-FILE.

       ADD-ONE-ACTIVITY.
           *> Everything before the month is brought forward;
           *> anything after it is next month's business.
           EVALUATE TRUE
               WHEN AV-ACTIVITY-DATE (1:7) < WS-CLOSE-PERIOD
                   ADD AV-AMOUNT TO WS-OPENING-BALANCE
               WHEN AV-ACTIVITY-DATE (1:7) = WS-CLOSE-PERIOD
                   ADD 1 TO WS-ACTIVITY-COUNT
                   MOVE "N" TO WS-MOVE-FOUND
                   PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                           UNTIL WS-MOVE-IDX > 8
                               OR WS-MOVE-WAS-FOUND
                       IF WS-MOVE-TYPE (WS-MOVE-IDX)
                               = AV-ACTIVITY-TYPE
                           SET WS-MOVE-WAS-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-MOVE-WAS-FOUND
                       SUBTRACT 1 FROM WS-MOVE-IDX
                   ELSE
                       MOVE 9 TO WS-MOVE-IDX
                   END-IF
                   ADD 1 TO WS-MOVE-COUNT (WS-MOVE-IDX)
                   ADD AV-AMOUNT TO WS-MOVE-AMOUNT (WS-MOVE-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-CLOSING-TOTALS.
           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE SPACES TO CLOSE-REPORT-RECORD
           STRING "CLOSING TOTALS FOR " WS-CLOSE-PERIOD
               " FROM THE AR ACTIVITY JOURNAL"
               DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
           END-STRING
           WRITE CLOSE-REPORT-RECORD
           MOVE SPACES TO CLOSE-REPORT-RECORD
           MOVE "ACTIVITY" TO CLOSE-REPORT-RECORD (3:8)
           MOVE "  COUNT" TO CLOSE-REPORT-RECORD (30:7)
           MOVE "AMOUNT" TO CLOSE-REPORT-RECORD (53:6)
           WRITE CLOSE-REPORT-RECORD
           MOVE SPACES TO CLOSE-REPORT-RECORD
           MOVE "OPENING AR BALANCE" TO CLOSE-REPORT-RECORD (3:18)
           MOVE WS-OPENING-BALANCE TO WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-DISPLAY TO CLOSE-REPORT-RECORD (43:16)
           WRITE CLOSE-REPORT-RECORD
           MOVE WS-OPENING-BALANCE TO WS-CLOSING-BALANCE
           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                   UNTIL WS-MOVE-IDX > 9
               ADD WS-MOVE-AMOUNT (WS-MOVE-IDX) TO WS-CLOSING-BALANCE
               MOVE SPACES TO CLOSE-REPORT-RECORD
               MOVE WS-MOVE-LABEL (WS-MOVE-IDX)
                   TO CLOSE-REPORT-RECORD (5:24)
               MOVE WS-MOVE-COUNT (WS-MOVE-IDX) TO WS-COUNT-DISPLAY
               MOVE WS-COUNT-DISPLAY TO CLOSE-REPORT-RECORD (30:7)
               MOVE WS-MOVE-AMOUNT (WS-MOVE-IDX) TO WS-AMT-DISPLAY
               MOVE WS-AMT-DISPLAY TO CLOSE-REPORT-RECORD (45:14)
               WRITE CLOSE-REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO CLOSE-REPORT-RECORD
           MOVE "CLOSING AR BALANCE" TO CLOSE-REPORT-RECORD (3:18)
           MOVE WS-ACTIVITY-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO CLOSE-REPORT-RECORD (30:7)
           MOVE WS-CLOSING-BALANCE TO WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-DISPLAY TO CLOSE-REPORT-RECORD (43:16)
           WRITE CLOSE-REPORT-RECORD.

       WRITE-NEW-PERIOD-FILE.
           *> Old-in / new-out: every month copied as it stands,
           *> the closed month marked C and dated today -- its
           *> record added, in month order, if it had none.
           OPEN OUTPUT NEW-PERIOD-FILE
           IF WS-PERNEW-STATUS NOT = "00"
               MOVE "MT0983E" TO WS-OM-ID
               STRING "MECLOSE: PERNEW NOT AVAILABLE - PERIOD "
                   WS-CLOSE-PERIOD " LEFT OPEN"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE CLOSE-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-PERIOD-WRITTEN
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIODS-STATUS = "00"
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ PERIOD-CONTROL-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM COPY-ONE-PERIOD
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           IF NOT WS-PERIOD-WAS-WRITTEN
               PERFORM WRITE-CLOSED-PERIOD
           END-IF
           CLOSE NEW-PERIOD-FILE.

       COPY-ONE-PERIOD.
           EVALUATE TRUE
               WHEN PC-PERIOD = WS-CLOSE-PERIOD
                   IF NOT WS-PERIOD-WAS-WRITTEN
                       PERFORM WRITE-CLOSED-PERIOD
                   END-IF
               WHEN PC-PERIOD > WS-CLOSE-PERIOD
                       AND NOT WS-PERIOD-WAS-WRITTEN
                   MOVE PERIOD-CONTROL-RECORD TO WS-HOLD-PERIOD
                   PERFORM WRITE-CLOSED-PERIOD
                   MOVE WS-HOLD-PERIOD TO NEW-PERIOD-RECORD
                   WRITE NEW-PERIOD-RECORD
               WHEN OTHER
                   MOVE PERIOD-CONTROL-RECORD TO NEW-PERIOD-RECORD
                   WRITE NEW-PERIOD-RECORD
           END-EVALUATE.

       WRITE-CLOSED-PERIOD.
           MOVE SPACES TO PERIOD-CONTROL-RECORD
           MOVE WS-CLOSE-PERIOD TO PC-PERIOD
           SET PC-IS-CLOSED TO TRUE
           MOVE WS-TODAY-TEXT TO PC-CLOSED-DATE
           MOVE PERIOD-CONTROL-RECORD TO NEW-PERIOD-RECORD
           WRITE NEW-PERIOD-RECORD
           SET WS-PERIOD-WAS-WRITTEN TO TRUE.

       DISPLAY-CLOSE-SUMMARY.
           DISPLAY "===== MECLOSE END-OF-JOB SUMMARY ====="
           DISPLAY "PERIOD            : " WS-CLOSE-PERIOD
           DISPLAY "HELD ORDERS       : " WS-PENDING-HELD
           DISPLAY "UNAPPLIED CASH    : " WS-PENDING-UNAPPLIED
           DISPLAY "UNSYNCED PRICES   : " WS-PENDING-EMERGENCY
           DISPLAY "ACTIVITY IN PERIOD: " WS-ACTIVITY-COUNT
           MOVE WS-OPENING-BALANCE TO WS-TOTAL-DISPLAY
           DISPLAY "OPENING BALANCE   : " WS-TOTAL-DISPLAY
           MOVE WS-CLOSING-BALANCE TO WS-TOTAL-DISPLAY
           DISPLAY "CLOSING BALANCE   : " WS-TOTAL-DISPLAY
           IF WS-PENDING-TOTAL = 0
               DISPLAY "PERIOD CLOSED     : YES"
           ELSE
               DISPLAY "PERIOD CLOSED     : NO"
           END-IF
           DISPLAY "====================================".

       COPY PERCHK.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM MECLOSE.
