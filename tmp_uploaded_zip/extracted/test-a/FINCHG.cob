       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINCHG.

      *> Month-end finance charges.  Our terms allow a monthly
      *> late charge on past-due balances and nobody had time to
      *> work it out by hand, so it was never billed.  This
      *> totals each customer's past-due open amount on ARLEDGER
      *> -- open items past AR-DUE-DATE (item date plus 30 where
      *> an old item carries none), the way ARAGING and DUNNING
      *> read them -- and charges the FCCARD monthly rate on it,
      *> raised to the card's minimum charge where the rate
      *> comes to less.  Earlier finance charges are left out of
      *> the past-due amount: no charge is ever made on a
      *> charge.  Customers flagged CU-FINCHG-EXEMPT are skipped.
      *> Each charge posts as a new open item numbered FC plus
      *> the charge month (FCyyyymm), due on receipt, and as an
      *> F line on the ARACTIV journal, so ARSTMT prints it and
      *> ARAGING ages it like any other item.  A customer who
      *> already has this month's FC item is not charged again,
      *> so a rerun cannot double-bill.  The FCREG register lists
      *> every charge and every customer passed over, with a run
      *> total proved against the ledger items and the ARACTIV
      *> lines actually written.  The ledger comes through
      *> old-in / new-out and the customer open balances are
      *> refreshed the way CSHAPPLY refreshes them.  There is no
      *> default rate: without a usable FCCARD nothing is charged.
      *> Unapplied cash on account (the customer's open UA
      *> credits, as ARSTMT and ARAGING carry them) is netted
      *> against the past-due amount before the rate is applied:
      *> the credit is taken up against the oldest past-due items
      *> first, so only what it leaves uncovered is charged.  A
      *> customer whose credit covers the whole past-due amount
      *> is not charged, and the register shows the credit netted
      *> against every customer it was used for.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ARLEDGER-SEL.
       COPY CUSTMAST-SEL.
           SELECT FINCHG-CARD-FILE ASSIGN TO "FCCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCCARD-STATUS.
           SELECT NEW-LEDGER-FILE ASSIGN TO "ARLEDNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARLEDNEW-STATUS.
           SELECT NEW-CUSTOMER-FILE ASSIGN TO "CUSTNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTNEW-STATUS.
           SELECT AR-ACTIVITY-FILE ASSIGN TO "ARACTIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARACTIV-STATUS.
           SELECT FINCHG-REGISTER-FILE ASSIGN TO "FCREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY ARLEDGER-FD.
       COPY CUSTMAST-FD.

      *> Monthly rate as a percent with three decimals (01500 is
      *> 1.5% a month) and the minimum charge (0000500 is 5.00).
       FD  FINCHG-CARD-FILE.
       01  FINCHG-CARD-RECORD.
           05  FC-MONTHLY-RATE          PIC X(5).
           05  FC-MONTHLY-RATE-NUM REDEFINES FC-MONTHLY-RATE
                                        PIC 9(2)V999.
           05  FC-MINIMUM-CHARGE        PIC X(7).
           05  FC-MINIMUM-CHARGE-NUM REDEFINES FC-MINIMUM-CHARGE
                                        PIC 9(5)V99.
           05  FILLER                   PIC X(68).

       FD  NEW-LEDGER-FILE.
       01  NEW-LEDGER-RECORD            PIC X(80).

       FD  NEW-CUSTOMER-FILE.
       01  NEW-CUSTOMER-RECORD          PIC X(80).

      *> Cumulative activity journal (see ARPOST); finance
      *> charges are type F.
       FD  AR-ACTIVITY-FILE.
       01  AR-ACTIVITY-RECORD.
           05  AV-ACTIVITY-DATE         PIC X(10).
           05  AV-CUSTOMER-NUMBER       PIC X(6).
           05  AV-ACTIVITY-TYPE         PIC X.
           05  AV-REFERENCE             PIC X(12).
           05  AV-AMOUNT                PIC S9(11)V99
               SIGN IS TRAILING SEPARATE.
           05  FILLER                   PIC X(37).

       FD  FINCHG-REGISTER-FILE.
       01  FINCHG-REGISTER-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-ARLEDGER-STATUS           PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-FCCARD-STATUS             PIC XX VALUE SPACES.
       01  WS-ARLEDNEW-STATUS           PIC XX VALUE SPACES.
       01  WS-CUSTNEW-STATUS            PIC XX VALUE SPACES.
       01  WS-ARACTIV-STATUS            PIC XX VALUE SPACES.
       01  WS-FCREG-STATUS              PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-TODAY-TEXT                PIC X(10) VALUE SPACES.
       01  WS-TODAY-INT                 PIC 9(7) VALUE 0.
      *> This month's charge reference, FCyyyymm.
       01  WS-FC-REFERENCE              PIC X(8) VALUE SPACES.
       01  WS-MONTHLY-RATE              PIC 9(2)V999 VALUE 0.
       01  WS-MINIMUM-CHARGE            PIC 9(5)V99 VALUE 0.
      *> A YYYY-MM-DD text date taken apart for the day count.
       01  WS-DATE-PARTS.
           05  WS-DP-YYYY               PIC 9(4).
           05  WS-DP-MM                 PIC 99.
           05  WS-DP-DD                 PIC 99.
       01  WS-ITEM-INT                  PIC 9(7) VALUE 0.
       01  WS-DUE-INT                   PIC 9(7) VALUE 0.
       01  WS-DUE-KNOWN                 PIC X VALUE "N".
           88  WS-DUE-IS-KNOWN          VALUE "Y".
       01  WS-LEDGER-TABLE.
           05  WS-LED-ENTRY OCCURS 5000 TIMES.
               10  WS-LED-CUSTOMER      PIC X(6).
               10  WS-LED-ORDER         PIC X(8).
               10  WS-LED-DATE          PIC X(10).
               10  WS-LED-ORIGINAL      PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE.
               10  WS-LED-OPEN          PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE.
               10  WS-LED-STATUS        PIC X.
               10  WS-LED-DUE-DATE      PIC X(10).
               10  WS-LED-DISC-DATE     PIC X(10).
               10  WS-LED-DISC-PCT      PIC 99V99.
       01  WS-LED-COUNT                 PIC 9(4) VALUE 0.
       01  WS-LED-IDX                   PIC 9(4) VALUE 0.
      *> Customer master: name and the exempt flag.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 1000 TIMES.
               10  WS-CUST-NUMBER       PIC X(6).
               10  WS-CUST-NAME         PIC X(30).
               10  WS-CUST-EXEMPT       PIC X.
       01  WS-CUST-COUNT                PIC 9(4) VALUE 0.
       01  WS-CUST-IDX                  PIC 9(4) VALUE 0.
       01  WS-CUST-FOUND                PIC X VALUE "N".
           88  WS-CUST-WAS-FOUND        VALUE "Y".
      *> One row per customer with anything past due: the
      *> amount past due, the unapplied cash on account that can
      *> be netted against it, and whether this month's charge
      *> is already on the ledger.
       01  WS-PD-TABLE.
           05  WS-PD-ENTRY OCCURS 1000 TIMES.
               10  WS-PD-CUSTOMER       PIC X(6).
               10  WS-PD-AMOUNT         PIC S9(11)V99.
               10  WS-PD-CHARGED        PIC X.
               10  WS-PD-UA-CREDIT      PIC S9(11)V99.
       01  WS-PD-COUNT                  PIC 9(4) VALUE 0.
       01  WS-PD-IDX                    PIC 9(4) VALUE 0.
       01  WS-PD-FOUND                  PIC X VALUE "N".
           88  WS-PD-WAS-FOUND          VALUE "Y".
       01  WS-PD-SWAP                   PIC X(33) VALUE SPACES.
       01  WS-SORT-IDX                  PIC 9(4) VALUE 0.
       01  WS-SORT-SWAPPED              PIC X VALUE "N".
           88  WS-A-SWAP-HAPPENED       VALUE "Y".
       01  WS-SEEK-CUSTOMER             PIC X(6) VALUE SPACES.
       01  WS-CHARGE                    PIC 9(11)V99 VALUE 0.
      *> The customer's credit taken up against the past-due
      *> amount, and what is left past due to be charged.
       01  WS-UA-NETTED                 PIC S9(11)V99 VALUE 0.
       01  WS-NET-PAST-DUE              PIC S9(11)V99 VALUE 0.
       01  WS-MINIMUM-USED              PIC X VALUE "N".
           88  WS-MINIMUM-WAS-USED      VALUE "Y".
       01  WS-REG-NAME                  PIC X(30) VALUE SPACES.
       01  WS-REG-NOTE                  PIC X(40) VALUE SPACES.
       01  WS-ITEMS-READ                PIC 9(5) VALUE 0.
       01  WS-PAST-DUE-ITEMS            PIC 9(5) VALUE 0.
       01  WS-CHARGE-COUNT              PIC 9(5) VALUE 0.
       01  WS-MINIMUM-COUNT             PIC 9(5) VALUE 0.
       01  WS-EXEMPT-COUNT              PIC 9(5) VALUE 0.
       01  WS-ALREADY-COUNT             PIC 9(5) VALUE 0.
       01  WS-UA-COVERED-COUNT          PIC 9(5) VALUE 0.
       01  WS-UA-NETTED-TOTAL           PIC 9(13)V99 VALUE 0.
       01  WS-UNKNOWN-CUST-COUNT        PIC 9(5) VALUE 0.
       01  WS-ACTIVITY-COUNT            PIC 9(5) VALUE 0.
      *> The three run totals the register proves against one
      *> another.
       01  WS-CHARGE-TOTAL              PIC 9(13)V99 VALUE 0.
       01  WS-LEDGER-POSTED             PIC 9(13)V99 VALUE 0.
       01  WS-ACTIVITY-POSTED           PIC 9(13)V99 VALUE 0.
       01  WS-AMT-DISPLAY               PIC -(10)9.99.
       01  WS-TOTAL-DISPLAY             PIC Z(12)9.99.
       01  WS-RATE-DISPLAY              PIC Z9.999.
      *> Per-customer open totals for the CUSTMAST refresh, the
      *> ARPOST pattern.
       01  WS-BAL-TABLE.
           05  WS-BAL-ENTRY OCCURS 1000 TIMES.
               10  WS-BAL-CUSTOMER      PIC X(6).
               10  WS-BAL-AMOUNT        PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE.
       01  WS-BAL-COUNT                 PIC 9(4) VALUE 0.
       01  WS-BAL-IDX                   PIC 9(4) VALUE 0.
       01  WS-BAL-FOUND                 PIC X VALUE "N".
           88  WS-BAL-WAS-FOUND         VALUE "Y".

       PROCEDURE DIVISION.
       FINCHG-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-YYYY * 10000 + WS-TODAY-MM * 100
                   + WS-TODAY-DD)
           STRING "FC" WS-TODAY-YYYY WS-TODAY-MM
               DELIMITED BY SIZE INTO WS-FC-REFERENCE
           END-STRING
           PERFORM READ-FINCHG-CARD
           PERFORM LOAD-CUSTOMER-MASTER
           PERFORM LOAD-THE-LEDGER
           PERFORM SORT-PAST-DUE-ROWS
           OPEN OUTPUT NEW-LEDGER-FILE
           IF WS-ARLEDNEW-STATUS NOT = "00"
               MOVE "MT0968E" TO WS-OM-ID
               STRING "FINCHG: ARLEDNEW NOT AVAILABLE - NO "
                   "FINANCE CHARGES POSTED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND AR-ACTIVITY-FILE
           IF WS-ARACTIV-STATUS NOT = "00"
               OPEN OUTPUT AR-ACTIVITY-FILE
           END-IF
           IF WS-ARACTIV-STATUS NOT = "00"
      *> A charge on the ledger without its F line would put the
      *> statements out of tie, so nothing posts at all.
               MOVE "MT0968E" TO WS-OM-ID
               STRING "FINCHG: ARACTIV NOT AVAILABLE - NO "
                   "FINANCE CHARGES POSTED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE NEW-LEDGER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT FINCHG-REGISTER-FILE
           PERFORM WRITE-REGISTER-HEADINGS
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
               PERFORM CHARGE-ONE-CUSTOMER
           END-PERFORM
           PERFORM WRITE-NEW-LEDGER
           CLOSE AR-ACTIVITY-FILE
           PERFORM WRITE-REGISTER-TOTALS
           CLOSE FINCHG-REGISTER-FILE
           PERFORM SUM-OPEN-BALANCES
           PERFORM REFRESH-CUSTOMER-BALANCES
           DISPLAY "===== FINCHG END-OF-JOB SUMMARY ====="
           DISPLAY "OPEN ITEMS READ    : " WS-ITEMS-READ
           DISPLAY "ITEMS PAST DUE     : " WS-PAST-DUE-ITEMS
           DISPLAY "CUSTOMERS PAST DUE : " WS-PD-COUNT
           DISPLAY "CHARGES POSTED     : " WS-CHARGE-COUNT
           DISPLAY "  AT MINIMUM       : " WS-MINIMUM-COUNT
           DISPLAY "EXEMPT SKIPPED     : " WS-EXEMPT-COUNT
           DISPLAY "ALREADY CHARGED    : " WS-ALREADY-COUNT
           DISPLAY "COVERED BY UA CASH : " WS-UA-COVERED-COUNT
           DISPLAY "NOT ON CUSTMAST    : " WS-UNKNOWN-CUST-COUNT
           MOVE WS-CHARGE-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "CHARGES TOTAL      : " WS-TOTAL-DISPLAY
           MOVE WS-UA-NETTED-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "UA CASH NETTED     : " WS-TOTAL-DISPLAY
           DISPLAY "===================================="
           IF WS-UNKNOWN-CUST-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       READ-FINCHG-CARD.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT FINCHG-CARD-FILE
           IF WS-FCCARD-STATUS = "00"
               READ FINCHG-CARD-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
               END-READ
               CLOSE FINCHG-CARD-FILE
           ELSE
               SET WS-FILE-AT-EOF TO TRUE
           END-IF
           IF WS-FILE-AT-EOF
                   OR FC-MONTHLY-RATE NOT NUMERIC
                   OR FC-MINIMUM-CHARGE NOT NUMERIC
                   OR FC-MONTHLY-RATE-NUM = 0
               MOVE "MT0965E" TO WS-OM-ID
               STRING "FINCHG: FCCARD MISSING OR NOT NUMERIC - "
                   "NO FINANCE CHARGES POSTED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FC-MONTHLY-RATE-NUM TO WS-MONTHLY-RATE
           MOVE FC-MINIMUM-CHARGE-NUM TO WS-MINIMUM-CHARGE.

      *> The exempt flag lives here, so without the master no
      *> customer can safely be charged.
       LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               MOVE "MT0966E" TO WS-OM-ID
               STRING "FINCHG: CUSTMAST NOT AVAILABLE - "
                   "FINANCE-CHARGE RUN ABANDONED"
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
                       IF WS-CUST-COUNT >= 1000
                           PERFORM ABANDON-TABLE-FULL
                       END-IF
                       ADD 1 TO WS-CUST-COUNT
                       MOVE CU-CUSTOMER-NUMBER
                           TO WS-CUST-NUMBER (WS-CUST-COUNT)
                       MOVE CU-NAME TO WS-CUST-NAME (WS-CUST-COUNT)
                       MOVE "N" TO WS-CUST-EXEMPT (WS-CUST-COUNT)
                       IF CU-IS-FINCHG-EXEMPT
                           MOVE "Y" TO WS-CUST-EXEMPT (WS-CUST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE.

       LOAD-THE-LEDGER.
           OPEN INPUT AR-LEDGER-FILE
           IF WS-ARLEDGER-STATUS NOT = "00"
               MOVE "MT0966E" TO WS-OM-ID
               STRING "FINCHG: ARLEDGER NOT AVAILABLE - "
                   "FINANCE-CHARGE RUN ABANDONED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ AR-LEDGER-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF WS-LED-COUNT >= 5000
                           PERFORM ABANDON-TABLE-FULL
                       END-IF
                       ADD 1 TO WS-LED-COUNT
                       MOVE AR-CUSTOMER-NUMBER
                           TO WS-LED-CUSTOMER (WS-LED-COUNT)
                       MOVE AR-ORDER-NUMBER
                           TO WS-LED-ORDER (WS-LED-COUNT)
                       MOVE AR-ITEM-DATE
                           TO WS-LED-DATE (WS-LED-COUNT)
                       MOVE AR-ORIGINAL-AMOUNT
                           TO WS-LED-ORIGINAL (WS-LED-COUNT)
                       MOVE AR-OPEN-AMOUNT
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
                       PERFORM CHECK-ONE-ITEM
               END-READ
           END-PERFORM
           CLOSE AR-LEDGER-FILE.

      *> This month's charge already on file marks the customer
      *> charged; an earlier charge is never part of the base.
      *> An open UA credit (carried negative) is totalled on the
      *> customer's row as credit to net off the past-due amount.
       CHECK-ONE-ITEM.
           EVALUATE TRUE
               WHEN AR-ORDER-NUMBER = WS-FC-REFERENCE
                   PERFORM FIND-PAST-DUE-ROW
                   MOVE "Y" TO WS-PD-CHARGED (WS-PD-IDX)
               WHEN AR-ORDER-NUMBER (1:2) = "FC"
                   CONTINUE
               WHEN AR-ORDER-NUMBER (1:2) = "UA"
                   IF AR-IS-OPEN AND AR-OPEN-AMOUNT < 0
                       PERFORM FIND-PAST-DUE-ROW
                       SUBTRACT AR-OPEN-AMOUNT
                           FROM WS-PD-UA-CREDIT (WS-PD-IDX)
                   END-IF
               WHEN AR-IS-OPEN AND AR-OPEN-AMOUNT > 0
                   ADD 1 TO WS-ITEMS-READ
                   PERFORM FIND-THE-DUE-DATE
                   IF WS-DUE-IS-KNOWN
                           AND WS-TODAY-INT > WS-DUE-INT
                       ADD 1 TO WS-PAST-DUE-ITEMS
                       PERFORM FIND-PAST-DUE-ROW
                       ADD AR-OPEN-AMOUNT TO WS-PD-AMOUNT (WS-PD-IDX)
                   END-IF
           END-EVALUATE.

       FIND-THE-DUE-DATE.
           *> As ARAGING: the posted due date when there is one,
           *> otherwise item date plus 30.
           MOVE "N" TO WS-DUE-KNOWN
           IF AR-DUE-DATE (1:4) NUMERIC
                   AND AR-DUE-DATE (6:2) NUMERIC
                   AND AR-DUE-DATE (9:2) NUMERIC
               MOVE AR-DUE-DATE (1:4) TO WS-DP-YYYY
               MOVE AR-DUE-DATE (6:2) TO WS-DP-MM
               MOVE AR-DUE-DATE (9:2) TO WS-DP-DD
               COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE
                   (WS-DP-YYYY * 10000 + WS-DP-MM * 100
                       + WS-DP-DD)
               SET WS-DUE-IS-KNOWN TO TRUE
           ELSE
               IF AR-ITEM-DATE (1:4) NUMERIC
                       AND AR-ITEM-DATE (6:2) NUMERIC
                       AND AR-ITEM-DATE (9:2) NUMERIC
                   MOVE AR-ITEM-DATE (1:4) TO WS-DP-YYYY
                   MOVE AR-ITEM-DATE (6:2) TO WS-DP-MM
                   MOVE AR-ITEM-DATE (9:2) TO WS-DP-DD
                   COMPUTE WS-ITEM-INT = FUNCTION INTEGER-OF-DATE
                       (WS-DP-YYYY * 10000 + WS-DP-MM * 100
                           + WS-DP-DD)
                   COMPUTE WS-DUE-INT = WS-ITEM-INT + 30
                   SET WS-DUE-IS-KNOWN TO TRUE
               END-IF
           END-IF.

       FIND-PAST-DUE-ROW.
           MOVE "N" TO WS-PD-FOUND
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
                       OR WS-PD-WAS-FOUND
               IF WS-PD-CUSTOMER (WS-PD-IDX) = AR-CUSTOMER-NUMBER
                   SET WS-PD-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-PD-WAS-FOUND
               SUBTRACT 1 FROM WS-PD-IDX
           ELSE
               IF WS-PD-COUNT >= 1000
                   PERFORM ABANDON-TABLE-FULL
               END-IF
               ADD 1 TO WS-PD-COUNT
               MOVE WS-PD-COUNT TO WS-PD-IDX
               MOVE AR-CUSTOMER-NUMBER TO WS-PD-CUSTOMER (WS-PD-IDX)
               MOVE 0 TO WS-PD-AMOUNT (WS-PD-IDX)
               MOVE "N" TO WS-PD-CHARGED (WS-PD-IDX)
               MOVE 0 TO WS-PD-UA-CREDIT (WS-PD-IDX)
           END-IF.

       FIND-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                       OR WS-CUST-WAS-FOUND
               IF WS-CUST-NUMBER (WS-CUST-IDX) = WS-SEEK-CUSTOMER
                   SET WS-CUST-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CUST-WAS-FOUND
               SUBTRACT 1 FROM WS-CUST-IDX
           END-IF.

      *> Nothing has been written yet when a table fills, so the
      *> run stops clean; RC 8 keeps the swap steps from running.
       ABANDON-TABLE-FULL.
           MOVE "MT0967E" TO WS-OM-ID
           STRING "FINCHG: MORE THAN 1000 CUSTOMERS OR 5000 "
               "LEDGER ITEMS - RUN ABANDONED"
               DELIMITED BY SIZE INTO WS-OM-TEXT
           END-STRING
           PERFORM ISSUE-OPERATOR-MESSAGE
           MOVE 8 TO RETURN-CODE
           GOBACK.

       SORT-PAST-DUE-ROWS.
           SET WS-A-SWAP-HAPPENED TO TRUE
           PERFORM UNTIL NOT WS-A-SWAP-HAPPENED
               MOVE "N" TO WS-SORT-SWAPPED
               PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                       UNTIL WS-SORT-IDX >= WS-PD-COUNT
                   IF WS-PD-CUSTOMER (WS-SORT-IDX)
                           > WS-PD-CUSTOMER (WS-SORT-IDX + 1)
                       MOVE WS-PD-ENTRY (WS-SORT-IDX) TO WS-PD-SWAP
                       MOVE WS-PD-ENTRY (WS-SORT-IDX + 1)
                           TO WS-PD-ENTRY (WS-SORT-IDX)
                       MOVE WS-PD-SWAP
                           TO WS-PD-ENTRY (WS-SORT-IDX + 1)
                       SET WS-A-SWAP-HAPPENED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-REGISTER-HEADINGS.
           MOVE WS-MONTHLY-RATE TO WS-RATE-DISPLAY
           MOVE SPACES TO FINCHG-REGISTER-RECORD
           STRING "FINANCE-CHARGE REGISTER - " WS-TODAY-TEXT
               "   REFERENCE " WS-FC-REFERENCE
               "   MONTHLY RATE " WS-RATE-DISPLAY "%"
               DELIMITED BY SIZE INTO FINCHG-REGISTER-RECORD
           END-STRING
           WRITE FINCHG-REGISTER-RECORD
           MOVE WS-MINIMUM-CHARGE TO WS-AMT-DISPLAY
           MOVE SPACES TO FINCHG-REGISTER-RECORD
           STRING "MINIMUM CHARGE " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO FINCHG-REGISTER-RECORD
           END-STRING
           WRITE FINCHG-REGISTER-RECORD
           MOVE SPACES TO FINCHG-REGISTER-RECORD
           WRITE FINCHG-REGISTER-RECORD
           MOVE SPACES TO FINCHG-REGISTER-RECORD
           STRING "CUSTOMER NAME                            "
               "      PAST DUE         CHARGE  NOTE"
               DELIMITED BY SIZE INTO FINCHG-REGISTER-RECORD
           END-STRING
           MOVE "CASH NETTED" TO FINCHG-REGISTER-RECORD (117:11)
           WRITE FINCHG-REGISTER-RECORD.

      *> A customer row with nothing past due is only there
      *> because this month's charge or a UA credit is on file;
      *> it needs no register line.
       CHARGE-ONE-CUSTOMER.
           MOVE WS-PD-CUSTOMER (WS-PD-IDX) TO WS-SEEK-CUSTOMER
           PERFORM FIND-CUSTOMER
           MOVE SPACES TO WS-REG-NAME
           IF WS-CUST-WAS-FOUND
               MOVE WS-CUST-NAME (WS-CUST-IDX) TO WS-REG-NAME
           END-IF
           MOVE 0 TO WS-CHARGE
           PERFORM NET-UNAPPLIED-CASH
           EVALUATE TRUE
               WHEN WS-PD-AMOUNT (WS-PD-IDX) NOT > 0
                   CONTINUE
               WHEN NOT WS-CUST-WAS-FOUND
                   ADD 1 TO WS-UNKNOWN-CUST-COUNT
                   MOVE 0 TO WS-UA-NETTED
                   MOVE "*** NOT ON CUSTMAST ***" TO WS-REG-NAME
                   MOVE "NOT CHARGED - NOT ON CUSTMAST"
                       TO WS-REG-NOTE
                   PERFORM WRITE-REGISTER-LINE
               WHEN WS-CUST-EXEMPT (WS-CUST-IDX) = "Y"
                   ADD 1 TO WS-EXEMPT-COUNT
                   MOVE 0 TO WS-UA-NETTED
                   MOVE "NOT CHARGED - EXEMPT" TO WS-REG-NOTE
                   PERFORM WRITE-REGISTER-LINE
               WHEN WS-PD-CHARGED (WS-PD-IDX) = "Y"
                   ADD 1 TO WS-ALREADY-COUNT
                   MOVE 0 TO WS-UA-NETTED
                   MOVE "NOT CHARGED - ALREADY CHARGED THIS MONTH"
                       TO WS-REG-NOTE
                   PERFORM WRITE-REGISTER-LINE
               WHEN WS-NET-PAST-DUE NOT > 0
                   ADD 1 TO WS-UA-COVERED-COUNT
                   ADD WS-UA-NETTED TO WS-UA-NETTED-TOTAL
                   MOVE "NOT CHARGED - COVERED BY UNAPPLIED CASH"
                       TO WS-REG-NOTE
                   PERFORM WRITE-REGISTER-LINE
               WHEN OTHER
                   ADD WS-UA-NETTED TO WS-UA-NETTED-TOTAL
                   PERFORM WORK-OUT-THE-CHARGE
                   PERFORM POST-THE-CHARGE
                   MOVE SPACES TO WS-REG-NOTE
                   IF WS-MINIMUM-WAS-USED
                       MOVE "MINIMUM CHARGE" TO WS-REG-NOTE
                   END-IF
                   PERFORM WRITE-REGISTER-LINE
           END-EVALUATE.

      *> The credit is taken up against the past-due items oldest
      *> first; the charge falls on the total left uncovered,
      *> which is the past-due amount less the credit, down to
      *> nothing.  Credit beyond the past-due amount stays on
      *> account for the items not yet due.
       NET-UNAPPLIED-CASH.
           MOVE 0 TO WS-UA-NETTED
           MOVE WS-PD-AMOUNT (WS-PD-IDX) TO WS-NET-PAST-DUE
           IF WS-PD-AMOUNT (WS-PD-IDX) > 0
                   AND WS-PD-UA-CREDIT (WS-PD-IDX) > 0
               IF WS-PD-UA-CREDIT (WS-PD-IDX)
                       < WS-PD-AMOUNT (WS-PD-IDX)
                   MOVE WS-PD-UA-CREDIT (WS-PD-IDX) TO WS-UA-NETTED
               ELSE
                   MOVE WS-PD-AMOUNT (WS-PD-IDX) TO WS-UA-NETTED
               END-IF
               SUBTRACT WS-UA-NETTED FROM WS-NET-PAST-DUE
           END-IF.

       WORK-OUT-THE-CHARGE.
           MOVE "N" TO WS-MINIMUM-USED
           COMPUTE WS-CHARGE ROUNDED =
               WS-NET-PAST-DUE * WS-MONTHLY-RATE / 100
           IF WS-CHARGE < WS-MINIMUM-CHARGE
               MOVE WS-MINIMUM-CHARGE TO WS-CHARGE
               SET WS-MINIMUM-WAS-USED TO TRUE
               ADD 1 TO WS-MINIMUM-COUNT
           END-IF.

      *> The charge joins the ledger table as an open item due on
      *> receipt, and its F line goes to the journal at once.
       POST-THE-CHARGE.
           IF WS-LED-COUNT >= 5000
               PERFORM ABANDON-TABLE-FULL
           END-IF
           ADD 1 TO WS-LED-COUNT
           MOVE WS-PD-CUSTOMER (WS-PD-IDX)
               TO WS-LED-CUSTOMER (WS-LED-COUNT)
           MOVE WS-FC-REFERENCE TO WS-LED-ORDER (WS-LED-COUNT)
           MOVE WS-TODAY-TEXT TO WS-LED-DATE (WS-LED-COUNT)
           MOVE WS-CHARGE TO WS-LED-ORIGINAL (WS-LED-COUNT)
           MOVE WS-CHARGE TO WS-LED-OPEN (WS-LED-COUNT)
           MOVE "O" TO WS-LED-STATUS (WS-LED-COUNT)
           MOVE WS-TODAY-TEXT TO WS-LED-DUE-DATE (WS-LED-COUNT)
           MOVE SPACES TO WS-LED-DISC-DATE (WS-LED-COUNT)
           MOVE 0 TO WS-LED-DISC-PCT (WS-LED-COUNT)
           ADD 1 TO WS-CHARGE-COUNT
           ADD WS-CHARGE TO WS-CHARGE-TOTAL
           MOVE SPACES TO AR-ACTIVITY-RECORD
           MOVE WS-TODAY-TEXT TO AV-ACTIVITY-DATE
           MOVE WS-PD-CUSTOMER (WS-PD-IDX) TO AV-CUSTOMER-NUMBER
           MOVE "F" TO AV-ACTIVITY-TYPE
           MOVE WS-FC-REFERENCE TO AV-REFERENCE
           MOVE WS-CHARGE TO AV-AMOUNT
           WRITE AR-ACTIVITY-RECORD
           IF WS-ARACTIV-STATUS = "00"
               ADD 1 TO WS-ACTIVITY-COUNT
               ADD AV-AMOUNT TO WS-ACTIVITY-POSTED
           END-IF.

       WRITE-REGISTER-LINE.
           MOVE WS-PD-AMOUNT (WS-PD-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO FINCHG-REGISTER-RECORD
           STRING WS-PD-CUSTOMER (WS-PD-IDX) "   " WS-REG-NAME
               "  " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO FINCHG-REGISTER-RECORD
           END-STRING
           IF WS-CHARGE > 0
               MOVE WS-CHARGE TO WS-AMT-DISPLAY
               MOVE WS-AMT-DISPLAY TO FINCHG-REGISTER-RECORD (57:14)
           END-IF
           MOVE WS-REG-NOTE TO FINCHG-REGISTER-RECORD (73:40)
           IF WS-UA-NETTED > 0
               MOVE WS-UA-NETTED TO WS-AMT-DISPLAY
               MOVE WS-AMT-DISPLAY TO FINCHG-REGISTER-RECORD (114:14)
           END-IF
           WRITE FINCHG-REGISTER-RECORD.

      *> The run total must equal both the new ledger items and
      *> the F lines written; anything else stops the swap.
       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO FINCHG-REGISTER-RECORD
           WRITE FINCHG-REGISTER-RECORD
           MOVE WS-CHARGE-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO FINCHG-REGISTER-RECORD
           STRING "RUN TOTAL  " WS-CHARGE-COUNT " CHARGES"
               DELIMITED BY SIZE INTO FINCHG-REGISTER-RECORD
           END-STRING
           MOVE WS-TOTAL-DISPLAY TO FINCHG-REGISTER-RECORD (55:16)
           WRITE FINCHG-REGISTER-RECORD
           MOVE WS-LEDGER-POSTED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO FINCHG-REGISTER-RECORD
           MOVE "POSTED TO ARLEDGER" TO FINCHG-REGISTER-RECORD
           MOVE WS-TOTAL-DISPLAY TO FINCHG-REGISTER-RECORD (55:16)
           WRITE FINCHG-REGISTER-RECORD
           MOVE WS-ACTIVITY-POSTED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO FINCHG-REGISTER-RECORD
           STRING "POSTED TO ARACTIV  " WS-ACTIVITY-COUNT " LINES"
               DELIMITED BY SIZE INTO FINCHG-REGISTER-RECORD
           END-STRING
           MOVE WS-TOTAL-DISPLAY TO FINCHG-REGISTER-RECORD (55:16)
           WRITE FINCHG-REGISTER-RECORD
           MOVE SPACES TO FINCHG-REGISTER-RECORD
           IF WS-LEDGER-POSTED = WS-CHARGE-TOTAL
                   AND WS-ACTIVITY-POSTED = WS-CHARGE-TOTAL
                   AND WS-ACTIVITY-COUNT = WS-CHARGE-COUNT
               MOVE "REGISTER IN BALANCE WITH LEDGER AND ACTIVITY"
                   TO FINCHG-REGISTER-RECORD
           ELSE
               STRING "*** REGISTER OUT OF BALANCE - LEDGER NOT "
                   "REPLACED ***"
                   DELIMITED BY SIZE INTO FINCHG-REGISTER-RECORD
               END-STRING
               MOVE "MT0969E" TO WS-OM-ID
               STRING "FINCHG: REGISTER OUT OF BALANCE WITH "
                   "ARLEDNEW/ARACTIV - SEE FCREG"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE FINCHG-REGISTER-RECORD.

       WRITE-NEW-LEDGER.
           PERFORM VARYING WS-LED-IDX FROM 1 BY 1
                   UNTIL WS-LED-IDX > WS-LED-COUNT
               MOVE SPACES TO AR-LEDGER-RECORD
               MOVE WS-LED-CUSTOMER (WS-LED-IDX)
                   TO AR-CUSTOMER-NUMBER
               MOVE WS-LED-ORDER (WS-LED-IDX) TO AR-ORDER-NUMBER
               MOVE WS-LED-DATE (WS-LED-IDX) TO AR-ITEM-DATE
               MOVE WS-LED-ORIGINAL (WS-LED-IDX)
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
      *> Tonight's charges are the last entries in the table.
               IF WS-ARLEDNEW-STATUS = "00"
                       AND WS-LED-IDX > WS-LED-COUNT - WS-CHARGE-COUNT
                   ADD WS-LED-ORIGINAL (WS-LED-IDX)
                       TO WS-LEDGER-POSTED
               END-IF
           END-PERFORM
           CLOSE NEW-LEDGER-FILE.

       SUM-OPEN-BALANCES.
           PERFORM VARYING WS-LED-IDX FROM 1 BY 1
                   UNTIL WS-LED-IDX > WS-LED-COUNT
               IF WS-LED-STATUS (WS-LED-IDX) = "O"
                   PERFORM ADD-ONE-OPEN-BALANCE
               END-IF
           END-PERFORM.

       ADD-ONE-OPEN-BALANCE.
           MOVE "N" TO WS-BAL-FOUND
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BAL-COUNT
                       OR WS-BAL-WAS-FOUND
               IF WS-BAL-CUSTOMER (WS-BAL-IDX)
                       = WS-LED-CUSTOMER (WS-LED-IDX)
                   SET WS-BAL-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-BAL-WAS-FOUND
               SUBTRACT 1 FROM WS-BAL-IDX
           ELSE
               IF WS-BAL-COUNT < 1000
                   ADD 1 TO WS-BAL-COUNT
                   MOVE WS-BAL-COUNT TO WS-BAL-IDX
                   MOVE WS-LED-CUSTOMER (WS-LED-IDX)
                       TO WS-BAL-CUSTOMER (WS-BAL-IDX)
                   MOVE 0 TO WS-BAL-AMOUNT (WS-BAL-IDX)
               END-IF
           END-IF
           IF WS-BAL-IDX >= 1 AND WS-BAL-IDX <= WS-BAL-COUNT
               ADD WS-LED-OPEN (WS-LED-IDX)
                   TO WS-BAL-AMOUNT (WS-BAL-IDX)
           END-IF.

       REFRESH-CUSTOMER-BALANCES.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "FINCHG: CUSTMAST NOT AVAILABLE - "
                   "BALANCES NOT REFRESHED"
           ELSE
               OPEN OUTPUT NEW-CUSTOMER-FILE
               IF WS-CUSTNEW-STATUS NOT = "00"
                   DISPLAY "FINCHG: CUSTNEW NOT AVAILABLE - "
                       "BALANCES NOT REFRESHED"
                   CLOSE CUSTOMER-MASTER-FILE
               ELSE
                   PERFORM UNTIL WS-FILE-AT-EOF
                       READ CUSTOMER-MASTER-FILE
                           AT END
                               SET WS-FILE-AT-EOF TO TRUE
                           NOT AT END
                               PERFORM REFRESH-ONE-CUSTOMER
                       END-READ
                   END-PERFORM
                   CLOSE CUSTOMER-MASTER-FILE
                   CLOSE NEW-CUSTOMER-FILE
               END-IF
           END-IF.

       REFRESH-ONE-CUSTOMER.
           MOVE "N" TO WS-BAL-FOUND
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BAL-COUNT
                       OR WS-BAL-WAS-FOUND
               IF WS-BAL-CUSTOMER (WS-BAL-IDX)
                       = CU-CUSTOMER-NUMBER
                   SET WS-BAL-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-BAL-WAS-FOUND
               SUBTRACT 1 FROM WS-BAL-IDX
               IF WS-BAL-AMOUNT (WS-BAL-IDX) > 0
                   MOVE WS-BAL-AMOUNT (WS-BAL-IDX)
                       TO CU-OPEN-BALANCE
               ELSE
                   MOVE 0 TO CU-OPEN-BALANCE
               END-IF
           ELSE
               MOVE 0 TO CU-OPEN-BALANCE
           END-IF
           MOVE CUSTOMER-MASTER-RECORD TO NEW-CUSTOMER-RECORD
           WRITE NEW-CUSTOMER-RECORD.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM FINCHG.
