      *> end that must balance back to the sum of the posted
      *> register amounts still open.  Finance stops doing this
      *> from printed registers by hand.
      *> Items now age by days past their due date, not days
      *> since the invoice: a NET-60 customer is not late on day
      *> 31.  The buckets are current (not yet due), 1-30, 31-60,
      *> 61-90 and over 90 days past due.  An item posted before
      *> due dates were carried is taken as due 30 days after its
      *> item date -- the old "current" bucket, now honestly
      *> labelled.
      *> Unapplied cash the cash run holds on account (UA
      *> items) is not aged: it is carried on its own line under
      *> the customer's buckets and the report totals, so the
      *> net open figure still balances to the ledger.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-TODAY-INT                 PIC 9(7) VALUE 0.
       01  WS-ITEM-INT                  PIC 9(7) VALUE 0.
       01  WS-AGE-DAYS                  PIC S9(5) VALUE 0.
       01  WS-DUE-INT                   PIC 9(7) VALUE 0.
      *> Whether the item's due date could be worked out at all;
      *> one that cannot ages as over 90.
       01  WS-DUE-KNOWN                 PIC X VALUE "N".
           88  WS-DUE-IS-KNOWN          VALUE "Y".
       01  WS-DATE-DIGITS.
           05  WS-DD-YYYY               PIC 9(4).
           05  WS-DD-MM                 PIC 99.
               10  WS-AGE-CUSTOMER      PIC X(6).
               10  WS-AGE-CURRENT       PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE.
               10  WS-AGE-1-30          PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE.
               10  WS-AGE-31-60         PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE.
               10  WS-AGE-61-90         PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE.
               10  WS-AGE-OVER-90       PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE.
               10  WS-AGE-UNAPPLIED     PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE.
       01  WS-AGE-COUNT                 PIC 9(4) VALUE 0.
       01  WS-AGE-IDX                   PIC 9(4) VALUE 0.
           88  WS-AGE-WAS-FOUND         VALUE "Y".
       01  WS-OPEN-ITEM-COUNT           PIC 9(5) VALUE 0.
       01  WS-GT-CURRENT                PIC S9(13)V99 VALUE 0.
       01  WS-GT-1-30                   PIC S9(13)V99 VALUE 0.
       01  WS-GT-31-60                  PIC S9(13)V99 VALUE 0.
       01  WS-GT-61-90                  PIC S9(13)V99 VALUE 0.
       01  WS-GT-OVER-90                PIC S9(13)V99 VALUE 0.
       01  WS-GT-TOTAL                  PIC S9(13)V99 VALUE 0.
       01  WS-GT-UNAPPLIED              PIC S9(13)V99 VALUE 0.
       01  WS-GT-NET                    PIC S9(13)V99 VALUE 0.
       01  WS-CUST-TOTAL                PIC S9(13)V99 VALUE 0.
       01  WS-AMT-1                     PIC -(10)9.99.
       01  WS-AMT-2                     PIC -(10)9.99.
       01  WS-AMT-3                     PIC -(10)9.99.
       01  WS-AMT-4                     PIC -(10)9.99.
       01  WS-AMT-5                     PIC -(10)9.99.
       01  WS-AMT-6                     PIC -(10)9.99.

       PROCEDURE DIVISION.
       ARAGING-MAIN.
                       SET WS-LEDGER-AT-EOF TO TRUE
                   NOT AT END
                       IF AR-IS-OPEN
                           IF AR-ORDER-NUMBER (1:2) = "UA"
                               PERFORM CARRY-UNAPPLIED-CASH
                           ELSE
                               PERFORM AGE-ONE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

       AGE-ONE-ITEM.
           ADD 1 TO WS-OPEN-ITEM-COUNT
           PERFORM FIND-THE-DUE-DATE
           IF WS-DUE-IS-KNOWN
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DUE-INT
           ELSE
               MOVE 99999 TO WS-AGE-DAYS
           END-IF
           PERFORM FIND-CUSTOMER-ROW
           IF WS-AGE-IDX >= 1 AND WS-AGE-IDX <= WS-AGE-COUNT
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS <= 0
                       ADD AR-OPEN-AMOUNT
                           TO WS-AGE-CURRENT (WS-AGE-IDX)
                       ADD AR-OPEN-AMOUNT TO WS-GT-CURRENT
                   WHEN WS-AGE-DAYS <= 30
                       ADD AR-OPEN-AMOUNT
                           TO WS-AGE-1-30 (WS-AGE-IDX)
                       ADD AR-OPEN-AMOUNT TO WS-GT-1-30
                   WHEN WS-AGE-DAYS <= 60
                       ADD AR-OPEN-AMOUNT
                           TO WS-AGE-31-60 (WS-AGE-IDX)
                       ADD AR-OPEN-AMOUNT TO WS-GT-31-60
                   WHEN WS-AGE-DAYS <= 90
                       ADD AR-OPEN-AMOUNT
                           TO WS-AGE-61-90 (WS-AGE-IDX)
                       ADD AR-OPEN-AMOUNT TO WS-GT-61-90
                   WHEN OTHER
                       ADD AR-OPEN-AMOUNT
                           TO WS-AGE-OVER-90 (WS-AGE-IDX)
                       ADD AR-OPEN-AMOUNT TO WS-GT-OVER-90
               END-EVALUATE
               ADD AR-OPEN-AMOUNT TO WS-GT-TOTAL
           END-IF.

       CARRY-UNAPPLIED-CASH.
           ADD 1 TO WS-OPEN-ITEM-COUNT
           PERFORM FIND-CUSTOMER-ROW
           IF WS-AGE-IDX >= 1 AND WS-AGE-IDX <= WS-AGE-COUNT
               ADD AR-OPEN-AMOUNT TO WS-AGE-UNAPPLIED (WS-AGE-IDX)
               ADD AR-OPEN-AMOUNT TO WS-GT-UNAPPLIED
           END-IF.

       FIND-THE-DUE-DATE.
           *> The posted due date when there is one; otherwise
           *> item date plus 30.
           MOVE "N" TO WS-DUE-KNOWN
           IF AR-DUE-DATE (1:4) NUMERIC
                   AND AR-DUE-DATE (6:2) NUMERIC
                   AND AR-DUE-DATE (9:2) NUMERIC
               MOVE AR-DUE-DATE (1:4) TO WS-DD-YYYY
               MOVE AR-DUE-DATE (6:2) TO WS-DD-MM
               MOVE AR-DUE-DATE (9:2) TO WS-DD-DD
               COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE
                   (WS-DD-YYYY * 10000 + WS-DD-MM * 100
                       + WS-DD-DD)
               SET WS-DUE-IS-KNOWN TO TRUE
           ELSE
               IF AR-ITEM-DATE (1:4) NUMERIC
                       AND AR-ITEM-DATE (6:2) NUMERIC
                       AND AR-ITEM-DATE (9:2) NUMERIC
                   MOVE AR-ITEM-DATE (1:4) TO WS-DD-YYYY
                   MOVE AR-ITEM-DATE (6:2) TO WS-DD-MM
                   MOVE AR-ITEM-DATE (9:2) TO WS-DD-DD
                   COMPUTE WS-ITEM-INT = FUNCTION INTEGER-OF-DATE
                       (WS-DD-YYYY * 10000 + WS-DD-MM * 100
                           + WS-DD-DD)
                   COMPUTE WS-DUE-INT = WS-ITEM-INT + 30
                   SET WS-DUE-IS-KNOWN TO TRUE
               END-IF
           END-IF.

       FIND-CUSTOMER-ROW.
           MOVE "N" TO WS-AGE-FOUND
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   MOVE AR-CUSTOMER-NUMBER
                       TO WS-AGE-CUSTOMER (WS-AGE-IDX)
                   MOVE 0 TO WS-AGE-CURRENT (WS-AGE-IDX)
                   MOVE 0 TO WS-AGE-1-30 (WS-AGE-IDX)
                   MOVE 0 TO WS-AGE-31-60 (WS-AGE-IDX)
                   MOVE 0 TO WS-AGE-61-90 (WS-AGE-IDX)
                   MOVE 0 TO WS-AGE-OVER-90 (WS-AGE-IDX)
                   MOVE 0 TO WS-AGE-UNAPPLIED (WS-AGE-IDX)
               ELSE
                   MOVE 0 TO WS-AGE-IDX
               END-IF
           END-STRING
           WRITE AGING-REPORT-RECORD
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "CUSTOMER      CURRENT" "           1-30"
               "          31-60" "          61-90"
               "        OVER 90" "          TOTAL"
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING
           WRITE AGING-REPORT-RECORD
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "               (DAYS PAST DUE DATE)"
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING
           WRITE AGING-REPORT-RECORD
                   UNTIL WS-AGE-IDX > WS-AGE-COUNT
               COMPUTE WS-CUST-TOTAL =
                   WS-AGE-CURRENT (WS-AGE-IDX)
                   + WS-AGE-1-30 (WS-AGE-IDX)
                   + WS-AGE-31-60 (WS-AGE-IDX)
                   + WS-AGE-61-90 (WS-AGE-IDX)
                   + WS-AGE-OVER-90 (WS-AGE-IDX)
               MOVE WS-AGE-CURRENT (WS-AGE-IDX) TO WS-AMT-1
               MOVE WS-AGE-1-30 (WS-AGE-IDX) TO WS-AMT-2
               MOVE WS-AGE-31-60 (WS-AGE-IDX) TO WS-AMT-3
               MOVE WS-AGE-61-90 (WS-AGE-IDX) TO WS-AMT-4
               MOVE WS-AGE-OVER-90 (WS-AGE-IDX) TO WS-AMT-5
               MOVE WS-CUST-TOTAL TO WS-AMT-6
               MOVE SPACES TO AGING-REPORT-RECORD
               STRING WS-AGE-CUSTOMER (WS-AGE-IDX) " "
                   WS-AMT-1 " " WS-AMT-2 " " WS-AMT-3 " "
                   WS-AMT-4 " " WS-AMT-5 " " WS-AMT-6
                   DELIMITED BY SIZE INTO AGING-REPORT-RECORD
               END-STRING
               WRITE AGING-REPORT-RECORD
               IF WS-AGE-UNAPPLIED (WS-AGE-IDX) NOT = 0
                   MOVE WS-AGE-UNAPPLIED (WS-AGE-IDX) TO WS-AMT-6
                   MOVE SPACES TO AGING-REPORT-RECORD
                   MOVE "       UNAPPLIED CASH ON ACCOUNT"
                       TO AGING-REPORT-RECORD
                   MOVE WS-AMT-6 TO AGING-REPORT-RECORD (83:14)
                   WRITE AGING-REPORT-RECORD
               END-IF
           END-PERFORM
           MOVE WS-GT-CURRENT TO WS-AMT-1
           MOVE WS-GT-1-30 TO WS-AMT-2
           MOVE WS-GT-31-60 TO WS-AMT-3
           MOVE WS-GT-61-90 TO WS-AMT-4
           MOVE WS-GT-OVER-90 TO WS-AMT-5
           MOVE WS-GT-TOTAL TO WS-AMT-6
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "TOTAL  " WS-AMT-1 " " WS-AMT-2 " " WS-AMT-3
               " " WS-AMT-4 " " WS-AMT-5 " " WS-AMT-6
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING
           WRITE AGING-REPORT-RECORD
           MOVE WS-GT-UNAPPLIED TO WS-AMT-6
           MOVE SPACES TO AGING-REPORT-RECORD
           MOVE "UNAPPLIED CASH ON ACCOUNT" TO AGING-REPORT-RECORD
           MOVE WS-AMT-6 TO AGING-REPORT-RECORD (83:14)
           WRITE AGING-REPORT-RECORD
           COMPUTE WS-GT-NET = WS-GT-TOTAL + WS-GT-UNAPPLIED
           MOVE WS-GT-NET TO WS-AMT-6
           MOVE SPACES TO AGING-REPORT-RECORD
           MOVE "NET OPEN" TO AGING-REPORT-RECORD
           MOVE WS-AMT-6 TO AGING-REPORT-RECORD (83:14)
           WRITE AGING-REPORT-RECORD
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "OPEN ITEMS: " WS-OPEN-ITEM-COUNT
               "  (CONTROL TOTAL BALANCES TO THE POSTED "
