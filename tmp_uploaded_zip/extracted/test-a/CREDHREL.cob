       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDHREL.

      *> Credit-hold release.  ORDPRICE diverts an over-limit
      *> order whole to ORDHELD and prints ORDHRPT, and until now
      *> that was where it stayed: the credit desk phoned the
      *> order desk to re-key anything it wanted through.  This
      *> run keeps every held order on a carried queue (HLDQUEUE,
      *> swapped in from HLDNEW by the JCL), taking each night's
      *> new holds off ORDHELD with the day they were held, and
      *> applies the credit manager's decisions from the HLDTRANS
      *> transaction file, one per held order by order number:
      *>   R  release -- the order's lines go to ORDRLSE in the
      *>      ORDLINES shape and the next pricing run prices them
      *>      ahead of the night's new orders, without holding
      *>      them for the limit a second time;
      *>   E  extend -- the order stays held, off the aging
      *>      report until a review date the given number of
      *>      days out (the HLDCARD default when none is keyed);
      *>   C  cancel -- the order drops from the queue and a
      *>      cancellation notice prints for the customer on
      *>      HLDNOTC.
      *> Every transaction carries the deciding operator's id,
      *> checked against the OPERAUTH operator authority file:
      *> only an id with a Y in the credit column may act, and
      *> the id prints beside the decision on the HLDRPT
      *> register.  Anything still held after the HLDCARD age
      *> limit (and not inside an extension) ages onto the same
      *> report, so nothing sits on hold forever.
      *> Ship-to: each held line keeps the ship-to code it was
      *> ordered with, on the queue and out onto ORDRLSE, so a
      *> released order ships to the address the customer asked
      *> for and not simply to their default.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ORDHELD-SEL.
       COPY OPERAUTH-SEL.
       COPY CUSTMAST-SEL.
           SELECT HELD-QUEUE-FILE ASSIGN TO "HLDQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDQUEUE-STATUS.
           SELECT NEW-QUEUE-FILE ASSIGN TO "HLDNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDNEW-STATUS.
           SELECT HOLD-TRANS-FILE ASSIGN TO "HLDTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDTRANS-STATUS.
           SELECT HOLD-CARD-FILE ASSIGN TO "HLDCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDCARD-STATUS.
           SELECT RELEASED-ORDERS-FILE ASSIGN TO "ORDRLSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDRLSE-STATUS.
           SELECT HOLD-REPORT-FILE ASSIGN TO "HLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDRPT-STATUS.
           SELECT CANCEL-NOTICE-FILE ASSIGN TO "HLDNOTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDNOTC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY ORDHELD-FD.
       COPY OPERAUTH-FD.
       COPY CUSTMAST-FD.

      *> The carried queue: the ORDHELD shape, with the review
      *> date an extension set and the number of extensions in
      *> what ORDHELD leaves as filler.
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

       FD  NEW-QUEUE-FILE.
       01  NEW-QUEUE-RECORD             PIC X(84).

      *> One decision per held order.  Extension days are
      *> optional; blank takes the card default.
       FD  HOLD-TRANS-FILE.
       01  HOLD-TRANS-RECORD.
           05  HT-ORDER-NUMBER          PIC X(8).
           05  HT-ACTION                PIC X.
               88  HT-IS-RELEASE        VALUE "R".
               88  HT-IS-EXTEND         VALUE "E".
               88  HT-IS-CANCEL         VALUE "C".
           05  HT-OPERATOR-ID           PIC X(8).
           05  HT-EXTEND-DAYS           PIC X(3).
           05  HT-EXTEND-DAYS-NUM REDEFINES HT-EXTEND-DAYS
                                        PIC 9(3).
           05  HT-NOTE                  PIC X(40).
           05  FILLER                   PIC X(20).

      *> Age limit before a hold reports (default 010 days) and
      *> the default extension (default 007 days).
       FD  HOLD-CARD-FILE.
       01  HOLD-CARD-RECORD.
           05  HC-AGE-DAYS              PIC X(3).
           05  HC-AGE-DAYS-NUM REDEFINES HC-AGE-DAYS
                                        PIC 9(3).
           05  HC-EXTEND-DAYS           PIC X(3).
           05  HC-EXTEND-DAYS-NUM REDEFINES HC-EXTEND-DAYS
                                        PIC 9(3).
           05  FILLER                   PIC X(74).

      *> ORDPRICE's order-line layout (see ORDPRICE).
       FD  RELEASED-ORDERS-FILE.
       01  RELEASED-ORDER-RECORD.
           05  RL-ORDER-NUMBER          PIC X(8).
           05  RL-ITEM-NUMBER           PIC X(6).
           05  RL-QUANTITY              PIC 9(5).
           05  RL-CUSTOMER-NUMBER       PIC X(6).
      *> ORDPRICE's quote number stays blank: a released order
      *> finds its quotes on the claim table.
           05  FILLER                   PIC X(8).
           05  RL-SHIPTO-CODE           PIC X(4).
           05  FILLER                   PIC X(43).

       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-RECORD           PIC X(132).

       FD  CANCEL-NOTICE-FILE.
       01  CANCEL-NOTICE-RECORD.
           05  CN-CTRL-CHAR             PIC X.
           05  CN-DATA                  PIC X(110).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-ORDHELD-STATUS            PIC XX VALUE SPACES.
       01  WS-OPERAUTH-STATUS           PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-HLDQUEUE-STATUS           PIC XX VALUE SPACES.
       01  WS-HLDNEW-STATUS             PIC XX VALUE SPACES.
       01  WS-HLDTRANS-STATUS           PIC XX VALUE SPACES.
       01  WS-HLDCARD-STATUS            PIC XX VALUE SPACES.
       01  WS-ORDRLSE-STATUS            PIC XX VALUE SPACES.
       01  WS-HLDRPT-STATUS             PIC XX VALUE SPACES.
       01  WS-HLDNOTC-STATUS            PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-TODAY-TEXT                PIC X(10) VALUE SPACES.
       01  WS-TODAY-INT                 PIC 9(7) VALUE 0.
      *> A YYYY-MM-DD text date taken apart for the day count.
       01  WS-DATE-PARTS.
           05  WS-DP-YYYY               PIC 9(4).
           05  WS-DP-MM                 PIC 99.
           05  WS-DP-DD                 PIC 99.
       01  WS-DATE-INT                  PIC 9(7) VALUE 0.
       01  WS-REVIEW-INT                PIC 9(7) VALUE 0.
       01  WS-REVIEW-DIGITS             PIC 9(8) VALUE 0.
       01  WS-REVIEW-PARTS REDEFINES WS-REVIEW-DIGITS.
           05  WS-REVIEW-YYYY           PIC 9(4).
           05  WS-REVIEW-MM             PIC 99.
           05  WS-REVIEW-DD             PIC 99.
       01  WS-AGE-LIMIT                 PIC 9(3) VALUE 10.
       01  WS-DEFAULT-EXTEND            PIC 9(3) VALUE 7.
       01  WS-EXTEND-DAYS               PIC 9(3) VALUE 0.
      *> The operator authority file, credit column only.
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY OCCURS 50 TIMES.
               10  WS-AUTH-ID           PIC X(8).
               10  WS-AUTH-CREDIT       PIC X.
       01  WS-AUTH-COUNT                PIC 99 VALUE 0.
       01  WS-AUTH-IDX                  PIC 99 VALUE 0.
       01  WS-AUTH-FOUND                PIC X VALUE "N".
           88  WS-AUTH-WAS-FOUND        VALUE "Y".
      *> Customer names for the notices.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 1000 TIMES.
               10  WS-CUST-NUMBER       PIC X(6).
               10  WS-CUST-NAME         PIC X(30).
       01  WS-CUST-COUNT                PIC 9(4) VALUE 0.
       01  WS-CUST-IDX                  PIC 9(4) VALUE 0.
       01  WS-CUST-FOUND                PIC X VALUE "N".
           88  WS-CUST-WAS-FOUND        VALUE "Y".
       01  WS-NOTICE-NAME               PIC X(30) VALUE SPACES.
      *> The held orders, one entry each, with tonight's
      *> decision: H still held, R released, C cancelled.
       01  WS-HELD-TABLE.
           05  WS-HD-ENTRY OCCURS 500 TIMES.
               10  WS-HD-ORDER          PIC X(8).
               10  WS-HD-CUSTOMER       PIC X(6).
               10  WS-HD-TOTAL          PIC 9(10)V99.
               10  WS-HD-REASON         PIC X(20).
               10  WS-HD-HOLD-DATE      PIC X(10).
               10  WS-HD-REVIEW-DATE    PIC X(10).
               10  WS-HD-EXTENDS        PIC 99.
               10  WS-HD-DECISION       PIC X.
               10  WS-HD-OPERATOR       PIC X(8).
       01  WS-HELD-COUNT                PIC 9(4) VALUE 0.
       01  WS-HELD-IDX                  PIC 9(4) VALUE 0.
       01  WS-HELD-FOUND                PIC X VALUE "N".
           88  WS-HELD-WAS-FOUND        VALUE "Y".
       01  WS-SEEK-ORDER                PIC X(8) VALUE SPACES.
       01  WS-HELD-SWAP                 PIC X(77) VALUE SPACES.
      *> Their lines, keyed back to the order by number.
       01  WS-LINE-TABLE.
           05  WS-HL-ENTRY OCCURS 5000 TIMES.
               10  WS-HL-ORDER          PIC X(8).
               10  WS-HL-ITEM           PIC X(6).
               10  WS-HL-QUANTITY       PIC 9(5).
               10  WS-HL-SHIPTO         PIC X(4).
       01  WS-LINE-COUNT                PIC 9(4) VALUE 0.
       01  WS-LINE-IDX                  PIC 9(4) VALUE 0.
       01  WS-SORT-IDX                  PIC 9(4) VALUE 0.
       01  WS-SORT-SWAPPED              PIC X VALUE "N".
           88  WS-A-SWAP-HAPPENED       VALUE "Y".
      *> An order already on the queue that turns up on ORDHELD
      *> again (a rerun) is not taken twice, lines included.
       01  WS-TAKE-ORDER                PIC X VALUE "N".
           88  WS-TAKING-THIS-ORDER     VALUE "Y".
       01  WS-NEW-HOLDS                 PIC 9(5) VALUE 0.
       01  WS-TRANS-COUNT               PIC 9(5) VALUE 0.
       01  WS-RELEASED-COUNT            PIC 9(5) VALUE 0.
       01  WS-EXTENDED-COUNT            PIC 9(5) VALUE 0.
       01  WS-CANCELLED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT            PIC 9(5) VALUE 0.
       01  WS-STILL-HELD                PIC 9(5) VALUE 0.
       01  WS-AGED-COUNT                PIC 9(5) VALUE 0.
       01  WS-AGE-DAYS                  PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON             PIC X(40) VALUE SPACES.
       01  WS-DECISION-TEXT             PIC X(24) VALUE SPACES.
       01  WS-TOTAL-DISPLAY             PIC Z(9)9.99.

       PROCEDURE DIVISION.
       CREDHREL-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-YYYY * 10000 + WS-TODAY-MM * 100
                   + WS-TODAY-DD)
           PERFORM READ-HOLD-CARD
           PERFORM LOAD-OPERATOR-AUTHORITY
           PERFORM LOAD-CUSTOMER-NAMES
           PERFORM LOAD-HELD-QUEUE
           PERFORM TAKE-NEW-HOLDS
           PERFORM SORT-HELD-ORDERS
           OPEN OUTPUT HOLD-REPORT-FILE
           OPEN OUTPUT CANCEL-NOTICE-FILE
           OPEN OUTPUT NEW-QUEUE-FILE
      *> ORDPRICE's JCL empties ORDRLSE once a clean pricing run
      *> has taken the releases; until then a second run of this
      *> job the same day must add to them, not replace them.
           OPEN EXTEND RELEASED-ORDERS-FILE
           IF WS-ORDRLSE-STATUS NOT = "00"
               OPEN OUTPUT RELEASED-ORDERS-FILE
           END-IF
           MOVE SPACES TO HOLD-REPORT-RECORD
           STRING "CREDIT-HOLD RELEASE REGISTER - " WS-TODAY-TEXT
               "  (AGE LIMIT " WS-AGE-LIMIT " DAYS)"
               DELIMITED BY SIZE INTO HOLD-REPORT-RECORD
           END-STRING
           WRITE HOLD-REPORT-RECORD
           MOVE SPACES TO HOLD-REPORT-RECORD
           WRITE HOLD-REPORT-RECORD
           PERFORM APPLY-THE-DECISIONS
           PERFORM WRITE-THE-OUTCOMES
           PERFORM WRITE-AGING-SECTION
           CLOSE HOLD-REPORT-FILE
           CLOSE CANCEL-NOTICE-FILE
           CLOSE NEW-QUEUE-FILE
           CLOSE RELEASED-ORDERS-FILE
           IF WS-AGED-COUNT > 0
               MOVE "MT0954W" TO WS-OM-ID
               STRING "CREDHREL: " WS-AGED-COUNT " HELD ORDER(S) "
                   "PAST THE " WS-AGE-LIMIT "-DAY AGE LIMIT - "
                   "SEE HLDRPT"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           END-IF
           DISPLAY "===== CREDHREL END-OF-JOB SUMMARY ====="
           DISPLAY "NEW HOLDS TAKEN    : " WS-NEW-HOLDS
           DISPLAY "DECISIONS READ     : " WS-TRANS-COUNT
           DISPLAY "ORDERS RELEASED    : " WS-RELEASED-COUNT
           DISPLAY "HOLDS EXTENDED     : " WS-EXTENDED-COUNT
           DISPLAY "ORDERS CANCELLED   : " WS-CANCELLED-COUNT
           DISPLAY "DECISIONS REJECTED : " WS-REJECTED-COUNT
           DISPLAY "STILL HELD         : " WS-STILL-HELD
           DISPLAY "AGED PAST LIMIT    : " WS-AGED-COUNT
           DISPLAY "======================================="
           IF (WS-REJECTED-COUNT > 0 OR WS-AGED-COUNT > 0)
                   AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       READ-HOLD-CARD.
           OPEN INPUT HOLD-CARD-FILE
           IF WS-HLDCARD-STATUS = "00"
               READ HOLD-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HC-AGE-DAYS NUMERIC
                               AND HC-AGE-DAYS-NUM > 0
                           MOVE HC-AGE-DAYS-NUM TO WS-AGE-LIMIT
                       END-IF
                       IF HC-EXTEND-DAYS NUMERIC
                               AND HC-EXTEND-DAYS-NUM > 0
                           MOVE HC-EXTEND-DAYS-NUM
                               TO WS-DEFAULT-EXTEND
                       END-IF
               END-READ
               CLOSE HOLD-CARD-FILE
           END-IF.

       LOAD-OPERATOR-AUTHORITY.
           *> As in MAIN: absent or empty, WS-AUTH-COUNT stays
           *> zero and every decision is refused -- a release
           *> with no one accountable behind it is what the
           *> authority check exists to stop.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF WS-OPERAUTH-STATUS NOT = "00"
               MOVE "MT0952W" TO WS-OM-ID
               STRING "CREDHREL: OPERAUTH NOT AVAILABLE - EVERY "
                   "HOLD DECISION WILL BE REFUSED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ OPERATOR-AUTH-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-AUTH-COUNT < 50
                                   AND OA-OPERATOR-ID NOT = SPACES
                               ADD 1 TO WS-AUTH-COUNT
                               MOVE OA-OPERATOR-ID
                                   TO WS-AUTH-ID (WS-AUTH-COUNT)
                               MOVE OA-ALLOW-CREDIT
                                   TO WS-AUTH-CREDIT (WS-AUTH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-AUTH-FILE
           END-IF.

       LOAD-CUSTOMER-NAMES.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "CREDHREL: CUSTMAST NOT AVAILABLE - NOTICES "
                   "PRINT WITHOUT CUSTOMER NAMES"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-CUST-COUNT < 1000
                               ADD 1 TO WS-CUST-COUNT
                               MOVE CU-CUSTOMER-NUMBER
                                   TO WS-CUST-NUMBER (WS-CUST-COUNT)
                               MOVE CU-NAME
                                   TO WS-CUST-NAME (WS-CUST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       LOAD-HELD-QUEUE.
           OPEN INPUT HELD-QUEUE-FILE
           IF WS-HLDQUEUE-STATUS NOT = "00"
               DISPLAY "CREDHREL: NO CARRIED HOLD QUEUE - STARTING "
                   "FROM TONIGHT'S HOLDS"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ HELD-QUEUE-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN HQ-IS-ORDER
                                   PERFORM ROOM-FOR-ONE-ORDER
                                   ADD 1 TO WS-HELD-COUNT
                                   MOVE HQ-ORDER-NUMBER TO
                                       WS-HD-ORDER (WS-HELD-COUNT)
                                   MOVE HQ-CUSTOMER-NUMBER TO
                                       WS-HD-CUSTOMER (WS-HELD-COUNT)
                                   MOVE HQ-EXTENDED-PRICE TO
                                       WS-HD-TOTAL (WS-HELD-COUNT)
                                   MOVE HQ-HOLD-REASON TO
                                       WS-HD-REASON (WS-HELD-COUNT)
                                   MOVE HQ-HOLD-DATE TO
                                       WS-HD-HOLD-DATE
                                           (WS-HELD-COUNT)
                                   MOVE HQ-REVIEW-DATE TO
                                       WS-HD-REVIEW-DATE
                                           (WS-HELD-COUNT)
                                   MOVE 0 TO
                                       WS-HD-EXTENDS (WS-HELD-COUNT)
                                   IF HQ-EXTEND-COUNT NUMERIC
                                       MOVE HQ-EXTEND-COUNT TO
                                           WS-HD-EXTENDS
                                               (WS-HELD-COUNT)
                                   END-IF
                                   MOVE "H" TO
                                       WS-HD-DECISION (WS-HELD-COUNT)
                                   MOVE SPACES TO
                                       WS-HD-OPERATOR (WS-HELD-COUNT)
                               WHEN HQ-IS-LINE
                                   PERFORM ROOM-FOR-ONE-LINE
                                   ADD 1 TO WS-LINE-COUNT
                                   MOVE HQ-ORDER-NUMBER TO
                                       WS-HL-ORDER (WS-LINE-COUNT)
                                   MOVE HQ-ITEM-NUMBER TO
                                       WS-HL-ITEM (WS-LINE-COUNT)
                                   MOVE HQ-QUANTITY TO
                                       WS-HL-QUANTITY (WS-LINE-COUNT)
                                   MOVE HQ-SHIPTO-CODE TO
                                       WS-HL-SHIPTO (WS-LINE-COUNT)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE HELD-QUEUE-FILE
           END-IF.

       TAKE-NEW-HOLDS.
           *> Last night's diversions, each aged from the day
           *> ORDPRICE held it.
           OPEN INPUT HELD-ORDERS-FILE
           IF WS-ORDHELD-STATUS NOT = "00"
               DISPLAY "CREDHREL: NO ORDHELD - NO NEW HOLDS TAKEN"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ HELD-ORDERS-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN OH-IS-ORDER
                                   PERFORM TAKE-ONE-NEW-ORDER
                               WHEN OH-IS-LINE
                                       AND WS-TAKING-THIS-ORDER
                                   PERFORM ROOM-FOR-ONE-LINE
                                   ADD 1 TO WS-LINE-COUNT
                                   MOVE OH-ORDER-NUMBER TO
                                       WS-HL-ORDER (WS-LINE-COUNT)
                                   MOVE OH-ITEM-NUMBER TO
                                       WS-HL-ITEM (WS-LINE-COUNT)
                                   MOVE OH-QUANTITY TO
                                       WS-HL-QUANTITY (WS-LINE-COUNT)
                                   MOVE OH-SHIPTO-CODE TO
                                       WS-HL-SHIPTO (WS-LINE-COUNT)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE HELD-ORDERS-FILE
           END-IF.

       TAKE-ONE-NEW-ORDER.
           MOVE OH-ORDER-NUMBER TO WS-SEEK-ORDER
           PERFORM FIND-HELD-ORDER
           IF WS-HELD-WAS-FOUND
               MOVE "N" TO WS-TAKE-ORDER
           ELSE
               SET WS-TAKING-THIS-ORDER TO TRUE
               PERFORM ROOM-FOR-ONE-ORDER
               ADD 1 TO WS-NEW-HOLDS
               ADD 1 TO WS-HELD-COUNT
               MOVE OH-ORDER-NUMBER TO WS-HD-ORDER (WS-HELD-COUNT)
               MOVE OH-CUSTOMER-NUMBER
                   TO WS-HD-CUSTOMER (WS-HELD-COUNT)
               MOVE OH-EXTENDED-PRICE TO WS-HD-TOTAL (WS-HELD-COUNT)
               MOVE OH-HOLD-REASON TO WS-HD-REASON (WS-HELD-COUNT)
               MOVE OH-HOLD-DATE
                   TO WS-HD-HOLD-DATE (WS-HELD-COUNT)
               IF OH-HOLD-DATE = SPACES
                   MOVE WS-TODAY-TEXT
                       TO WS-HD-HOLD-DATE (WS-HELD-COUNT)
               END-IF
               MOVE SPACES TO WS-HD-REVIEW-DATE (WS-HELD-COUNT)
               MOVE 0 TO WS-HD-EXTENDS (WS-HELD-COUNT)
               MOVE "H" TO WS-HD-DECISION (WS-HELD-COUNT)
               MOVE SPACES TO WS-HD-OPERATOR (WS-HELD-COUNT)
           END-IF.

      *> The queue cannot be cut short: an order dropped here
      *> would vanish from credit control altogether, so a full
      *> table abandons the run with the live queue untouched.
       ROOM-FOR-ONE-ORDER.
           IF WS-HELD-COUNT >= 500
               MOVE "MT0953E" TO WS-OM-ID
               STRING "CREDHREL: MORE THAN 500 HELD ORDERS - "
                   "RUN ABANDONED, QUEUE NOT REPLACED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       ROOM-FOR-ONE-LINE.
           IF WS-LINE-COUNT >= 5000
               MOVE "MT0953E" TO WS-OM-ID
               STRING "CREDHREL: MORE THAN 5000 HELD ORDER LINES - "
                   "RUN ABANDONED, QUEUE NOT REPLACED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *> Plain exchange sort on order number: ORDPRICE's restart
      *> splice relies on ORDRLSE arriving in order-number
      *> sequence, and the register reads better that way too.
       SORT-HELD-ORDERS.
           SET WS-A-SWAP-HAPPENED TO TRUE
           PERFORM UNTIL NOT WS-A-SWAP-HAPPENED
               MOVE "N" TO WS-SORT-SWAPPED
               PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                       UNTIL WS-SORT-IDX >= WS-HELD-COUNT
                   IF WS-HD-ORDER (WS-SORT-IDX)
                           > WS-HD-ORDER (WS-SORT-IDX + 1)
                       MOVE WS-HD-ENTRY (WS-SORT-IDX)
                           TO WS-HELD-SWAP
                       MOVE WS-HD-ENTRY (WS-SORT-IDX + 1)
                           TO WS-HD-ENTRY (WS-SORT-IDX)
                       MOVE WS-HELD-SWAP
                           TO WS-HD-ENTRY (WS-SORT-IDX + 1)
                       SET WS-A-SWAP-HAPPENED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       APPLY-THE-DECISIONS.
           OPEN INPUT HOLD-TRANS-FILE
           IF WS-HLDTRANS-STATUS NOT = "00"
               MOVE SPACES TO HOLD-REPORT-RECORD
               STRING "NO HOLD DECISIONS TONIGHT - EVERY HELD "
                   "ORDER STAYS ON THE QUEUE"
                   DELIMITED BY SIZE INTO HOLD-REPORT-RECORD
               END-STRING
               WRITE HOLD-REPORT-RECORD
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ HOLD-TRANS-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-COUNT
                           PERFORM APPLY-ONE-DECISION
                   END-READ
               END-PERFORM
               CLOSE HOLD-TRANS-FILE
           END-IF.

       APPLY-ONE-DECISION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE HT-ORDER-NUMBER TO WS-SEEK-ORDER
           PERFORM FIND-HELD-ORDER
           PERFORM CHECK-CREDIT-AUTHORITY
           EVALUATE TRUE
               WHEN NOT (HT-IS-RELEASE OR HT-IS-EXTEND
                       OR HT-IS-CANCEL)
                   MOVE "ACTION NOT R, E OR C" TO WS-REJECT-REASON
               WHEN NOT WS-AUTH-WAS-FOUND
                   MOVE "OPERATOR NOT AUTHORIZED FOR CREDIT"
                       TO WS-REJECT-REASON
               WHEN NOT WS-HELD-WAS-FOUND
                   MOVE "ORDER NOT ON THE HOLD QUEUE"
                       TO WS-REJECT-REASON
               WHEN WS-HD-DECISION (WS-HELD-IDX) NOT = "H"
                   MOVE "ORDER ALREADY DECIDED THIS RUN"
                       TO WS-REJECT-REASON
               WHEN HT-IS-EXTEND AND HT-EXTEND-DAYS NOT = SPACES
                       AND HT-EXTEND-DAYS NOT NUMERIC
                   MOVE "EXTENSION DAYS NOT NUMERIC"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
           ELSE
               MOVE HT-OPERATOR-ID TO WS-HD-OPERATOR (WS-HELD-IDX)
               MOVE HT-ACTION TO WS-HD-DECISION (WS-HELD-IDX)
               EVALUATE TRUE
                   WHEN HT-IS-RELEASE
                       ADD 1 TO WS-RELEASED-COUNT
                       MOVE "RELEASED TO PRICING" TO WS-DECISION-TEXT
                   WHEN HT-IS-CANCEL
                       ADD 1 TO WS-CANCELLED-COUNT
                       MOVE "CANCELLED - NOTICE SENT"
                           TO WS-DECISION-TEXT
                   WHEN HT-IS-EXTEND
                       PERFORM EXTEND-THE-HOLD
               END-EVALUATE
               PERFORM WRITE-DECISION-LINE
           END-IF.

       EXTEND-THE-HOLD.
           *> Still held, so the decision reverts to H; the review
           *> date keeps it off the aging report until it comes.
           ADD 1 TO WS-EXTENDED-COUNT
           MOVE "H" TO WS-HD-DECISION (WS-HELD-IDX)
           MOVE WS-DEFAULT-EXTEND TO WS-EXTEND-DAYS
           IF HT-EXTEND-DAYS NUMERIC AND HT-EXTEND-DAYS-NUM > 0
               MOVE HT-EXTEND-DAYS-NUM TO WS-EXTEND-DAYS
           END-IF
           COMPUTE WS-REVIEW-INT = WS-TODAY-INT + WS-EXTEND-DAYS
           COMPUTE WS-REVIEW-DIGITS =
               FUNCTION DATE-OF-INTEGER (WS-REVIEW-INT)
           MOVE SPACES TO WS-HD-REVIEW-DATE (WS-HELD-IDX)
           STRING WS-REVIEW-YYYY "-" WS-REVIEW-MM "-" WS-REVIEW-DD
               DELIMITED BY SIZE
               INTO WS-HD-REVIEW-DATE (WS-HELD-IDX)
           END-STRING
           IF WS-HD-EXTENDS (WS-HELD-IDX) < 99
               ADD 1 TO WS-HD-EXTENDS (WS-HELD-IDX)
           END-IF
           MOVE SPACES TO WS-DECISION-TEXT
           STRING "EXTENDED TO " WS-HD-REVIEW-DATE (WS-HELD-IDX)
               DELIMITED BY SIZE INTO WS-DECISION-TEXT
           END-STRING.

       FIND-HELD-ORDER.
           MOVE "N" TO WS-HELD-FOUND
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
                       OR WS-HELD-WAS-FOUND
               IF WS-HD-ORDER (WS-HELD-IDX) = WS-SEEK-ORDER
                   SET WS-HELD-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-HELD-WAS-FOUND
               SUBTRACT 1 FROM WS-HELD-IDX
           END-IF.

       CHECK-CREDIT-AUTHORITY.
           MOVE "N" TO WS-AUTH-FOUND
           IF HT-OPERATOR-ID NOT = SPACES
               PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                       UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                           OR WS-AUTH-WAS-FOUND
                   IF WS-AUTH-ID (WS-AUTH-IDX) = HT-OPERATOR-ID
                           AND WS-AUTH-CREDIT (WS-AUTH-IDX) = "Y"
                       SET WS-AUTH-WAS-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-DECISION-LINE.
           MOVE WS-HD-TOTAL (WS-HELD-IDX) TO WS-TOTAL-DISPLAY
           MOVE SPACES TO HOLD-REPORT-RECORD
           STRING "ORDER " HT-ORDER-NUMBER
               " CUSTOMER " WS-HD-CUSTOMER (WS-HELD-IDX)
               " TOTAL " WS-TOTAL-DISPLAY
               " BY " HT-OPERATOR-ID
               " - " WS-DECISION-TEXT
               " " HT-NOTE
               DELIMITED BY SIZE INTO HOLD-REPORT-RECORD
           END-STRING
           WRITE HOLD-REPORT-RECORD.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO HOLD-REPORT-RECORD
           STRING "REJECTED ORDER " HT-ORDER-NUMBER
               " ACTION " HT-ACTION
               " BY " HT-OPERATOR-ID
               " - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO HOLD-REPORT-RECORD
           END-STRING
           DISPLAY HOLD-REPORT-RECORD
           WRITE HOLD-REPORT-RECORD.

       WRITE-THE-OUTCOMES.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
               EVALUATE WS-HD-DECISION (WS-HELD-IDX)
                   WHEN "R"
                       PERFORM WRITE-RELEASED-LINES
                   WHEN "C"
                       PERFORM WRITE-CANCEL-NOTICE
                   WHEN OTHER
                       ADD 1 TO WS-STILL-HELD
                       PERFORM CARRY-THE-HOLD
               END-EVALUATE
           END-PERFORM.

       WRITE-RELEASED-LINES.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               IF WS-HL-ORDER (WS-LINE-IDX)
                       = WS-HD-ORDER (WS-HELD-IDX)
                   MOVE SPACES TO RELEASED-ORDER-RECORD
                   MOVE WS-HD-ORDER (WS-HELD-IDX) TO RL-ORDER-NUMBER
                   MOVE WS-HL-ITEM (WS-LINE-IDX) TO RL-ITEM-NUMBER
                   MOVE WS-HL-QUANTITY (WS-LINE-IDX) TO RL-QUANTITY
                   MOVE WS-HD-CUSTOMER (WS-HELD-IDX)
                       TO RL-CUSTOMER-NUMBER
                   MOVE WS-HL-SHIPTO (WS-LINE-IDX) TO RL-SHIPTO-CODE
                   WRITE RELEASED-ORDER-RECORD
               END-IF
           END-PERFORM.

       CARRY-THE-HOLD.
           MOVE SPACES TO HELD-QUEUE-RECORD
           SET HQ-IS-ORDER TO TRUE
           MOVE WS-HD-CUSTOMER (WS-HELD-IDX) TO HQ-CUSTOMER-NUMBER
           MOVE WS-HD-ORDER (WS-HELD-IDX) TO HQ-ORDER-NUMBER
           MOVE 0 TO HQ-QUANTITY
           MOVE WS-HD-TOTAL (WS-HELD-IDX) TO HQ-EXTENDED-PRICE
           MOVE WS-HD-REASON (WS-HELD-IDX) TO HQ-HOLD-REASON
           MOVE WS-HD-HOLD-DATE (WS-HELD-IDX) TO HQ-HOLD-DATE
           MOVE WS-HD-REVIEW-DATE (WS-HELD-IDX) TO HQ-REVIEW-DATE
           MOVE WS-HD-EXTENDS (WS-HELD-IDX) TO HQ-EXTEND-COUNT
           MOVE HELD-QUEUE-RECORD TO NEW-QUEUE-RECORD
           WRITE NEW-QUEUE-RECORD
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               IF WS-HL-ORDER (WS-LINE-IDX)
                       = WS-HD-ORDER (WS-HELD-IDX)
                   MOVE SPACES TO HELD-QUEUE-RECORD
                   SET HQ-IS-LINE TO TRUE
                   MOVE WS-HD-CUSTOMER (WS-HELD-IDX)
                       TO HQ-CUSTOMER-NUMBER
                   MOVE WS-HD-ORDER (WS-HELD-IDX) TO HQ-ORDER-NUMBER
                   MOVE WS-HL-ITEM (WS-LINE-IDX) TO HQ-ITEM-NUMBER
                   MOVE WS-HL-QUANTITY (WS-LINE-IDX) TO HQ-QUANTITY
                   MOVE 0 TO HQ-EXTENDED-PRICE
                   MOVE WS-HD-REASON (WS-HELD-IDX) TO HQ-HOLD-REASON
                   MOVE WS-HD-HOLD-DATE (WS-HELD-IDX)
                       TO HQ-HOLD-DATE
                   MOVE SPACES TO HQ-REVIEW-DATE
                   MOVE 0 TO HQ-EXTEND-COUNT
                   MOVE WS-HL-SHIPTO (WS-LINE-IDX) TO HQ-SHIPTO-CODE
                   MOVE HELD-QUEUE-RECORD TO NEW-QUEUE-RECORD
                   WRITE NEW-QUEUE-RECORD
               END-IF
           END-PERFORM.

       WRITE-CANCEL-NOTICE.
           MOVE SPACES TO WS-NOTICE-NAME
           MOVE "N" TO WS-CUST-FOUND
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                       OR WS-CUST-WAS-FOUND
               IF WS-CUST-NUMBER (WS-CUST-IDX)
                       = WS-HD-CUSTOMER (WS-HELD-IDX)
                   SET WS-CUST-WAS-FOUND TO TRUE
                   MOVE WS-CUST-NAME (WS-CUST-IDX) TO WS-NOTICE-NAME
               END-IF
           END-PERFORM
           MOVE WS-HD-TOTAL (WS-HELD-IDX) TO WS-TOTAL-DISPLAY
           MOVE SPACES TO CANCEL-NOTICE-RECORD
           MOVE "1" TO CN-CTRL-CHAR
           STRING "NOTICE OF ORDER CANCELLATION" "          "
               WS-TODAY-TEXT
               DELIMITED BY SIZE INTO CN-DATA
           END-STRING
           WRITE CANCEL-NOTICE-RECORD
           MOVE SPACES TO CANCEL-NOTICE-RECORD
           WRITE CANCEL-NOTICE-RECORD
           MOVE SPACES TO CANCEL-NOTICE-RECORD
           STRING "CUSTOMER " WS-HD-CUSTOMER (WS-HELD-IDX)
               "  " WS-NOTICE-NAME
               DELIMITED BY SIZE INTO CN-DATA
           END-STRING
           WRITE CANCEL-NOTICE-RECORD
           MOVE SPACES TO CANCEL-NOTICE-RECORD
           WRITE CANCEL-NOTICE-RECORD
           MOVE SPACES TO CANCEL-NOTICE-RECORD
           STRING "YOUR ORDER " WS-HD-ORDER (WS-HELD-IDX)
               ", TOTAL " WS-TOTAL-DISPLAY
               ", HELD SINCE " WS-HD-HOLD-DATE (WS-HELD-IDX)
               " PENDING CREDIT REVIEW,"
               DELIMITED BY SIZE INTO CN-DATA
           END-STRING
           WRITE CANCEL-NOTICE-RECORD
           MOVE SPACES TO CANCEL-NOTICE-RECORD
           STRING "HAS BEEN CANCELLED.  THE FOLLOWING ITEMS WILL "
               "NOT BE SHIPPED OR INVOICED:"
               DELIMITED BY SIZE INTO CN-DATA
           END-STRING
           WRITE CANCEL-NOTICE-RECORD
           MOVE SPACES TO CANCEL-NOTICE-RECORD
           WRITE CANCEL-NOTICE-RECORD
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               IF WS-HL-ORDER (WS-LINE-IDX)
                       = WS-HD-ORDER (WS-HELD-IDX)
                   MOVE SPACES TO CANCEL-NOTICE-RECORD
                   STRING "    ITEM " WS-HL-ITEM (WS-LINE-IDX)
                       "  QUANTITY " WS-HL-QUANTITY (WS-LINE-IDX)
                       DELIMITED BY SIZE INTO CN-DATA
                   END-STRING
                   WRITE CANCEL-NOTICE-RECORD
               END-IF
           END-PERFORM
           MOVE SPACES TO CANCEL-NOTICE-RECORD
           WRITE CANCEL-NOTICE-RECORD
           MOVE SPACES TO CANCEL-NOTICE-RECORD
           STRING "PLEASE CONTACT OUR CREDIT DEPARTMENT TO PLACE "
               "THE ORDER AGAIN."
               DELIMITED BY SIZE INTO CN-DATA
           END-STRING
           WRITE CANCEL-NOTICE-RECORD.

       WRITE-AGING-SECTION.
           MOVE SPACES TO HOLD-REPORT-RECORD
           WRITE HOLD-REPORT-RECORD
           MOVE SPACES TO HOLD-REPORT-RECORD
           STRING "ORDERS STILL HELD PAST " WS-AGE-LIMIT " DAYS"
               DELIMITED BY SIZE INTO HOLD-REPORT-RECORD
           END-STRING
           WRITE HOLD-REPORT-RECORD
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
               IF WS-HD-DECISION (WS-HELD-IDX) = "H"
                   PERFORM AGE-ONE-HOLD
               END-IF
           END-PERFORM
           IF WS-AGED-COUNT = 0
               MOVE SPACES TO HOLD-REPORT-RECORD
               MOVE "  NONE" TO HOLD-REPORT-RECORD
               WRITE HOLD-REPORT-RECORD
           END-IF
           MOVE SPACES TO HOLD-REPORT-RECORD
           WRITE HOLD-REPORT-RECORD
           MOVE SPACES TO HOLD-REPORT-RECORD
           STRING "RELEASED " WS-RELEASED-COUNT
               "  EXTENDED " WS-EXTENDED-COUNT
               "  CANCELLED " WS-CANCELLED-COUNT
               "  REJECTED " WS-REJECTED-COUNT
               "  STILL HELD " WS-STILL-HELD
               "  AGED " WS-AGED-COUNT
               DELIMITED BY SIZE INTO HOLD-REPORT-RECORD
           END-STRING
           WRITE HOLD-REPORT-RECORD.

      *> Age from the hold date.  An extension's review date
      *> keeps the order off the list until it arrives; an
      *> unreadable hold date ages at once rather than hide.
       AGE-ONE-HOLD.
           MOVE 99999 TO WS-AGE-DAYS
           IF WS-HD-HOLD-DATE (WS-HELD-IDX) (1:4) NUMERIC
                   AND WS-HD-HOLD-DATE (WS-HELD-IDX) (6:2) NUMERIC
                   AND WS-HD-HOLD-DATE (WS-HELD-IDX) (9:2) NUMERIC
               MOVE WS-HD-HOLD-DATE (WS-HELD-IDX) (1:4) TO WS-DP-YYYY
               MOVE WS-HD-HOLD-DATE (WS-HELD-IDX) (6:2) TO WS-DP-MM
               MOVE WS-HD-HOLD-DATE (WS-HELD-IDX) (9:2) TO WS-DP-DD
               COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
                   (WS-DP-YYYY * 10000 + WS-DP-MM * 100
                       + WS-DP-DD)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DATE-INT
           END-IF
           IF WS-AGE-DAYS >= WS-AGE-LIMIT
                   AND (WS-HD-REVIEW-DATE (WS-HELD-IDX) = SPACES
                       OR WS-HD-REVIEW-DATE (WS-HELD-IDX)
                           <= WS-TODAY-TEXT)
               ADD 1 TO WS-AGED-COUNT
               MOVE WS-HD-TOTAL (WS-HELD-IDX) TO WS-TOTAL-DISPLAY
               MOVE SPACES TO HOLD-REPORT-RECORD
               STRING "  ORDER " WS-HD-ORDER (WS-HELD-IDX)
                   " CUSTOMER " WS-HD-CUSTOMER (WS-HELD-IDX)
                   " TOTAL " WS-TOTAL-DISPLAY
                   " HELD " WS-HD-HOLD-DATE (WS-HELD-IDX)
                   " AGE " WS-AGE-DAYS " DAYS"
                   " EXTENDED " WS-HD-EXTENDS (WS-HELD-IDX) "X"
                   " " WS-HD-REASON (WS-HELD-IDX)
                   DELIMITED BY SIZE INTO HOLD-REPORT-RECORD
               END-STRING
               WRITE HOLD-REPORT-RECORD
           END-IF.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM CREDHREL.
