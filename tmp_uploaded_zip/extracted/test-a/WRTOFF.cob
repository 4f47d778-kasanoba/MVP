       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRTOFF.

      *> AR write-off run.  Items nobody will ever pay, and the
      *> few cents a short payment leaves behind in CSHAPPLY,
      *> stayed open on ARLEDGER for good and cluttered every
      *> aging.  Two kinds of write-off, in one pass:
      *>   requested -- the credit department's WOREQ file names
      *>      an item by customer and order number with a reason;
      *>      the whole open amount is written off, and only when
      *>      the approver id has a Y in the OPERAUTH credit
      *>      column;
      *>   automatic -- any open item already part paid (open
      *>      amount no longer the original) whose remainder,
      *>      either sign, is under the WOCARD tolerance.  No
      *>      card, or a zero tolerance, means no automatic
      *>      write-offs tonight.
      *> Each write-off closes the item, goes to ARACTIV as a W
      *> line for minus the amount written off (ARSTMT prints it
      *> as WRITOFF), and is listed on the WOREG register, whose
      *> run total is what finance books to the bad-debt
      *> account.  The ledger comes through old-in / new-out and
      *> the customer open balances are refreshed the way
      *> CSHAPPLY refreshes them, which is what takes the amount
      *> off CU-OPEN-BALANCE.  Rejected requests are listed on
      *> the register and end the run RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ARLEDGER-SEL.
       COPY CUSTMAST-SEL.
       COPY OPERAUTH-SEL.
           SELECT WRITEOFF-CARD-FILE ASSIGN TO "WOCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOCARD-STATUS.
           SELECT WRITEOFF-REQUEST-FILE ASSIGN TO "WOREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOREQ-STATUS.
           SELECT NEW-LEDGER-FILE ASSIGN TO "ARLEDNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARLEDNEW-STATUS.
           SELECT NEW-CUSTOMER-FILE ASSIGN TO "CUSTNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTNEW-STATUS.
           SELECT AR-ACTIVITY-FILE ASSIGN TO "ARACTIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARACTIV-STATUS.
           SELECT WRITEOFF-REGISTER-FILE ASSIGN TO "WOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY ARLEDGER-FD.
       COPY CUSTMAST-FD.
       COPY OPERAUTH-FD.

      *> Small-balance tolerance: a part-paid remainder under
      *> this (00100 is 1.00) is written off automatically.
       FD  WRITEOFF-CARD-FILE.
       01  WRITEOFF-CARD-RECORD.
           05  WC-TOLERANCE             PIC X(5).
           05  WC-TOLERANCE-NUM REDEFINES WC-TOLERANCE
                                        PIC 9(3)V99.
           05  FILLER                   PIC X(75).

       FD  WRITEOFF-REQUEST-FILE.
       01  WRITEOFF-REQUEST-RECORD.
           05  WR-CUSTOMER-NUMBER       PIC X(6).
           05  WR-ORDER-NUMBER          PIC X(8).
           05  WR-APPROVER-ID           PIC X(8).
           05  WR-REASON                PIC X(30).
           05  FILLER                   PIC X(28).

       FD  NEW-LEDGER-FILE.
       01  NEW-LEDGER-RECORD            PIC X(80).

       FD  NEW-CUSTOMER-FILE.
       01  NEW-CUSTOMER-RECORD          PIC X(80).

      *> Cumulative activity journal (see ARPOST); write-offs are
      *> type W.
       FD  AR-ACTIVITY-FILE.
       01  AR-ACTIVITY-RECORD.
           05  AV-ACTIVITY-DATE         PIC X(10).
           05  AV-CUSTOMER-NUMBER       PIC X(6).
           05  AV-ACTIVITY-TYPE         PIC X.
           05  AV-REFERENCE             PIC X(12).
           05  AV-AMOUNT                PIC S9(11)V99
               SIGN IS TRAILING SEPARATE.
           05  FILLER                   PIC X(37).

       FD  WRITEOFF-REGISTER-FILE.
       01  WRITEOFF-REGISTER-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-ARLEDGER-STATUS           PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-OPERAUTH-STATUS           PIC XX VALUE SPACES.
       01  WS-WOCARD-STATUS             PIC XX VALUE SPACES.
       01  WS-WOREQ-STATUS              PIC XX VALUE SPACES.
       01  WS-ARLEDNEW-STATUS           PIC XX VALUE SPACES.
       01  WS-CUSTNEW-STATUS            PIC XX VALUE SPACES.
       01  WS-ARACTIV-STATUS            PIC XX VALUE SPACES.
       01  WS-WOREG-STATUS              PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-TODAY-TEXT                PIC X(10) VALUE SPACES.
       01  WS-TOLERANCE                 PIC 9(3)V99 VALUE 0.
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
       01  WS-MATCH-IDX                 PIC 9(4) VALUE 0.
      *> OPERAUTH ids with the credit column, as in CUSTMNT.
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY OCCURS 50 TIMES.
               10  WS-AUTH-ID           PIC X(8).
               10  WS-AUTH-CREDIT       PIC X.
       01  WS-AUTH-COUNT                PIC 99 VALUE 0.
       01  WS-AUTH-IDX                  PIC 99 VALUE 0.
       01  WS-AUTH-FOUND                PIC X VALUE "N".
           88  WS-AUTH-WAS-FOUND        VALUE "Y".
       01  WS-REJECT-REASON             PIC X(40) VALUE SPACES.
       01  WS-WRITEOFF-AMOUNT           PIC S9(11)V99 VALUE 0.
       01  WS-ABS-OPEN                  PIC 9(11)V99 VALUE 0.
       01  WS-REQUEST-COUNT             PIC 9(5) VALUE 0.
       01  WS-REQUESTED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT              PIC 9(5) VALUE 0.
       01  WS-AUTO-COUNT                PIC 9(5) VALUE 0.
       01  WS-REQUESTED-TOTAL           PIC S9(13)V99 VALUE 0.
       01  WS-AUTO-TOTAL                PIC S9(13)V99 VALUE 0.
       01  WS-RUN-TOTAL                 PIC S9(13)V99 VALUE 0.
       01  WS-AMT-DISPLAY               PIC -(10)9.99.
       01  WS-AMT-DISPLAY-2             PIC -(10)9.99.
       01  WS-TOTAL-DISPLAY             PIC -(12)9.99.
       01  WS-TOL-DISPLAY               PIC ZZ9.99.
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
       WRTOFF-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           PERFORM READ-WRITEOFF-CARD
           PERFORM LOAD-OPERATOR-AUTHORITY
           PERFORM LOAD-THE-LEDGER
           OPEN OUTPUT NEW-LEDGER-FILE
           IF WS-ARLEDNEW-STATUS NOT = "00"
               MOVE "MT0973E" TO WS-OM-ID
               STRING "WRTOFF: ARLEDNEW NOT AVAILABLE - NOTHING "
                   "WRITTEN OFF"
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
      *> A closed item with no W line would put the statements
      *> out of tie, so nothing is written off at all.
               MOVE "MT0973E" TO WS-OM-ID
               STRING "WRTOFF: ARACTIV NOT AVAILABLE - NOTHING "
                   "WRITTEN OFF"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE NEW-LEDGER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT WRITEOFF-REGISTER-FILE
           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           STRING "AR WRITE-OFF REGISTER - " WS-TODAY-TEXT
               DELIMITED BY SIZE INTO WRITEOFF-REGISTER-RECORD
           END-STRING
           WRITE WRITEOFF-REGISTER-RECORD
           PERFORM APPLY-REQUESTED-WRITEOFFS
           PERFORM APPLY-AUTOMATIC-WRITEOFFS
           PERFORM WRITE-REGISTER-TOTALS
           CLOSE WRITEOFF-REGISTER-FILE
           CLOSE AR-ACTIVITY-FILE
           PERFORM WRITE-NEW-LEDGER
           PERFORM SUM-OPEN-BALANCES
           PERFORM REFRESH-CUSTOMER-BALANCES
           MOVE WS-RUN-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "===== WRTOFF END-OF-JOB SUMMARY ====="
           DISPLAY "REQUESTS READ     : " WS-REQUEST-COUNT
           DISPLAY "  WRITTEN OFF     : " WS-REQUESTED-COUNT
           DISPLAY "  REJECTED        : " WS-REJECT-COUNT
           DISPLAY "SMALL BALANCES    : " WS-AUTO-COUNT
           DISPLAY "TOTAL WRITTEN OFF : " WS-TOTAL-DISPLAY
           DISPLAY "===================================="
           IF WS-REJECT-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       READ-WRITEOFF-CARD.
           MOVE 0 TO WS-TOLERANCE
           OPEN INPUT WRITEOFF-CARD-FILE
           IF WS-WOCARD-STATUS = "00"
               READ WRITEOFF-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WC-TOLERANCE NUMERIC
                           MOVE WC-TOLERANCE-NUM TO WS-TOLERANCE
                       END-IF
               END-READ
               CLOSE WRITEOFF-CARD-FILE
           END-IF
           IF WS-TOLERANCE = 0
               DISPLAY "WRTOFF: NO USABLE WOCARD TOLERANCE - NO "
                   "SMALL-BALANCE WRITE-OFFS"
           END-IF.

       LOAD-OPERATOR-AUTHORITY.
           *> As in CUSTMNT: absent or empty, nobody is an
           *> approver and every request is rejected.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF WS-OPERAUTH-STATUS NOT = "00"
               MOVE "MT0971W" TO WS-OM-ID
               STRING "WRTOFF: OPERAUTH NOT AVAILABLE - "
                   "REQUESTED WRITE-OFFS WILL BE REJECTED"
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

       LOAD-THE-LEDGER.
           OPEN INPUT AR-LEDGER-FILE
           IF WS-ARLEDGER-STATUS NOT = "00"
               MOVE "MT0970E" TO WS-OM-ID
               STRING "WRTOFF: ARLEDGER NOT AVAILABLE - "
                   "WRITE-OFF RUN ABANDONED"
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
                           MOVE "MT0972E" TO WS-OM-ID
                           STRING "WRTOFF: LEDGER EXCEEDS "
                               "5000 ITEMS - RUN ABANDONED"
                               DELIMITED BY SIZE INTO WS-OM-TEXT
                           END-STRING
                           PERFORM ISSUE-OPERATOR-MESSAGE
                           MOVE 8 TO RETURN-CODE
                           GOBACK
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
               END-READ
           END-PERFORM
           CLOSE AR-LEDGER-FILE.

      *> No WOREQ file is the usual night: nothing requested.
       APPLY-REQUESTED-WRITEOFFS.
           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           WRITE WRITEOFF-REGISTER-RECORD
           MOVE "REQUESTED WRITE-OFFS (BAD DEBT)"
               TO WRITEOFF-REGISTER-RECORD
           WRITE WRITEOFF-REGISTER-RECORD
           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           STRING "CUSTOMER ORDER    ITEM DATE        ORIGINAL"
               "    WRITTEN OFF  APPROVER REASON"
               DELIMITED BY SIZE INTO WRITEOFF-REGISTER-RECORD
           END-STRING
           WRITE WRITEOFF-REGISTER-RECORD
           OPEN INPUT WRITEOFF-REQUEST-FILE
           IF WS-WOREQ-STATUS = "00"
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ WRITEOFF-REQUEST-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REQUEST-COUNT
                           PERFORM APPLY-ONE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE WRITEOFF-REQUEST-FILE
           END-IF
           MOVE WS-REQUESTED-TOTAL TO WS-AMT-DISPLAY-2
           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           STRING "  REQUESTED: " WS-REQUESTED-COUNT
               "  REJECTED: " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO WRITEOFF-REGISTER-RECORD
           END-STRING
           MOVE WS-AMT-DISPLAY-2 TO WRITEOFF-REGISTER-RECORD (45:14)
           WRITE WRITEOFF-REGISTER-RECORD.

       APPLY-ONE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM FIND-THE-OPEN-ITEM
           PERFORM CHECK-APPROVER
           EVALUATE TRUE
               WHEN WS-MATCH-IDX = 0
                   MOVE "ITEM NOT OPEN FOR THIS CUSTOMER"
                       TO WS-REJECT-REASON
               WHEN NOT WS-AUTH-WAS-FOUND
                   MOVE "NEEDS AN AUTHORIZED APPROVER"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WRITEOFF-REGISTER-RECORD
               STRING WR-CUSTOMER-NUMBER "   " WR-ORDER-NUMBER
                   "  *** REJECTED: " WS-REJECT-REASON
                   "  APPROVER " WR-APPROVER-ID
                   DELIMITED BY SIZE INTO WRITEOFF-REGISTER-RECORD
               END-STRING
               WRITE WRITEOFF-REGISTER-RECORD
           ELSE
               PERFORM WRITE-OFF-THE-ITEM
               ADD 1 TO WS-REQUESTED-COUNT
               ADD WS-WRITEOFF-AMOUNT TO WS-REQUESTED-TOTAL
               PERFORM WRITE-ITEM-LINE
               MOVE WR-APPROVER-ID TO WRITEOFF-REGISTER-RECORD (63:8)
               MOVE WR-REASON TO WRITEOFF-REGISTER-RECORD (72:30)
               WRITE WRITEOFF-REGISTER-RECORD
           END-IF.

       FIND-THE-OPEN-ITEM.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-LED-IDX FROM 1 BY 1
                   UNTIL WS-LED-IDX > WS-LED-COUNT
                       OR WS-MATCH-IDX > 0
               IF WS-LED-ORDER (WS-LED-IDX) = WR-ORDER-NUMBER
                       AND WS-LED-CUSTOMER (WS-LED-IDX)
                           = WR-CUSTOMER-NUMBER
                       AND WS-LED-STATUS (WS-LED-IDX) = "O"
                       AND WS-LED-OPEN (WS-LED-IDX) NOT = 0
                   MOVE WS-LED-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.

       CHECK-APPROVER.
           MOVE "N" TO WS-AUTH-FOUND
           IF WR-APPROVER-ID NOT = SPACES
               PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                       UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                           OR WS-AUTH-WAS-FOUND
                   IF WS-AUTH-ID (WS-AUTH-IDX) = WR-APPROVER-ID
                           AND WS-AUTH-CREDIT (WS-AUTH-IDX) = "Y"
                       SET WS-AUTH-WAS-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      *> Only a remainder qualifies: an item still open for its
      *> whole original amount is a real debt, however small.
       APPLY-AUTOMATIC-WRITEOFFS.
           MOVE WS-TOLERANCE TO WS-TOL-DISPLAY
           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           WRITE WRITEOFF-REGISTER-RECORD
           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           STRING "SMALL-BALANCE WRITE-OFFS (PART-PAID REMAINDER "
               "UNDER " WS-TOL-DISPLAY ")"
               DELIMITED BY SIZE INTO WRITEOFF-REGISTER-RECORD
           END-STRING
           WRITE WRITEOFF-REGISTER-RECORD
           IF WS-TOLERANCE > 0
               PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                       UNTIL WS-MATCH-IDX > WS-LED-COUNT
                   IF WS-LED-STATUS (WS-MATCH-IDX) = "O"
                           AND WS-LED-OPEN (WS-MATCH-IDX) NOT = 0
                           AND WS-LED-OPEN (WS-MATCH-IDX)
                               NOT = WS-LED-ORIGINAL (WS-MATCH-IDX)
                       IF WS-LED-OPEN (WS-MATCH-IDX) < 0
                           COMPUTE WS-ABS-OPEN =
                               0 - WS-LED-OPEN (WS-MATCH-IDX)
                       ELSE
                           MOVE WS-LED-OPEN (WS-MATCH-IDX)
                               TO WS-ABS-OPEN
                       END-IF
                       IF WS-ABS-OPEN < WS-TOLERANCE
                           PERFORM WRITE-OFF-THE-ITEM
                           ADD 1 TO WS-AUTO-COUNT
                           ADD WS-WRITEOFF-AMOUNT TO WS-AUTO-TOTAL
                           PERFORM WRITE-ITEM-LINE
                           MOVE "(SMALL BALANCE)"
                               TO WRITEOFF-REGISTER-RECORD (72:15)
                           WRITE WRITEOFF-REGISTER-RECORD
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-AUTO-TOTAL TO WS-AMT-DISPLAY-2
           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           STRING "  SMALL BALANCES: " WS-AUTO-COUNT
               DELIMITED BY SIZE INTO WRITEOFF-REGISTER-RECORD
           END-STRING
           MOVE WS-AMT-DISPLAY-2 TO WRITEOFF-REGISTER-RECORD (45:14)
           WRITE WRITEOFF-REGISTER-RECORD.

      *> The item at WS-MATCH-IDX closes; its W line takes the
      *> amount off the customer's statement balance.
       WRITE-OFF-THE-ITEM.
           MOVE WS-LED-OPEN (WS-MATCH-IDX) TO WS-WRITEOFF-AMOUNT
           MOVE 0 TO WS-LED-OPEN (WS-MATCH-IDX)
           MOVE "C" TO WS-LED-STATUS (WS-MATCH-IDX)
           ADD WS-WRITEOFF-AMOUNT TO WS-RUN-TOTAL
           MOVE SPACES TO AR-ACTIVITY-RECORD
           MOVE WS-TODAY-TEXT TO AV-ACTIVITY-DATE
           MOVE WS-LED-CUSTOMER (WS-MATCH-IDX) TO AV-CUSTOMER-NUMBER
           MOVE "W" TO AV-ACTIVITY-TYPE
           MOVE WS-LED-ORDER (WS-MATCH-IDX) TO AV-REFERENCE
           COMPUTE AV-AMOUNT = 0 - WS-WRITEOFF-AMOUNT
           WRITE AR-ACTIVITY-RECORD.

      *> Leaves the line in the record for the caller to finish.
       WRITE-ITEM-LINE.
           MOVE WS-LED-ORIGINAL (WS-MATCH-IDX) TO WS-AMT-DISPLAY
           MOVE WS-WRITEOFF-AMOUNT TO WS-AMT-DISPLAY-2
           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           STRING WS-LED-CUSTOMER (WS-MATCH-IDX) "   "
               WS-LED-ORDER (WS-MATCH-IDX) " "
               WS-LED-DATE (WS-MATCH-IDX) " "
               WS-AMT-DISPLAY " " WS-AMT-DISPLAY-2
               DELIMITED BY SIZE INTO WRITEOFF-REGISTER-RECORD
           END-STRING.

       WRITE-REGISTER-TOTALS.
           MOVE WS-RUN-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           WRITE WRITEOFF-REGISTER-RECORD
           MOVE SPACES TO WRITEOFF-REGISTER-RECORD
           STRING "TOTAL TO BAD-DEBT ACCOUNT"
               DELIMITED BY SIZE INTO WRITEOFF-REGISTER-RECORD
           END-STRING
           MOVE WS-TOTAL-DISPLAY TO WRITEOFF-REGISTER-RECORD (43:16)
           WRITE WRITEOFF-REGISTER-RECORD.

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
               DISPLAY "WRTOFF: CUSTMAST NOT AVAILABLE - "
                   "BALANCES NOT REFRESHED"
           ELSE
               OPEN OUTPUT NEW-CUSTOMER-FILE
               IF WS-CUSTNEW-STATUS NOT = "00"
                   DISPLAY "WRTOFF: CUSTNEW NOT AVAILABLE - "
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

       END PROGRAM WRTOFF.
