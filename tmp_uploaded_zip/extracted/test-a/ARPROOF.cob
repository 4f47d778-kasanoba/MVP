       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARPROOF.

      *> Nightly AR subledger proof.  The receivable is carried
      *> three ways -- the open items on ARLEDGER, CU-OPEN-BALANCE
      *> on each CUSTMAST record, and the running net of the
      *> ARACTIV journal -- and each posting run (ARPOST,
      *> CSHAPPLY, FINCHG, WRTOFF) maintains its own piece.
      *> Nothing proved they still agreed; ARSTMT ties to the
      *> ledger only once a month.  This runs after CSHAPPLY and
      *> proves all three, per customer and in total:
      *>   - the ledger figure is the customer's open items net;
      *>   - the journal figure is every ARACTIV amount ever
      *>     posted for the customer, which must equal it to the
      *>     penny;
      *>   - the master figure must be what the posting runs'
      *>     refresh stores: the ledger figure, or zero when the
      *>     customer is in credit (CU-OPEN-BALANCE is unsigned).
      *> Every customer whose figures disagree prints on PRFRPT
      *> with the three amounts side by side and what is wrong.
      *> The verdict goes to ARPRFVER, the RECONVER shape: CLEAN,
      *> or OUTBAL with the count out, and the run ends RC 4 so
      *> FLOWCTL holds on it.  The ORDPRICE step carries the
      *> ARPROOF gate on FLOWDEF, so the next night's credit
      *> checks are held until the proof comes back CLEAN -- or
      *> until a credit manager, having looked, reruns the proof
      *> with a PRFCARD naming themselves (Y in the OPERAUTH
      *> credit column), which records the verdict as REVIEWED.
      *> A proof that cannot be run at all writes FAILED and ends
      *> RC 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ARLEDGER-SEL.
       COPY CUSTMAST-SEL.
       COPY OPERAUTH-SEL.
           SELECT AR-ACTIVITY-FILE ASSIGN TO "ARACTIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARACTIV-STATUS.
           SELECT PROOF-CARD-FILE ASSIGN TO "PRFCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFCARD-STATUS.
           SELECT PROOF-VERDICT-FILE ASSIGN TO "ARPRFVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARPRFVER-STATUS.
           SELECT PROOF-REPORT-FILE ASSIGN TO "PRFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY ARLEDGER-FD.
       COPY CUSTMAST-FD.
       COPY OPERAUTH-FD.

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

      *> Present only on a review rerun: REVIEWED and the credit
      *> manager's operator id.
       FD  PROOF-CARD-FILE.
       01  PROOF-CARD-RECORD.
           05  PK-ACTION                PIC X(8).
           05  FILLER                   PIC X(1).
           05  PK-REVIEWER-ID           PIC X(8).
           05  FILLER                   PIC X(63).

      *> The RECONVER shape FLOWCTL reads for its gates: run date
      *> and verdict, then the customers out and the reviewer.
       FD  PROOF-VERDICT-FILE.
       01  PROOF-VERDICT-RECORD.
           05  PV-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(1).
           05  PV-VERDICT               PIC X(8).
           05  FILLER                   PIC X(1).
           05  PV-OUT-COUNT             PIC 9(5).
           05  FILLER                   PIC X(1).
           05  PV-REVIEWER-ID           PIC X(8).
           05  FILLER                   PIC X(46).

       FD  PROOF-REPORT-FILE.
       01  PROOF-REPORT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-ARLEDGER-STATUS           PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-OPERAUTH-STATUS           PIC XX VALUE SPACES.
       01  WS-ARACTIV-STATUS            PIC XX VALUE SPACES.
       01  WS-PRFCARD-STATUS            PIC XX VALUE SPACES.
       01  WS-ARPRFVER-STATUS           PIC XX VALUE SPACES.
       01  WS-PRFRPT-STATUS             PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-TODAY-TEXT                PIC X(10) VALUE SPACES.
      *> One entry per customer seen on any of the three.
       01  WS-PRF-TABLE.
           05  WS-PRF-ENTRY OCCURS 1000 TIMES.
               10  WS-PRF-CUSTOMER      PIC X(6).
               10  WS-PRF-NAME          PIC X(30).
               10  WS-PRF-ON-MASTER     PIC X.
               10  WS-PRF-LEDGER        PIC S9(11)V99.
               10  WS-PRF-MASTER        PIC 9(9)V99.
               10  WS-PRF-ACTIVITY      PIC S9(11)V99.
       01  WS-PRF-COUNT                 PIC 9(4) VALUE 0.
       01  WS-PRF-IDX                   PIC 9(4) VALUE 0.
       01  WS-PRF-FOUND                 PIC X VALUE "N".
           88  WS-PRF-WAS-FOUND         VALUE "Y".
       01  WS-PRF-WANTED                PIC X(6) VALUE SPACES.
       01  WS-PRF-FULL                  PIC X VALUE "N".
           88  WS-PRF-IS-FULL           VALUE "Y".
      *> What CU-OPEN-BALANCE should hold for the customer.
       01  WS-EXPECTED-MASTER           PIC S9(11)V99 VALUE 0.
       01  WS-PROBLEM                   PIC X(36) VALUE SPACES.
       01  WS-LEDGER-TOTAL              PIC S9(13)V99 VALUE 0.
       01  WS-MASTER-TOTAL              PIC S9(13)V99 VALUE 0.
       01  WS-ACTIVITY-TOTAL            PIC S9(13)V99 VALUE 0.
       01  WS-EXPECTED-TOTAL            PIC S9(13)V99 VALUE 0.
       01  WS-OUT-COUNT                 PIC 9(5) VALUE 0.
       01  WS-PROVED-COUNT              PIC 9(5) VALUE 0.
       01  WS-VERDICT                   PIC X(8) VALUE SPACES.
       01  WS-REVIEWER-ID               PIC X(8) VALUE SPACES.
       01  WS-REVIEW-OK                 PIC X VALUE "N".
           88  WS-REVIEW-IS-OK          VALUE "Y".
       01  WS-AMT-DISPLAY               PIC -(12)9.99.

       PROCEDURE DIVISION.
       ARPROOF-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           PERFORM READ-PROOF-CARD
           PERFORM LOAD-LEDGER-BALANCES
           PERFORM LOAD-MASTER-BALANCES
           PERFORM LOAD-ACTIVITY-BALANCES
           IF WS-PRF-IS-FULL
               MOVE "MT0985E" TO WS-OM-ID
               STRING "ARPROOF: MORE THAN 1000 CUSTOMERS - "
                   "PROOF NOT RUN"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               PERFORM PROOF-CANNOT-RUN
           END-IF
           OPEN OUTPUT PROOF-REPORT-FILE
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "AR SUBLEDGER PROOF - LEDGER / CUSTOMER MASTER / "
               "ACTIVITY JOURNAL - " WS-TODAY-TEXT
               DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
           END-STRING
           WRITE PROOF-REPORT-RECORD
           MOVE SPACES TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD
           MOVE SPACES TO PROOF-REPORT-RECORD
           MOVE "CUST" TO PROOF-REPORT-RECORD (1:4)
           MOVE "NAME" TO PROOF-REPORT-RECORD (9:4)
           MOVE "ARLEDGER OPEN" TO PROOF-REPORT-RECORD (43:13)
           MOVE "CU-OPEN-BALANCE" TO PROOF-REPORT-RECORD (58:15)
           MOVE "ARACTIV NET" TO PROOF-REPORT-RECORD (79:11)
           MOVE "DISAGREEMENT" TO PROOF-REPORT-RECORD (92:12)
           WRITE PROOF-REPORT-RECORD
           PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
                   UNTIL WS-PRF-IDX > WS-PRF-COUNT
               PERFORM PROVE-ONE-CUSTOMER
           END-PERFORM
           IF WS-OUT-COUNT = 0
               MOVE SPACES TO PROOF-REPORT-RECORD
               MOVE "  EVERY CUSTOMER AGREES ALL THREE WAYS"
                   TO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD
           END-IF
           PERFORM WRITE-PROOF-TOTALS
           PERFORM SETTLE-THE-VERDICT
           CLOSE PROOF-REPORT-FILE
           PERFORM WRITE-PROOF-VERDICT
           DISPLAY "===== ARPROOF END-OF-JOB SUMMARY ====="
           DISPLAY "CUSTOMERS PROVED  : " WS-PROVED-COUNT
           DISPLAY "OUT OF BALANCE    : " WS-OUT-COUNT
           MOVE WS-LEDGER-TOTAL TO WS-AMT-DISPLAY
           DISPLAY "LEDGER OPEN TOTAL : " WS-AMT-DISPLAY
           MOVE WS-MASTER-TOTAL TO WS-AMT-DISPLAY
           DISPLAY "MASTER TOTAL      : " WS-AMT-DISPLAY
           MOVE WS-ACTIVITY-TOTAL TO WS-AMT-DISPLAY
           DISPLAY "ACTIVITY NET      : " WS-AMT-DISPLAY
           DISPLAY "VERDICT           : " WS-VERDICT
           DISPLAY "====================================="
           IF WS-OUT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       READ-PROOF-CARD.
           *> No card is the nightly run; the card is only for the
           *> review rerun.
           OPEN INPUT PROOF-CARD-FILE
           IF WS-PRFCARD-STATUS = "00"
               READ PROOF-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PK-ACTION = "REVIEWED"
                           MOVE PK-REVIEWER-ID TO WS-REVIEWER-ID
                       END-IF
               END-READ
               CLOSE PROOF-CARD-FILE
           END-IF
           IF WS-REVIEWER-ID NOT = SPACES
               PERFORM CHECK-REVIEWER-AUTHORITY
           END-IF.

       CHECK-REVIEWER-AUTHORITY.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF WS-OPERAUTH-STATUS = "00"
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ OPERATOR-AUTH-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF OA-OPERATOR-ID = WS-REVIEWER-ID
                                   AND OA-ALLOW-CREDIT = "Y"
                               SET WS-REVIEW-IS-OK TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-AUTH-FILE
           END-IF
           IF NOT WS-REVIEW-IS-OK
               MOVE "MT0987W" TO WS-OM-ID
               STRING "ARPROOF: " WS-REVIEWER-ID " HAS NO CREDIT "
                   "AUTHORITY ON OPERAUTH - REVIEW NOT RECORDED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           END-IF.

       LOAD-LEDGER-BALANCES.
           OPEN INPUT AR-LEDGER-FILE
           IF WS-ARLEDGER-STATUS NOT = "00"
               MOVE "MT0986E" TO WS-OM-ID
               STRING "ARPROOF: ARLEDGER NOT AVAILABLE - "
                   "PROOF NOT RUN"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               PERFORM PROOF-CANNOT-RUN
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ AR-LEDGER-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF AR-IS-OPEN
                           MOVE AR-CUSTOMER-NUMBER TO WS-PRF-WANTED
                           PERFORM FIND-PROOF-ENTRY
                           IF WS-PRF-WAS-FOUND
                               ADD AR-OPEN-AMOUNT
                                   TO WS-PRF-LEDGER (WS-PRF-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-LEDGER-FILE.

       LOAD-MASTER-BALANCES.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               MOVE "MT0986E" TO WS-OM-ID
               STRING "ARPROOF: CUSTMAST NOT AVAILABLE - "
                   "PROOF NOT RUN"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               PERFORM PROOF-CANNOT-RUN
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ CUSTOMER-MASTER-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE CU-CUSTOMER-NUMBER TO WS-PRF-WANTED
                       PERFORM FIND-PROOF-ENTRY
                       IF WS-PRF-WAS-FOUND
                           MOVE "Y" TO WS-PRF-ON-MASTER (WS-PRF-IDX)
                           MOVE CU-NAME TO WS-PRF-NAME (WS-PRF-IDX)
                           IF CU-OPEN-BALANCE NUMERIC
                               MOVE CU-OPEN-BALANCE
                                   TO WS-PRF-MASTER (WS-PRF-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE.

       LOAD-ACTIVITY-BALANCES.
           OPEN INPUT AR-ACTIVITY-FILE
           IF WS-ARACTIV-STATUS NOT = "00"
               MOVE "MT0986E" TO WS-OM-ID
               STRING "ARPROOF: ARACTIV NOT AVAILABLE - "
                   "PROOF NOT RUN"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               PERFORM PROOF-CANNOT-RUN
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ AR-ACTIVITY-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE AV-CUSTOMER-NUMBER TO WS-PRF-WANTED
                       PERFORM FIND-PROOF-ENTRY
                       IF WS-PRF-WAS-FOUND
                           ADD AV-AMOUNT
                               TO WS-PRF-ACTIVITY (WS-PRF-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-ACTIVITY-FILE.

       FIND-PROOF-ENTRY.
           *> Finds or adds the customer's entry; a full table
           *> stops the proof rather than proving part of the book.
           MOVE "N" TO WS-PRF-FOUND
           PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
                   UNTIL WS-PRF-IDX > WS-PRF-COUNT
                       OR WS-PRF-WAS-FOUND
               IF WS-PRF-CUSTOMER (WS-PRF-IDX) = WS-PRF-WANTED
                   SET WS-PRF-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-PRF-WAS-FOUND
               SUBTRACT 1 FROM WS-PRF-IDX
           ELSE
               IF WS-PRF-COUNT < 1000
                   ADD 1 TO WS-PRF-COUNT
                   MOVE WS-PRF-COUNT TO WS-PRF-IDX
                   MOVE WS-PRF-WANTED TO WS-PRF-CUSTOMER (WS-PRF-IDX)
                   MOVE SPACES TO WS-PRF-NAME (WS-PRF-IDX)
                   MOVE "N" TO WS-PRF-ON-MASTER (WS-PRF-IDX)
                   MOVE 0 TO WS-PRF-LEDGER (WS-PRF-IDX)
                   MOVE 0 TO WS-PRF-MASTER (WS-PRF-IDX)
                   MOVE 0 TO WS-PRF-ACTIVITY (WS-PRF-IDX)
                   SET WS-PRF-WAS-FOUND TO TRUE
               ELSE
                   SET WS-PRF-IS-FULL TO TRUE
               END-IF
           END-IF.

       PROVE-ONE-CUSTOMER.
           ADD 1 TO WS-PROVED-COUNT
           ADD WS-PRF-LEDGER (WS-PRF-IDX) TO WS-LEDGER-TOTAL
           ADD WS-PRF-MASTER (WS-PRF-IDX) TO WS-MASTER-TOTAL
           ADD WS-PRF-ACTIVITY (WS-PRF-IDX) TO WS-ACTIVITY-TOTAL
           IF WS-PRF-LEDGER (WS-PRF-IDX) > 0
               MOVE WS-PRF-LEDGER (WS-PRF-IDX) TO WS-EXPECTED-MASTER
           ELSE
               MOVE 0 TO WS-EXPECTED-MASTER
           END-IF
           ADD WS-EXPECTED-MASTER TO WS-EXPECTED-TOTAL
           MOVE SPACES TO WS-PROBLEM
           EVALUATE TRUE
               WHEN WS-PRF-ON-MASTER (WS-PRF-IDX) NOT = "Y"
                   MOVE "NOT ON CUSTMAST" TO WS-PROBLEM
               WHEN WS-PRF-LEDGER (WS-PRF-IDX)
                       NOT = WS-PRF-ACTIVITY (WS-PRF-IDX)
                       AND WS-PRF-MASTER (WS-PRF-IDX)
                           NOT = WS-EXPECTED-MASTER
                   MOVE "ALL THREE DIFFER" TO WS-PROBLEM
               WHEN WS-PRF-LEDGER (WS-PRF-IDX)
                       NOT = WS-PRF-ACTIVITY (WS-PRF-IDX)
                   MOVE "LEDGER AND JOURNAL DIFFER" TO WS-PROBLEM
               WHEN WS-PRF-MASTER (WS-PRF-IDX)
                       NOT = WS-EXPECTED-MASTER
                   MOVE "MASTER BALANCE NOT THE LEDGER'S"
                       TO WS-PROBLEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *> A customer gone from the master whose items are all
      *> settled and whose journal nets to nothing has nothing
      *> left to disagree about.
           IF WS-PROBLEM = "NOT ON CUSTMAST"
                   AND WS-PRF-LEDGER (WS-PRF-IDX) = 0
                   AND WS-PRF-ACTIVITY (WS-PRF-IDX) = 0
               MOVE SPACES TO WS-PROBLEM
           END-IF
           IF WS-PROBLEM NOT = SPACES
               ADD 1 TO WS-OUT-COUNT
               MOVE SPACES TO PROOF-REPORT-RECORD
               MOVE WS-PRF-CUSTOMER (WS-PRF-IDX)
                   TO PROOF-REPORT-RECORD (1:6)
               MOVE WS-PRF-NAME (WS-PRF-IDX)
                   TO PROOF-REPORT-RECORD (9:30)
               MOVE WS-PRF-LEDGER (WS-PRF-IDX) TO WS-AMT-DISPLAY
               MOVE WS-AMT-DISPLAY TO PROOF-REPORT-RECORD (40:16)
               IF WS-PRF-ON-MASTER (WS-PRF-IDX) = "Y"
                   MOVE WS-PRF-MASTER (WS-PRF-IDX) TO WS-AMT-DISPLAY
                   MOVE WS-AMT-DISPLAY TO PROOF-REPORT-RECORD (57:16)
               ELSE
                   MOVE "     (NONE)" TO PROOF-REPORT-RECORD (57:16)
               END-IF
               MOVE WS-PRF-ACTIVITY (WS-PRF-IDX) TO WS-AMT-DISPLAY
               MOVE WS-AMT-DISPLAY TO PROOF-REPORT-RECORD (74:16)
               MOVE WS-PROBLEM TO PROOF-REPORT-RECORD (92:36)
               WRITE PROOF-REPORT-RECORD
           END-IF.

       WRITE-PROOF-TOTALS.
           MOVE SPACES TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD
           MOVE SPACES TO PROOF-REPORT-RECORD
           MOVE "TOTAL - ALL CUSTOMERS" TO PROOF-REPORT-RECORD (9:21)
           MOVE WS-LEDGER-TOTAL TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO PROOF-REPORT-RECORD (40:16)
           MOVE WS-MASTER-TOTAL TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO PROOF-REPORT-RECORD (57:16)
           MOVE WS-ACTIVITY-TOTAL TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO PROOF-REPORT-RECORD (74:16)
           IF WS-LEDGER-TOTAL NOT = WS-ACTIVITY-TOTAL
               MOVE "LEDGER AND JOURNAL DIFFER"
                   TO PROOF-REPORT-RECORD (92:36)
           END-IF
           WRITE PROOF-REPORT-RECORD
      *> Customers in credit are held at zero on the master, so
      *> its total proves against the ledger's debit balances.
           MOVE SPACES TO PROOF-REPORT-RECORD
           MOVE "MASTER SHOULD HOLD (CREDITS AT ZERO)"
               TO PROOF-REPORT-RECORD (9:36)
           MOVE WS-EXPECTED-TOTAL TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO PROOF-REPORT-RECORD (57:16)
           IF WS-MASTER-TOTAL NOT = WS-EXPECTED-TOTAL
               MOVE "MASTER TOTAL DIFFERS"
                   TO PROOF-REPORT-RECORD (92:36)
           END-IF
           WRITE PROOF-REPORT-RECORD
           MOVE SPACES TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "CUSTOMERS PROVED " WS-PROVED-COUNT
               "   OUT OF BALANCE " WS-OUT-COUNT
               DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
           END-STRING
           WRITE PROOF-REPORT-RECORD.

       SETTLE-THE-VERDICT.
           EVALUATE TRUE
               WHEN WS-OUT-COUNT = 0
                   MOVE "CLEAN   " TO WS-VERDICT
               WHEN WS-REVIEW-IS-OK
                   MOVE "REVIEWED" TO WS-VERDICT
                   MOVE "MT0988I" TO WS-OM-ID
                   STRING "ARPROOF: " WS-OUT-COUNT " CUSTOMER(S) "
                       "OUT OF BALANCE - REVIEWED BY "
                       WS-REVIEWER-ID ", CREDIT CHECKS RELEASED"
                       DELIMITED BY SIZE INTO WS-OM-TEXT
                   END-STRING
                   PERFORM ISSUE-OPERATOR-MESSAGE
               WHEN OTHER
                   MOVE "OUTBAL  " TO WS-VERDICT
                   MOVE "MT0989W" TO WS-OM-ID
                   STRING "ARPROOF: " WS-OUT-COUNT " CUSTOMER(S) "
                       "OUT OF BALANCE - CREDIT CHECKS HELD, SEE "
                       "PRFRPT"
                       DELIMITED BY SIZE INTO WS-OM-TEXT
                   END-STRING
                   PERFORM ISSUE-OPERATOR-MESSAGE
           END-EVALUATE
           MOVE SPACES TO PROOF-REPORT-RECORD
           IF WS-VERDICT = "REVIEWED"
               STRING "VERDICT: REVIEWED BY " WS-REVIEWER-ID
                   DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
               END-STRING
           ELSE
               STRING "VERDICT: " WS-VERDICT
                   DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
               END-STRING
           END-IF
           WRITE PROOF-REPORT-RECORD.

       WRITE-PROOF-VERDICT.
           OPEN OUTPUT PROOF-VERDICT-FILE
           IF WS-ARPRFVER-STATUS = "00"
               MOVE SPACES TO PROOF-VERDICT-RECORD
               MOVE WS-TODAY-TEXT TO PV-RUN-DATE
               MOVE WS-VERDICT TO PV-VERDICT
               MOVE WS-OUT-COUNT TO PV-OUT-COUNT
               IF WS-VERDICT = "REVIEWED"
                   MOVE WS-REVIEWER-ID TO PV-REVIEWER-ID
               END-IF
               WRITE PROOF-VERDICT-RECORD
               CLOSE PROOF-VERDICT-FILE
           ELSE
               DISPLAY "ARPROOF: ARPRFVER NOT WRITABLE - "
                   "VERDICT NOT RECORDED"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROOF-CANNOT-RUN.
           *> An unproved night is never CLEAN: the verdict says
           *> FAILED so the gate holds the credit checks too.
           MOVE "FAILED  " TO WS-VERDICT
           PERFORM WRITE-PROOF-VERDICT
           MOVE 8 TO RETURN-CODE
           GOBACK.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM ARPROOF.
