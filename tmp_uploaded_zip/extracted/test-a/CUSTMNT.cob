       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.

      *> Customer-master maintenance run.  CUSTMAST drives credit
      *> checking in ORDPRICE, but ARPOST and CSHAPPLY only ever
      *> refresh CU-OPEN-BALANCE; new customers, limit changes
      *> and holds were made by hand-editing the dataset, the way
      *> the item master got into trouble before ITMMAINT.  This
      *> applies the credit department's daily CUSTTRAN file,
      *> one transaction per record by customer number:
      *>   A  add -- name and credit limit required, the customer
      *>      starts active with a zero balance;
      *>   C  change -- name, credit limit, backorder
      *>      cancel-after days, payment terms code, the
      *>      finance-charge exempt flag (Y or N) and sales rep;
      *>      a blank field is left as it is;
      *>   H  hold / R release -- CU-STATUS to H or back to A;
      *>   D  delete -- refused while the customer has an open
      *>      balance, on ARLEDGER or on the master itself.
      *> A credit-limit increase (an add counts from zero) of
      *> more than the CUSTCARD threshold, and every release,
      *> must carry an approver id with a Y in the OPERAUTH
      *> credit column.  Rejected transactions go to CUSTREJ;
      *> every applied one prints before and after images on the
      *> CUSTCHG change register with the approver beside it.
      *> The master is line sequential, so this is the old-in /
      *> new-out shape ARPOST uses: the whole master is held,
      *> changed in storage, and written to CUSTNEW in customer
      *> number order for the JCL to swap in.  The open balance
      *> is never touched here -- it belongs to the AR runs.
      *> A terms code on an add or change must be on the TERMTAB
      *> payment-terms table; an add without one carries blank
      *> terms, which the AR posting run treats as net 30.
      *> Customers are also assigned here to the sales rep the
      *> commission run credits with their sales: the rep on an
      *> add or change must be an active rep on the SLSREP
      *> sales-rep master (an add without one is a house
      *> account).
      *> Each customer now has a home warehouse, the one its
      *> orders allocate and ship from: a two-digit warehouse
      *> code on an add or change (an add without one is served
      *> from the main warehouse).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CUSTMAST-SEL.
       COPY ARLEDGER-SEL.
       COPY OPERAUTH-SEL.
       COPY TERMTAB-SEL.
       COPY SLSREP-SEL.
           SELECT NEW-CUSTOMER-FILE ASSIGN TO "CUSTNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTNEW-STATUS.
           SELECT CUSTOMER-TRANS-FILE ASSIGN TO "CUSTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTTRAN-STATUS.
           SELECT CUSTOMER-CARD-FILE ASSIGN TO "CUSTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTCARD-STATUS.
           SELECT REJECT-FILE ASSIGN TO "CUSTREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTREJ-STATUS.
           SELECT CHANGE-REGISTER-FILE ASSIGN TO "CUSTCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY CUSTMAST-FD.
       COPY ARLEDGER-FD.
       COPY OPERAUTH-FD.
       COPY TERMTAB-FD.
       COPY SLSREP-FD.

       FD  NEW-CUSTOMER-FILE.
       01  NEW-CUSTOMER-RECORD          PIC X(80).

      *> Amounts and days arrive as characters and are validated
      *> numeric before they touch the master.
       FD  CUSTOMER-TRANS-FILE.
       01  CUSTOMER-TRANS-RECORD.
           05  CT-ACTION                PIC X.
               88  CT-IS-ADD            VALUE "A".
               88  CT-IS-CHANGE         VALUE "C".
               88  CT-IS-HOLD           VALUE "H".
               88  CT-IS-RELEASE        VALUE "R".
               88  CT-IS-DELETE         VALUE "D".
           05  CT-CUSTOMER-NUMBER       PIC X(6).
           05  CT-NAME                  PIC X(30).
           05  CT-CREDIT-LIMIT          PIC X(11).
           05  CT-CREDIT-LIMIT-NUM REDEFINES CT-CREDIT-LIMIT
                                        PIC 9(9)V99.
           05  CT-BO-CANCEL-DAYS        PIC X(3).
           05  CT-BO-CANCEL-DAYS-NUM REDEFINES CT-BO-CANCEL-DAYS
                                        PIC 9(3).
           05  CT-APPROVER-ID           PIC X(8).
           05  CT-TERMS-CODE            PIC X(8).
           05  CT-FINCHG-EXEMPT         PIC X.
           05  CT-SALES-REP             PIC X(4).
           05  CT-HOME-WAREHOUSE        PIC X(2).
           05  FILLER                   PIC X(6).

      *> The credit-limit increase above which an approver is
      *> required (default 0005000.00).
       FD  CUSTOMER-CARD-FILE.
       01  CUSTOMER-CARD-RECORD.
           05  CC-APPROVAL-THRESHOLD    PIC X(11).
           05  CC-APPROVAL-THRESHOLD-NUM
                   REDEFINES CC-APPROVAL-THRESHOLD
                                        PIC 9(9)V99.
           05  FILLER                   PIC X(69).

       FD  REJECT-FILE.
       01  REJECT-RECORD                PIC X(80).

       FD  CHANGE-REGISTER-FILE.
       01  CHANGE-REGISTER-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-CUSTMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-ARLEDGER-STATUS           PIC XX VALUE SPACES.
       01  WS-OPERAUTH-STATUS           PIC XX VALUE SPACES.
       01  WS-TERMTAB-STATUS            PIC XX VALUE SPACES.
       01  WS-SLSREP-STATUS             PIC XX VALUE SPACES.
       01  WS-CUSTNEW-STATUS            PIC XX VALUE SPACES.
       01  WS-CUSTTRAN-STATUS           PIC XX VALUE SPACES.
       01  WS-CUSTCARD-STATUS           PIC XX VALUE SPACES.
       01  WS-CUSTREJ-STATUS            PIC XX VALUE SPACES.
       01  WS-CUSTCHG-STATUS            PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-TODAY-TEXT                PIC X(10) VALUE SPACES.
       01  WS-APPROVAL-THRESHOLD        PIC 9(9)V99 VALUE 5000.00.
      *> The customer master held whole, one image per customer,
      *> with a flag for the ones deleted tonight.
       01  WS-CM-TABLE.
           05  WS-CM-ENTRY OCCURS 1000 TIMES.
               10  WS-CM-IMAGE          PIC X(80).
               10  WS-CM-DELETED        PIC X.
       01  WS-CM-COUNT                  PIC 9(4) VALUE 0.
       01  WS-CM-IDX                    PIC 9(4) VALUE 0.
       01  WS-CM-FOUND                  PIC X VALUE "N".
           88  WS-CM-WAS-FOUND          VALUE "Y".
       01  WS-CM-SWAP                   PIC X(81) VALUE SPACES.
       01  WS-SORT-IDX                  PIC 9(4) VALUE 0.
       01  WS-SORT-SWAPPED              PIC X VALUE "N".
           88  WS-A-SWAP-HAPPENED       VALUE "Y".
      *> CUSTMAST's customer layout (see CUSTMAST-FD.cpy): the
      *> image being changed, and the same image as it stood
      *> before the transaction, for the register.
       01  WS-CUST-WORK.
           05  WS-CW-NUMBER             PIC X(6).
           05  WS-CW-NAME               PIC X(30).
           05  WS-CW-CREDIT-LIMIT       PIC 9(9)V99.
           05  WS-CW-OPEN-BALANCE       PIC 9(9)V99.
           05  WS-CW-STATUS             PIC X.
               88  WS-CW-IS-ACTIVE      VALUE "A".
               88  WS-CW-IS-ON-HOLD     VALUE "H".
           05  WS-CW-BO-CANCEL-DAYS     PIC X(3).
           05  WS-CW-TERMS-CODE         PIC X(8).
           05  WS-CW-FINCHG-EXEMPT      PIC X.
           05  WS-CW-SALES-REP          PIC X(4).
           05  WS-CW-HOME-WAREHOUSE     PIC X(2).
           05  FILLER                   PIC X(3).
       01  WS-CUST-BEFORE.
           05  WS-CB-NUMBER             PIC X(6).
           05  WS-CB-NAME               PIC X(30).
           05  WS-CB-CREDIT-LIMIT       PIC 9(9)V99.
           05  WS-CB-OPEN-BALANCE       PIC 9(9)V99.
           05  WS-CB-STATUS             PIC X.
           05  WS-CB-BO-CANCEL-DAYS     PIC X(3).
           05  WS-CB-TERMS-CODE         PIC X(8).
           05  WS-CB-FINCHG-EXEMPT      PIC X.
           05  WS-CB-SALES-REP          PIC X(4).
           05  WS-CB-HOME-WAREHOUSE     PIC X(2).
           05  FILLER                   PIC X(3).
      *> Customers with an open balance on the AR ledger.
       01  WS-OPEN-TABLE.
           05  WS-OPEN-ENTRY OCCURS 1000 TIMES.
               10  WS-OPEN-CUSTOMER     PIC X(6).
               10  WS-OPEN-AMOUNT       PIC S9(11)V99.
       01  WS-OPEN-COUNT                PIC 9(4) VALUE 0.
       01  WS-OPEN-IDX                  PIC 9(4) VALUE 0.
       01  WS-OPEN-FOUND                PIC X VALUE "N".
           88  WS-OPEN-WAS-FOUND        VALUE "Y".
       01  WS-LEDGER-READ               PIC X VALUE "N".
           88  WS-LEDGER-WAS-READ       VALUE "Y".
      *> The operator authority file, credit column only.
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY OCCURS 50 TIMES.
               10  WS-AUTH-ID           PIC X(8).
               10  WS-AUTH-CREDIT       PIC X.
       01  WS-AUTH-COUNT                PIC 99 VALUE 0.
       01  WS-AUTH-IDX                  PIC 99 VALUE 0.
       01  WS-AUTH-FOUND                PIC X VALUE "N".
           88  WS-AUTH-WAS-FOUND        VALUE "Y".
      *> The payment-terms codes a customer may be given.
       01  WS-TERMS-TABLE.
           05  WS-TERMS-CODE OCCURS 200 TIMES
                                        PIC X(8).
       01  WS-TERMS-COUNT               PIC 9(3) VALUE 0.
       01  WS-TERMS-IDX                 PIC 9(3) VALUE 0.
       01  WS-TERMS-FOUND               PIC X VALUE "N".
           88  WS-TERMS-WAS-FOUND       VALUE "Y".
      *> The active sales reps a customer may be assigned to.
       01  WS-REP-TABLE.
           05  WS-REP-ID OCCURS 200 TIMES
                                        PIC X(4).
       01  WS-REP-COUNT                 PIC 9(3) VALUE 0.
       01  WS-REP-IDX                   PIC 9(3) VALUE 0.
       01  WS-REP-FOUND                 PIC X VALUE "N".
           88  WS-REP-WAS-FOUND         VALUE "Y".
       01  WS-LIMIT-INCREASE            PIC S9(9)V99 VALUE 0.
       01  WS-TRANS-COUNT               PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT             PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT              PIC 9(5) VALUE 0.
       01  WS-ADD-COUNT                 PIC 9(5) VALUE 0.
       01  WS-CHANGE-COUNT              PIC 9(5) VALUE 0.
       01  WS-HOLD-COUNT                PIC 9(5) VALUE 0.
       01  WS-RELEASE-COUNT             PIC 9(5) VALUE 0.
       01  WS-DELETE-COUNT              PIC 9(5) VALUE 0.
       01  WS-WRITTEN-COUNT             PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON             PIC X(40) VALUE SPACES.
       01  WS-LIMIT-DISPLAY             PIC Z(8)9.99.
       01  WS-BALANCE-DISPLAY           PIC Z(8)9.99.

       PROCEDURE DIVISION.
       CUSTMNT-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           PERFORM READ-CUSTOMER-CARD
           PERFORM LOAD-OPERATOR-AUTHORITY
           PERFORM LOAD-TERMS-CODES
           PERFORM LOAD-SALES-REPS
           PERFORM LOAD-OPEN-BALANCES
           PERFORM LOAD-CUSTOMER-MASTER
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT CHANGE-REGISTER-FILE
           MOVE SPACES TO CHANGE-REGISTER-RECORD
           STRING "CUSTOMER-MASTER CHANGE REGISTER - " WS-TODAY-TEXT
               " - BEFORE/AFTER BY CUSTOMER"
               DELIMITED BY SIZE INTO CHANGE-REGISTER-RECORD
           END-STRING
           WRITE CHANGE-REGISTER-RECORD
           PERFORM APPLY-TRANSACTIONS
           CLOSE REJECT-FILE
           CLOSE CHANGE-REGISTER-FILE
           PERFORM SORT-CUSTOMER-MASTER
           PERFORM WRITE-NEW-MASTER
           DISPLAY "===== CUSTMNT END-OF-JOB SUMMARY ====="
           DISPLAY "TRANSACTIONS READ    : " WS-TRANS-COUNT
           DISPLAY "TRANSACTIONS APPLIED : " WS-APPLIED-COUNT
           DISPLAY "  ADDS               : " WS-ADD-COUNT
           DISPLAY "  CHANGES            : " WS-CHANGE-COUNT
           DISPLAY "  HOLDS              : " WS-HOLD-COUNT
           DISPLAY "  RELEASES           : " WS-RELEASE-COUNT
           DISPLAY "  DELETES            : " WS-DELETE-COUNT
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNT
           DISPLAY "CUSTOMERS WRITTEN    : " WS-WRITTEN-COUNT
           DISPLAY "======================================"
           IF WS-REJECT-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       READ-CUSTOMER-CARD.
           OPEN INPUT CUSTOMER-CARD-FILE
           IF WS-CUSTCARD-STATUS = "00"
               READ CUSTOMER-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-APPROVAL-THRESHOLD NUMERIC
                           MOVE CC-APPROVAL-THRESHOLD-NUM
                               TO WS-APPROVAL-THRESHOLD
                       END-IF
               END-READ
               CLOSE CUSTOMER-CARD-FILE
           END-IF.

       LOAD-OPERATOR-AUTHORITY.
           *> As in CREDHREL: absent or empty, nobody is an
           *> approver and every transaction that needs one is
           *> rejected.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF WS-OPERAUTH-STATUS NOT = "00"
               MOVE "MT0957W" TO WS-OM-ID
               STRING "CUSTMNT: OPERAUTH NOT AVAILABLE - LIMIT "
                   "INCREASES AND RELEASES WILL BE REJECTED"
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

      *> Absent, no terms code can be proven valid, so every
      *> transaction that names one is rejected.
       LOAD-TERMS-CODES.
           OPEN INPUT TERMS-TABLE-FILE
           IF WS-TERMTAB-STATUS NOT = "00"
               MOVE "MT0962W" TO WS-OM-ID
               STRING "CUSTMNT: TERMTAB NOT AVAILABLE - TERMS "
                   "CODES WILL BE REJECTED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ TERMS-TABLE-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-TERMS-COUNT < 200
                                   AND TM-TERMS-CODE NOT = SPACES
                               ADD 1 TO WS-TERMS-COUNT
                               MOVE TM-TERMS-CODE
                                   TO WS-TERMS-CODE (WS-TERMS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMS-TABLE-FILE
           END-IF.

      *> Only a rep's own record, and only an active rep, can
      *> take customers.  Absent, every assignment is rejected.
       LOAD-SALES-REPS.
           OPEN INPUT SALES-REP-FILE
           IF WS-SLSREP-STATUS NOT = "00"
               MOVE "MT1015W" TO WS-OM-ID
               STRING "CUSTMNT: SLSREP NOT AVAILABLE - SALES-REP "
                   "ASSIGNMENTS WILL BE REJECTED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ SALES-REP-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-REP-COUNT < 200
                                   AND SR-REP-ID NOT = SPACES
                                   AND SR-CATEGORY-CODE = SPACES
                                   AND SR-IS-ACTIVE
                               ADD 1 TO WS-REP-COUNT
                               MOVE SR-REP-ID
                                   TO WS-REP-ID (WS-REP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-REP-FILE
           END-IF.

      *> Net open amount per customer.  Without the ledger no
      *> delete can be proven safe, so every delete is refused.
       LOAD-OPEN-BALANCES.
           OPEN INPUT AR-LEDGER-FILE
           IF WS-ARLEDGER-STATUS NOT = "00"
               MOVE "MT0959W" TO WS-OM-ID
               STRING "CUSTMNT: ARLEDGER NOT AVAILABLE - EVERY "
                   "DELETE WILL BE REJECTED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           ELSE
               SET WS-LEDGER-WAS-READ TO TRUE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ AR-LEDGER-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF AR-IS-OPEN AND AR-OPEN-AMOUNT NOT = 0
                               PERFORM ADD-ONE-OPEN-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AR-LEDGER-FILE
           END-IF.

       ADD-ONE-OPEN-ITEM.
           MOVE "N" TO WS-OPEN-FOUND
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
                       OR WS-OPEN-WAS-FOUND
               IF WS-OPEN-CUSTOMER (WS-OPEN-IDX)
                       = AR-CUSTOMER-NUMBER
                   SET WS-OPEN-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-OPEN-WAS-FOUND
               SUBTRACT 1 FROM WS-OPEN-IDX
               ADD AR-OPEN-AMOUNT TO WS-OPEN-AMOUNT (WS-OPEN-IDX)
           ELSE
               IF WS-OPEN-COUNT < 1000
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE AR-CUSTOMER-NUMBER
                       TO WS-OPEN-CUSTOMER (WS-OPEN-COUNT)
                   MOVE AR-OPEN-AMOUNT
                       TO WS-OPEN-AMOUNT (WS-OPEN-COUNT)
               ELSE
                   MOVE "N" TO WS-LEDGER-READ
               END-IF
           END-IF.

      *> The whole master must be held or the new one would be
      *> short; a full table abandons the run with CUSTMAST as
      *> it was (RC 8 stops the swap).
       LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "*** CUSTMNT: CUSTMAST NOT AVAILABLE - "
                   "MAINTENANCE RUN ABANDONED ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ CUSTOMER-MASTER-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM ROOM-FOR-ONE-CUSTOMER
                       ADD 1 TO WS-CM-COUNT
                       MOVE CUSTOMER-MASTER-RECORD
                           TO WS-CM-IMAGE (WS-CM-COUNT)
                       MOVE "N" TO WS-CM-DELETED (WS-CM-COUNT)
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE.

       ROOM-FOR-ONE-CUSTOMER.
           IF WS-CM-COUNT >= 1000
               MOVE "MT0958E" TO WS-OM-ID
               STRING "CUSTMNT: MORE THAN 1000 CUSTOMERS - "
                   "RUN ABANDONED, CUSTMAST NOT REPLACED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       APPLY-TRANSACTIONS.
           OPEN INPUT CUSTOMER-TRANS-FILE
           IF WS-CUSTTRAN-STATUS NOT = "00"
               MOVE "MT0960W" TO WS-OM-ID
               STRING "CUSTMNT: CUSTTRAN NOT AVAILABLE - "
                   "NO TRANSACTIONS APPLIED, MASTER UNCHANGED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ CUSTOMER-TRANS-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-COUNT
                           PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-TRANS-FILE
           END-IF.

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM FIND-CUSTOMER
           IF WS-CM-WAS-FOUND
               MOVE WS-CM-IMAGE (WS-CM-IDX) TO WS-CUST-WORK
           ELSE
               MOVE SPACES TO WS-CUST-WORK
               MOVE 0 TO WS-CW-CREDIT-LIMIT
               MOVE 0 TO WS-CW-OPEN-BALANCE
           END-IF
           MOVE WS-CUST-WORK TO WS-CUST-BEFORE
           PERFORM FIND-TERMS-CODE
           PERFORM FIND-SALES-REP
           EVALUATE TRUE
               WHEN CT-CUSTOMER-NUMBER = SPACES
                   MOVE "BLANK CUSTOMER NUMBER" TO WS-REJECT-REASON
               WHEN CT-IS-ADD
                   PERFORM APPLY-ADD
               WHEN NOT (CT-IS-CHANGE OR CT-IS-HOLD
                       OR CT-IS-RELEASE OR CT-IS-DELETE)
                   MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               WHEN NOT WS-CM-WAS-FOUND
                   MOVE "CUSTOMER NOT ON MASTER" TO WS-REJECT-REASON
               WHEN CT-IS-CHANGE
                   PERFORM APPLY-CHANGE
               WHEN CT-IS-HOLD
                   PERFORM APPLY-HOLD
               WHEN CT-IS-RELEASE
                   PERFORM APPLY-RELEASE
               WHEN CT-IS-DELETE
                   PERFORM APPLY-DELETE
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               IF NOT CT-IS-DELETE
                   MOVE WS-CUST-WORK TO WS-CM-IMAGE (WS-CM-IDX)
               END-IF
               PERFORM WRITE-CHANGE-LINES
           END-IF.

       FIND-CUSTOMER.
           MOVE "N" TO WS-CM-FOUND
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CM-COUNT
                       OR WS-CM-WAS-FOUND
               IF WS-CM-IMAGE (WS-CM-IDX) (1:6) = CT-CUSTOMER-NUMBER
                       AND WS-CM-DELETED (WS-CM-IDX) = "N"
                   SET WS-CM-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CM-WAS-FOUND
               SUBTRACT 1 FROM WS-CM-IDX
           END-IF.

       FIND-TERMS-CODE.
           MOVE "N" TO WS-TERMS-FOUND
           PERFORM VARYING WS-TERMS-IDX FROM 1 BY 1
                   UNTIL WS-TERMS-IDX > WS-TERMS-COUNT
                       OR WS-TERMS-WAS-FOUND
               IF WS-TERMS-CODE (WS-TERMS-IDX) = CT-TERMS-CODE
                   SET WS-TERMS-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM.

       FIND-SALES-REP.
           MOVE "N" TO WS-REP-FOUND
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                   UNTIL WS-REP-IDX > WS-REP-COUNT
                       OR WS-REP-WAS-FOUND
               IF WS-REP-ID (WS-REP-IDX) = CT-SALES-REP
                   SET WS-REP-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM.

       APPLY-ADD.
           EVALUATE TRUE
               WHEN WS-CM-WAS-FOUND
                   MOVE "DUPLICATE ADD - CUSTOMER ON MASTER"
                       TO WS-REJECT-REASON
               WHEN CT-NAME = SPACES
                   MOVE "BLANK CUSTOMER NAME" TO WS-REJECT-REASON
               WHEN CT-CREDIT-LIMIT NOT NUMERIC
                   MOVE "NON-NUMERIC CREDIT LIMIT"
                       TO WS-REJECT-REASON
               WHEN CT-BO-CANCEL-DAYS NOT = SPACES
                       AND CT-BO-CANCEL-DAYS NOT NUMERIC
                   MOVE "NON-NUMERIC CANCEL-AFTER DAYS"
                       TO WS-REJECT-REASON
               WHEN CT-TERMS-CODE NOT = SPACES
                       AND NOT WS-TERMS-WAS-FOUND
                   MOVE "TERMS CODE NOT ON TERMTAB"
                       TO WS-REJECT-REASON
               WHEN CT-FINCHG-EXEMPT NOT = SPACES
                       AND CT-FINCHG-EXEMPT NOT = "Y"
                       AND CT-FINCHG-EXEMPT NOT = "N"
                   MOVE "FINANCE-CHARGE EXEMPT NOT Y OR N"
                       TO WS-REJECT-REASON
               WHEN CT-SALES-REP NOT = SPACES
                       AND NOT WS-REP-WAS-FOUND
                   MOVE "SALES REP NOT AN ACTIVE REP ON SLSREP"
                       TO WS-REJECT-REASON
               WHEN CT-HOME-WAREHOUSE NOT = SPACES
                       AND (CT-HOME-WAREHOUSE NOT NUMERIC
                           OR CT-HOME-WAREHOUSE = "00")
                   MOVE "HOME WAREHOUSE NOT A WAREHOUSE CODE"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               COMPUTE WS-LIMIT-INCREASE = CT-CREDIT-LIMIT-NUM
               PERFORM CHECK-LIMIT-APPROVAL
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM ROOM-FOR-ONE-CUSTOMER
               ADD 1 TO WS-CM-COUNT
               MOVE WS-CM-COUNT TO WS-CM-IDX
               MOVE "N" TO WS-CM-DELETED (WS-CM-IDX)
               MOVE SPACES TO WS-CUST-WORK
               MOVE CT-CUSTOMER-NUMBER TO WS-CW-NUMBER
               MOVE CT-NAME TO WS-CW-NAME
               MOVE CT-CREDIT-LIMIT-NUM TO WS-CW-CREDIT-LIMIT
               MOVE 0 TO WS-CW-OPEN-BALANCE
               SET WS-CW-IS-ACTIVE TO TRUE
               MOVE "000" TO WS-CW-BO-CANCEL-DAYS
               IF CT-BO-CANCEL-DAYS NOT = SPACES
                   MOVE CT-BO-CANCEL-DAYS TO WS-CW-BO-CANCEL-DAYS
               END-IF
               MOVE CT-TERMS-CODE TO WS-CW-TERMS-CODE
               MOVE "N" TO WS-CW-FINCHG-EXEMPT
               IF CT-FINCHG-EXEMPT NOT = SPACES
                   MOVE CT-FINCHG-EXEMPT TO WS-CW-FINCHG-EXEMPT
               END-IF
               MOVE CT-SALES-REP TO WS-CW-SALES-REP
               MOVE CT-HOME-WAREHOUSE TO WS-CW-HOME-WAREHOUSE
               ADD 1 TO WS-ADD-COUNT
           END-IF.

       APPLY-CHANGE.
           EVALUATE TRUE
               WHEN CT-CREDIT-LIMIT NOT = SPACES
                       AND CT-CREDIT-LIMIT NOT NUMERIC
                   MOVE "NON-NUMERIC CREDIT LIMIT"
                       TO WS-REJECT-REASON
               WHEN CT-BO-CANCEL-DAYS NOT = SPACES
                       AND CT-BO-CANCEL-DAYS NOT NUMERIC
                   MOVE "NON-NUMERIC CANCEL-AFTER DAYS"
                       TO WS-REJECT-REASON
               WHEN CT-TERMS-CODE NOT = SPACES
                       AND NOT WS-TERMS-WAS-FOUND
                   MOVE "TERMS CODE NOT ON TERMTAB"
                       TO WS-REJECT-REASON
               WHEN CT-FINCHG-EXEMPT NOT = SPACES
                       AND CT-FINCHG-EXEMPT NOT = "Y"
                       AND CT-FINCHG-EXEMPT NOT = "N"
                   MOVE "FINANCE-CHARGE EXEMPT NOT Y OR N"
                       TO WS-REJECT-REASON
               WHEN CT-SALES-REP NOT = SPACES
                       AND NOT WS-REP-WAS-FOUND
                   MOVE "SALES REP NOT AN ACTIVE REP ON SLSREP"
                       TO WS-REJECT-REASON
               WHEN CT-HOME-WAREHOUSE NOT = SPACES
                       AND (CT-HOME-WAREHOUSE NOT NUMERIC
                           OR CT-HOME-WAREHOUSE = "00")
                   MOVE "HOME WAREHOUSE NOT A WAREHOUSE CODE"
                       TO WS-REJECT-REASON
               WHEN CT-NAME = SPACES AND CT-CREDIT-LIMIT = SPACES
                       AND CT-BO-CANCEL-DAYS = SPACES
                       AND CT-TERMS-CODE = SPACES
                       AND CT-FINCHG-EXEMPT = SPACES
                       AND CT-SALES-REP = SPACES
                       AND CT-HOME-WAREHOUSE = SPACES
                   MOVE "CHANGE WITH NOTHING TO CHANGE"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
                   AND CT-CREDIT-LIMIT NOT = SPACES
               COMPUTE WS-LIMIT-INCREASE =
                   CT-CREDIT-LIMIT-NUM - WS-CW-CREDIT-LIMIT
               PERFORM CHECK-LIMIT-APPROVAL
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF CT-NAME NOT = SPACES
                   MOVE CT-NAME TO WS-CW-NAME
               END-IF
               IF CT-CREDIT-LIMIT NOT = SPACES
                   MOVE CT-CREDIT-LIMIT-NUM TO WS-CW-CREDIT-LIMIT
               END-IF
               IF CT-BO-CANCEL-DAYS NOT = SPACES
                   MOVE CT-BO-CANCEL-DAYS TO WS-CW-BO-CANCEL-DAYS
               END-IF
               IF CT-TERMS-CODE NOT = SPACES
                   MOVE CT-TERMS-CODE TO WS-CW-TERMS-CODE
               END-IF
               IF CT-FINCHG-EXEMPT NOT = SPACES
                   MOVE CT-FINCHG-EXEMPT TO WS-CW-FINCHG-EXEMPT
               END-IF
               IF CT-SALES-REP NOT = SPACES
                   MOVE CT-SALES-REP TO WS-CW-SALES-REP
               END-IF
               IF CT-HOME-WAREHOUSE NOT = SPACES
                   MOVE CT-HOME-WAREHOUSE TO WS-CW-HOME-WAREHOUSE
               END-IF
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

      *> Only an increase past the threshold needs a second
      *> name; a decrease always tightens credit and is free.
       CHECK-LIMIT-APPROVAL.
           IF WS-LIMIT-INCREASE > WS-APPROVAL-THRESHOLD
               PERFORM CHECK-APPROVER
               IF NOT WS-AUTH-WAS-FOUND
                   MOVE "INCREASE NEEDS AUTHORIZED APPROVER"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       APPLY-HOLD.
           IF WS-CW-IS-ON-HOLD
               MOVE "CUSTOMER ALREADY ON HOLD" TO WS-REJECT-REASON
           ELSE
               SET WS-CW-IS-ON-HOLD TO TRUE
               ADD 1 TO WS-HOLD-COUNT
           END-IF.

      *> A release reopens credit, so it needs an approver just
      *> as a large limit increase does.
       APPLY-RELEASE.
           PERFORM CHECK-APPROVER
           EVALUATE TRUE
               WHEN NOT WS-CW-IS-ON-HOLD
                   MOVE "CUSTOMER NOT ON HOLD" TO WS-REJECT-REASON
               WHEN NOT WS-AUTH-WAS-FOUND
                   MOVE "RELEASE NEEDS AN AUTHORIZED APPROVER"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   SET WS-CW-IS-ACTIVE TO TRUE
                   ADD 1 TO WS-RELEASE-COUNT
           END-EVALUATE.

       APPLY-DELETE.
           MOVE "N" TO WS-OPEN-FOUND
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
                       OR WS-OPEN-WAS-FOUND
               IF WS-OPEN-CUSTOMER (WS-OPEN-IDX) = CT-CUSTOMER-NUMBER
                       AND WS-OPEN-AMOUNT (WS-OPEN-IDX) NOT = 0
                   SET WS-OPEN-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT WS-LEDGER-WAS-READ
                   MOVE "ARLEDGER NOT READ - DELETE REFUSED"
                       TO WS-REJECT-REASON
               WHEN WS-OPEN-WAS-FOUND
                   MOVE "OPEN BALANCE ON ARLEDGER - NOT DELETED"
                       TO WS-REJECT-REASON
               WHEN WS-CW-OPEN-BALANCE NOT = 0
                   MOVE "OPEN BALANCE ON CUSTMAST - NOT DELETED"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE "Y" TO WS-CM-DELETED (WS-CM-IDX)
                   ADD 1 TO WS-DELETE-COUNT
           END-EVALUATE.

       CHECK-APPROVER.
           MOVE "N" TO WS-AUTH-FOUND
           IF CT-APPROVER-ID NOT = SPACES
               PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                       UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                           OR WS-AUTH-WAS-FOUND
                   IF WS-AUTH-ID (WS-AUTH-IDX) = CT-APPROVER-ID
                           AND WS-AUTH-CREDIT (WS-AUTH-IDX) = "Y"
                       SET WS-AUTH-WAS-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REJECT-RECORD
           STRING "REJECTED " CT-ACTION " " CT-CUSTOMER-NUMBER
               " - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO REJECT-RECORD
           END-STRING
           DISPLAY REJECT-RECORD
           WRITE REJECT-RECORD.

      *> Two register lines per applied transaction, before and
      *> after.  An add shows nothing before; a delete shows the
      *> word DELETED after.  The balance, which this run never
      *> moves, shows on the before line only, leaving the
      *> after line room for the approver.
       WRITE-CHANGE-LINES.
           MOVE WS-CB-CREDIT-LIMIT TO WS-LIMIT-DISPLAY
           MOVE WS-CB-OPEN-BALANCE TO WS-BALANCE-DISPLAY
           MOVE SPACES TO CHANGE-REGISTER-RECORD
           IF CT-IS-ADD
               STRING CT-ACTION " " CT-CUSTOMER-NUMBER
                   " BEFORE  (NOT ON MASTER)"
                   DELIMITED BY SIZE INTO CHANGE-REGISTER-RECORD
               END-STRING
           ELSE
               STRING CT-ACTION " " CT-CUSTOMER-NUMBER
                   " BEFORE  " WS-CB-NAME
                   " LIMIT " WS-LIMIT-DISPLAY
                   " ST " WS-CB-STATUS
                   " BO " WS-CB-BO-CANCEL-DAYS
                   " TERMS " WS-CB-TERMS-CODE
                   " FC EX " WS-CB-FINCHG-EXEMPT
                   " REP " WS-CB-SALES-REP
                   " BAL " WS-BALANCE-DISPLAY
                   DELIMITED BY SIZE INTO CHANGE-REGISTER-RECORD
               END-STRING
           END-IF
           WRITE CHANGE-REGISTER-RECORD
           MOVE WS-CW-CREDIT-LIMIT TO WS-LIMIT-DISPLAY
           MOVE SPACES TO CHANGE-REGISTER-RECORD
           IF CT-IS-DELETE
               STRING "         AFTER   DELETED"
                   "  APPROVER " CT-APPROVER-ID
                   DELIMITED BY SIZE INTO CHANGE-REGISTER-RECORD
               END-STRING
           ELSE
               STRING "         AFTER   " WS-CW-NAME
                   " LIMIT " WS-LIMIT-DISPLAY
                   " ST " WS-CW-STATUS
                   " BO " WS-CW-BO-CANCEL-DAYS
                   " TERMS " WS-CW-TERMS-CODE
                   " FC EX " WS-CW-FINCHG-EXEMPT
                   " REP " WS-CW-SALES-REP
                   " WH " WS-CW-HOME-WAREHOUSE
                   " APPR " CT-APPROVER-ID
                   DELIMITED BY SIZE INTO CHANGE-REGISTER-RECORD
               END-STRING
           END-IF
           WRITE CHANGE-REGISTER-RECORD
      *> The before line is full; a moved home warehouse gets a
      *> line of its own.
           IF CT-IS-CHANGE
                   AND WS-CW-HOME-WAREHOUSE NOT = WS-CB-HOME-WAREHOUSE
               MOVE SPACES TO CHANGE-REGISTER-RECORD
               STRING "         HOME WAREHOUSE WAS "
                   WS-CB-HOME-WAREHOUSE
                   DELIMITED BY SIZE INTO CHANGE-REGISTER-RECORD
               END-STRING
               WRITE CHANGE-REGISTER-RECORD
           END-IF.

      *> Plain exchange sort on customer number, so the new
      *> master reads in order whatever order adds arrived in.
       SORT-CUSTOMER-MASTER.
           SET WS-A-SWAP-HAPPENED TO TRUE
           PERFORM UNTIL NOT WS-A-SWAP-HAPPENED
               MOVE "N" TO WS-SORT-SWAPPED
               PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                       UNTIL WS-SORT-IDX >= WS-CM-COUNT
                   IF WS-CM-IMAGE (WS-SORT-IDX) (1:6)
                           > WS-CM-IMAGE (WS-SORT-IDX + 1) (1:6)
                       MOVE WS-CM-ENTRY (WS-SORT-IDX) TO WS-CM-SWAP
                       MOVE WS-CM-ENTRY (WS-SORT-IDX + 1)
                           TO WS-CM-ENTRY (WS-SORT-IDX)
                       MOVE WS-CM-SWAP
                           TO WS-CM-ENTRY (WS-SORT-IDX + 1)
                       SET WS-A-SWAP-HAPPENED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-NEW-MASTER.
           OPEN OUTPUT NEW-CUSTOMER-FILE
           IF WS-CUSTNEW-STATUS NOT = "00"
               DISPLAY "*** CUSTMNT: CUSTNEW NOT AVAILABLE - "
                   "CUSTMAST NOT REPLACED ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                       UNTIL WS-CM-IDX > WS-CM-COUNT
                   IF WS-CM-DELETED (WS-CM-IDX) = "N"
                       MOVE WS-CM-IMAGE (WS-CM-IDX)
                           TO NEW-CUSTOMER-RECORD
                       WRITE NEW-CUSTOMER-RECORD
                       ADD 1 TO WS-WRITTEN-COUNT
                   END-IF
               END-PERFORM
               CLOSE NEW-CUSTOMER-FILE
           END-IF.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM CUSTMNT.
