       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING.

      *> Weekly dunning run.  ARAGING tells finance who is late;
      *> until now someone then typed the reminder letters by
      *> hand, and a customer far past due kept receiving orders
      *> until someone remembered to set CU-STATUS to H.  This
      *> walks the open-item ledger, finds each customer's past-
      *> due items (days past AR-DUE-DATE, or item date plus 30
      *> where an old item has no due date) and picks the
      *> escalation level from the OLDEST of them:
      *>   1  friendly reminder  -- oldest item past due at all;
      *>   2  second notice      -- 31 or more days past due;
      *>   3  final demand       -- 61 or more days past due;
      *> the thresholds can be moved on the DUNCARD card.  A
      *> letter listing the overdue items goes to DUNLTR only when
      *> the level has risen past the last letter DUNHIST records
      *> for the customer, so nobody receives the same letter
      *> twice; the new level and date are written to DUNHNEW for
      *> the JCL to swap in.  A customer who has paid down to a
      *> lower level is recorded at that level without a letter,
      *> and one with nothing past due drops off the history.
      *> A customer reaching the final level is placed on credit
      *> hold: CUSTMAST comes through to CUSTNEW with CU-STATUS
      *> set to H, so ORDPRICE refuses the next order, and the
      *> hold is listed on the DUNHOLD register.  Releasing the
      *> hold stays with the credit manager in customer
      *> maintenance; this run never releases anyone.  A ledger
      *> customer missing from CUSTMAST cannot be written to or
      *> held -- it is listed on the register and ends RC 4.
      *> Unapplied cash on account (the customer's open UA
      *> credits, as ARSTMT and ARAGING carry them) is taken up
      *> against the past-due items before the level is picked,
      *> oldest item first, so the level comes from the oldest
      *> item the credit leaves unpaid.  A customer whose credit
      *> covers everything past due gets no letter and no hold,
      *> drops off the history, and is listed on the register as
      *> covered.  The register shows the credit netted for each
      *> customer it was used for, and the letter shows it as a
      *> deduction before the total past due.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ARLEDGER-SEL.
       COPY CUSTMAST-SEL.
       COPY DUNHIST-SEL.
           SELECT DUNNING-CARD-FILE ASSIGN TO "DUNCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUNCARD-STATUS.
           SELECT NEW-HISTORY-FILE ASSIGN TO "DUNHNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUNHNEW-STATUS.
           SELECT NEW-CUSTOMER-FILE ASSIGN TO "CUSTNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTNEW-STATUS.
           SELECT DUNNING-LETTER-FILE ASSIGN TO "DUNLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUNLTR-STATUS.
           SELECT HOLD-REGISTER-FILE ASSIGN TO "DUNHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUNHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY ARLEDGER-FD.
       COPY CUSTMAST-FD.
       COPY DUNHIST-FD.

      *> Days past due at which each level starts (defaults 001,
      *> 031, 061); they must rise level by level.
       FD  DUNNING-CARD-FILE.
       01  DUNNING-CARD-RECORD.
           05  DC-REMINDER-DAYS         PIC X(3).
           05  DC-REMINDER-DAYS-NUM REDEFINES DC-REMINDER-DAYS
                                        PIC 9(3).
           05  DC-SECOND-DAYS           PIC X(3).
           05  DC-SECOND-DAYS-NUM REDEFINES DC-SECOND-DAYS
                                        PIC 9(3).
           05  DC-FINAL-DAYS            PIC X(3).
           05  DC-FINAL-DAYS-NUM REDEFINES DC-FINAL-DAYS
                                        PIC 9(3).
           05  FILLER                   PIC X(71).

       FD  NEW-HISTORY-FILE.
       01  NEW-HISTORY-RECORD           PIC X(80).

       FD  NEW-CUSTOMER-FILE.
       01  NEW-CUSTOMER-RECORD          PIC X(80).

       FD  DUNNING-LETTER-FILE.
       01  DUNNING-LETTER-RECORD.
           05  DL-CTRL-CHAR             PIC X.
           05  DL-DATA                  PIC X(110).

       FD  HOLD-REGISTER-FILE.
       01  HOLD-REGISTER-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-ARLEDGER-STATUS           PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-DUNHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-DUNCARD-STATUS            PIC XX VALUE SPACES.
       01  WS-DUNHNEW-STATUS            PIC XX VALUE SPACES.
       01  WS-CUSTNEW-STATUS            PIC XX VALUE SPACES.
       01  WS-DUNLTR-STATUS             PIC XX VALUE SPACES.
       01  WS-DUNHOLD-STATUS            PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-TODAY-TEXT                PIC X(10) VALUE SPACES.
       01  WS-TODAY-INT                 PIC 9(7) VALUE 0.
       01  WS-REMINDER-DAYS             PIC 9(3) VALUE 1.
       01  WS-SECOND-DAYS               PIC 9(3) VALUE 31.
       01  WS-FINAL-DAYS                PIC 9(3) VALUE 61.
      *> A YYYY-MM-DD text date taken apart for the day count.
       01  WS-DATE-PARTS.
           05  WS-DP-YYYY               PIC 9(4).
           05  WS-DP-MM                 PIC 99.
           05  WS-DP-DD                 PIC 99.
       01  WS-ITEM-INT                  PIC 9(7) VALUE 0.
       01  WS-DUE-INT                   PIC 9(7) VALUE 0.
       01  WS-DUE-KNOWN                 PIC X VALUE "N".
           88  WS-DUE-IS-KNOWN          VALUE "Y".
       01  WS-DUE-DIGITS                PIC 9(8) VALUE 0.
       01  WS-DUE-PARTS REDEFINES WS-DUE-DIGITS.
           05  WS-DUE-YYYY              PIC 9(4).
           05  WS-DUE-MM                PIC 99.
           05  WS-DUE-DD                PIC 99.
       01  WS-DUE-TEXT                  PIC X(10) VALUE SPACES.
       01  WS-DAYS-LATE                 PIC S9(5) VALUE 0.
      *> Customer master: name and whether already on hold.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 1000 TIMES.
               10  WS-CUST-NUMBER       PIC X(6).
               10  WS-CUST-NAME         PIC X(30).
               10  WS-CUST-STATUS       PIC X.
               10  WS-CUST-HOLD-NOW     PIC X.
       01  WS-CUST-COUNT                PIC 9(4) VALUE 0.
       01  WS-CUST-IDX                  PIC 9(4) VALUE 0.
       01  WS-CUST-FOUND                PIC X VALUE "N".
           88  WS-CUST-WAS-FOUND        VALUE "Y".
       01  WS-SEEK-CUSTOMER             PIC X(6) VALUE SPACES.
      *> Last letter sent, by customer, from DUNHIST.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 1000 TIMES.
               10  WS-HIST-CUSTOMER     PIC X(6).
               10  WS-HIST-LEVEL        PIC 9.
               10  WS-HIST-DATE         PIC X(10).
               10  WS-HIST-AMOUNT       PIC S9(11)V99.
       01  WS-HIST-COUNT                PIC 9(4) VALUE 0.
       01  WS-HIST-IDX                  PIC 9(4) VALUE 0.
       01  WS-HIST-FOUND                PIC X VALUE "N".
           88  WS-HIST-WAS-FOUND        VALUE "Y".
      *> Every past-due item, kept for the letters.
       01  WS-PD-TABLE.
           05  WS-PD-ENTRY OCCURS 5000 TIMES.
               10  WS-PD-CUSTOMER       PIC X(6).
               10  WS-PD-ORDER          PIC X(8).
               10  WS-PD-ITEM-DATE      PIC X(10).
               10  WS-PD-DUE-DATE       PIC X(10).
               10  WS-PD-DAYS-LATE      PIC 9(5).
               10  WS-PD-AMOUNT         PIC S9(11)V99.
               10  WS-PD-NET            PIC S9(11)V99.
       01  WS-PD-COUNT                  PIC 9(4) VALUE 0.
       01  WS-PD-IDX                    PIC 9(4) VALUE 0.
      *> One row per customer with anything past due: the oldest
      *> item's days, the overdue total, the level that earns,
      *> the letter recorded after tonight, and the unapplied
      *> cash netted off the overdue total.
       01  WS-DC-TABLE.
           05  WS-DC-ENTRY OCCURS 1000 TIMES.
               10  WS-DC-CUSTOMER       PIC X(6).
               10  WS-DC-OLDEST-DAYS    PIC 9(5).
               10  WS-DC-PAST-DUE       PIC S9(11)V99.
               10  WS-DC-LEVEL          PIC 9.
               10  WS-DC-SENT-LEVEL     PIC 9.
               10  WS-DC-SENT-DATE      PIC X(10).
               10  WS-DC-SENT-AMOUNT    PIC S9(11)V99.
               10  WS-DC-UA-NETTED      PIC S9(11)V99.
       01  WS-DC-COUNT                  PIC 9(4) VALUE 0.
       01  WS-DC-IDX                    PIC 9(4) VALUE 0.
       01  WS-DC-FOUND                  PIC X VALUE "N".
           88  WS-DC-WAS-FOUND          VALUE "Y".
       01  WS-DC-SWAP                   PIC X(62) VALUE SPACES.
      *> Open UA credit by customer, held positive, as ARSTMT
      *> totals it.
       01  WS-UA-TABLE.
           05  WS-UA-ENTRY OCCURS 1000 TIMES.
               10  WS-UA-CUSTOMER       PIC X(6).
               10  WS-UA-AMOUNT         PIC S9(11)V99.
       01  WS-UA-COUNT                  PIC 9(4) VALUE 0.
       01  WS-UA-IDX                    PIC 9(4) VALUE 0.
       01  WS-UA-FOUND                  PIC X VALUE "N".
           88  WS-UA-WAS-FOUND          VALUE "Y".
       01  WS-UA-LEFT                   PIC S9(11)V99 VALUE 0.
       01  WS-UA-TAKEN                  PIC S9(11)V99 VALUE 0.
       01  WS-OLDEST-IDX                PIC 9(4) VALUE 0.
       01  WS-OLDEST-FOUND              PIC X VALUE "N".
           88  WS-OLDEST-WAS-FOUND      VALUE "Y".
       01  WS-SORT-IDX                  PIC 9(4) VALUE 0.
       01  WS-SORT-SWAPPED              PIC X VALUE "N".
           88  WS-A-SWAP-HAPPENED       VALUE "Y".
       01  WS-LETTER-TITLE              PIC X(50) VALUE SPACES.
       01  WS-CUST-NAME-SHOWN-AREA      PIC X(30) VALUE SPACES.
       01  WS-HOLD-ACTION               PIC X(40) VALUE SPACES.
       01  WS-ITEMS-READ                PIC 9(5) VALUE 0.
       01  WS-PAST-DUE-ITEMS            PIC 9(5) VALUE 0.
       01  WS-LETTER-COUNT              PIC 9(5) VALUE 0.
       01  WS-REMINDER-COUNT            PIC 9(5) VALUE 0.
       01  WS-SECOND-COUNT              PIC 9(5) VALUE 0.
       01  WS-FINAL-COUNT               PIC 9(5) VALUE 0.
       01  WS-ALREADY-SENT-COUNT        PIC 9(5) VALUE 0.
       01  WS-LOWERED-COUNT             PIC 9(5) VALUE 0.
       01  WS-UA-COVERED-COUNT          PIC 9(5) VALUE 0.
       01  WS-UA-NETTED-TOTAL           PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-DISPLAY             PIC Z(12)9.99.
       01  WS-HOLD-COUNT                PIC 9(5) VALUE 0.
       01  WS-UNKNOWN-CUST-COUNT        PIC 9(5) VALUE 0.
       01  WS-HISTORY-WRITTEN           PIC 9(5) VALUE 0.
       01  WS-AMT-DISPLAY               PIC -(10)9.99.
       01  WS-DAYS-DISPLAY              PIC ZZZZ9.

       PROCEDURE DIVISION.
       DUNNING-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-YYYY * 10000 + WS-TODAY-MM * 100
                   + WS-TODAY-DD)
           PERFORM READ-DUNNING-CARD
           PERFORM LOAD-CUSTOMER-MASTER
           PERFORM LOAD-DUNNING-HISTORY
           PERFORM SCAN-THE-LEDGER
           PERFORM NET-UNAPPLIED-CASH
           PERFORM SORT-CUSTOMER-ROWS
           OPEN OUTPUT DUNNING-LETTER-FILE
           IF WS-DUNLTR-STATUS NOT = "00"
               DISPLAY "*** DUNNING: DUNLTR NOT AVAILABLE - "
                   "DUNNING SKIPPED ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT HOLD-REGISTER-FILE
           MOVE SPACES TO HOLD-REGISTER-RECORD
           STRING "DUNNING CREDIT-HOLD REGISTER - " WS-TODAY-TEXT
               DELIMITED BY SIZE INTO HOLD-REGISTER-RECORD
           END-STRING
           WRITE HOLD-REGISTER-RECORD
           MOVE SPACES TO HOLD-REGISTER-RECORD
           STRING "CUSTOMER NAME                            "
               "    DAYS LATE       PAST DUE  ACTION"
               DELIMITED BY SIZE INTO HOLD-REGISTER-RECORD
           END-STRING
           MOVE "CASH NETTED" TO HOLD-REGISTER-RECORD (117:11)
           WRITE HOLD-REGISTER-RECORD
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
               PERFORM DUN-ONE-CUSTOMER
           END-PERFORM
           IF WS-HOLD-COUNT = 0 AND WS-UNKNOWN-CUST-COUNT = 0
                   AND WS-UA-COVERED-COUNT = 0
               MOVE SPACES TO HOLD-REGISTER-RECORD
               MOVE "  NONE" TO HOLD-REGISTER-RECORD
               WRITE HOLD-REGISTER-RECORD
           END-IF
           MOVE SPACES TO HOLD-REGISTER-RECORD
           STRING "PLACED ON CREDIT HOLD: " WS-HOLD-COUNT
               "  NOT ON CUSTMAST: " WS-UNKNOWN-CUST-COUNT
               DELIMITED BY SIZE INTO HOLD-REGISTER-RECORD
           END-STRING
           WRITE HOLD-REGISTER-RECORD
           CLOSE HOLD-REGISTER-FILE
           CLOSE DUNNING-LETTER-FILE
           PERFORM WRITE-NEW-HISTORY
           PERFORM WRITE-NEW-CUSTOMER-MASTER
           IF WS-HOLD-COUNT > 0
               MOVE "MT0963I" TO WS-OM-ID
               STRING "DUNNING: " WS-HOLD-COUNT
                   " CUSTOMER(S) PLACED ON CREDIT HOLD AT FINAL "
                   "DEMAND - SEE DUNHOLD"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           END-IF
           DISPLAY "===== DUNNING END-OF-JOB SUMMARY ====="
           DISPLAY "OPEN ITEMS READ    : " WS-ITEMS-READ
           DISPLAY "ITEMS PAST DUE     : " WS-PAST-DUE-ITEMS
           DISPLAY "CUSTOMERS PAST DUE : " WS-DC-COUNT
           DISPLAY "LETTERS WRITTEN    : " WS-LETTER-COUNT
           DISPLAY "  REMINDERS        : " WS-REMINDER-COUNT
           DISPLAY "  SECOND NOTICES   : " WS-SECOND-COUNT
           DISPLAY "  FINAL DEMANDS    : " WS-FINAL-COUNT
           DISPLAY "ALREADY SENT       : " WS-ALREADY-SENT-COUNT
           DISPLAY "LEVEL LOWERED      : " WS-LOWERED-COUNT
           DISPLAY "COVERED BY UA CASH : " WS-UA-COVERED-COUNT
           MOVE WS-UA-NETTED-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "UA CASH NETTED     : " WS-TOTAL-DISPLAY
           DISPLAY "PLACED ON HOLD     : " WS-HOLD-COUNT
           DISPLAY "NOT ON CUSTMAST    : " WS-UNKNOWN-CUST-COUNT
           DISPLAY "HISTORY RECORDS    : " WS-HISTORY-WRITTEN
           DISPLAY "======================================"
           IF WS-UNKNOWN-CUST-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *> A card that is missing, non-numeric or out of order
      *> leaves the defaults in force.
       READ-DUNNING-CARD.
           OPEN INPUT DUNNING-CARD-FILE
           IF WS-DUNCARD-STATUS = "00"
               READ DUNNING-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DC-REMINDER-DAYS NUMERIC
                               AND DC-SECOND-DAYS NUMERIC
                               AND DC-FINAL-DAYS NUMERIC
                               AND DC-REMINDER-DAYS-NUM > 0
                               AND DC-SECOND-DAYS-NUM
                                   > DC-REMINDER-DAYS-NUM
                               AND DC-FINAL-DAYS-NUM
                                   > DC-SECOND-DAYS-NUM
                           MOVE DC-REMINDER-DAYS-NUM
                               TO WS-REMINDER-DAYS
                           MOVE DC-SECOND-DAYS-NUM TO WS-SECOND-DAYS
                           MOVE DC-FINAL-DAYS-NUM TO WS-FINAL-DAYS
                       ELSE
                           DISPLAY "DUNNING: DUNCARD NOT USABLE - "
                               "DEFAULT LEVELS IN FORCE"
                       END-IF
               END-READ
               CLOSE DUNNING-CARD-FILE
           END-IF.

      *> The hold is written through CUSTMAST, so without it the
      *> run cannot do its job.
       LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "*** DUNNING: CUSTMAST NOT AVAILABLE - "
                   "DUNNING SKIPPED ***"
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
                       MOVE CU-STATUS
                           TO WS-CUST-STATUS (WS-CUST-COUNT)
                       MOVE "N" TO WS-CUST-HOLD-NOW (WS-CUST-COUNT)
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE.

      *> No history is the first run: every past-due customer is
      *> owed the letter for their level.
       LOAD-DUNNING-HISTORY.
           OPEN INPUT DUNNING-HISTORY-FILE
           IF WS-DUNHIST-STATUS NOT = "00"
               DISPLAY "DUNNING: NO DUNNING HISTORY - STARTING EMPTY"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ DUNNING-HISTORY-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-HIST-COUNT >= 1000
                               PERFORM ABANDON-TABLE-FULL
                           END-IF
                           ADD 1 TO WS-HIST-COUNT
                           MOVE DH-CUSTOMER-NUMBER
                               TO WS-HIST-CUSTOMER (WS-HIST-COUNT)
                           MOVE 0 TO WS-HIST-LEVEL (WS-HIST-COUNT)
                           IF DH-IS-REMINDER OR DH-IS-SECOND-NOTICE
                                   OR DH-IS-FINAL-DEMAND
                               MOVE DH-LEVEL
                                   TO WS-HIST-LEVEL (WS-HIST-COUNT)
                           END-IF
                           MOVE DH-DATE-SENT
                               TO WS-HIST-DATE (WS-HIST-COUNT)
                           MOVE DH-PAST-DUE-AMOUNT
                               TO WS-HIST-AMOUNT (WS-HIST-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DUNNING-HISTORY-FILE
           END-IF.

       SCAN-THE-LEDGER.
           OPEN INPUT AR-LEDGER-FILE
           IF WS-ARLEDGER-STATUS NOT = "00"
               DISPLAY "*** DUNNING: ARLEDGER NOT AVAILABLE - "
                   "DUNNING SKIPPED ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ AR-LEDGER-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF AR-IS-OPEN AND AR-OPEN-AMOUNT NOT = 0
                           PERFORM CHECK-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-LEDGER-FILE.

      *> Credits are never overdue; only a positive open amount
      *> past its due date counts.  An item whose dates cannot
      *> be read is left to the aging report.  An open UA credit
      *> is totalled for the customer, to be netted once the
      *> whole ledger has been read.
       CHECK-ONE-ITEM.
           EVALUATE TRUE
               WHEN AR-ORDER-NUMBER (1:2) = "UA"
                       AND AR-OPEN-AMOUNT < 0
                   PERFORM ADD-UNAPPLIED-CASH
               WHEN AR-OPEN-AMOUNT > 0
                   ADD 1 TO WS-ITEMS-READ
                   PERFORM FIND-THE-DUE-DATE
                   IF WS-DUE-IS-KNOWN
                       COMPUTE WS-DAYS-LATE =
                           WS-TODAY-INT - WS-DUE-INT
                       IF WS-DAYS-LATE >= WS-REMINDER-DAYS
                           PERFORM KEEP-PAST-DUE-ITEM
                       END-IF
                   END-IF
           END-EVALUATE.

       ADD-UNAPPLIED-CASH.
           MOVE AR-CUSTOMER-NUMBER TO WS-SEEK-CUSTOMER
           PERFORM FIND-UNAPPLIED-ROW
           IF NOT WS-UA-WAS-FOUND
               IF WS-UA-COUNT >= 1000
                   PERFORM ABANDON-TABLE-FULL
               END-IF
               ADD 1 TO WS-UA-COUNT
               MOVE WS-UA-COUNT TO WS-UA-IDX
               MOVE AR-CUSTOMER-NUMBER TO WS-UA-CUSTOMER (WS-UA-IDX)
               MOVE 0 TO WS-UA-AMOUNT (WS-UA-IDX)
           END-IF
           SUBTRACT AR-OPEN-AMOUNT FROM WS-UA-AMOUNT (WS-UA-IDX).

       FIND-UNAPPLIED-ROW.
           MOVE "N" TO WS-UA-FOUND
           PERFORM VARYING WS-UA-IDX FROM 1 BY 1
                   UNTIL WS-UA-IDX > WS-UA-COUNT
                       OR WS-UA-WAS-FOUND
               IF WS-UA-CUSTOMER (WS-UA-IDX) = WS-SEEK-CUSTOMER
                   SET WS-UA-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-UA-WAS-FOUND
               SUBTRACT 1 FROM WS-UA-IDX
           END-IF.

       FIND-THE-DUE-DATE.
           *> As ARAGING: the posted due date when there is one,
           *> otherwise item date plus 30.
           MOVE "N" TO WS-DUE-KNOWN
           MOVE AR-DUE-DATE TO WS-DUE-TEXT
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
                   COMPUTE WS-DUE-DIGITS =
                       FUNCTION DATE-OF-INTEGER (WS-DUE-INT)
                   MOVE SPACES TO WS-DUE-TEXT
                   STRING WS-DUE-YYYY "-" WS-DUE-MM "-" WS-DUE-DD
                       DELIMITED BY SIZE INTO WS-DUE-TEXT
                   END-STRING
                   SET WS-DUE-IS-KNOWN TO TRUE
               END-IF
           END-IF.

       KEEP-PAST-DUE-ITEM.
           IF WS-PD-COUNT >= 5000
               PERFORM ABANDON-TABLE-FULL
           END-IF
           ADD 1 TO WS-PAST-DUE-ITEMS
           ADD 1 TO WS-PD-COUNT
           MOVE AR-CUSTOMER-NUMBER TO WS-PD-CUSTOMER (WS-PD-COUNT)
           MOVE AR-ORDER-NUMBER TO WS-PD-ORDER (WS-PD-COUNT)
           MOVE AR-ITEM-DATE TO WS-PD-ITEM-DATE (WS-PD-COUNT)
           MOVE WS-DUE-TEXT TO WS-PD-DUE-DATE (WS-PD-COUNT)
           MOVE WS-DAYS-LATE TO WS-PD-DAYS-LATE (WS-PD-COUNT)
           MOVE AR-OPEN-AMOUNT TO WS-PD-AMOUNT (WS-PD-COUNT)
           MOVE AR-OPEN-AMOUNT TO WS-PD-NET (WS-PD-COUNT)
           PERFORM FIND-CUSTOMER-ROW
           ADD AR-OPEN-AMOUNT TO WS-DC-PAST-DUE (WS-DC-IDX)
           IF WS-DAYS-LATE > WS-DC-OLDEST-DAYS (WS-DC-IDX)
               MOVE WS-DAYS-LATE TO WS-DC-OLDEST-DAYS (WS-DC-IDX)
           END-IF.

      *> A new row starts from the customer's last letter on
      *> DUNHIST, or from none.
       FIND-CUSTOMER-ROW.
           MOVE "N" TO WS-DC-FOUND
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
                       OR WS-DC-WAS-FOUND
               IF WS-DC-CUSTOMER (WS-DC-IDX) = AR-CUSTOMER-NUMBER
                   SET WS-DC-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-DC-WAS-FOUND
               SUBTRACT 1 FROM WS-DC-IDX
           ELSE
               IF WS-DC-COUNT >= 1000
                   PERFORM ABANDON-TABLE-FULL
               END-IF
               ADD 1 TO WS-DC-COUNT
               MOVE WS-DC-COUNT TO WS-DC-IDX
               MOVE AR-CUSTOMER-NUMBER TO WS-DC-CUSTOMER (WS-DC-IDX)
               MOVE 0 TO WS-DC-OLDEST-DAYS (WS-DC-IDX)
               MOVE 0 TO WS-DC-PAST-DUE (WS-DC-IDX)
               MOVE 0 TO WS-DC-LEVEL (WS-DC-IDX)
               MOVE 0 TO WS-DC-SENT-LEVEL (WS-DC-IDX)
               MOVE SPACES TO WS-DC-SENT-DATE (WS-DC-IDX)
               MOVE 0 TO WS-DC-SENT-AMOUNT (WS-DC-IDX)
               MOVE 0 TO WS-DC-UA-NETTED (WS-DC-IDX)
               PERFORM FIND-HISTORY
               IF WS-HIST-WAS-FOUND
                   MOVE WS-HIST-LEVEL (WS-HIST-IDX)
                       TO WS-DC-SENT-LEVEL (WS-DC-IDX)
                   MOVE WS-HIST-DATE (WS-HIST-IDX)
                       TO WS-DC-SENT-DATE (WS-DC-IDX)
                   MOVE WS-HIST-AMOUNT (WS-HIST-IDX)
                       TO WS-DC-SENT-AMOUNT (WS-DC-IDX)
               END-IF
           END-IF.

       FIND-HISTORY.
           MOVE "N" TO WS-HIST-FOUND
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
                       OR WS-HIST-WAS-FOUND
               IF WS-HIST-CUSTOMER (WS-HIST-IDX) = AR-CUSTOMER-NUMBER
                   SET WS-HIST-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-HIST-WAS-FOUND
               SUBTRACT 1 FROM WS-HIST-IDX
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

      *> Letters, register and history must all cover every
      *> past-due customer, so a full table abandons the run;
      *> RC 8 keeps the JCL from swapping DUNHNEW and CUSTNEW in.
       ABANDON-TABLE-FULL.
           MOVE "MT0964E" TO WS-OM-ID
           STRING "DUNNING: MORE THAN 1000 CUSTOMERS OR 5000 "
               "PAST-DUE ITEMS - RUN ABANDONED"
               DELIMITED BY SIZE INTO WS-OM-TEXT
           END-STRING
           PERFORM ISSUE-OPERATOR-MESSAGE
           MOVE 8 TO RETURN-CODE
           GOBACK.

      *> Each past-due customer's credit is taken up against
      *> their past-due items, oldest first, until the credit or
      *> the items run out.  The overdue total and the oldest
      *> days are then those of what is left unpaid.  Credit
      *> beyond the past-due total stays on account for items
      *> not yet due.
       NET-UNAPPLIED-CASH.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
               MOVE WS-DC-CUSTOMER (WS-DC-IDX) TO WS-SEEK-CUSTOMER
               PERFORM FIND-UNAPPLIED-ROW
               IF WS-UA-WAS-FOUND
                   PERFORM NET-ONE-CUSTOMERS-CASH
               END-IF
           END-PERFORM.

       NET-ONE-CUSTOMERS-CASH.
           MOVE WS-UA-AMOUNT (WS-UA-IDX) TO WS-UA-LEFT
           SET WS-OLDEST-WAS-FOUND TO TRUE
           PERFORM UNTIL WS-UA-LEFT NOT > 0
                   OR NOT WS-OLDEST-WAS-FOUND
               PERFORM FIND-OLDEST-UNPAID-ITEM
               IF WS-OLDEST-WAS-FOUND
                   IF WS-PD-NET (WS-OLDEST-IDX) > WS-UA-LEFT
                       MOVE WS-UA-LEFT TO WS-UA-TAKEN
                   ELSE
                       MOVE WS-PD-NET (WS-OLDEST-IDX) TO WS-UA-TAKEN
                   END-IF
                   SUBTRACT WS-UA-TAKEN FROM WS-PD-NET (WS-OLDEST-IDX)
                   SUBTRACT WS-UA-TAKEN FROM WS-UA-LEFT
                   SUBTRACT WS-UA-TAKEN
                       FROM WS-DC-PAST-DUE (WS-DC-IDX)
                   ADD WS-UA-TAKEN TO WS-DC-UA-NETTED (WS-DC-IDX)
                   ADD WS-UA-TAKEN TO WS-UA-NETTED-TOTAL
               END-IF
           END-PERFORM
           MOVE 0 TO WS-DC-OLDEST-DAYS (WS-DC-IDX)
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
               IF WS-PD-CUSTOMER (WS-PD-IDX)
                       = WS-DC-CUSTOMER (WS-DC-IDX)
                       AND WS-PD-NET (WS-PD-IDX) > 0
                       AND WS-PD-DAYS-LATE (WS-PD-IDX)
                           > WS-DC-OLDEST-DAYS (WS-DC-IDX)
                   MOVE WS-PD-DAYS-LATE (WS-PD-IDX)
                       TO WS-DC-OLDEST-DAYS (WS-DC-IDX)
               END-IF
           END-PERFORM.

      *> The customer's unpaid item furthest past due; the first
      *> on the ledger wins a tie.
       FIND-OLDEST-UNPAID-ITEM.
           MOVE "N" TO WS-OLDEST-FOUND
           MOVE 0 TO WS-OLDEST-IDX
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
               IF WS-PD-CUSTOMER (WS-PD-IDX)
                       = WS-DC-CUSTOMER (WS-DC-IDX)
                       AND WS-PD-NET (WS-PD-IDX) > 0
                   IF WS-OLDEST-WAS-FOUND
                       IF WS-PD-DAYS-LATE (WS-PD-IDX)
                               > WS-PD-DAYS-LATE (WS-OLDEST-IDX)
                           MOVE WS-PD-IDX TO WS-OLDEST-IDX
                       END-IF
                   ELSE
                       MOVE WS-PD-IDX TO WS-OLDEST-IDX
                       SET WS-OLDEST-WAS-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       SORT-CUSTOMER-ROWS.
           SET WS-A-SWAP-HAPPENED TO TRUE
           PERFORM UNTIL NOT WS-A-SWAP-HAPPENED
               MOVE "N" TO WS-SORT-SWAPPED
               PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                       UNTIL WS-SORT-IDX >= WS-DC-COUNT
                   IF WS-DC-CUSTOMER (WS-SORT-IDX)
                           > WS-DC-CUSTOMER (WS-SORT-IDX + 1)
                       MOVE WS-DC-ENTRY (WS-SORT-IDX) TO WS-DC-SWAP
                       MOVE WS-DC-ENTRY (WS-SORT-IDX + 1)
                           TO WS-DC-ENTRY (WS-SORT-IDX)
                       MOVE WS-DC-SWAP
                           TO WS-DC-ENTRY (WS-SORT-IDX + 1)
                       SET WS-A-SWAP-HAPPENED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> The level is earned by the oldest past-due item; a
      *> letter goes only when it rises past the last one sent.
       DUN-ONE-CUSTOMER.
           EVALUATE TRUE
               WHEN WS-DC-OLDEST-DAYS (WS-DC-IDX) >= WS-FINAL-DAYS
                   MOVE 3 TO WS-DC-LEVEL (WS-DC-IDX)
               WHEN WS-DC-OLDEST-DAYS (WS-DC-IDX) >= WS-SECOND-DAYS
                   MOVE 2 TO WS-DC-LEVEL (WS-DC-IDX)
               WHEN OTHER
                   MOVE 1 TO WS-DC-LEVEL (WS-DC-IDX)
           END-EVALUATE
           MOVE WS-DC-CUSTOMER (WS-DC-IDX) TO WS-SEEK-CUSTOMER
           PERFORM FIND-CUSTOMER
           EVALUATE TRUE
               WHEN NOT WS-CUST-WAS-FOUND
                   ADD 1 TO WS-UNKNOWN-CUST-COUNT
                   MOVE SPACES TO WS-CUST-NAME-SHOWN-AREA
                   MOVE "*** NOT ON CUSTMAST ***"
                       TO WS-CUST-NAME-SHOWN-AREA
                   MOVE "NO LETTER, NOT HELD - NOT ON CUSTMAST"
                       TO WS-HOLD-ACTION
                   PERFORM WRITE-HOLD-LINE
               WHEN WS-DC-PAST-DUE (WS-DC-IDX) NOT > 0
                   ADD 1 TO WS-UA-COVERED-COUNT
                   MOVE 0 TO WS-DC-SENT-LEVEL (WS-DC-IDX)
                   MOVE WS-CUST-NAME (WS-CUST-IDX)
                       TO WS-CUST-NAME-SHOWN-AREA
                   MOVE "NO LETTER - COVERED BY UNAPPLIED CASH"
                       TO WS-HOLD-ACTION
                   PERFORM WRITE-HOLD-LINE
               WHEN WS-DC-LEVEL (WS-DC-IDX)
                       > WS-DC-SENT-LEVEL (WS-DC-IDX)
                   PERFORM WRITE-ONE-LETTER
                   MOVE WS-DC-LEVEL (WS-DC-IDX)
                       TO WS-DC-SENT-LEVEL (WS-DC-IDX)
                   MOVE WS-TODAY-TEXT TO WS-DC-SENT-DATE (WS-DC-IDX)
                   MOVE WS-DC-PAST-DUE (WS-DC-IDX)
                       TO WS-DC-SENT-AMOUNT (WS-DC-IDX)
                   IF WS-DC-LEVEL (WS-DC-IDX) = 3
                       PERFORM PLACE-ON-HOLD
                   END-IF
               WHEN WS-DC-LEVEL (WS-DC-IDX)
                       < WS-DC-SENT-LEVEL (WS-DC-IDX)
                   ADD 1 TO WS-LOWERED-COUNT
                   MOVE WS-DC-LEVEL (WS-DC-IDX)
                       TO WS-DC-SENT-LEVEL (WS-DC-IDX)
               WHEN OTHER
                   ADD 1 TO WS-ALREADY-SENT-COUNT
           END-EVALUATE.

      *> A customer the credit desk already holds is listed but
      *> left alone.
       PLACE-ON-HOLD.
           MOVE WS-CUST-NAME (WS-CUST-IDX) TO WS-CUST-NAME-SHOWN-AREA
           IF WS-CUST-STATUS (WS-CUST-IDX) = "H"
               MOVE "FINAL DEMAND - ALREADY ON CREDIT HOLD"
                   TO WS-HOLD-ACTION
           ELSE
               MOVE "Y" TO WS-CUST-HOLD-NOW (WS-CUST-IDX)
               ADD 1 TO WS-HOLD-COUNT
               MOVE "FINAL DEMAND - PLACED ON CREDIT HOLD"
                   TO WS-HOLD-ACTION
           END-IF
           PERFORM WRITE-HOLD-LINE.

       WRITE-HOLD-LINE.
           MOVE WS-DC-OLDEST-DAYS (WS-DC-IDX) TO WS-DAYS-DISPLAY
           MOVE WS-DC-PAST-DUE (WS-DC-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO HOLD-REGISTER-RECORD
           STRING WS-DC-CUSTOMER (WS-DC-IDX) "   "
               WS-CUST-NAME-SHOWN-AREA "  "
               "        " WS-DAYS-DISPLAY " "
               WS-AMT-DISPLAY "  " WS-HOLD-ACTION
               DELIMITED BY SIZE INTO HOLD-REGISTER-RECORD
           END-STRING
           IF WS-DC-UA-NETTED (WS-DC-IDX) > 0
               MOVE WS-DC-UA-NETTED (WS-DC-IDX) TO WS-AMT-DISPLAY
               MOVE WS-AMT-DISPLAY TO HOLD-REGISTER-RECORD (114:14)
           END-IF
           WRITE HOLD-REGISTER-RECORD.

       WRITE-ONE-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           EVALUATE WS-DC-LEVEL (WS-DC-IDX)
               WHEN 1
                   ADD 1 TO WS-REMINDER-COUNT
                   MOVE "PAYMENT REMINDER" TO WS-LETTER-TITLE
               WHEN 2
                   ADD 1 TO WS-SECOND-COUNT
                   MOVE "SECOND NOTICE - PAYMENT OVERDUE"
                       TO WS-LETTER-TITLE
               WHEN OTHER
                   ADD 1 TO WS-FINAL-COUNT
                   MOVE "FINAL DEMAND FOR PAYMENT" TO WS-LETTER-TITLE
           END-EVALUATE
           MOVE SPACES TO DUNNING-LETTER-RECORD
           MOVE "1" TO DL-CTRL-CHAR
           STRING WS-LETTER-TITLE "          " WS-TODAY-TEXT
               DELIMITED BY SIZE INTO DL-DATA
           END-STRING
           WRITE DUNNING-LETTER-RECORD
           MOVE SPACES TO DUNNING-LETTER-RECORD
           WRITE DUNNING-LETTER-RECORD
           MOVE SPACES TO DUNNING-LETTER-RECORD
           STRING "CUSTOMER " WS-DC-CUSTOMER (WS-DC-IDX)
               "  " WS-CUST-NAME (WS-CUST-IDX)
               DELIMITED BY SIZE INTO DL-DATA
           END-STRING
           WRITE DUNNING-LETTER-RECORD
           MOVE SPACES TO DUNNING-LETTER-RECORD
           WRITE DUNNING-LETTER-RECORD
           MOVE SPACES TO DUNNING-LETTER-RECORD
           EVALUATE WS-DC-LEVEL (WS-DC-IDX)
               WHEN 1
                   STRING "OUR RECORDS SHOW THE FOLLOWING INVOICES "
                       "PAST THEIR DUE DATE.  IF PAYMENT IS ALREADY "
                       "ON ITS WAY,"
                       DELIMITED BY SIZE INTO DL-DATA
                   END-STRING
               WHEN 2
                   STRING "WE WROTE TO YOU ABOUT THE FOLLOWING "
                       "INVOICES AND HAVE NOT YET RECEIVED PAYMENT."
                       DELIMITED BY SIZE INTO DL-DATA
                   END-STRING
               WHEN OTHER
                   STRING "DESPITE EARLIER NOTICES THE FOLLOWING "
                       "INVOICES REMAIN UNPAID.  YOUR ACCOUNT HAS "
                       "BEEN PLACED"
                       DELIMITED BY SIZE INTO DL-DATA
                   END-STRING
           END-EVALUATE
           WRITE DUNNING-LETTER-RECORD
           MOVE SPACES TO DUNNING-LETTER-RECORD
           EVALUATE WS-DC-LEVEL (WS-DC-IDX)
               WHEN 1
                   STRING "PLEASE ACCEPT OUR THANKS AND DISREGARD "
                       "THIS REMINDER."
                       DELIMITED BY SIZE INTO DL-DATA
                   END-STRING
               WHEN 2
                   STRING "PLEASE ARRANGE PAYMENT NOW TO AVOID A "
                       "HOLD ON FURTHER ORDERS."
                       DELIMITED BY SIZE INTO DL-DATA
                   END-STRING
               WHEN OTHER
                   STRING "ON CREDIT HOLD: NO FURTHER ORDERS WILL "
                       "BE SHIPPED UNTIL THE BALANCE BELOW IS PAID."
                       DELIMITED BY SIZE INTO DL-DATA
                   END-STRING
           END-EVALUATE
           WRITE DUNNING-LETTER-RECORD
           MOVE SPACES TO DUNNING-LETTER-RECORD
           WRITE DUNNING-LETTER-RECORD
           MOVE SPACES TO DUNNING-LETTER-RECORD
           STRING "  INVOICE   INVOICE DATE  DUE DATE    DAYS LATE"
               "      AMOUNT DUE"
               DELIMITED BY SIZE INTO DL-DATA
           END-STRING
           WRITE DUNNING-LETTER-RECORD
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
               IF WS-PD-CUSTOMER (WS-PD-IDX)
                       = WS-DC-CUSTOMER (WS-DC-IDX)
                   PERFORM WRITE-LETTER-LINE
               END-IF
           END-PERFORM
           IF WS-DC-UA-NETTED (WS-DC-IDX) > 0
               COMPUTE WS-AMT-DISPLAY =
                   0 - WS-DC-UA-NETTED (WS-DC-IDX)
               MOVE SPACES TO DUNNING-LETTER-RECORD
               STRING "  LESS UNAPPLIED CASH ON ACCOUNT          "
                   "        " WS-AMT-DISPLAY
                   DELIMITED BY SIZE INTO DL-DATA
               END-STRING
               WRITE DUNNING-LETTER-RECORD
           END-IF
           MOVE WS-DC-PAST-DUE (WS-DC-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO DUNNING-LETTER-RECORD
           STRING "  TOTAL PAST DUE                          "
               "        " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO DL-DATA
           END-STRING
           WRITE DUNNING-LETTER-RECORD.

       WRITE-LETTER-LINE.
           MOVE WS-PD-DAYS-LATE (WS-PD-IDX) TO WS-DAYS-DISPLAY
           MOVE WS-PD-AMOUNT (WS-PD-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO DUNNING-LETTER-RECORD
           STRING "  " WS-PD-ORDER (WS-PD-IDX) "  "
               WS-PD-ITEM-DATE (WS-PD-IDX) "    "
               WS-PD-DUE-DATE (WS-PD-IDX) "  "
               "    " WS-DAYS-DISPLAY "  "
               WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO DL-DATA
           END-STRING
           WRITE DUNNING-LETTER-RECORD.

      *> Only customers still past due carry forward; the rest
      *> have paid up and start over next time.
       WRITE-NEW-HISTORY.
           OPEN OUTPUT NEW-HISTORY-FILE
           IF WS-DUNHNEW-STATUS NOT = "00"
               DISPLAY "*** DUNNING: DUNHNEW NOT AVAILABLE - "
                   "HISTORY NOT WRITTEN ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                       UNTIL WS-DC-IDX > WS-DC-COUNT
                   IF WS-DC-SENT-LEVEL (WS-DC-IDX) > 0
                       MOVE SPACES TO DUNNING-HISTORY-RECORD
                       MOVE WS-DC-CUSTOMER (WS-DC-IDX)
                           TO DH-CUSTOMER-NUMBER
                       MOVE WS-DC-SENT-LEVEL (WS-DC-IDX) TO DH-LEVEL
                       MOVE WS-DC-SENT-DATE (WS-DC-IDX)
                           TO DH-DATE-SENT
                       MOVE WS-DC-SENT-AMOUNT (WS-DC-IDX)
                           TO DH-PAST-DUE-AMOUNT
                       MOVE DUNNING-HISTORY-RECORD
                           TO NEW-HISTORY-RECORD
                       WRITE NEW-HISTORY-RECORD
                       ADD 1 TO WS-HISTORY-WRITTEN
                   END-IF
               END-PERFORM
               CLOSE NEW-HISTORY-FILE
           END-IF.

      *> Every customer comes through; those reaching the final
      *> level tonight go to H.
       WRITE-NEW-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE
           OPEN OUTPUT NEW-CUSTOMER-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
                   OR WS-CUSTNEW-STATUS NOT = "00"
               DISPLAY "*** DUNNING: CUSTNEW NOT WRITTEN - NO "
                   "CREDIT HOLDS APPLIED ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           MOVE CU-CUSTOMER-NUMBER
                               TO WS-SEEK-CUSTOMER
                           PERFORM FIND-CUSTOMER
                           IF WS-CUST-WAS-FOUND
                               IF WS-CUST-HOLD-NOW (WS-CUST-IDX)
                                       = "Y"
                                   SET CU-IS-ON-HOLD TO TRUE
                               END-IF
                           END-IF
                           MOVE CUSTOMER-MASTER-RECORD
                               TO NEW-CUSTOMER-RECORD
                           WRITE NEW-CUSTOMER-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE NEW-CUSTOMER-FILE.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM DUNNING.
