       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOAGING.

      *> Weekly backorder aging.  ORDPRICE carries every shortfall
      *> forward on BACKORD night after night at the price quoted
      *> the day it shorted, and until now nobody looked at how
      *> long one had been waiting.  This run ages each carried
      *> backorder from BO-ORDER-DATE into current / 30 / 60 /
      *> 90-plus day buckets, valued at quantity times
      *> BO-UNIT-PRICE, and prints the buckets by customer and by
      *> item on BOAGRPT with control totals.
      *> Each customer may carry a cancel-after policy on
      *> CUSTMAST (CU-BO-CANCEL-DAYS).  A backorder older than
      *> its customer's policy is cancelled: it is left off the
      *> surviving queue (BOAGNEW, swapped over BACKORD by the
      *> JCL) and listed on the BOCANRPT cancellation register.
      *> A backorder whose order date cannot be read is never
      *> cancelled -- it ages in the 90-plus bucket where someone
      *> will see it.  Every customer with a backorder gets a
      *> notice on BONOTC listing what is still open and what
      *> has been cancelled, so they hear it from us first.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY BACKORD-SEL.
       COPY CUSTMAST-SEL.
           SELECT NEW-BACKORDER-FILE ASSIGN TO "BOAGNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOAGNEW-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO "BOAGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOAGRPT-STATUS.
           SELECT CANCEL-REGISTER-FILE ASSIGN TO "BOCANRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOCANRPT-STATUS.
           SELECT CUSTOMER-NOTICE-FILE ASSIGN TO "BONOTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BONOTC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BACKORD-FD.
       COPY CUSTMAST-FD.

       FD  NEW-BACKORDER-FILE.
       01  NEW-BACKORDER-RECORD         PIC X(80).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD          PIC X(132).

       FD  CANCEL-REGISTER-FILE.
       01  CANCEL-REGISTER-RECORD       PIC X(132).

       FD  CUSTOMER-NOTICE-FILE.
       01  CUSTOMER-NOTICE-RECORD.
           05  BN-CTRL-CHAR             PIC X.
           05  BN-DATA                  PIC X(110).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-BACKORD-STATUS            PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-BOAGNEW-STATUS            PIC XX VALUE SPACES.
       01  WS-BOAGRPT-STATUS            PIC XX VALUE SPACES.
       01  WS-BOCANRPT-STATUS           PIC XX VALUE SPACES.
       01  WS-BONOTC-STATUS             PIC XX VALUE SPACES.
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
       01  WS-AGE-DAYS                  PIC 9(5) VALUE 0.
       01  WS-DATE-READABLE             PIC X VALUE "N".
           88  WS-DATE-IS-READABLE      VALUE "Y".
       01  WS-BUCKET                    PIC 9 VALUE 0.
       01  WS-LINE-VALUE                PIC 9(11)V99 VALUE 0.
      *> Customer master: name and cancel-after policy.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 1000 TIMES.
               10  WS-CUST-NUMBER       PIC X(6).
               10  WS-CUST-NAME         PIC X(30).
               10  WS-CUST-CANCEL-DAYS  PIC 9(3).
       01  WS-CUST-COUNT                PIC 9(4) VALUE 0.
       01  WS-CUST-IDX                  PIC 9(4) VALUE 0.
       01  WS-CUST-FOUND                PIC X VALUE "N".
           88  WS-CUST-WAS-FOUND        VALUE "Y".
       01  WS-SEEK-CUSTOMER             PIC X(6) VALUE SPACES.
       01  WS-CUST-NAME-SHOWN           PIC X(30) VALUE SPACES.
       01  WS-CANCEL-AFTER              PIC 9(3) VALUE 0.
      *> One aging row per customer with a backorder: open value
      *> by bucket (1 current, 2 30-59, 3 60-89, 4 90-plus) and
      *> what was cancelled tonight.
       01  WS-BC-TABLE.
           05  WS-BC-ENTRY OCCURS 1000 TIMES.
               10  WS-BC-CUSTOMER       PIC X(6).
               10  WS-BC-BUCKET         PIC 9(11)V99 OCCURS 4 TIMES.
               10  WS-BC-OPEN-LINES     PIC 9(5).
               10  WS-BC-CANCEL-LINES   PIC 9(5).
               10  WS-BC-CANCEL-VALUE   PIC 9(11)V99.
       01  WS-BC-COUNT                  PIC 9(4) VALUE 0.
       01  WS-BC-IDX                    PIC 9(4) VALUE 0.
       01  WS-BC-FOUND                  PIC X VALUE "N".
           88  WS-BC-WAS-FOUND          VALUE "Y".
       01  WS-BC-SWAP                   PIC X(81) VALUE SPACES.
      *> One aging row per item still on backorder.
       01  WS-BI-TABLE.
           05  WS-BI-ENTRY OCCURS 1000 TIMES.
               10  WS-BI-ITEM           PIC X(6).
               10  WS-BI-BUCKET         PIC 9(11)V99 OCCURS 4 TIMES.
               10  WS-BI-OPEN-QTY       PIC 9(7).
       01  WS-BI-COUNT                  PIC 9(4) VALUE 0.
       01  WS-BI-IDX                    PIC 9(4) VALUE 0.
       01  WS-BI-FOUND                  PIC X VALUE "N".
           88  WS-BI-WAS-FOUND          VALUE "Y".
       01  WS-BI-SWAP                   PIC X(65) VALUE SPACES.
      *> Every backorder read, open or cancelled, kept for the
      *> customer notices.
       01  WS-BL-TABLE.
           05  WS-BL-ENTRY OCCURS 5000 TIMES.
               10  WS-BL-CUSTOMER       PIC X(6).
               10  WS-BL-ORDER          PIC X(8).
               10  WS-BL-ITEM           PIC X(6).
               10  WS-BL-QUANTITY       PIC 9(5).
               10  WS-BL-UNIT-PRICE     PIC 9(5)V99.
               10  WS-BL-ORDER-DATE     PIC X(10).
               10  WS-BL-AGE-DAYS       PIC 9(5).
               10  WS-BL-STATUS         PIC X.
                   88  WS-BL-IS-OPEN    VALUE "O".
                   88  WS-BL-IS-CANCELLED VALUE "C".
       01  WS-BL-COUNT                  PIC 9(4) VALUE 0.
       01  WS-BL-IDX                    PIC 9(4) VALUE 0.
       01  WS-SORT-IDX                  PIC 9(4) VALUE 0.
       01  WS-SORT-SWAPPED              PIC X VALUE "N".
           88  WS-A-SWAP-HAPPENED       VALUE "Y".
       01  WS-BO-READ-COUNT             PIC 9(5) VALUE 0.
       01  WS-BO-OPEN-COUNT             PIC 9(5) VALUE 0.
       01  WS-BO-CANCEL-COUNT           PIC 9(5) VALUE 0.
       01  WS-NO-DATE-COUNT             PIC 9(5) VALUE 0.
       01  WS-UNKNOWN-CUST-COUNT        PIC 9(5) VALUE 0.
       01  WS-NOTICE-COUNT              PIC 9(5) VALUE 0.
       01  WS-GT-BUCKETS.
           05  WS-GT-BUCKET             PIC 9(13)V99 OCCURS 4 TIMES.
       01  WS-GT-OPEN-VALUE             PIC 9(13)V99 VALUE 0.
       01  WS-GT-CANCEL-VALUE           PIC 9(13)V99 VALUE 0.
       01  WS-ROW-TOTAL                 PIC 9(13)V99 VALUE 0.
       01  WS-AMT-1                     PIC Z(10)9.99.
       01  WS-AMT-2                     PIC Z(10)9.99.
       01  WS-AMT-3                     PIC Z(10)9.99.
       01  WS-AMT-4                     PIC Z(10)9.99.
       01  WS-AMT-5                     PIC Z(10)9.99.
       01  WS-PRICE-DISPLAY             PIC ZZZZ9.99.
       01  WS-QTY-DISPLAY               PIC ZZZZ9.
       01  WS-AGE-DISPLAY               PIC ZZZZ9.

       PROCEDURE DIVISION.
       BOAGING-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-YYYY * 10000 + WS-TODAY-MM * 100
                   + WS-TODAY-DD)
           MOVE 0 TO WS-GT-BUCKET (1) WS-GT-BUCKET (2)
               WS-GT-BUCKET (3) WS-GT-BUCKET (4)
           PERFORM LOAD-CUSTOMER-POLICIES
           OPEN INPUT BACKORDER-FILE
           IF WS-BACKORD-STATUS NOT = "00"
               DISPLAY "*** BOAGING: BACKORD NOT AVAILABLE - "
                   "AGING SKIPPED ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT NEW-BACKORDER-FILE
           IF WS-BOAGNEW-STATUS NOT = "00"
               DISPLAY "*** BOAGING: BOAGNEW NOT AVAILABLE - "
                   "AGING SKIPPED ***"
               CLOSE BACKORDER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CANCEL-REGISTER-FILE
           MOVE SPACES TO CANCEL-REGISTER-RECORD
           STRING "BACKORDER CANCELLATION REGISTER - " WS-TODAY-TEXT
               DELIMITED BY SIZE INTO CANCEL-REGISTER-RECORD
           END-STRING
           WRITE CANCEL-REGISTER-RECORD
           MOVE SPACES TO CANCEL-REGISTER-RECORD
           STRING "CUSTOMER ORDER    ITEM   ORDER DATE  "
               "  AGE POLICY   QTY  UNIT PRICE          VALUE"
               DELIMITED BY SIZE INTO CANCEL-REGISTER-RECORD
           END-STRING
           WRITE CANCEL-REGISTER-RECORD
           PERFORM UNTIL WS-FILE-AT-EOF
               READ BACKORDER-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM AGE-ONE-BACKORDER
               END-READ
           END-PERFORM
           CLOSE BACKORDER-FILE
           CLOSE NEW-BACKORDER-FILE
           IF WS-BO-CANCEL-COUNT = 0
               MOVE SPACES TO CANCEL-REGISTER-RECORD
               MOVE "  NONE" TO CANCEL-REGISTER-RECORD
               WRITE CANCEL-REGISTER-RECORD
           END-IF
           MOVE WS-GT-CANCEL-VALUE TO WS-AMT-5
           MOVE SPACES TO CANCEL-REGISTER-RECORD
           STRING "CANCELLED: " WS-BO-CANCEL-COUNT
               " BACKORDER(S)  VALUE " WS-AMT-5
               DELIMITED BY SIZE INTO CANCEL-REGISTER-RECORD
           END-STRING
           WRITE CANCEL-REGISTER-RECORD
           CLOSE CANCEL-REGISTER-FILE
           PERFORM SORT-CUSTOMER-ROWS
           PERFORM SORT-ITEM-ROWS
           PERFORM PRINT-AGING-REPORT
           PERFORM WRITE-CUSTOMER-NOTICES
           IF WS-BO-CANCEL-COUNT > 0
               MOVE "MT0956I" TO WS-OM-ID
               STRING "BOAGING: " WS-BO-CANCEL-COUNT
                   " BACKORDER(S) CANCELLED PAST CUSTOMER POLICY "
                   "- SEE BOCANRPT"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           END-IF
           DISPLAY "===== BOAGING END-OF-JOB SUMMARY ====="
           DISPLAY "BACKORDERS READ    : " WS-BO-READ-COUNT
           DISPLAY "CARRIED FORWARD    : " WS-BO-OPEN-COUNT
           DISPLAY "CANCELLED          : " WS-BO-CANCEL-COUNT
           DISPLAY "UNREADABLE DATES   : " WS-NO-DATE-COUNT
           DISPLAY "UNKNOWN CUSTOMERS  : " WS-UNKNOWN-CUST-COUNT
           DISPLAY "NOTICES WRITTEN    : " WS-NOTICE-COUNT
           DISPLAY "======================================"
           IF (WS-NO-DATE-COUNT > 0 OR WS-UNKNOWN-CUST-COUNT > 0)
                   AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *> Without the master nothing has a policy, so nothing is
      *> cancelled; the aging itself still runs.
       LOAD-CUSTOMER-POLICIES.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "BOAGING: CUSTMAST NOT AVAILABLE - NO "
                   "BACKORDER WILL BE CANCELLED"
           ELSE
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
                               MOVE 0 TO
                                   WS-CUST-CANCEL-DAYS (WS-CUST-COUNT)
                               IF CU-BO-CANCEL-DAYS NUMERIC
                                   MOVE CU-BO-CANCEL-DAYS-NUM TO
                                       WS-CUST-CANCEL-DAYS
                                           (WS-CUST-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF.

       AGE-ONE-BACKORDER.
           ADD 1 TO WS-BO-READ-COUNT
           MOVE "N" TO WS-DATE-READABLE
           MOVE 99999 TO WS-AGE-DAYS
           IF BO-ORDER-DATE (1:4) NUMERIC
                   AND BO-ORDER-DATE (6:2) NUMERIC
                   AND BO-ORDER-DATE (9:2) NUMERIC
               MOVE BO-ORDER-DATE (1:4) TO WS-DP-YYYY
               MOVE BO-ORDER-DATE (6:2) TO WS-DP-MM
               MOVE BO-ORDER-DATE (9:2) TO WS-DP-DD
               COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
                   (WS-DP-YYYY * 10000 + WS-DP-MM * 100
                       + WS-DP-DD)
               IF WS-DATE-INT <= WS-TODAY-INT
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DATE-INT
               ELSE
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
               SET WS-DATE-IS-READABLE TO TRUE
           ELSE
               ADD 1 TO WS-NO-DATE-COUNT
           END-IF
           COMPUTE WS-LINE-VALUE = BO-QUANTITY * BO-UNIT-PRICE
           MOVE BO-CUSTOMER-NUMBER TO WS-SEEK-CUSTOMER
           PERFORM FIND-CUSTOMER-POLICY
           MOVE 0 TO WS-CANCEL-AFTER
           IF WS-CUST-WAS-FOUND
               MOVE WS-CUST-CANCEL-DAYS (WS-CUST-IDX)
                   TO WS-CANCEL-AFTER
           ELSE
               ADD 1 TO WS-UNKNOWN-CUST-COUNT
           END-IF
           PERFORM FIND-CUSTOMER-ROW
           PERFORM ROOM-FOR-ONE-LINE
           ADD 1 TO WS-BL-COUNT
           MOVE BO-CUSTOMER-NUMBER TO WS-BL-CUSTOMER (WS-BL-COUNT)
           MOVE BO-ORDER-NUMBER TO WS-BL-ORDER (WS-BL-COUNT)
           MOVE BO-ITEM-NUMBER TO WS-BL-ITEM (WS-BL-COUNT)
           MOVE BO-QUANTITY TO WS-BL-QUANTITY (WS-BL-COUNT)
           MOVE BO-UNIT-PRICE TO WS-BL-UNIT-PRICE (WS-BL-COUNT)
           MOVE BO-ORDER-DATE TO WS-BL-ORDER-DATE (WS-BL-COUNT)
           MOVE WS-AGE-DAYS TO WS-BL-AGE-DAYS (WS-BL-COUNT)
           IF WS-CANCEL-AFTER > 0 AND WS-DATE-IS-READABLE
                   AND WS-AGE-DAYS > WS-CANCEL-AFTER
               PERFORM CANCEL-ONE-BACKORDER
           ELSE
               PERFORM CARRY-ONE-BACKORDER
           END-IF.

       CANCEL-ONE-BACKORDER.
           SET WS-BL-IS-CANCELLED (WS-BL-COUNT) TO TRUE
           ADD 1 TO WS-BO-CANCEL-COUNT
           ADD 1 TO WS-BC-CANCEL-LINES (WS-BC-IDX)
           ADD WS-LINE-VALUE TO WS-BC-CANCEL-VALUE (WS-BC-IDX)
           ADD WS-LINE-VALUE TO WS-GT-CANCEL-VALUE
           MOVE BO-QUANTITY TO WS-QTY-DISPLAY
           MOVE BO-UNIT-PRICE TO WS-PRICE-DISPLAY
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
           MOVE WS-LINE-VALUE TO WS-AMT-5
           MOVE SPACES TO CANCEL-REGISTER-RECORD
           STRING BO-CUSTOMER-NUMBER "   " BO-ORDER-NUMBER " "
               BO-ITEM-NUMBER " " BO-ORDER-DATE "  "
               WS-AGE-DISPLAY "    " WS-CANCEL-AFTER " "
               WS-QTY-DISPLAY "    " WS-PRICE-DISPLAY " "
               WS-AMT-5
               DELIMITED BY SIZE INTO CANCEL-REGISTER-RECORD
           END-STRING
           WRITE CANCEL-REGISTER-RECORD.

       CARRY-ONE-BACKORDER.
           SET WS-BL-IS-OPEN (WS-BL-COUNT) TO TRUE
           ADD 1 TO WS-BO-OPEN-COUNT
           MOVE BACKORDER-RECORD TO NEW-BACKORDER-RECORD
           WRITE NEW-BACKORDER-RECORD
           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 30
                   MOVE 1 TO WS-BUCKET
               WHEN WS-AGE-DAYS < 60
                   MOVE 2 TO WS-BUCKET
               WHEN WS-AGE-DAYS < 90
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE
           PERFORM FIND-ITEM-ROW
           ADD 1 TO WS-BC-OPEN-LINES (WS-BC-IDX)
           ADD WS-LINE-VALUE TO WS-BC-BUCKET (WS-BC-IDX, WS-BUCKET)
           ADD WS-LINE-VALUE TO WS-BI-BUCKET (WS-BI-IDX, WS-BUCKET)
           ADD BO-QUANTITY TO WS-BI-OPEN-QTY (WS-BI-IDX)
           ADD WS-LINE-VALUE TO WS-GT-BUCKET (WS-BUCKET)
           ADD WS-LINE-VALUE TO WS-GT-OPEN-VALUE.

       FIND-CUSTOMER-POLICY.
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

       FIND-CUSTOMER-ROW.
           MOVE "N" TO WS-BC-FOUND
           PERFORM VARYING WS-BC-IDX FROM 1 BY 1
                   UNTIL WS-BC-IDX > WS-BC-COUNT
                       OR WS-BC-WAS-FOUND
               IF WS-BC-CUSTOMER (WS-BC-IDX) = BO-CUSTOMER-NUMBER
                   SET WS-BC-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-BC-WAS-FOUND
               SUBTRACT 1 FROM WS-BC-IDX
           ELSE
               IF WS-BC-COUNT >= 1000
                   PERFORM ABANDON-TABLE-FULL
               END-IF
               ADD 1 TO WS-BC-COUNT
               MOVE WS-BC-COUNT TO WS-BC-IDX
               MOVE BO-CUSTOMER-NUMBER TO WS-BC-CUSTOMER (WS-BC-IDX)
               MOVE 0 TO WS-BC-BUCKET (WS-BC-IDX, 1)
                   WS-BC-BUCKET (WS-BC-IDX, 2)
                   WS-BC-BUCKET (WS-BC-IDX, 3)
                   WS-BC-BUCKET (WS-BC-IDX, 4)
               MOVE 0 TO WS-BC-OPEN-LINES (WS-BC-IDX)
               MOVE 0 TO WS-BC-CANCEL-LINES (WS-BC-IDX)
               MOVE 0 TO WS-BC-CANCEL-VALUE (WS-BC-IDX)
           END-IF.

       FIND-ITEM-ROW.
           MOVE "N" TO WS-BI-FOUND
           PERFORM VARYING WS-BI-IDX FROM 1 BY 1
                   UNTIL WS-BI-IDX > WS-BI-COUNT
                       OR WS-BI-WAS-FOUND
               IF WS-BI-ITEM (WS-BI-IDX) = BO-ITEM-NUMBER
                   SET WS-BI-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-BI-WAS-FOUND
               SUBTRACT 1 FROM WS-BI-IDX
           ELSE
               IF WS-BI-COUNT >= 1000
                   PERFORM ABANDON-TABLE-FULL
               END-IF
               ADD 1 TO WS-BI-COUNT
               MOVE WS-BI-COUNT TO WS-BI-IDX
               MOVE BO-ITEM-NUMBER TO WS-BI-ITEM (WS-BI-IDX)
               MOVE 0 TO WS-BI-BUCKET (WS-BI-IDX, 1)
                   WS-BI-BUCKET (WS-BI-IDX, 2)
                   WS-BI-BUCKET (WS-BI-IDX, 3)
                   WS-BI-BUCKET (WS-BI-IDX, 4)
               MOVE 0 TO WS-BI-OPEN-QTY (WS-BI-IDX)
           END-IF.

       ROOM-FOR-ONE-LINE.
           IF WS-BL-COUNT >= 5000
               PERFORM ABANDON-TABLE-FULL
           END-IF.

      *> A report that silently dropped backorders would not
      *> balance and a notice run that missed customers would
      *> defeat its purpose, so a full table abandons the run;
      *> RC 8 keeps the JCL from swapping BOAGNEW in.
       ABANDON-TABLE-FULL.
           MOVE "MT0955E" TO WS-OM-ID
           STRING "BOAGING: MORE THAN 5000 BACKORDERS, 1000 "
               "CUSTOMERS OR 1000 ITEMS - RUN ABANDONED"
               DELIMITED BY SIZE INTO WS-OM-TEXT
           END-STRING
           PERFORM ISSUE-OPERATOR-MESSAGE
           CLOSE BACKORDER-FILE
           CLOSE NEW-BACKORDER-FILE
           CLOSE CANCEL-REGISTER-FILE
           MOVE 8 TO RETURN-CODE
           GOBACK.

       SORT-CUSTOMER-ROWS.
           SET WS-A-SWAP-HAPPENED TO TRUE
           PERFORM UNTIL NOT WS-A-SWAP-HAPPENED
               MOVE "N" TO WS-SORT-SWAPPED
               PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                       UNTIL WS-SORT-IDX >= WS-BC-COUNT
                   IF WS-BC-CUSTOMER (WS-SORT-IDX)
                           > WS-BC-CUSTOMER (WS-SORT-IDX + 1)
                       MOVE WS-BC-ENTRY (WS-SORT-IDX) TO WS-BC-SWAP
                       MOVE WS-BC-ENTRY (WS-SORT-IDX + 1)
                           TO WS-BC-ENTRY (WS-SORT-IDX)
                       MOVE WS-BC-SWAP
                           TO WS-BC-ENTRY (WS-SORT-IDX + 1)
                       SET WS-A-SWAP-HAPPENED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       SORT-ITEM-ROWS.
           SET WS-A-SWAP-HAPPENED TO TRUE
           PERFORM UNTIL NOT WS-A-SWAP-HAPPENED
               MOVE "N" TO WS-SORT-SWAPPED
               PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                       UNTIL WS-SORT-IDX >= WS-BI-COUNT
                   IF WS-BI-ITEM (WS-SORT-IDX)
                           > WS-BI-ITEM (WS-SORT-IDX + 1)
                       MOVE WS-BI-ENTRY (WS-SORT-IDX) TO WS-BI-SWAP
                       MOVE WS-BI-ENTRY (WS-SORT-IDX + 1)
                           TO WS-BI-ENTRY (WS-SORT-IDX)
                       MOVE WS-BI-SWAP
                           TO WS-BI-ENTRY (WS-SORT-IDX + 1)
                       SET WS-A-SWAP-HAPPENED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-AGING-REPORT.
           OPEN OUTPUT AGING-REPORT-FILE
           IF WS-BOAGRPT-STATUS NOT = "00"
               DISPLAY "*** BOAGING: BOAGRPT NOT AVAILABLE ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "BACKORDER AGING BY CUSTOMER - AS OF "
               WS-TODAY-TEXT "  (OPEN BACKORDERS AT QUOTED PRICE)"
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING
           WRITE AGING-REPORT-RECORD
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "CUSTOMER NAME                     "
               "         CURRENT          30-59          60-89"
               "            90+          TOTAL  CANCELLED"
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING
           WRITE AGING-REPORT-RECORD
           PERFORM VARYING WS-BC-IDX FROM 1 BY 1
                   UNTIL WS-BC-IDX > WS-BC-COUNT
               MOVE WS-BC-CUSTOMER (WS-BC-IDX) TO WS-SEEK-CUSTOMER
               PERFORM FIND-CUSTOMER-POLICY
               PERFORM SET-CUSTOMER-NAME
               COMPUTE WS-ROW-TOTAL = WS-BC-BUCKET (WS-BC-IDX, 1)
                   + WS-BC-BUCKET (WS-BC-IDX, 2)
                   + WS-BC-BUCKET (WS-BC-IDX, 3)
                   + WS-BC-BUCKET (WS-BC-IDX, 4)
               MOVE WS-BC-BUCKET (WS-BC-IDX, 1) TO WS-AMT-1
               MOVE WS-BC-BUCKET (WS-BC-IDX, 2) TO WS-AMT-2
               MOVE WS-BC-BUCKET (WS-BC-IDX, 3) TO WS-AMT-3
               MOVE WS-BC-BUCKET (WS-BC-IDX, 4) TO WS-AMT-4
               MOVE WS-ROW-TOTAL TO WS-AMT-5
               MOVE SPACES TO AGING-REPORT-RECORD
               STRING WS-BC-CUSTOMER (WS-BC-IDX) "   "
                   WS-CUST-NAME-SHOWN (1:24) " "
                   WS-AMT-1 " " WS-AMT-2 " " WS-AMT-3 " "
                   WS-AMT-4 " " WS-AMT-5 "  "
                   WS-BC-CANCEL-LINES (WS-BC-IDX)
                   DELIMITED BY SIZE INTO AGING-REPORT-RECORD
               END-STRING
               WRITE AGING-REPORT-RECORD
           END-PERFORM
           PERFORM WRITE-GRAND-TOTAL-LINE
           MOVE SPACES TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "BACKORDER AGING BY ITEM - AS OF " WS-TODAY-TEXT
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING
           WRITE AGING-REPORT-RECORD
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "ITEM     OPEN QTY                 "
               "         CURRENT          30-59          60-89"
               "            90+          TOTAL"
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING
           WRITE AGING-REPORT-RECORD
           PERFORM VARYING WS-BI-IDX FROM 1 BY 1
                   UNTIL WS-BI-IDX > WS-BI-COUNT
               COMPUTE WS-ROW-TOTAL = WS-BI-BUCKET (WS-BI-IDX, 1)
                   + WS-BI-BUCKET (WS-BI-IDX, 2)
                   + WS-BI-BUCKET (WS-BI-IDX, 3)
                   + WS-BI-BUCKET (WS-BI-IDX, 4)
               MOVE WS-BI-BUCKET (WS-BI-IDX, 1) TO WS-AMT-1
               MOVE WS-BI-BUCKET (WS-BI-IDX, 2) TO WS-AMT-2
               MOVE WS-BI-BUCKET (WS-BI-IDX, 3) TO WS-AMT-3
               MOVE WS-BI-BUCKET (WS-BI-IDX, 4) TO WS-AMT-4
               MOVE WS-ROW-TOTAL TO WS-AMT-5
               MOVE SPACES TO AGING-REPORT-RECORD
               STRING WS-BI-ITEM (WS-BI-IDX) "   "
                   WS-BI-OPEN-QTY (WS-BI-IDX)
                   "                  "
                   WS-AMT-1 " " WS-AMT-2 " " WS-AMT-3 " "
                   WS-AMT-4 " " WS-AMT-5
                   DELIMITED BY SIZE INTO AGING-REPORT-RECORD
               END-STRING
               WRITE AGING-REPORT-RECORD
           END-PERFORM
           PERFORM WRITE-GRAND-TOTAL-LINE
           MOVE SPACES TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE WS-GT-CANCEL-VALUE TO WS-AMT-5
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "BACKORDERS READ " WS-BO-READ-COUNT
               "  CARRIED " WS-BO-OPEN-COUNT
               "  CANCELLED " WS-BO-CANCEL-COUNT
               " (VALUE " WS-AMT-5 ")"
               "  UNREADABLE DATES " WS-NO-DATE-COUNT
               "  NOT ON CUSTMAST " WS-UNKNOWN-CUST-COUNT
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING
           WRITE AGING-REPORT-RECORD
           CLOSE AGING-REPORT-FILE.

      *> Both sections total to the same open value: every
      *> carried backorder lands in one customer row and one
      *> item row.
       WRITE-GRAND-TOTAL-LINE.
           MOVE WS-GT-BUCKET (1) TO WS-AMT-1
           MOVE WS-GT-BUCKET (2) TO WS-AMT-2
           MOVE WS-GT-BUCKET (3) TO WS-AMT-3
           MOVE WS-GT-BUCKET (4) TO WS-AMT-4
           MOVE WS-GT-OPEN-VALUE TO WS-AMT-5
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "TOTAL                             "
               WS-AMT-1 " " WS-AMT-2 " " WS-AMT-3 " "
               WS-AMT-4 " " WS-AMT-5
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING
           WRITE AGING-REPORT-RECORD.

       SET-CUSTOMER-NAME.
           IF WS-CUST-WAS-FOUND
               MOVE WS-CUST-NAME (WS-CUST-IDX) TO WS-CUST-NAME-SHOWN
           ELSE
               MOVE "*** NOT ON CUSTMAST ***" TO WS-CUST-NAME-SHOWN
           END-IF.

       WRITE-CUSTOMER-NOTICES.
           OPEN OUTPUT CUSTOMER-NOTICE-FILE
           IF WS-BONOTC-STATUS NOT = "00"
               DISPLAY "*** BOAGING: BONOTC NOT AVAILABLE - NO "
                   "CUSTOMER NOTICES ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-BC-IDX FROM 1 BY 1
                       UNTIL WS-BC-IDX > WS-BC-COUNT
                   PERFORM WRITE-ONE-NOTICE
               END-PERFORM
               CLOSE CUSTOMER-NOTICE-FILE
           END-IF.

       WRITE-ONE-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT
           MOVE WS-BC-CUSTOMER (WS-BC-IDX) TO WS-SEEK-CUSTOMER
           PERFORM FIND-CUSTOMER-POLICY
           MOVE SPACES TO WS-CUST-NAME-SHOWN
           IF WS-CUST-WAS-FOUND
               MOVE WS-CUST-NAME (WS-CUST-IDX) TO WS-CUST-NAME-SHOWN
           END-IF
           MOVE SPACES TO CUSTOMER-NOTICE-RECORD
           MOVE "1" TO BN-CTRL-CHAR
           STRING "BACKORDER STATUS NOTICE" "          "
               WS-TODAY-TEXT
               DELIMITED BY SIZE INTO BN-DATA
           END-STRING
           WRITE CUSTOMER-NOTICE-RECORD
           MOVE SPACES TO CUSTOMER-NOTICE-RECORD
           WRITE CUSTOMER-NOTICE-RECORD
           MOVE SPACES TO CUSTOMER-NOTICE-RECORD
           STRING "CUSTOMER " WS-BC-CUSTOMER (WS-BC-IDX)
               "  " WS-CUST-NAME-SHOWN
               DELIMITED BY SIZE INTO BN-DATA
           END-STRING
           WRITE CUSTOMER-NOTICE-RECORD
           MOVE SPACES TO CUSTOMER-NOTICE-RECORD
           WRITE CUSTOMER-NOTICE-RECORD
           IF WS-BC-OPEN-LINES (WS-BC-IDX) > 0
               MOVE SPACES TO CUSTOMER-NOTICE-RECORD
               STRING "THE FOLLOWING ITEMS REMAIN ON BACKORDER AND "
                   "WILL SHIP AS STOCK ARRIVES:"
                   DELIMITED BY SIZE INTO BN-DATA
               END-STRING
               WRITE CUSTOMER-NOTICE-RECORD
               PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                       UNTIL WS-BL-IDX > WS-BL-COUNT
                   IF WS-BL-CUSTOMER (WS-BL-IDX)
                           = WS-BC-CUSTOMER (WS-BC-IDX)
                           AND WS-BL-IS-OPEN (WS-BL-IDX)
                       PERFORM WRITE-NOTICE-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO CUSTOMER-NOTICE-RECORD
               WRITE CUSTOMER-NOTICE-RECORD
           END-IF
           IF WS-BC-CANCEL-LINES (WS-BC-IDX) > 0
               MOVE SPACES TO CUSTOMER-NOTICE-RECORD
               STRING "THE FOLLOWING BACKORDERS HAVE BEEN CANCELLED "
                   "UNDER YOUR " WS-CUST-CANCEL-DAYS (WS-CUST-IDX)
                   "-DAY BACKORDER POLICY"
                   DELIMITED BY SIZE INTO BN-DATA
               END-STRING
               WRITE CUSTOMER-NOTICE-RECORD
               MOVE SPACES TO CUSTOMER-NOTICE-RECORD
               STRING "AND WILL NOT BE SHIPPED OR INVOICED:"
                   DELIMITED BY SIZE INTO BN-DATA
               END-STRING
               WRITE CUSTOMER-NOTICE-RECORD
               PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                       UNTIL WS-BL-IDX > WS-BL-COUNT
                   IF WS-BL-CUSTOMER (WS-BL-IDX)
                           = WS-BC-CUSTOMER (WS-BC-IDX)
                           AND WS-BL-IS-CANCELLED (WS-BL-IDX)
                       PERFORM WRITE-NOTICE-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO CUSTOMER-NOTICE-RECORD
               WRITE CUSTOMER-NOTICE-RECORD
               MOVE SPACES TO CUSTOMER-NOTICE-RECORD
               STRING "PLEASE CONTACT OUR ORDER DESK TO PLACE A "
                   "CANCELLED ITEM AGAIN."
                   DELIMITED BY SIZE INTO BN-DATA
               END-STRING
               WRITE CUSTOMER-NOTICE-RECORD
           END-IF.

       WRITE-NOTICE-LINE.
           MOVE WS-BL-QUANTITY (WS-BL-IDX) TO WS-QTY-DISPLAY
           MOVE WS-BL-UNIT-PRICE (WS-BL-IDX) TO WS-PRICE-DISPLAY
           MOVE SPACES TO CUSTOMER-NOTICE-RECORD
           STRING "    ORDER " WS-BL-ORDER (WS-BL-IDX)
               "  ITEM " WS-BL-ITEM (WS-BL-IDX)
               "  QUANTITY " WS-QTY-DISPLAY
               "  AT " WS-PRICE-DISPLAY
               "  ORDERED " WS-BL-ORDER-DATE (WS-BL-IDX)
               DELIMITED BY SIZE INTO BN-DATA
           END-STRING
           WRITE CUSTOMER-NOTICE-RECORD.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM BOAGING.
