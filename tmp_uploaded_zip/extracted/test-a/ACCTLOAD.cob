       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTLOAD.

      *> Refresh of the three keyed copies the online INQACCT
      *> account inquiry reads through CICS file control.  The
      *> customer master, the AR open-item ledger and the credit
      *> hold queue are flat batch datasets swapped in whole by
      *> IEBGENER; CICS needs keyed clusters (CUSTVSAM, ARVSAM
      *> and HOLDVSAM, defined REUSE by ACCTDEFN -- the region's
      *> CUSTMAST, ARLEDGER and ORDHELD file definitions point at
      *> them), the same discipline QUOTLOAD keeps for the quote
      *> screen.  Every cluster is reset by its OPEN OUTPUT, so
      *> each copy is exactly the flat data as of this run.
      *>   CUSTVSAM  the customer master as it stands, keyed on
      *>             the customer number -- a straight copy.
      *>   ARVSAM    the OPEN items only (a closed item is of no
      *>             interest to the collections desk), re-keyed
      *>             customer + a running ledger sequence number:
      *>             a customer can legitimately carry two items
      *>             under one order number (the invoice and the
      *>             credit memo against it), so the order number
      *>             cannot be the key.  The sequence keeps the
      *>             ledger's own order within a customer.
      *>   HOLDVSAM  one record per held order, keyed customer +
      *>             order, with the order total, hold reason,
      *>             hold date, any review date an extension set,
      *>             and the number of held lines.  Taken from the
      *>             carried HLDQUEUE and from ORDHELD, whose holds
      *>             only join the queue at the next CREDHREL run
      *>             -- so an order held tonight shows tomorrow
      *>             morning, not a day later.
      *> Scheduled after every run that swaps a new ledger or
      *> customer master in (ARPOST nightly, CSHAPPLY after cash
      *> application) and after the credit-hold runs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CUSTMAST-SEL.
       COPY ARLEDGER-SEL.
       COPY ORDHELD-SEL.
           SELECT HELD-QUEUE-FILE ASSIGN TO "HLDQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDQUEUE-STATUS.
           SELECT CUSTOMER-VSAM-FILE ASSIGN TO "CUSTVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-KEY
               FILE STATUS IS WS-CUSTVSAM-STATUS.
           SELECT LEDGER-VSAM-FILE ASSIGN TO "ARVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-KEY
               FILE STATUS IS WS-ARVSAM-STATUS.
           SELECT HOLD-VSAM-FILE ASSIGN TO "HOLDVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HV-KEY
               FILE STATUS IS WS-HOLDVSAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY CUSTMAST-FD.
       COPY ARLEDGER-FD.
       COPY ORDHELD-FD.

      *> CREDHREL's carried queue (see CREDHREL): the ORDHELD
      *> shape with the review date in what ORDHELD leaves as
      *> filler.
       FD  HELD-QUEUE-FILE.
       01  HELD-QUEUE-RECORD            PIC X(84).

      *> The layouts INQACCT's local mirrors redeclare; the two
      *> must stay in step.
       FD  CUSTOMER-VSAM-FILE.
       01  CUSTOMER-VSAM-RECORD.
           05  CV-KEY                   PIC X(6).
           05  FILLER                   PIC X(74).

       FD  LEDGER-VSAM-FILE.
       01  LEDGER-VSAM-RECORD.
           05  AV-KEY.
               10  AV-CUSTOMER-NUMBER   PIC X(6).
               10  AV-SEQUENCE          PIC 9(6).
           05  AV-ORDER-NUMBER          PIC X(8).
           05  AV-ITEM-DATE             PIC X(10).
           05  AV-ORIGINAL-AMOUNT       PIC S9(11)V99
               SIGN IS TRAILING SEPARATE.
           05  AV-OPEN-AMOUNT           PIC S9(11)V99
               SIGN IS TRAILING SEPARATE.
           05  AV-DUE-DATE              PIC X(10).
           05  FILLER                   PIC X(12).

       FD  HOLD-VSAM-FILE.
       01  HOLD-VSAM-RECORD.
           05  HV-KEY.
               10  HV-CUSTOMER-NUMBER   PIC X(6).
               10  HV-ORDER-NUMBER      PIC X(8).
           05  HV-ORDER-TOTAL           PIC 9(10)V99.
           05  HV-HOLD-REASON           PIC X(20).
           05  HV-HOLD-DATE             PIC X(10).
           05  HV-REVIEW-DATE           PIC X(10).
           05  HV-LINE-COUNT            PIC 9(3).
           05  FILLER                   PIC X(11).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-CUSTMAST-STATUS          PIC XX VALUE SPACES.
       01  WS-ARLEDGER-STATUS          PIC XX VALUE SPACES.
       01  WS-ORDHELD-STATUS           PIC XX VALUE SPACES.
       01  WS-HLDQUEUE-STATUS          PIC XX VALUE SPACES.
       01  WS-CUSTVSAM-STATUS          PIC XX VALUE SPACES.
       01  WS-ARVSAM-STATUS            PIC XX VALUE SPACES.
       01  WS-HOLDVSAM-STATUS          PIC XX VALUE SPACES.
       01  WS-CUST-EOF                 PIC X VALUE "N".
           88  WS-CUST-AT-EOF          VALUE "Y".
       01  WS-LEDGER-EOF               PIC X VALUE "N".
           88  WS-LEDGER-AT-EOF        VALUE "Y".
       01  WS-HELD-EOF                 PIC X VALUE "N".
           88  WS-HELD-AT-EOF          VALUE "Y".
      *> Both held files are read into the queue's shape; an
      *> ORDHELD record has no review date yet.
       01  WS-HELD-READ.
           05  WS-HR-RECORD-TYPE        PIC X.
               88  WS-HR-IS-ORDER       VALUE "O".
               88  WS-HR-IS-LINE        VALUE "L".
           05  WS-HR-CUSTOMER-NUMBER    PIC X(6).
           05  WS-HR-ORDER-NUMBER       PIC X(8).
           05  WS-HR-ITEM-NUMBER        PIC X(6).
           05  WS-HR-QUANTITY           PIC 9(5).
           05  WS-HR-EXTENDED-PRICE     PIC 9(10)V99.
           05  WS-HR-HOLD-REASON        PIC X(20).
           05  WS-HR-HOLD-DATE          PIC X(10).
           05  WS-HR-REVIEW-DATE        PIC X(10).
           05  WS-HR-EXTEND-COUNT       PIC 99.
           05  WS-HR-SHIPTO-CODE        PIC X(4).
      *> The held order being gathered: its header is written
      *> once its lines have been counted.
       01  WS-HOLD-PENDING             PIC X VALUE "N".
           88  WS-HOLD-IS-PENDING      VALUE "Y".
       01  WS-AR-SEQUENCE              PIC 9(6) VALUE 0.
       01  WS-CUSTOMERS-READ           PIC 9(5) VALUE 0.
       01  WS-CUSTOMERS-LOADED         PIC 9(5) VALUE 0.
       01  WS-CUSTOMERS-DUPLICATE      PIC 9(5) VALUE 0.
       01  WS-ITEMS-READ               PIC 9(7) VALUE 0.
       01  WS-ITEMS-LOADED             PIC 9(7) VALUE 0.
       01  WS-HOLDS-READ               PIC 9(5) VALUE 0.
       01  WS-HOLDS-LOADED             PIC 9(5) VALUE 0.
       01  WS-HOLDS-DUPLICATE          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       ACCTLOAD-MAIN.
           PERFORM COPY-CUSTOMER-MASTER
           PERFORM COPY-OPEN-ITEMS
           PERFORM COPY-HELD-ORDERS
           DISPLAY "===== ACCTLOAD END-OF-JOB SUMMARY ====="
           DISPLAY "CUSTOMERS READ      : " WS-CUSTOMERS-READ
           DISPLAY "CUSTOMERS LOADED    : " WS-CUSTOMERS-LOADED
           DISPLAY "DUPLICATE CUSTOMERS : " WS-CUSTOMERS-DUPLICATE
           DISPLAY "LEDGER ITEMS READ   : " WS-ITEMS-READ
           DISPLAY "OPEN ITEMS LOADED   : " WS-ITEMS-LOADED
           DISPLAY "HELD RECORDS READ   : " WS-HOLDS-READ
           DISPLAY "HELD ORDERS LOADED  : " WS-HOLDS-LOADED
           DISPLAY "HELD ORDERS REPEATED: " WS-HOLDS-DUPLICATE
           DISPLAY "======================================="
           GOBACK.

       COPY-CUSTOMER-MASTER.
           *> OPEN OUTPUT on the REUSE cluster resets it.
           OPEN OUTPUT CUSTOMER-VSAM-FILE
           IF WS-CUSTVSAM-STATUS NOT = "00"
               MOVE "MT1038E" TO WS-OM-ID
               STRING "ACCTLOAD: CUSTVSAM NOT AVAILABLE - "
                   "ACCOUNT INQUIRY CUSTOMER COPY NOT REFRESHED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT CUSTOMER-MASTER-FILE
               IF WS-CUSTMAST-STATUS NOT = "00"
                   DISPLAY "ACCTLOAD: NO CUSTMAST FILE - CUSTOMER "
                       "COPY EMPTIED"
               ELSE
                   PERFORM UNTIL WS-CUST-AT-EOF
                       READ CUSTOMER-MASTER-FILE
                           AT END
                               SET WS-CUST-AT-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-CUSTOMERS-READ
                               PERFORM LOAD-ONE-CUSTOMER
                       END-READ
                   END-PERFORM
                   CLOSE CUSTOMER-MASTER-FILE
               END-IF
               CLOSE CUSTOMER-VSAM-FILE
           END-IF.

      *> A customer number on the master twice is a master
      *> problem CUSTMNT should never have let through; the
      *> first record stands and the repeat is reported.
       LOAD-ONE-CUSTOMER.
           MOVE CUSTOMER-MASTER-RECORD TO CUSTOMER-VSAM-RECORD
           WRITE CUSTOMER-VSAM-RECORD
               INVALID KEY
                   ADD 1 TO WS-CUSTOMERS-DUPLICATE
                   DISPLAY "ACCTLOAD: CUSTOMER " CU-CUSTOMER-NUMBER
                       " REPEATED ON CUSTMAST - FIRST KEPT"
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CUSTOMERS-LOADED
           END-WRITE.

       COPY-OPEN-ITEMS.
           OPEN OUTPUT LEDGER-VSAM-FILE
           IF WS-ARVSAM-STATUS NOT = "00"
               MOVE "MT1039E" TO WS-OM-ID
               STRING "ACCTLOAD: ARVSAM NOT AVAILABLE - "
                   "ACCOUNT INQUIRY OPEN-ITEM COPY NOT REFRESHED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT AR-LEDGER-FILE
               IF WS-ARLEDGER-STATUS NOT = "00"
                   DISPLAY "ACCTLOAD: NO ARLEDGER FILE - OPEN-ITEM "
                       "COPY EMPTIED"
               ELSE
                   PERFORM UNTIL WS-LEDGER-AT-EOF
                       READ AR-LEDGER-FILE
                           AT END
                               SET WS-LEDGER-AT-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-ITEMS-READ
                               IF AR-IS-OPEN
                                   PERFORM LOAD-ONE-OPEN-ITEM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AR-LEDGER-FILE
               END-IF
               CLOSE LEDGER-VSAM-FILE
           END-IF.

      *> The sequence runs the length of the ledger, so every key
      *> is new and a customer's items browse in ledger order.
       LOAD-ONE-OPEN-ITEM.
           ADD 1 TO WS-AR-SEQUENCE
           MOVE SPACES TO LEDGER-VSAM-RECORD
           MOVE AR-CUSTOMER-NUMBER TO AV-CUSTOMER-NUMBER
           MOVE WS-AR-SEQUENCE TO AV-SEQUENCE
           MOVE AR-ORDER-NUMBER TO AV-ORDER-NUMBER
           MOVE AR-ITEM-DATE TO AV-ITEM-DATE
           MOVE AR-ORIGINAL-AMOUNT TO AV-ORIGINAL-AMOUNT
           MOVE AR-OPEN-AMOUNT TO AV-OPEN-AMOUNT
           MOVE AR-DUE-DATE TO AV-DUE-DATE
           WRITE LEDGER-VSAM-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ITEMS-LOADED
           END-WRITE.

       COPY-HELD-ORDERS.
           OPEN OUTPUT HOLD-VSAM-FILE
           IF WS-HOLDVSAM-STATUS NOT = "00"
               MOVE "MT1040E" TO WS-OM-ID
               STRING "ACCTLOAD: HOLDVSAM NOT AVAILABLE - "
                   "ACCOUNT INQUIRY HELD-ORDER COPY NOT REFRESHED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT HELD-QUEUE-FILE
               IF WS-HLDQUEUE-STATUS = "00"
                   PERFORM UNTIL WS-HELD-AT-EOF
                       READ HELD-QUEUE-FILE INTO WS-HELD-READ
                           AT END
                               SET WS-HELD-AT-EOF TO TRUE
                           NOT AT END
                               PERFORM TAKE-ONE-HELD-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE HELD-QUEUE-FILE
               END-IF
               MOVE "N" TO WS-HELD-EOF
               OPEN INPUT HELD-ORDERS-FILE
               IF WS-ORDHELD-STATUS = "00"
                   PERFORM UNTIL WS-HELD-AT-EOF
                       READ HELD-ORDERS-FILE INTO WS-HELD-READ
                           AT END
                               SET WS-HELD-AT-EOF TO TRUE
                           NOT AT END
                               MOVE SPACES TO WS-HR-REVIEW-DATE
                               PERFORM TAKE-ONE-HELD-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE HELD-ORDERS-FILE
               END-IF
               PERFORM WRITE-PENDING-HOLD
               CLOSE HOLD-VSAM-FILE
           END-IF.

      *> An order header starts a new held order (the previous
      *> one is written first); its lines follow it and are
      *> counted onto it.
       TAKE-ONE-HELD-RECORD.
           ADD 1 TO WS-HOLDS-READ
           IF WS-HR-IS-ORDER
               PERFORM WRITE-PENDING-HOLD
               MOVE SPACES TO HOLD-VSAM-RECORD
               MOVE WS-HR-CUSTOMER-NUMBER TO HV-CUSTOMER-NUMBER
               MOVE WS-HR-ORDER-NUMBER TO HV-ORDER-NUMBER
               MOVE WS-HR-EXTENDED-PRICE TO HV-ORDER-TOTAL
               MOVE WS-HR-HOLD-REASON TO HV-HOLD-REASON
               MOVE WS-HR-HOLD-DATE TO HV-HOLD-DATE
               MOVE WS-HR-REVIEW-DATE TO HV-REVIEW-DATE
               MOVE 0 TO HV-LINE-COUNT
               SET WS-HOLD-IS-PENDING TO TRUE
           ELSE
               IF WS-HR-IS-LINE AND WS-HOLD-IS-PENDING
                       AND WS-HR-ORDER-NUMBER = HV-ORDER-NUMBER
                       AND HV-LINE-COUNT < 999
                   ADD 1 TO HV-LINE-COUNT
               END-IF
           END-IF.

      *> An order already on the copy is one the queue took from
      *> ORDHELD before the file was cleared: the queue's record,
      *> written first, stands.
       WRITE-PENDING-HOLD.
           IF WS-HOLD-IS-PENDING
               WRITE HOLD-VSAM-RECORD
                   INVALID KEY
                       ADD 1 TO WS-HOLDS-DUPLICATE
                   NOT INVALID KEY
                       ADD 1 TO WS-HOLDS-LOADED
               END-WRITE
               MOVE "N" TO WS-HOLD-PENDING
           END-IF.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM ACCTLOAD.
