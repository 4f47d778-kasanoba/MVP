       IDENTIFICATION DIVISION.
       PROGRAM-ID. O2CPROOF.

      *> Nightly order-to-cash control-total chain.  Every step
      *> from pricing to the receivable proves its own input and
      *> prints its own control total, but nothing proved the
      *> steps still agreed with each other: a register run total
      *> nobody compared, an AR feed short one order, a sales-
      *> history run that never ran, a billing file from last
      *> night, an order-history append done twice -- each looks
      *> fine on its own SYSOUT.  This runs after ARPOST,
      *> SLSACCUM and BILLINT and proves the chain link by link
      *> against the INVDETL trailer, whose business date is the
      *> night being proved:
      *>   - INVDETL's D lines and F freight re-add to the trailer;
      *>   - INVREG's RUN TOTAL and RUN FREIGHT lines are the
      *>     trailer's gross and freight;
      *>   - ARPOSTIN's amounts are the trailer's gross plus tax
      *>     plus freight;
      *>   - the I (invoice) records ARPOST appended to ARACTIV
      *>     for the date are ARPOSTIN, order for order -- an
      *>     invoice ARPOST refused (already posted, or into a
      *>     closed period) breaks this link on purpose, since it
      *>     was invoiced but is not in the receivable;
      *>   - the SLSCTL control record SLSACCUM leaves is for the
      *>     date and accumulated the trailer's lines and gross;
      *>   - BILLOUT is for the date, proves against its own
      *>     trailer, and carries the trailer's lines, gross and
      *>     freight;
      *>   - ORDHIST took the night exactly once: one trailer for
      *>     the date and the trailer's lines and gross.
      *> Each link prints on O2CRPT with the figure expected and
      *> the figure found.  The verdict goes to O2CVER, the
      *> RECONVER shape MORNSTAT reads: CLEAN, or BROKEN with the
      *> links broken, and the run ends RC 4.  No INVDETL, or one
      *> with no trailer, means there is no night to prove: the
      *> verdict says FAILED and the run ends RC 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY INVDETL-SEL.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVREG-STATUS.
           SELECT AR-POSTING-FILE ASSIGN TO "ARPOSTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARPOSTIN-STATUS.
           SELECT AR-ACTIVITY-FILE ASSIGN TO "ARACTIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARACTIV-STATUS.
           SELECT SALES-CONTROL-FILE ASSIGN TO "SLSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLSCTL-STATUS.
           SELECT BILLING-INTERFACE-FILE ASSIGN TO "BILLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLOUT-STATUS.
           SELECT ORDER-HISTORY-FILE ASSIGN TO "ORDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDHIST-STATUS.
           SELECT CHAIN-VERDICT-FILE ASSIGN TO "O2CVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-O2CVER-STATUS.
           SELECT CHAIN-REPORT-FILE ASSIGN TO "O2CRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-O2CRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY INVDETL-FD.

      *> ORDPRICE's printed register; only the RUN TOTAL and RUN
      *> FREIGHT lines are read.
       FD  INVOICE-REGISTER-FILE.
       01  INVOICE-REGISTER-RECORD      PIC X(100).

      *> ORDPRICE's AR feed (see ARPOST).
       FD  AR-POSTING-FILE.
       01  AR-POSTING-RECORD.
           05  AP-CUSTOMER-NUMBER       PIC X(6).
           05  AP-ORDER-NUMBER          PIC X(8).
           05  AP-BUSINESS-DATE         PIC X(10).
           05  AP-ORDER-AMOUNT          PIC 9(11)V99.
           05  AP-TERMS-CODE            PIC X(8).
           05  AP-FREIGHT-AMOUNT        PIC 9(7)V99.
           05  FILLER                   PIC X(26).

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

      *> SLSACCUM's control record (see SLSACCUM).
       FD  SALES-CONTROL-FILE.
       01  SALES-CONTROL-RECORD.
           05  CT-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(1).
           05  CT-LINES-POSTED          PIC 9(5).
           05  FILLER                   PIC X(1).
           05  CT-GROSS-POSTED          PIC 9(13)V99.
           05  FILLER                   PIC X(48).

      *> The billing interface envelope (see BILLINT).
       FD  BILLING-INTERFACE-FILE.
       01  BILLING-INTERFACE-RECORD.
           05  BI-RECORD-TYPE           PIC X.
               88  BI-IS-HEADER         VALUE "H".
               88  BI-IS-DETAIL         VALUE "D".
               88  BI-IS-TRAILER        VALUE "T".
               88  BI-IS-CREDIT         VALUE "C".
               88  BI-IS-FREIGHT        VALUE "F".
           05  BI-RECORD-BODY           PIC X(69).
           05  BI-DETAIL-VIEW REDEFINES BI-RECORD-BODY.
               10  BI-CUSTOMER-NUMBER   PIC X(6).
               10  BI-ORDER-NUMBER      PIC X(8).
               10  BI-ITEM-NUMBER       PIC X(6).
               10  BI-QUANTITY          PIC 9(5).
               10  BI-UNIT-PRICE        PIC 9(5)V99.
               10  BI-DISCOUNT-AMOUNT   PIC 9(9)V99.
               10  BI-EXTENDED-AMOUNT   PIC 9(10)V99.
               10  FILLER               PIC X(14).
           05  BI-HEADER-VIEW REDEFINES BI-RECORD-BODY.
               10  BI-HDR-BUSINESS-DATE PIC X(10).
               10  BI-HDR-RUN-ID        PIC X(8).
               10  FILLER               PIC X(51).
           05  BI-TRAILER-VIEW REDEFINES BI-RECORD-BODY.
               10  BI-TRL-RECORD-COUNT  PIC 9(9).
               10  BI-TRL-HASH-TOTAL    PIC 9(13)V99.
               10  BI-TRL-CREDIT-TOTAL  PIC 9(13)V99.
               10  BI-TRL-FREIGHT-TOTAL PIC 9(13)V99.
               10  FILLER               PIC X(15).

      *> The invoice-detail shape ORDHIST accumulates (see
      *> INVDETL-FD.cpy); only D and T records are read here.
       FD  ORDER-HISTORY-FILE.
       01  ORDER-HISTORY-RECORD.
           05  OH-RECORD-TYPE           PIC X.
           05  OH-BUSINESS-DATE         PIC X(10).
           05  OH-ORDER-NUMBER          PIC X(8).
           05  OH-CUSTOMER-NUMBER       PIC X(6).
           05  OH-ITEM-NUMBER           PIC X(6).
           05  OH-CATEGORY-CODE         PIC X(4).
           05  OH-QUANTITY              PIC 9(5).
           05  OH-UNIT-PRICE            PIC 9(5)V99.
           05  OH-DISCOUNT-AMOUNT       PIC 9(9)V99.
           05  OH-EXTENDED-AMOUNT       PIC 9(10)V99.
           05  OH-TAX-AMOUNT            PIC 9(9)V99.
           05  OH-FREIGHT-AMOUNT        PIC 9(9)V99.
           05  OH-SHIPTO-CODE           PIC X(4).
           05  OH-WAREHOUSE             PIC X(2).
           05  OH-LOT-NUMBER            PIC X(10).
           05  OH-EXPIRY-DATE           PIC X(10).

      *> The RECONVER shape MORNSTAT reads: business date and
      *> verdict, then the links broken.
       FD  CHAIN-VERDICT-FILE.
       01  CHAIN-VERDICT-RECORD.
           05  OV-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(1).
           05  OV-VERDICT               PIC X(8).
           05  FILLER                   PIC X(1).
           05  OV-BREAK-COUNT           PIC 9(6).
           05  FILLER                   PIC X(54).

       FD  CHAIN-REPORT-FILE.
       01  CHAIN-REPORT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-INVDETL-STATUS            PIC XX VALUE SPACES.
       01  WS-INVREG-STATUS             PIC XX VALUE SPACES.
       01  WS-ARPOSTIN-STATUS           PIC XX VALUE SPACES.
       01  WS-ARACTIV-STATUS            PIC XX VALUE SPACES.
       01  WS-SLSCTL-STATUS             PIC XX VALUE SPACES.
       01  WS-BILLOUT-STATUS            PIC XX VALUE SPACES.
       01  WS-ORDHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-O2CVER-STATUS             PIC XX VALUE SPACES.
       01  WS-O2CRPT-STATUS             PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-TODAY-TEXT                PIC X(10) VALUE SPACES.
      *> The night being proved: the INVDETL trailer's date.
       01  WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
      *> INVDETL: the trailer, and what its records re-add to.
       01  WS-TRAILER-SEEN              PIC X VALUE "N".
           88  WS-TRAILER-WAS-SEEN      VALUE "Y".
       01  WS-TRAILER-COUNT             PIC 9(7) VALUE 0.
       01  WS-TRAILER-GROSS             PIC 9(13)V99 VALUE 0.
       01  WS-TRAILER-TAX               PIC 9(13)V99 VALUE 0.
       01  WS-TRAILER-FREIGHT           PIC 9(13)V99 VALUE 0.
       01  WS-DETAIL-COUNT              PIC 9(7) VALUE 0.
       01  WS-DETAIL-GROSS              PIC 9(13)V99 VALUE 0.
       01  WS-FREIGHT-COUNT             PIC 9(7) VALUE 0.
       01  WS-FREIGHT-GROSS             PIC 9(13)V99 VALUE 0.
      *> INVREG: the last RUN TOTAL / RUN FREIGHT lines printed.
       01  WS-REG-TOTAL-SEEN            PIC X VALUE "N".
           88  WS-REG-TOTAL-WAS-SEEN    VALUE "Y".
       01  WS-REG-FREIGHT-SEEN          PIC X VALUE "N".
           88  WS-REG-FREIGHT-WAS-SEEN  VALUE "Y".
       01  WS-REG-TOTAL                 PIC 9(13)V99 VALUE 0.
       01  WS-REG-FREIGHT               PIC 9(13)V99 VALUE 0.
      *> ARPOSTIN: tonight's feed, and any record not tonight's.
       01  WS-FEED-COUNT                PIC 9(7) VALUE 0.
       01  WS-FEED-AMOUNT               PIC 9(13)V99 VALUE 0.
       01  WS-FEED-OTHER-DATE           PIC 9(7) VALUE 0.
      *> ARACTIV: the I records for the business date.
       01  WS-JRNL-COUNT                PIC 9(7) VALUE 0.
       01  WS-JRNL-AMOUNT               PIC S9(13)V99 VALUE 0.
      *> SLSCTL.
       01  WS-SLSCTL-SEEN               PIC X VALUE "N".
           88  WS-SLSCTL-WAS-SEEN       VALUE "Y".
       01  WS-SLS-DATE                  PIC X(10) VALUE SPACES.
       01  WS-SLS-COUNT                 PIC 9(7) VALUE 0.
       01  WS-SLS-GROSS                 PIC 9(13)V99 VALUE 0.
      *> BILLOUT: header date, each record type, the trailer.
       01  WS-BILL-HEADER-DATE          PIC X(10) VALUE SPACES.
       01  WS-BILL-TRAILER-SEEN         PIC X VALUE "N".
           88  WS-BILL-TRAILER-WAS-SEEN VALUE "Y".
       01  WS-BILL-DETAIL-COUNT         PIC 9(7) VALUE 0.
       01  WS-BILL-DETAIL-GROSS         PIC 9(13)V99 VALUE 0.
       01  WS-BILL-FREIGHT-GROSS        PIC 9(13)V99 VALUE 0.
       01  WS-BILL-CARRIED-COUNT        PIC 9(9) VALUE 0.
       01  WS-BILL-CARRIED-HASH         PIC 9(13)V99 VALUE 0.
       01  WS-BILL-TRL-COUNT            PIC 9(9) VALUE 0.
       01  WS-BILL-TRL-HASH             PIC 9(13)V99 VALUE 0.
       01  WS-BILL-NOTE                 PIC X(30) VALUE SPACES.
      *> ORDHIST: the business date's D lines and T trailers.
       01  WS-HIST-COUNT                PIC 9(7) VALUE 0.
       01  WS-HIST-GROSS                PIC 9(13)V99 VALUE 0.
       01  WS-HIST-TRAILERS             PIC 9(5) VALUE 0.
      *> One link of the chain, staged for PROVE-ONE-LINK: what
      *> the trailer says, what the file holds, and a note when
      *> the file cannot be compared at all.
       01  WS-LK-TEXT                   PIC X(40) VALUE SPACES.
       01  WS-LK-WANT-AMOUNT            PIC S9(13)V99 VALUE 0.
       01  WS-LK-GOT-AMOUNT             PIC S9(13)V99 VALUE 0.
       01  WS-LK-WANT-COUNT             PIC 9(7) VALUE 0.
       01  WS-LK-GOT-COUNT              PIC 9(7) VALUE 0.
       01  WS-LK-HAS-COUNT              PIC X VALUE "N".
           88  WS-LK-COUNTS-TOO         VALUE "Y".
       01  WS-LK-NOTE                   PIC X(30) VALUE SPACES.
       01  WS-LINK-COUNT                PIC 9(5) VALUE 0.
       01  WS-BREAK-COUNT               PIC 9(5) VALUE 0.
       01  WS-VERDICT                   PIC X(8) VALUE SPACES.
       01  WS-AMT-DISPLAY               PIC -(12)9.99.
       01  WS-CNT-DISPLAY               PIC Z(6)9.

       PROCEDURE DIVISION.
       O2CPROOF-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           PERFORM READ-INVOICE-DETAIL
           PERFORM READ-INVOICE-REGISTER
           PERFORM READ-AR-FEED
           PERFORM READ-AR-JOURNAL
           PERFORM READ-SALES-CONTROL
           PERFORM READ-BILLING-INTERFACE
           PERFORM READ-ORDER-HISTORY
           OPEN OUTPUT CHAIN-REPORT-FILE
           MOVE SPACES TO CHAIN-REPORT-RECORD
           STRING "ORDER-TO-CASH CONTROL-TOTAL CHAIN - BUSINESS "
               "DATE " WS-BUSINESS-DATE "   PROVED " WS-TODAY-TEXT
               DELIMITED BY SIZE INTO CHAIN-REPORT-RECORD
           END-STRING
           WRITE CHAIN-REPORT-RECORD
           MOVE SPACES TO CHAIN-REPORT-RECORD
           WRITE CHAIN-REPORT-RECORD
           MOVE SPACES TO CHAIN-REPORT-RECORD
           MOVE "LINK" TO CHAIN-REPORT-RECORD (1:4)
           MOVE "AMOUNT EXPECTED" TO CHAIN-REPORT-RECORD (43:15)
           MOVE "AMOUNT FOUND" TO CHAIN-REPORT-RECORD (63:12)
           MOVE "EXPECTED" TO CHAIN-REPORT-RECORD (76:8)
           MOVE "   FOUND" TO CHAIN-REPORT-RECORD (85:8)
           MOVE "RESULT" TO CHAIN-REPORT-RECORD (95:6)
           WRITE CHAIN-REPORT-RECORD
           PERFORM PROVE-INVOICE-DETAIL
           PERFORM PROVE-INVOICE-REGISTER
           PERFORM PROVE-AR-POSTING
           PERFORM PROVE-SALES-HISTORY
           PERFORM PROVE-BILLING-INTERFACE
           PERFORM PROVE-ORDER-HISTORY
           PERFORM SETTLE-THE-VERDICT
           CLOSE CHAIN-REPORT-FILE
           PERFORM WRITE-CHAIN-VERDICT
           DISPLAY "===== O2CPROOF END-OF-JOB SUMMARY ====="
           DISPLAY "BUSINESS DATE     : " WS-BUSINESS-DATE
           DISPLAY "LINKS PROVED      : " WS-LINK-COUNT
           DISPLAY "LINKS BROKEN      : " WS-BREAK-COUNT
           MOVE WS-TRAILER-GROSS TO WS-AMT-DISPLAY
           DISPLAY "TRAILER GROSS     : " WS-AMT-DISPLAY
           DISPLAY "VERDICT           : " WS-VERDICT
           DISPLAY "======================================"
           IF WS-BREAK-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *> The trailer is the anchor of the whole chain: without it
      *> there is nothing to prove the other files against.
       READ-INVOICE-DETAIL.
           OPEN INPUT INVOICE-DETAIL-FILE
           IF WS-INVDETL-STATUS NOT = "00"
               MOVE "MT1078E" TO WS-OM-ID
               STRING "O2CPROOF: INVDETL NOT AVAILABLE - "
                   "ORDER-TO-CASH CHAIN NOT PROVED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               PERFORM PROOF-CANNOT-RUN
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ INVOICE-DETAIL-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN DL-IS-DETAIL
                               ADD 1 TO WS-DETAIL-COUNT
                               ADD DL-EXTENDED-AMOUNT
                                   TO WS-DETAIL-GROSS
                           WHEN DL-IS-FREIGHT
                               ADD 1 TO WS-FREIGHT-COUNT
                               ADD DL-FREIGHT-AMOUNT
                                   TO WS-FREIGHT-GROSS
                           WHEN DL-IS-TRAILER
                               SET WS-TRAILER-WAS-SEEN TO TRUE
                               MOVE DL-BUSINESS-DATE
                                   TO WS-BUSINESS-DATE
                               MOVE DL-QUANTITY
                                   TO WS-TRAILER-COUNT
                               MOVE DL-EXTENDED-AMOUNT
                                   TO WS-TRAILER-GROSS
                               IF DL-TAX-AMOUNT NUMERIC
                                   MOVE DL-TAX-AMOUNT
                                       TO WS-TRAILER-TAX
                               END-IF
                               IF DL-FREIGHT-AMOUNT NUMERIC
                                   MOVE DL-FREIGHT-AMOUNT
                                       TO WS-TRAILER-FREIGHT
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE INVOICE-DETAIL-FILE
           IF NOT WS-TRAILER-WAS-SEEN
               MOVE "MT1078E" TO WS-OM-ID
               STRING "O2CPROOF: INVDETL HAS NO TRAILER - "
                   "ORDER-TO-CASH CHAIN NOT PROVED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               PERFORM PROOF-CANNOT-RUN
           END-IF.

      *> A restarted ORDPRICE carries the failed run's lines into
      *> the register ahead of its own, so the last total printed
      *> is the one that covers the night.
       READ-INVOICE-REGISTER.
           OPEN INPUT INVOICE-REGISTER-FILE
           IF WS-INVREG-STATUS = "00"
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ INVOICE-REGISTER-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF INVOICE-REGISTER-RECORD (1:11)
                                   = "RUN TOTAL: "
                               SET WS-REG-TOTAL-WAS-SEEN TO TRUE
                               COMPUTE WS-REG-TOTAL =
                                   FUNCTION NUMVAL
                                   (INVOICE-REGISTER-RECORD (12:16))
                           END-IF
                           IF INVOICE-REGISTER-RECORD (1:13)
                                   = "RUN FREIGHT: "
                               SET WS-REG-FREIGHT-WAS-SEEN TO TRUE
                               COMPUTE WS-REG-FREIGHT =
                                   FUNCTION NUMVAL
                                   (INVOICE-REGISTER-RECORD (14:14))
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-REGISTER-FILE
           END-IF.

       READ-AR-FEED.
           OPEN INPUT AR-POSTING-FILE
           IF WS-ARPOSTIN-STATUS = "00"
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ AR-POSTING-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF AP-BUSINESS-DATE = WS-BUSINESS-DATE
                               ADD 1 TO WS-FEED-COUNT
                               ADD AP-ORDER-AMOUNT TO WS-FEED-AMOUNT
                           ELSE
                               ADD 1 TO WS-FEED-OTHER-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AR-POSTING-FILE
           END-IF.

       READ-AR-JOURNAL.
           OPEN INPUT AR-ACTIVITY-FILE
           IF WS-ARACTIV-STATUS = "00"
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ AR-ACTIVITY-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF AV-ACTIVITY-TYPE = "I"
                                   AND AV-ACTIVITY-DATE
                                       = WS-BUSINESS-DATE
                               ADD 1 TO WS-JRNL-COUNT
                               ADD AV-AMOUNT TO WS-JRNL-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AR-ACTIVITY-FILE
           END-IF.

       READ-SALES-CONTROL.
           OPEN INPUT SALES-CONTROL-FILE
           IF WS-SLSCTL-STATUS = "00"
               READ SALES-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-SLSCTL-WAS-SEEN TO TRUE
                       MOVE CT-RUN-DATE TO WS-SLS-DATE
                       IF CT-LINES-POSTED NUMERIC
                           MOVE CT-LINES-POSTED TO WS-SLS-COUNT
                       END-IF
                       IF CT-GROSS-POSTED NUMERIC
                           MOVE CT-GROSS-POSTED TO WS-SLS-GROSS
                       END-IF
               END-READ
               CLOSE SALES-CONTROL-FILE
           END-IF.

       READ-BILLING-INTERFACE.
           OPEN INPUT BILLING-INTERFACE-FILE
           IF WS-BILLOUT-STATUS NOT = "00"
               MOVE "BILLOUT MISSING" TO WS-BILL-NOTE
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ BILLING-INTERFACE-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM COUNT-ONE-BILLING-RECORD
                   END-READ
               END-PERFORM
               CLOSE BILLING-INTERFACE-FILE
               EVALUATE TRUE
                   WHEN WS-BILL-HEADER-DATE NOT = WS-BUSINESS-DATE
                       MOVE "BILLOUT NOT FOR THIS DATE"
                           TO WS-BILL-NOTE
                   WHEN NOT WS-BILL-TRAILER-WAS-SEEN
                       MOVE "BILLOUT NOT SEALED" TO WS-BILL-NOTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       COUNT-ONE-BILLING-RECORD.
           EVALUATE TRUE
               WHEN BI-IS-HEADER
                   MOVE BI-HDR-BUSINESS-DATE TO WS-BILL-HEADER-DATE
               WHEN BI-IS-DETAIL
                   ADD 1 TO WS-BILL-DETAIL-COUNT
                   ADD BI-EXTENDED-AMOUNT TO WS-BILL-DETAIL-GROSS
                   ADD 1 TO WS-BILL-CARRIED-COUNT
                   ADD BI-EXTENDED-AMOUNT TO WS-BILL-CARRIED-HASH
               WHEN BI-IS-FREIGHT
                   ADD BI-EXTENDED-AMOUNT TO WS-BILL-FREIGHT-GROSS
                   ADD 1 TO WS-BILL-CARRIED-COUNT
                   ADD BI-EXTENDED-AMOUNT TO WS-BILL-CARRIED-HASH
               WHEN BI-IS-CREDIT
                   ADD 1 TO WS-BILL-CARRIED-COUNT
                   ADD BI-EXTENDED-AMOUNT TO WS-BILL-CARRIED-HASH
               WHEN BI-IS-TRAILER
                   SET WS-BILL-TRAILER-WAS-SEEN TO TRUE
                   MOVE BI-TRL-RECORD-COUNT TO WS-BILL-TRL-COUNT
                   MOVE BI-TRL-HASH-TOTAL TO WS-BILL-TRL-HASH
           END-EVALUATE.

       READ-ORDER-HISTORY.
           OPEN INPUT ORDER-HISTORY-FILE
           IF WS-ORDHIST-STATUS = "00"
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ ORDER-HISTORY-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF OH-BUSINESS-DATE = WS-BUSINESS-DATE
                               EVALUATE OH-RECORD-TYPE
                                   WHEN "D"
                                       ADD 1 TO WS-HIST-COUNT
                                       ADD OH-EXTENDED-AMOUNT
                                           TO WS-HIST-GROSS
                                   WHEN "T"
                                       ADD 1 TO WS-HIST-TRAILERS
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-HISTORY-FILE
           END-IF.

       PROVE-INVOICE-DETAIL.
           MOVE "INVDETL DETAIL LINES TO ITS TRAILER"
               TO WS-LK-TEXT
           MOVE WS-TRAILER-GROSS TO WS-LK-WANT-AMOUNT
           MOVE WS-DETAIL-GROSS TO WS-LK-GOT-AMOUNT
           MOVE WS-TRAILER-COUNT TO WS-LK-WANT-COUNT
           MOVE WS-DETAIL-COUNT TO WS-LK-GOT-COUNT
           MOVE "Y" TO WS-LK-HAS-COUNT
           PERFORM PROVE-ONE-LINK
           MOVE "INVDETL FREIGHT TO ITS TRAILER" TO WS-LK-TEXT
           MOVE WS-TRAILER-FREIGHT TO WS-LK-WANT-AMOUNT
           MOVE WS-FREIGHT-GROSS TO WS-LK-GOT-AMOUNT
           PERFORM PROVE-ONE-LINK.

       PROVE-INVOICE-REGISTER.
           MOVE "INVREG RUN TOTAL TO INVDETL TRAILER"
               TO WS-LK-TEXT
           MOVE WS-TRAILER-GROSS TO WS-LK-WANT-AMOUNT
           MOVE WS-REG-TOTAL TO WS-LK-GOT-AMOUNT
           EVALUATE TRUE
               WHEN WS-INVREG-STATUS NOT = "00"
                   MOVE "INVREG MISSING" TO WS-LK-NOTE
               WHEN NOT WS-REG-TOTAL-WAS-SEEN
                   MOVE "NO RUN TOTAL ON INVREG" TO WS-LK-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM PROVE-ONE-LINK
           MOVE "INVREG RUN FREIGHT TO INVDETL TRAILER"
               TO WS-LK-TEXT
           MOVE WS-TRAILER-FREIGHT TO WS-LK-WANT-AMOUNT
           MOVE WS-REG-FREIGHT TO WS-LK-GOT-AMOUNT
           EVALUATE TRUE
               WHEN WS-INVREG-STATUS NOT = "00"
                   MOVE "INVREG MISSING" TO WS-LK-NOTE
               WHEN NOT WS-REG-FREIGHT-WAS-SEEN
                   MOVE "NO RUN FREIGHT ON INVREG" TO WS-LK-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM PROVE-ONE-LINK.

      *> The feed carries goods plus tax plus freight per order;
      *> the journal must hold every order of it as an invoice.
       PROVE-AR-POSTING.
           MOVE "ARPOSTIN TO TRAILER GOODS+TAX+FREIGHT"
               TO WS-LK-TEXT
           COMPUTE WS-LK-WANT-AMOUNT = WS-TRAILER-GROSS
               + WS-TRAILER-TAX + WS-TRAILER-FREIGHT
           MOVE WS-FEED-AMOUNT TO WS-LK-GOT-AMOUNT
           EVALUATE TRUE
               WHEN WS-ARPOSTIN-STATUS NOT = "00"
                   MOVE "ARPOSTIN MISSING" TO WS-LK-NOTE
               WHEN WS-FEED-OTHER-DATE > 0
                   MOVE "FEED HOLDS ANOTHER DATE" TO WS-LK-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM PROVE-ONE-LINK
           MOVE "ARACTIV INVOICES POSTED TO ARPOSTIN"
               TO WS-LK-TEXT
           MOVE WS-FEED-AMOUNT TO WS-LK-WANT-AMOUNT
           MOVE WS-JRNL-AMOUNT TO WS-LK-GOT-AMOUNT
           MOVE WS-FEED-COUNT TO WS-LK-WANT-COUNT
           MOVE WS-JRNL-COUNT TO WS-LK-GOT-COUNT
           MOVE "Y" TO WS-LK-HAS-COUNT
           IF WS-ARACTIV-STATUS NOT = "00"
               MOVE "ARACTIV MISSING" TO WS-LK-NOTE
           END-IF
           PERFORM PROVE-ONE-LINK.

       PROVE-SALES-HISTORY.
           MOVE "SLSACCUM ACCUMULATED TO INVDETL TRAILER"
               TO WS-LK-TEXT
           MOVE WS-TRAILER-GROSS TO WS-LK-WANT-AMOUNT
           MOVE WS-SLS-GROSS TO WS-LK-GOT-AMOUNT
           MOVE WS-TRAILER-COUNT TO WS-LK-WANT-COUNT
           MOVE WS-SLS-COUNT TO WS-LK-GOT-COUNT
           MOVE "Y" TO WS-LK-HAS-COUNT
           EVALUATE TRUE
               WHEN NOT WS-SLSCTL-WAS-SEEN
                   MOVE "SLSCTL MISSING" TO WS-LK-NOTE
               WHEN WS-SLS-DATE NOT = WS-BUSINESS-DATE
                   MOVE "SLSACCUM NOT RUN FOR THIS DATE"
                       TO WS-LK-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM PROVE-ONE-LINK.

       PROVE-BILLING-INTERFACE.
           MOVE "BILLOUT TRAILER TO ITS OWN RECORDS" TO WS-LK-TEXT
           MOVE WS-BILL-TRL-HASH TO WS-LK-WANT-AMOUNT
           MOVE WS-BILL-CARRIED-HASH TO WS-LK-GOT-AMOUNT
           MOVE WS-BILL-TRL-COUNT TO WS-LK-WANT-COUNT
           MOVE WS-BILL-CARRIED-COUNT TO WS-LK-GOT-COUNT
           MOVE "Y" TO WS-LK-HAS-COUNT
           MOVE WS-BILL-NOTE TO WS-LK-NOTE
           PERFORM PROVE-ONE-LINK
           MOVE "BILLOUT DETAIL TO INVDETL TRAILER" TO WS-LK-TEXT
           MOVE WS-TRAILER-GROSS TO WS-LK-WANT-AMOUNT
           MOVE WS-BILL-DETAIL-GROSS TO WS-LK-GOT-AMOUNT
           MOVE WS-TRAILER-COUNT TO WS-LK-WANT-COUNT
           MOVE WS-BILL-DETAIL-COUNT TO WS-LK-GOT-COUNT
           MOVE "Y" TO WS-LK-HAS-COUNT
           MOVE WS-BILL-NOTE TO WS-LK-NOTE
           PERFORM PROVE-ONE-LINK
           MOVE "BILLOUT FREIGHT TO INVDETL TRAILER" TO WS-LK-TEXT
           MOVE WS-TRAILER-FREIGHT TO WS-LK-WANT-AMOUNT
           MOVE WS-BILL-FREIGHT-GROSS TO WS-LK-GOT-AMOUNT
           MOVE WS-BILL-NOTE TO WS-LK-NOTE
           PERFORM PROVE-ONE-LINK.

      *> Appended twice shows as two trailers for the date (and
      *> double the lines); not appended, as none.
       PROVE-ORDER-HISTORY.
           MOVE "ORDHIST APPEND TO INVDETL TRAILER" TO WS-LK-TEXT
           MOVE WS-TRAILER-GROSS TO WS-LK-WANT-AMOUNT
           MOVE WS-HIST-GROSS TO WS-LK-GOT-AMOUNT
           MOVE WS-TRAILER-COUNT TO WS-LK-WANT-COUNT
           MOVE WS-HIST-COUNT TO WS-LK-GOT-COUNT
           MOVE "Y" TO WS-LK-HAS-COUNT
           EVALUATE TRUE
               WHEN WS-ORDHIST-STATUS NOT = "00"
                   MOVE "ORDHIST MISSING" TO WS-LK-NOTE
               WHEN WS-HIST-TRAILERS = 0
                   MOVE "NIGHT NOT APPENDED" TO WS-LK-NOTE
               WHEN WS-HIST-TRAILERS > 1
                   MOVE "NIGHT APPENDED MORE THAN ONCE"
                       TO WS-LK-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM PROVE-ONE-LINK.

      *> One report line per link; the staging is cleared for the
      *> next.  A link with a note already staged could not be
      *> compared and is broken whatever its figures say.
       PROVE-ONE-LINK.
           ADD 1 TO WS-LINK-COUNT
           IF WS-LK-NOTE = SPACES
               IF WS-LK-WANT-AMOUNT NOT = WS-LK-GOT-AMOUNT
                   MOVE "AMOUNTS DIFFER" TO WS-LK-NOTE
               END-IF
               IF WS-LK-COUNTS-TOO
                       AND WS-LK-WANT-COUNT NOT = WS-LK-GOT-COUNT
                   IF WS-LK-NOTE = SPACES
                       MOVE "COUNTS DIFFER" TO WS-LK-NOTE
                   ELSE
                       MOVE "COUNTS AND AMOUNTS DIFFER"
                           TO WS-LK-NOTE
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO CHAIN-REPORT-RECORD
           MOVE WS-LK-TEXT TO CHAIN-REPORT-RECORD (1:40)
           MOVE WS-LK-WANT-AMOUNT TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO CHAIN-REPORT-RECORD (42:16)
           MOVE WS-LK-GOT-AMOUNT TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO CHAIN-REPORT-RECORD (59:16)
           IF WS-LK-COUNTS-TOO
               MOVE WS-LK-WANT-COUNT TO WS-CNT-DISPLAY
               MOVE WS-CNT-DISPLAY TO CHAIN-REPORT-RECORD (77:7)
               MOVE WS-LK-GOT-COUNT TO WS-CNT-DISPLAY
               MOVE WS-CNT-DISPLAY TO CHAIN-REPORT-RECORD (86:7)
           END-IF
           IF WS-LK-NOTE = SPACES
               MOVE "OK" TO CHAIN-REPORT-RECORD (95:5)
           ELSE
               ADD 1 TO WS-BREAK-COUNT
               MOVE "BREAK" TO CHAIN-REPORT-RECORD (95:5)
               MOVE WS-LK-NOTE TO CHAIN-REPORT-RECORD (102:30)
           END-IF
           WRITE CHAIN-REPORT-RECORD
           MOVE SPACES TO WS-LK-TEXT
           MOVE 0 TO WS-LK-WANT-AMOUNT
           MOVE 0 TO WS-LK-GOT-AMOUNT
           MOVE 0 TO WS-LK-WANT-COUNT
           MOVE 0 TO WS-LK-GOT-COUNT
           MOVE "N" TO WS-LK-HAS-COUNT
           MOVE SPACES TO WS-LK-NOTE.

       SETTLE-THE-VERDICT.
           IF WS-BREAK-COUNT = 0
               MOVE "CLEAN   " TO WS-VERDICT
           ELSE
               MOVE "BROKEN  " TO WS-VERDICT
               MOVE "MT1079W" TO WS-OM-ID
               STRING "O2CPROOF: " WS-BREAK-COUNT " ORDER-TO-CASH "
                   "LINK(S) BROKEN FOR " WS-BUSINESS-DATE
                   " - SEE O2CRPT"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           END-IF
           MOVE SPACES TO CHAIN-REPORT-RECORD
           WRITE CHAIN-REPORT-RECORD
           MOVE SPACES TO CHAIN-REPORT-RECORD
           STRING "LINKS PROVED " WS-LINK-COUNT
               "   LINKS BROKEN " WS-BREAK-COUNT
               "   VERDICT: " WS-VERDICT
               DELIMITED BY SIZE INTO CHAIN-REPORT-RECORD
           END-STRING
           WRITE CHAIN-REPORT-RECORD.

       WRITE-CHAIN-VERDICT.
           OPEN OUTPUT CHAIN-VERDICT-FILE
           IF WS-O2CVER-STATUS = "00"
               MOVE SPACES TO CHAIN-VERDICT-RECORD
               IF WS-BUSINESS-DATE = SPACES
                   MOVE WS-TODAY-TEXT TO OV-RUN-DATE
               ELSE
                   MOVE WS-BUSINESS-DATE TO OV-RUN-DATE
               END-IF
               MOVE WS-VERDICT TO OV-VERDICT
               MOVE WS-BREAK-COUNT TO OV-BREAK-COUNT
               WRITE CHAIN-VERDICT-RECORD
               CLOSE CHAIN-VERDICT-FILE
           ELSE
               DISPLAY "O2CPROOF: O2CVER NOT WRITABLE - "
                   "VERDICT NOT RECORDED"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROOF-CANNOT-RUN.
           *> An unproved night is never CLEAN: the verdict says
           *> FAILED so the morning page asks for attention.
           MOVE "FAILED  " TO WS-VERDICT
           PERFORM WRITE-CHAIN-VERDICT
           MOVE 8 TO RETURN-CODE
           GOBACK.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM O2CPROOF.
