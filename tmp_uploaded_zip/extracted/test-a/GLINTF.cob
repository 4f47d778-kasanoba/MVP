       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLINTF.

      *> Daily general-ledger journal interface.  Every financial
      *> run prints its totals -- INVREG and TAXREG from
      *> ORDPRICE, CRMEMO from RETPROC, the posted and applied
      *> totals from ARPOST and CSHAPPLY -- and the accountant
      *> re-keyed all of them into the general ledger each
      *> morning.  This collects the same night's figures from
      *> the machine-readable copies those runs already leave
      *> behind, books each through the GLMAP account-mapping
      *> file, and writes one balanced journal (GLJRNL) for the
      *> XFERJOB transfer flow:
      *>   - revenue by CATMAST category, and sales tax payable,
      *>     from the INVDETL invoice detail (proved against its
      *>     own trailer first, as BILLINT proves it);
      *>   - the AR control account, cash received, returns and
      *>     allowances (every credit memo ARPOST posted, short-
      *>     pick credits included), early-payment discounts,
      *>     finance-charge income and bad-debt write-offs, from
      *>     the business date's lines on the ARACTIV journal.
      *>     The clerk's A lines only move cash between items of
      *>     one customer and net to nothing.
      *> Each AR movement is a pair of lines and balances by
      *> construction; the invoice side is the real proof --
      *> what ARPOST charged to AR must equal the revenue plus
      *> tax ORDPRICE invoiced.  Debits must equal credits and
      *> every figure must map to an account, or GLJRNL is left
      *> empty (no header, nothing for the ledger to load), the
      *> GLREG proof listing says why, and the run ends RC 8.
      *> The business date is today unless a GLCARD names one,
      *> for re-running a night after midnight.
      *> Credit memos carry the sales tax they reverse (returns
      *> from RETPROC, short picks from SHIPCONF), so the ARACTIV
      *> credit is goods plus tax.  The business date's tax on
      *> the RETHIST and SHPHIST journals is taken out of returns
      *> and allowances and booked back against sales tax
      *> payable; a journal that is not there simply contributes
      *> no tax.
      *> Freight: ORDPRICE now charges freight, and INVDETL
      *> carries each order's charge as an F record with the run
      *> freight on its trailer.  The freight proves against the
      *> trailer with the goods and tax and is booked as freight
      *> income under GLMAP source FREIGHT; the invoice side's
      *> proof becomes revenue plus tax plus freight.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY INVDETL-SEL.
       COPY GLJRNL-SEL.
           SELECT GL-CARD-FILE ASSIGN TO "GLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLCARD-STATUS.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT CATEGORY-MASTER-FILE ASSIGN TO "CATMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATMAST-STATUS.
           SELECT AR-ACTIVITY-FILE ASSIGN TO "ARACTIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARACTIV-STATUS.
           SELECT GL-REGISTER-FILE ASSIGN TO "GLREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLREG-STATUS.
           SELECT RETURN-HISTORY-FILE ASSIGN TO "RETHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETHIST-STATUS.
           SELECT SHIP-HISTORY-FILE ASSIGN TO "SHPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHPHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY INVDETL-FD.
       COPY GLJRNL-FD.

       FD  GL-CARD-FILE.
       01  GL-CARD-RECORD.
           05  GC-BUSINESS-DATE         PIC X(10).
           05  FILLER                   PIC X(70).

      *> One GL account per journal source.  REVENUE lines carry
      *> a category code; a REVENUE line with a blank category is
      *> the account for any category without one of its own.
       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           05  GM-SOURCE                PIC X(8).
           05  GM-CATEGORY-CODE         PIC X(4).
           05  GM-GL-ACCOUNT            PIC X(12).
           05  FILLER                   PIC X(56).

      *> ITMPRICE's category-master layout (see ITMPRICE).
       FD  CATEGORY-MASTER-FILE.
       01  CATEGORY-MASTER-RECORD.
           05  CM-CATEGORY-CODE         PIC X(4).
           05  FILLER                   PIC X(1).
           05  CM-DESCRIPTION           PIC X(30).
           05  FILLER                   PIC X(45).

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

       FD  GL-REGISTER-FILE.
       01  GL-REGISTER-RECORD           PIC X(132).

      *> RETPROC's returns journal (see RETPROC).
       FD  RETURN-HISTORY-FILE.
       01  RETURN-HISTORY-RECORD.
           05  RH-RETURN-DATE           PIC X(10).
           05  RH-ORDER-NUMBER          PIC X(8).
           05  RH-ITEM-NUMBER           PIC X(6).
           05  RH-QUANTITY              PIC 9(5).
           05  RH-REASON-CODE           PIC X(4).
           05  RH-CATEGORY-CODE         PIC X(4).
           05  RH-GOODS-AMOUNT          PIC 9(10)V99.
           05  RH-TAX-AMOUNT            PIC 9(9)V99.
           05  FILLER                   PIC X(20).

      *> SHIPCONF's ship-confirmation journal (see SHIPCONF).
       FD  SHIP-HISTORY-FILE.
       01  SHIP-HISTORY-RECORD.
           05  SH-CONFIRM-DATE          PIC X(10).
           05  SH-ORDER-NUMBER          PIC X(8).
           05  SH-ITEM-NUMBER           PIC X(6).
           05  SH-PICKED-QTY            PIC 9(5).
           05  SH-SHORT-QTY             PIC 9(5).
           05  SH-PICKER                PIC X(8).
           05  SH-CATEGORY-CODE         PIC X(4).
           05  SH-GOODS-AMOUNT          PIC 9(10)V99.
           05  SH-TAX-AMOUNT            PIC 9(9)V99.
           05  FILLER                   PIC X(11).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-INVDETL-STATUS            PIC XX VALUE SPACES.
       01  WS-GLJRNL-STATUS             PIC XX VALUE SPACES.
       01  WS-GLCARD-STATUS             PIC XX VALUE SPACES.
       01  WS-GLMAP-STATUS              PIC XX VALUE SPACES.
       01  WS-CATMAST-STATUS            PIC XX VALUE SPACES.
       01  WS-ARACTIV-STATUS            PIC XX VALUE SPACES.
       01  WS-GLREG-STATUS              PIC XX VALUE SPACES.
       01  WS-RETHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-SHPHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01  WS-RUN-TIME                  PIC 9(8) VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 200 TIMES.
               10  WS-MAP-SOURCE        PIC X(8).
               10  WS-MAP-CATEGORY      PIC X(4).
               10  WS-MAP-ACCOUNT       PIC X(12).
       01  WS-MAP-COUNT                 PIC 999 VALUE 0.
       01  WS-MAP-IDX                   PIC 999 VALUE 0.
       01  WS-MAP-FOUND                 PIC X VALUE "N".
           88  WS-MAP-WAS-FOUND         VALUE "Y".
       01  WS-CATEGORY-TABLE.
           05  WS-CATEGORY-ENTRY OCCURS 100 TIMES.
               10  WS-CATEGORY-CODE     PIC X(4).
               10  WS-CATEGORY-DESC     PIC X(30).
       01  WS-CATEGORY-COUNT            PIC 999 VALUE 0.
       01  WS-CATEGORY-IDX              PIC 999 VALUE 0.
       01  WS-CATEGORY-FOUND            PIC X VALUE "N".
           88  WS-CATEGORY-WAS-FOUND    VALUE "Y".
      *> Invoiced revenue by category, from INVDETL.
       01  WS-REV-TABLE.
           05  WS-REV-ENTRY OCCURS 100 TIMES.
               10  WS-REV-CATEGORY      PIC X(4).
               10  WS-REV-AMOUNT        PIC 9(13)V99.
       01  WS-REV-COUNT                 PIC 999 VALUE 0.
       01  WS-REV-IDX                   PIC 999 VALUE 0.
       01  WS-REV-FOUND                 PIC X VALUE "N".
           88  WS-REV-WAS-FOUND         VALUE "Y".
       01  WS-DETAIL-COUNT              PIC 9(5) VALUE 0.
       01  WS-DETAIL-GROSS              PIC 9(13)V99 VALUE 0.
       01  WS-DETAIL-TAX                PIC 9(13)V99 VALUE 0.
       01  WS-TRAILER-COUNT             PIC 9(5) VALUE 0.
       01  WS-TRAILER-GROSS             PIC 9(13)V99 VALUE 0.
       01  WS-TRAILER-TAX               PIC 9(13)V99 VALUE 0.
       01  WS-DETAIL-FREIGHT            PIC 9(13)V99 VALUE 0.
       01  WS-TRAILER-FREIGHT           PIC 9(13)V99 VALUE 0.
       01  WS-TRAILER-DATE              PIC X(10) VALUE SPACES.
       01  WS-TRAILER-SEEN              PIC X VALUE "N".
           88  WS-TRAILER-WAS-SEEN      VALUE "Y".
      *> The business date's ARACTIV movements by type.
       01  WS-ACT-INVOICES              PIC S9(13)V99 VALUE 0.
       01  WS-ACT-PAYMENTS              PIC S9(13)V99 VALUE 0.
       01  WS-ACT-CREDITS               PIC S9(13)V99 VALUE 0.
       01  WS-ACT-DISCOUNTS             PIC S9(13)V99 VALUE 0.
       01  WS-ACT-FINCHG                PIC S9(13)V99 VALUE 0.
       01  WS-ACT-WRITEOFFS             PIC S9(13)V99 VALUE 0.
       01  WS-ACT-COUNT                 PIC 9(7) VALUE 0.
       01  WS-ACT-OTHER-COUNT           PIC 9(7) VALUE 0.
      *> Sales tax the business date's credit memos reversed.
       01  WS-CREDIT-TAX                PIC 9(13)V99 VALUE 0.
      *> The journal, built whole before anything is written.
       01  WS-JOURNAL-TABLE.
           05  WS-JL-ENTRY OCCURS 150 TIMES.
               10  WS-JL-SOURCE         PIC X(8).
               10  WS-JL-CATEGORY       PIC X(4).
               10  WS-JL-ACCOUNT        PIC X(12).
               10  WS-JL-DEBIT-CREDIT   PIC X.
               10  WS-JL-AMOUNT         PIC 9(11)V99.
               10  WS-JL-DESCRIPTION    PIC X(30).
       01  WS-JL-COUNT                  PIC 999 VALUE 0.
       01  WS-JL-IDX                    PIC 999 VALUE 0.
       01  WS-NEW-SOURCE                PIC X(8) VALUE SPACES.
       01  WS-NEW-CATEGORY              PIC X(4) VALUE SPACES.
       01  WS-NEW-DESCRIPTION           PIC X(30) VALUE SPACES.
      *> Signed: positive books a debit, negative a credit.
       01  WS-NEW-AMOUNT                PIC S9(13)V99 VALUE 0.
       01  WS-DEBIT-TOTAL               PIC 9(13)V99 VALUE 0.
       01  WS-CREDIT-TOTAL              PIC 9(13)V99 VALUE 0.
       01  WS-UNMAPPED-COUNT            PIC 999 VALUE 0.
       01  WS-JOURNAL-OVERFLOW          PIC X VALUE "N".
           88  WS-JOURNAL-OVERFLOWED    VALUE "Y".
       01  WS-WITHHOLD-REASON           PIC X(50) VALUE SPACES.
       01  WS-AMT-DISPLAY               PIC Z(10)9.99.
       01  WS-TOTAL-DISPLAY             PIC Z(12)9.99.
       01  WS-TOTAL-DISPLAY-2           PIC Z(12)9.99.

       PROCEDURE DIVISION.
       GLINTF-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-BUSINESS-DATE
           END-STRING
           PERFORM READ-GL-CARD
           OPEN OUTPUT GL-REGISTER-FILE
           MOVE SPACES TO GL-REGISTER-RECORD
           STRING "GENERAL-LEDGER JOURNAL - ORDER TO CASH - "
               "BUSINESS DATE " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO GL-REGISTER-RECORD
           END-STRING
           WRITE GL-REGISTER-RECORD
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM LOAD-CATEGORY-NAMES
           PERFORM SUM-INVOICE-DETAIL
           PERFORM SUM-AR-ACTIVITY
           PERFORM SUM-CREDIT-TAX
           PERFORM BUILD-JOURNAL-LINES
           PERFORM LIST-JOURNAL-LINES
           EVALUATE TRUE
               WHEN WS-JOURNAL-OVERFLOWED
                   MOVE "MORE THAN 150 JOURNAL LINES"
                       TO WS-WITHHOLD-REASON
               WHEN WS-UNMAPPED-COUNT > 0
                   MOVE "FIGURES WITH NO GLMAP ACCOUNT"
                       TO WS-WITHHOLD-REASON
               WHEN WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                   MOVE "DEBITS DO NOT EQUAL CREDITS"
                       TO WS-WITHHOLD-REASON
           END-EVALUATE
           IF WS-WITHHOLD-REASON NOT = SPACES
               MOVE "MT0977E" TO WS-OM-ID
               STRING "GLINTF: " DELIMITED BY SIZE
                   WS-WITHHOLD-REASON DELIMITED BY "  "
                   " - GL JOURNAL NOT PRODUCED" DELIMITED BY SIZE
                   INTO WS-OM-TEXT
               END-STRING
               PERFORM WITHHOLD-THE-JOURNAL
           END-IF
           PERFORM WRITE-THE-JOURNAL
           MOVE SPACES TO GL-REGISTER-RECORD
           STRING "JOURNAL RELEASED TO GLJRNL: " WS-JL-COUNT
               " LINE(S)"
               DELIMITED BY SIZE INTO GL-REGISTER-RECORD
           END-STRING
           WRITE GL-REGISTER-RECORD
           CLOSE GL-REGISTER-FILE
           MOVE WS-DEBIT-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "===== GLINTF END-OF-JOB SUMMARY ====="
           DISPLAY "BUSINESS DATE     : " WS-BUSINESS-DATE
           DISPLAY "INVOICE LINES     : " WS-DETAIL-COUNT
           DISPLAY "ARACTIV LINES     : " WS-ACT-COUNT
           MOVE WS-CREDIT-TAX TO WS-TOTAL-DISPLAY-2
           DISPLAY "TAX ON CREDITS    : " WS-TOTAL-DISPLAY-2
           DISPLAY "JOURNAL LINES     : " WS-JL-COUNT
           DISPLAY "DEBITS = CREDITS  : " WS-TOTAL-DISPLAY
           DISPLAY "===================================="
           GOBACK.

       READ-GL-CARD.
           OPEN INPUT GL-CARD-FILE
           IF WS-GLCARD-STATUS = "00"
               READ GL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GC-BUSINESS-DATE NOT = SPACES
                           MOVE GC-BUSINESS-DATE
                               TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE GL-CARD-FILE
           END-IF.

       LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-FILE
           IF WS-GLMAP-STATUS NOT = "00"
               MOVE "MT0974E" TO WS-OM-ID
               STRING "GLINTF: GLMAP NOT AVAILABLE - "
                   "GL JOURNAL NOT PRODUCED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               MOVE "NO ACCOUNT-MAPPING FILE" TO WS-WITHHOLD-REASON
               PERFORM WITHHOLD-THE-JOURNAL
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ ACCOUNT-MAP-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF WS-MAP-COUNT < 200
                               AND GM-SOURCE NOT = SPACES
                           ADD 1 TO WS-MAP-COUNT
                           MOVE GM-SOURCE
                               TO WS-MAP-SOURCE (WS-MAP-COUNT)
                           MOVE GM-CATEGORY-CODE
                               TO WS-MAP-CATEGORY (WS-MAP-COUNT)
                           MOVE GM-GL-ACCOUNT
                               TO WS-MAP-ACCOUNT (WS-MAP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MAP-FILE.

      *> Names only dress the journal lines; without CATMAST a
      *> revenue line is described by its code.
       LOAD-CATEGORY-NAMES.
           OPEN INPUT CATEGORY-MASTER-FILE
           IF WS-CATMAST-STATUS NOT = "00"
               DISPLAY "GLINTF: CATMAST NOT AVAILABLE - REVENUE "
                   "LINES DESCRIBED BY CATEGORY CODE"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ CATEGORY-MASTER-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-CATEGORY-COUNT < 100
                               ADD 1 TO WS-CATEGORY-COUNT
                               MOVE CM-CATEGORY-CODE TO
                                   WS-CATEGORY-CODE
                                       (WS-CATEGORY-COUNT)
                               MOVE CM-DESCRIPTION TO
                                   WS-CATEGORY-DESC
                                       (WS-CATEGORY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATEGORY-MASTER-FILE
           END-IF.

      *> INVDETL must prove against its own trailer and be the
      *> business date's, or its revenue is not booked at all.
       SUM-INVOICE-DETAIL.
           OPEN INPUT INVOICE-DETAIL-FILE
           IF WS-INVDETL-STATUS NOT = "00"
               MOVE "MT0975E" TO WS-OM-ID
               STRING "GLINTF: INVDETL NOT AVAILABLE - "
                   "GL JOURNAL NOT PRODUCED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               MOVE "NO INVOICE DETAIL" TO WS-WITHHOLD-REASON
               PERFORM WITHHOLD-THE-JOURNAL
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ INVOICE-DETAIL-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN DL-IS-DETAIL
                               PERFORM ADD-ONE-INVOICE-LINE
                           WHEN DL-IS-FREIGHT
                               ADD DL-FREIGHT-AMOUNT
                                   TO WS-DETAIL-FREIGHT
                           WHEN DL-IS-TRAILER
                               SET WS-TRAILER-WAS-SEEN TO TRUE
                               MOVE DL-QUANTITY
                                   TO WS-TRAILER-COUNT
                               MOVE DL-EXTENDED-AMOUNT
                                   TO WS-TRAILER-GROSS
                               MOVE DL-BUSINESS-DATE
                                   TO WS-TRAILER-DATE
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
                   OR WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
                   OR WS-DETAIL-GROSS NOT = WS-TRAILER-GROSS
                   OR WS-DETAIL-TAX NOT = WS-TRAILER-TAX
                   OR WS-DETAIL-FREIGHT NOT = WS-TRAILER-FREIGHT
               MOVE "MT0975E" TO WS-OM-ID
               STRING "GLINTF: INVDETL DOES NOT BALANCE TO "
                   "ITS TRAILER - GL JOURNAL NOT PRODUCED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               MOVE "INVOICE DETAIL OUT OF BALANCE"
                   TO WS-WITHHOLD-REASON
               PERFORM WITHHOLD-THE-JOURNAL
           END-IF
           IF WS-TRAILER-DATE NOT = WS-BUSINESS-DATE
               MOVE "MT0976E" TO WS-OM-ID
               STRING "GLINTF: INVDETL IS FOR " WS-TRAILER-DATE
                   " NOT " WS-BUSINESS-DATE
                   " - GL JOURNAL NOT PRODUCED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               MOVE "INVOICE DETAIL FOR ANOTHER DATE"
                   TO WS-WITHHOLD-REASON
               PERFORM WITHHOLD-THE-JOURNAL
           END-IF.

       ADD-ONE-INVOICE-LINE.
           ADD 1 TO WS-DETAIL-COUNT
           ADD DL-EXTENDED-AMOUNT TO WS-DETAIL-GROSS
           IF DL-TAX-AMOUNT NUMERIC
               ADD DL-TAX-AMOUNT TO WS-DETAIL-TAX
           END-IF
           MOVE "N" TO WS-REV-FOUND
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
                       OR WS-REV-WAS-FOUND
               IF WS-REV-CATEGORY (WS-REV-IDX) = DL-CATEGORY-CODE
                   SET WS-REV-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-REV-WAS-FOUND
               SUBTRACT 1 FROM WS-REV-IDX
           ELSE
               IF WS-REV-COUNT < 100
                   ADD 1 TO WS-REV-COUNT
                   MOVE WS-REV-COUNT TO WS-REV-IDX
                   MOVE DL-CATEGORY-CODE
                       TO WS-REV-CATEGORY (WS-REV-IDX)
                   MOVE 0 TO WS-REV-AMOUNT (WS-REV-IDX)
               ELSE
      *> Left out of revenue, so the invoice side cannot balance.
                   MOVE 0 TO WS-REV-IDX
               END-IF
           END-IF
           IF WS-REV-IDX > 0
               ADD DL-EXTENDED-AMOUNT TO WS-REV-AMOUNT (WS-REV-IDX)
           END-IF.

       SUM-AR-ACTIVITY.
           OPEN INPUT AR-ACTIVITY-FILE
           IF WS-ARACTIV-STATUS NOT = "00"
               MOVE "MT0975E" TO WS-OM-ID
               STRING "GLINTF: ARACTIV NOT AVAILABLE - "
                   "GL JOURNAL NOT PRODUCED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               MOVE "NO AR ACTIVITY JOURNAL" TO WS-WITHHOLD-REASON
               PERFORM WITHHOLD-THE-JOURNAL
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ AR-ACTIVITY-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF AV-ACTIVITY-DATE = WS-BUSINESS-DATE
                           PERFORM ADD-ONE-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-ACTIVITY-FILE.

       ADD-ONE-ACTIVITY.
           ADD 1 TO WS-ACT-COUNT
           EVALUATE AV-ACTIVITY-TYPE
               WHEN "I"
                   ADD AV-AMOUNT TO WS-ACT-INVOICES
               WHEN "P"
               WHEN "U"
                   ADD AV-AMOUNT TO WS-ACT-PAYMENTS
               WHEN "C"
                   ADD AV-AMOUNT TO WS-ACT-CREDITS
               WHEN "D"
                   ADD AV-AMOUNT TO WS-ACT-DISCOUNTS
               WHEN "F"
                   ADD AV-AMOUNT TO WS-ACT-FINCHG
               WHEN "W"
                   ADD AV-AMOUNT TO WS-ACT-WRITEOFFS
               WHEN "A"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-ACT-OTHER-COUNT
                   DISPLAY "GLINTF: ARACTIV TYPE " AV-ACTIVITY-TYPE
                       " NOT BOOKED - CUSTOMER "
                       AV-CUSTOMER-NUMBER " " AV-REFERENCE
           END-EVALUATE.

       SUM-CREDIT-TAX.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT RETURN-HISTORY-FILE
           IF WS-RETHIST-STATUS = "00"
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ RETURN-HISTORY-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF RH-RETURN-DATE = WS-BUSINESS-DATE
                                   AND RH-TAX-AMOUNT NUMERIC
                               ADD RH-TAX-AMOUNT TO WS-CREDIT-TAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURN-HISTORY-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT SHIP-HISTORY-FILE
           IF WS-SHPHIST-STATUS = "00"
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ SHIP-HISTORY-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF SH-CONFIRM-DATE = WS-BUSINESS-DATE
                                   AND SH-TAX-AMOUNT NUMERIC
                               ADD SH-TAX-AMOUNT TO WS-CREDIT-TAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIP-HISTORY-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF.

      *> ARACTIV amounts are as the customer's balance sees
      *> them, so an AR line books the amount as it stands and
      *> its other side books the reverse.
       BUILD-JOURNAL-LINES.
           MOVE "ARCTL   " TO WS-NEW-SOURCE
           MOVE SPACES TO WS-NEW-CATEGORY
           MOVE "AR CONTROL - INVOICES" TO WS-NEW-DESCRIPTION
           MOVE WS-ACT-INVOICES TO WS-NEW-AMOUNT
           PERFORM ADD-JOURNAL-LINE
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
               PERFORM ADD-REVENUE-LINE
           END-PERFORM
           MOVE "TAXPAY  " TO WS-NEW-SOURCE
           MOVE SPACES TO WS-NEW-CATEGORY
           MOVE "SALES TAX PAYABLE" TO WS-NEW-DESCRIPTION
           COMPUTE WS-NEW-AMOUNT = 0 - WS-DETAIL-TAX
           PERFORM ADD-JOURNAL-LINE
           MOVE "FREIGHT " TO WS-NEW-SOURCE
           MOVE "FREIGHT INCOME" TO WS-NEW-DESCRIPTION
           COMPUTE WS-NEW-AMOUNT = 0 - WS-DETAIL-FREIGHT
           PERFORM ADD-JOURNAL-LINE
           MOVE "TAXPAY  " TO WS-NEW-SOURCE
           MOVE "SALES TAX REVERSED ON CREDITS"
               TO WS-NEW-DESCRIPTION
           MOVE WS-CREDIT-TAX TO WS-NEW-AMOUNT
           PERFORM ADD-JOURNAL-LINE
           MOVE "CASH    " TO WS-NEW-SOURCE
           MOVE "CASH RECEIVED" TO WS-NEW-DESCRIPTION
           COMPUTE WS-NEW-AMOUNT = 0 - WS-ACT-PAYMENTS
           PERFORM ADD-JOURNAL-LINE
           MOVE "ARCTL   " TO WS-NEW-SOURCE
           MOVE "AR CONTROL - CASH RECEIVED" TO WS-NEW-DESCRIPTION
           MOVE WS-ACT-PAYMENTS TO WS-NEW-AMOUNT
           PERFORM ADD-JOURNAL-LINE
           MOVE "RETURNS " TO WS-NEW-SOURCE
           MOVE "RETURNS AND ALLOWANCES" TO WS-NEW-DESCRIPTION
           COMPUTE WS-NEW-AMOUNT = 0 - WS-ACT-CREDITS - WS-CREDIT-TAX
           PERFORM ADD-JOURNAL-LINE
           MOVE "ARCTL   " TO WS-NEW-SOURCE
           MOVE "AR CONTROL - CREDIT MEMOS" TO WS-NEW-DESCRIPTION
           MOVE WS-ACT-CREDITS TO WS-NEW-AMOUNT
           PERFORM ADD-JOURNAL-LINE
           MOVE "DISCOUNT" TO WS-NEW-SOURCE
           MOVE "EARLY-PAYMENT DISCOUNTS" TO WS-NEW-DESCRIPTION
           COMPUTE WS-NEW-AMOUNT = 0 - WS-ACT-DISCOUNTS
           PERFORM ADD-JOURNAL-LINE
           MOVE "ARCTL   " TO WS-NEW-SOURCE
           MOVE "AR CONTROL - DISCOUNTS" TO WS-NEW-DESCRIPTION
           MOVE WS-ACT-DISCOUNTS TO WS-NEW-AMOUNT
           PERFORM ADD-JOURNAL-LINE
           MOVE "ARCTL   " TO WS-NEW-SOURCE
           MOVE "AR CONTROL - FINANCE CHARGES" TO WS-NEW-DESCRIPTION
           MOVE WS-ACT-FINCHG TO WS-NEW-AMOUNT
           PERFORM ADD-JOURNAL-LINE
           MOVE "FINCHG  " TO WS-NEW-SOURCE
           MOVE "FINANCE-CHARGE INCOME" TO WS-NEW-DESCRIPTION
           COMPUTE WS-NEW-AMOUNT = 0 - WS-ACT-FINCHG
           PERFORM ADD-JOURNAL-LINE
           MOVE "BADDEBT " TO WS-NEW-SOURCE
           MOVE "BAD-DEBT WRITE-OFFS" TO WS-NEW-DESCRIPTION
           COMPUTE WS-NEW-AMOUNT = 0 - WS-ACT-WRITEOFFS
           PERFORM ADD-JOURNAL-LINE
           MOVE "ARCTL   " TO WS-NEW-SOURCE
           MOVE "AR CONTROL - WRITE-OFFS" TO WS-NEW-DESCRIPTION
           MOVE WS-ACT-WRITEOFFS TO WS-NEW-AMOUNT
           PERFORM ADD-JOURNAL-LINE.

       ADD-REVENUE-LINE.
           MOVE "REVENUE " TO WS-NEW-SOURCE
           MOVE WS-REV-CATEGORY (WS-REV-IDX) TO WS-NEW-CATEGORY
           MOVE "N" TO WS-CATEGORY-FOUND
           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
                   UNTIL WS-CATEGORY-IDX > WS-CATEGORY-COUNT
                       OR WS-CATEGORY-WAS-FOUND
               IF WS-CATEGORY-CODE (WS-CATEGORY-IDX)
                       = WS-NEW-CATEGORY
                   SET WS-CATEGORY-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-NEW-DESCRIPTION
           IF WS-CATEGORY-WAS-FOUND
               SUBTRACT 1 FROM WS-CATEGORY-IDX
               STRING "SALES - "
                   WS-CATEGORY-DESC (WS-CATEGORY-IDX)
                   DELIMITED BY SIZE INTO WS-NEW-DESCRIPTION
               END-STRING
           ELSE
               STRING "SALES - CATEGORY " WS-NEW-CATEGORY
                   DELIMITED BY SIZE INTO WS-NEW-DESCRIPTION
               END-STRING
           END-IF
           COMPUTE WS-NEW-AMOUNT = 0 - WS-REV-AMOUNT (WS-REV-IDX)
           PERFORM ADD-JOURNAL-LINE.

      *> Zero figures book nothing.  An account the map does not
      *> know is still listed, marked, and stops the journal.
       ADD-JOURNAL-LINE.
           IF WS-NEW-AMOUNT NOT = 0
               IF WS-JL-COUNT >= 150
                   SET WS-JOURNAL-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO WS-JL-COUNT
                   MOVE WS-NEW-SOURCE TO WS-JL-SOURCE (WS-JL-COUNT)
                   MOVE WS-NEW-CATEGORY
                       TO WS-JL-CATEGORY (WS-JL-COUNT)
                   MOVE WS-NEW-DESCRIPTION
                       TO WS-JL-DESCRIPTION (WS-JL-COUNT)
                   IF WS-NEW-AMOUNT > 0
                       MOVE "D" TO WS-JL-DEBIT-CREDIT (WS-JL-COUNT)
                       MOVE WS-NEW-AMOUNT
                           TO WS-JL-AMOUNT (WS-JL-COUNT)
                       ADD WS-NEW-AMOUNT TO WS-DEBIT-TOTAL
                   ELSE
                       MOVE "C" TO WS-JL-DEBIT-CREDIT (WS-JL-COUNT)
                       COMPUTE WS-JL-AMOUNT (WS-JL-COUNT) =
                           0 - WS-NEW-AMOUNT
                       SUBTRACT WS-NEW-AMOUNT FROM WS-CREDIT-TOTAL
                   END-IF
                   PERFORM FIND-GL-ACCOUNT
               END-IF
           END-IF.

       FIND-GL-ACCOUNT.
           MOVE "N" TO WS-MAP-FOUND
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                       OR WS-MAP-WAS-FOUND
               IF WS-MAP-SOURCE (WS-MAP-IDX) = WS-NEW-SOURCE
                       AND WS-MAP-CATEGORY (WS-MAP-IDX)
                           = WS-NEW-CATEGORY
                   SET WS-MAP-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-MAP-WAS-FOUND AND WS-NEW-CATEGORY NOT = SPACES
               PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                       UNTIL WS-MAP-IDX > WS-MAP-COUNT
                           OR WS-MAP-WAS-FOUND
                   IF WS-MAP-SOURCE (WS-MAP-IDX) = WS-NEW-SOURCE
                           AND WS-MAP-CATEGORY (WS-MAP-IDX) = SPACES
                       SET WS-MAP-WAS-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MAP-WAS-FOUND
               SUBTRACT 1 FROM WS-MAP-IDX
               MOVE WS-MAP-ACCOUNT (WS-MAP-IDX)
                   TO WS-JL-ACCOUNT (WS-JL-COUNT)
           ELSE
               MOVE "*UNMAPPED*" TO WS-JL-ACCOUNT (WS-JL-COUNT)
               ADD 1 TO WS-UNMAPPED-COUNT
           END-IF.

       LIST-JOURNAL-LINES.
           MOVE SPACES TO GL-REGISTER-RECORD
           WRITE GL-REGISTER-RECORD
           MOVE SPACES TO GL-REGISTER-RECORD
           STRING "GL ACCOUNT   SOURCE   CAT  DESCRIPTION"
               "                            DEBIT"
               "           CREDIT"
               DELIMITED BY SIZE INTO GL-REGISTER-RECORD
           END-STRING
           WRITE GL-REGISTER-RECORD
           PERFORM VARYING WS-JL-IDX FROM 1 BY 1
                   UNTIL WS-JL-IDX > WS-JL-COUNT
               MOVE WS-JL-AMOUNT (WS-JL-IDX) TO WS-AMT-DISPLAY
               MOVE SPACES TO GL-REGISTER-RECORD
               STRING WS-JL-ACCOUNT (WS-JL-IDX) " "
                   WS-JL-SOURCE (WS-JL-IDX) " "
                   WS-JL-CATEGORY (WS-JL-IDX) " "
                   WS-JL-DESCRIPTION (WS-JL-IDX)
                   DELIMITED BY SIZE INTO GL-REGISTER-RECORD
               END-STRING
               IF WS-JL-DEBIT-CREDIT (WS-JL-IDX) = "D"
                   MOVE WS-AMT-DISPLAY TO GL-REGISTER-RECORD (59:14)
               ELSE
                   MOVE WS-AMT-DISPLAY TO GL-REGISTER-RECORD (76:14)
               END-IF
               WRITE GL-REGISTER-RECORD
           END-PERFORM
           MOVE WS-DEBIT-TOTAL TO WS-TOTAL-DISPLAY
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-DISPLAY-2
           MOVE SPACES TO GL-REGISTER-RECORD
           WRITE GL-REGISTER-RECORD
           MOVE SPACES TO GL-REGISTER-RECORD
           MOVE "JOURNAL TOTALS" TO GL-REGISTER-RECORD
           MOVE WS-TOTAL-DISPLAY TO GL-REGISTER-RECORD (57:16)
           MOVE WS-TOTAL-DISPLAY-2 TO GL-REGISTER-RECORD (74:16)
           WRITE GL-REGISTER-RECORD.

       WRITE-THE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE
           IF WS-GLJRNL-STATUS NOT = "00"
               MOVE "MT0978E" TO WS-OM-ID
               STRING "GLINTF: GLJRNL NOT AVAILABLE - "
                   "GL JOURNAL NOT PRODUCED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE GL-REGISTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET GJ-IS-HEADER TO TRUE
           MOVE WS-BUSINESS-DATE TO GJ-HDR-BUSINESS-DATE
           STRING "R" WS-RUN-TIME (1:6)
               DELIMITED BY SIZE INTO GJ-HDR-RUN-ID
           END-STRING
           MOVE "ORDCASH " TO GJ-HDR-JOURNAL-SOURCE
           WRITE GL-JOURNAL-RECORD
           PERFORM VARYING WS-JL-IDX FROM 1 BY 1
                   UNTIL WS-JL-IDX > WS-JL-COUNT
               MOVE SPACES TO GL-JOURNAL-RECORD
               SET GJ-IS-DETAIL TO TRUE
               MOVE WS-JL-ACCOUNT (WS-JL-IDX) TO GJ-GL-ACCOUNT
               MOVE WS-JL-DEBIT-CREDIT (WS-JL-IDX)
                   TO GJ-DEBIT-CREDIT
               MOVE WS-JL-AMOUNT (WS-JL-IDX) TO GJ-AMOUNT
               MOVE WS-JL-SOURCE (WS-JL-IDX) TO GJ-SOURCE
               MOVE WS-JL-CATEGORY (WS-JL-IDX) TO GJ-CATEGORY-CODE
               MOVE WS-JL-DESCRIPTION (WS-JL-IDX)
                   TO GJ-DESCRIPTION
               WRITE GL-JOURNAL-RECORD
           END-PERFORM
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET GJ-IS-TRAILER TO TRUE
           MOVE WS-JL-COUNT TO GJ-TRL-RECORD-COUNT
           MOVE WS-DEBIT-TOTAL TO GJ-TRL-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO GJ-TRL-CREDIT-TOTAL
           WRITE GL-JOURNAL-RECORD
           CLOSE GL-JOURNAL-FILE.

      *> Fatal: GLJRNL is emptied so last night's journal cannot
      *> ride tonight's transfer, the proof listing says why, and
      *> the run ends RC 8.  The message is staged by the caller.
       WITHHOLD-THE-JOURNAL.
           PERFORM ISSUE-OPERATOR-MESSAGE
           OPEN OUTPUT GL-JOURNAL-FILE
           IF WS-GLJRNL-STATUS = "00"
               CLOSE GL-JOURNAL-FILE
           END-IF
           MOVE SPACES TO GL-REGISTER-RECORD
           STRING "*** JOURNAL WITHHELD - " WS-WITHHOLD-REASON
               DELIMITED BY SIZE INTO GL-REGISTER-RECORD
           END-STRING
           WRITE GL-REGISTER-RECORD
           CLOSE GL-REGISTER-FILE
           MOVE 8 TO RETURN-CODE
           GOBACK.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM GLINTF.
