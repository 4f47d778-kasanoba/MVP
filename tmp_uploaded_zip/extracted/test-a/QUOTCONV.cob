       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTCONV.

      *> Quote conversion report.  Every quote the INQQUOTE screen
      *> saved sits on the SAVQUOTE file (SAVQUOTE-FD.cpy) until
      *> it is invoiced or runs out; this sweeps the file and
      *> tells the sales desk, customer by customer, how many
      *> quotes were issued and what became of them: converted
      *> (invoiced by ORDPRICE), expired (still open past the
      *> valid-until date), held (claimed by an order the credit
      *> desk is holding) or still open and in date -- with the
      *> value quoted and the value converted, and the share of
      *> quotes that turned into orders.  Quotes given with no
      *> customer named list under WALK-IN.  The numbering
      *> control record is skipped.  Read-only: nothing is
      *> updated.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY SAVQUOTE-SEL.
       COPY CUSTMAST-SEL.
           SELECT CONVERSION-REPORT-FILE ASSIGN TO "QUOTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY SAVQUOTE-FD.
       COPY CUSTMAST-FD.

       FD  CONVERSION-REPORT-FILE.
       01  CONVERSION-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-SAVQUOTE-STATUS           PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-QUOTRPT-STATUS            PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-TODAY-TEXT                PIC X(10) VALUE SPACES.
      *> Customer names from CUSTMAST.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 1000 TIMES.
               10  WS-CUST-NUMBER       PIC X(6).
               10  WS-CUST-NAME         PIC X(30).
       01  WS-CUST-COUNT                PIC 9(4) VALUE 0.
       01  WS-CUST-IDX                  PIC 9(4) VALUE 0.
       01  WS-CUST-FOUND                PIC X VALUE "N".
           88  WS-CUST-WAS-FOUND        VALUE "Y".
       01  WS-CUST-NAME-SHOWN           PIC X(30) VALUE SPACES.
      *> One accumulator per quoting customer, sorted by customer
      *> number for the report (spaces -- walk-in -- first).
       01  WS-QC-TABLE.
           05  WS-QC-ENTRY OCCURS 1000 TIMES.
               10  WS-QC-CUSTOMER       PIC X(6).
               10  WS-QC-ISSUED         PIC 9(5).
               10  WS-QC-CONVERTED      PIC 9(5).
               10  WS-QC-EXPIRED        PIC 9(5).
               10  WS-QC-HELD           PIC 9(5).
               10  WS-QC-OPEN           PIC 9(5).
               10  WS-QC-QUOTED-VALUE   PIC 9(11)V99.
               10  WS-QC-CONVERTED-VALUE PIC 9(11)V99.
       01  WS-QC-COUNT                  PIC 9(4) VALUE 0.
       01  WS-QC-IDX                    PIC 9(4) VALUE 0.
       01  WS-SWAP-IDX                  PIC 9(4) VALUE 0.
       01  WS-QC-HOLD                   PIC X(57) VALUE SPACES.
       01  WS-SORT-SWAPPED              PIC X VALUE "N".
           88  WS-A-SWAP-HAPPENED       VALUE "Y".
       01  WS-QC-FOUND                  PIC X VALUE "N".
           88  WS-QC-WAS-FOUND          VALUE "Y".
       01  WS-QC-OVERFLOW               PIC X VALUE "N".
           88  WS-QC-HAS-OVERFLOWED     VALUE "Y".
      *> Run totals, the same columns as a customer line.
       01  WS-TOTAL-ISSUED              PIC 9(7) VALUE 0.
       01  WS-TOTAL-CONVERTED           PIC 9(7) VALUE 0.
       01  WS-TOTAL-EXPIRED             PIC 9(7) VALUE 0.
       01  WS-TOTAL-HELD                PIC 9(7) VALUE 0.
       01  WS-TOTAL-OPEN                PIC 9(7) VALUE 0.
       01  WS-TOTAL-QUOTED-VALUE        PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-CONVERTED-VALUE     PIC 9(13)V99 VALUE 0.
       01  WS-UNCOUNTED-QUOTES          PIC 9(7) VALUE 0.
       01  WS-CONVERSION-PCT            PIC 999V9 VALUE 0.
       01  WS-COUNT-DISPLAY             PIC ZZZZ9.
       01  WS-TOTAL-COUNT-DISPLAY       PIC ZZZZZZ9.
       01  WS-VALUE-DISPLAY             PIC Z(10)9.99.
       01  WS-PCT-DISPLAY               PIC ZZ9.9.

       PROCEDURE DIVISION.
       QUOTCONV-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           PERFORM LOAD-CUSTOMER-NAMES
           OPEN INPUT SAVED-QUOTE-FILE
           IF WS-SAVQUOTE-STATUS NOT = "00"
               MOVE "MT1002E" TO WS-OM-ID
               STRING "QUOTCONV: SAVQUOTE NOT AVAILABLE - NO "
                   "QUOTE CONVERSION REPORT"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ SAVED-QUOTE-FILE NEXT RECORD
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF NOT QT-IS-CONTROL
                           PERFORM COUNT-ONE-QUOTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAVED-QUOTE-FILE
           PERFORM SORT-BY-CUSTOMER
           OPEN OUTPUT CONVERSION-REPORT-FILE
           PERFORM WRITE-THE-REPORT
           CLOSE CONVERSION-REPORT-FILE
           IF WS-QC-HAS-OVERFLOWED
               MOVE "MT1003W" TO WS-OM-ID
               STRING "QUOTCONV: MORE THAN 1000 QUOTING CUSTOMERS - "
                   WS-UNCOUNTED-QUOTES " QUOTE(S) IN THE TOTALS "
                   "ONLY"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "MT1004I" TO WS-OM-ID
           STRING "QUOTCONV: " WS-TOTAL-ISSUED " QUOTE(S) ON FILE, "
               WS-TOTAL-CONVERTED " CONVERTED, "
               WS-TOTAL-EXPIRED " EXPIRED"
               DELIMITED BY SIZE INTO WS-OM-TEXT
           END-STRING
           PERFORM ISSUE-OPERATOR-MESSAGE
           DISPLAY "===== QUOTCONV END-OF-JOB SUMMARY ====="
           DISPLAY "AS OF             : " WS-TODAY-TEXT
           DISPLAY "CUSTOMERS         : " WS-QC-COUNT
           DISPLAY "QUOTES ISSUED     : " WS-TOTAL-ISSUED
           DISPLAY "CONVERTED         : " WS-TOTAL-CONVERTED
           DISPLAY "EXPIRED           : " WS-TOTAL-EXPIRED
           DISPLAY "HELD              : " WS-TOTAL-HELD
           DISPLAY "OPEN              : " WS-TOTAL-OPEN
           DISPLAY "======================================"
           GOBACK.

       LOAD-CUSTOMER-NAMES.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "QUOTCONV: NO CUSTOMER MASTER - CUSTOMERS "
                   "LISTED WITHOUT NAMES"
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF.

      *> Every quote counts as issued; its status says what came
      *> of it.  An open quote past its valid-until date is
      *> expired -- nothing will honor it now.  The run totals
      *> take every quote even when the customer table is full.
       COUNT-ONE-QUOTE.
           ADD 1 TO WS-TOTAL-ISSUED
           ADD QT-EXTENDED-PRICE TO WS-TOTAL-QUOTED-VALUE
           PERFORM FIND-QUOTING-CUSTOMER
           IF WS-QC-WAS-FOUND
               ADD 1 TO WS-QC-ISSUED (WS-QC-IDX)
               ADD QT-EXTENDED-PRICE TO WS-QC-QUOTED-VALUE (WS-QC-IDX)
           ELSE
               ADD 1 TO WS-UNCOUNTED-QUOTES
           END-IF
           EVALUATE TRUE
               WHEN QT-IS-CONVERTED
                   ADD 1 TO WS-TOTAL-CONVERTED
                   ADD QT-EXTENDED-PRICE TO WS-TOTAL-CONVERTED-VALUE
                   IF WS-QC-WAS-FOUND
                       ADD 1 TO WS-QC-CONVERTED (WS-QC-IDX)
                       ADD QT-EXTENDED-PRICE
                           TO WS-QC-CONVERTED-VALUE (WS-QC-IDX)
                   END-IF
               WHEN QT-IS-HELD
                   ADD 1 TO WS-TOTAL-HELD
                   IF WS-QC-WAS-FOUND
                       ADD 1 TO WS-QC-HELD (WS-QC-IDX)
                   END-IF
               WHEN QT-VALID-UNTIL < WS-TODAY-TEXT
                   ADD 1 TO WS-TOTAL-EXPIRED
                   IF WS-QC-WAS-FOUND
                       ADD 1 TO WS-QC-EXPIRED (WS-QC-IDX)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-OPEN
                   IF WS-QC-WAS-FOUND
                       ADD 1 TO WS-QC-OPEN (WS-QC-IDX)
                   END-IF
           END-EVALUATE.

       FIND-QUOTING-CUSTOMER.
           MOVE "N" TO WS-QC-FOUND
           PERFORM VARYING WS-QC-IDX FROM 1 BY 1
                   UNTIL WS-QC-IDX > WS-QC-COUNT
                       OR WS-QC-WAS-FOUND
               IF WS-QC-CUSTOMER (WS-QC-IDX) = QT-CUSTOMER-NUMBER
                   SET WS-QC-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-QC-WAS-FOUND
               SUBTRACT 1 FROM WS-QC-IDX
           ELSE
               IF WS-QC-COUNT >= 1000
                   SET WS-QC-HAS-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO WS-QC-COUNT
                   MOVE WS-QC-COUNT TO WS-QC-IDX
                   MOVE QT-CUSTOMER-NUMBER
                       TO WS-QC-CUSTOMER (WS-QC-IDX)
                   MOVE 0 TO WS-QC-ISSUED (WS-QC-IDX)
                   MOVE 0 TO WS-QC-CONVERTED (WS-QC-IDX)
                   MOVE 0 TO WS-QC-EXPIRED (WS-QC-IDX)
                   MOVE 0 TO WS-QC-HELD (WS-QC-IDX)
                   MOVE 0 TO WS-QC-OPEN (WS-QC-IDX)
                   MOVE 0 TO WS-QC-QUOTED-VALUE (WS-QC-IDX)
                   MOVE 0 TO WS-QC-CONVERTED-VALUE (WS-QC-IDX)
                   SET WS-QC-WAS-FOUND TO TRUE
               END-IF
           END-IF.

       SORT-BY-CUSTOMER.
           SET WS-A-SWAP-HAPPENED TO TRUE
           PERFORM UNTIL NOT WS-A-SWAP-HAPPENED
               MOVE "N" TO WS-SORT-SWAPPED
               PERFORM VARYING WS-QC-IDX FROM 1 BY 1
                       UNTIL WS-QC-IDX >= WS-QC-COUNT
                   COMPUTE WS-SWAP-IDX = WS-QC-IDX + 1
                   IF WS-QC-CUSTOMER (WS-QC-IDX)
                           > WS-QC-CUSTOMER (WS-SWAP-IDX)
                       MOVE WS-QC-ENTRY (WS-QC-IDX) TO WS-QC-HOLD
                       MOVE WS-QC-ENTRY (WS-SWAP-IDX)
                           TO WS-QC-ENTRY (WS-QC-IDX)
                       MOVE WS-QC-HOLD TO WS-QC-ENTRY (WS-SWAP-IDX)
                       SET WS-A-SWAP-HAPPENED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-THE-REPORT.
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           STRING "QUOTE CONVERSION REPORT - SAVED QUOTES AS OF "
               WS-TODAY-TEXT
               DELIMITED BY SIZE INTO CONVERSION-REPORT-RECORD
           END-STRING
           WRITE CONVERSION-REPORT-RECORD
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           WRITE CONVERSION-REPORT-RECORD
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           MOVE "CUSTOMER" TO CONVERSION-REPORT-RECORD (1:8)
           MOVE "NAME" TO CONVERSION-REPORT-RECORD (10:4)
           MOVE "ISSUED" TO CONVERSION-REPORT-RECORD (41:6)
           MOVE "CONV" TO CONVERSION-REPORT-RECORD (50:4)
           MOVE "EXPD" TO CONVERSION-REPORT-RECORD (57:4)
           MOVE "HELD" TO CONVERSION-REPORT-RECORD (64:4)
           MOVE "OPEN" TO CONVERSION-REPORT-RECORD (71:4)
           MOVE "CONV%" TO CONVERSION-REPORT-RECORD (77:5)
           MOVE "VALUE QUOTED" TO CONVERSION-REPORT-RECORD (87:12)
           MOVE "VALUE CONVERTED" TO CONVERSION-REPORT-RECORD (101:15)
           WRITE CONVERSION-REPORT-RECORD
           PERFORM VARYING WS-QC-IDX FROM 1 BY 1
                   UNTIL WS-QC-IDX > WS-QC-COUNT
               PERFORM WRITE-ONE-CUSTOMER-LINE
           END-PERFORM
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           WRITE CONVERSION-REPORT-RECORD
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           MOVE "ALL CUSTOMERS" TO CONVERSION-REPORT-RECORD (1:13)
           MOVE WS-TOTAL-ISSUED TO WS-TOTAL-COUNT-DISPLAY
           MOVE WS-TOTAL-COUNT-DISPLAY
               TO CONVERSION-REPORT-RECORD (40:7)
           MOVE WS-TOTAL-CONVERTED TO WS-TOTAL-COUNT-DISPLAY
           MOVE WS-TOTAL-COUNT-DISPLAY
               TO CONVERSION-REPORT-RECORD (47:7)
           MOVE WS-TOTAL-EXPIRED TO WS-TOTAL-COUNT-DISPLAY
           MOVE WS-TOTAL-COUNT-DISPLAY
               TO CONVERSION-REPORT-RECORD (54:7)
           MOVE WS-TOTAL-HELD TO WS-TOTAL-COUNT-DISPLAY
           MOVE WS-TOTAL-COUNT-DISPLAY
               TO CONVERSION-REPORT-RECORD (61:7)
           MOVE WS-TOTAL-OPEN TO WS-TOTAL-COUNT-DISPLAY
           MOVE WS-TOTAL-COUNT-DISPLAY
               TO CONVERSION-REPORT-RECORD (68:7)
           IF WS-TOTAL-ISSUED > 0
               COMPUTE WS-CONVERSION-PCT ROUNDED =
                   WS-TOTAL-CONVERTED * 100 / WS-TOTAL-ISSUED
           ELSE
               MOVE 0 TO WS-CONVERSION-PCT
           END-IF
           MOVE WS-CONVERSION-PCT TO WS-PCT-DISPLAY
           MOVE WS-PCT-DISPLAY TO CONVERSION-REPORT-RECORD (77:5)
           MOVE WS-TOTAL-QUOTED-VALUE TO WS-VALUE-DISPLAY
           MOVE WS-VALUE-DISPLAY TO CONVERSION-REPORT-RECORD (85:14)
           MOVE WS-TOTAL-CONVERTED-VALUE TO WS-VALUE-DISPLAY
           MOVE WS-VALUE-DISPLAY TO CONVERSION-REPORT-RECORD (102:14)
           WRITE CONVERSION-REPORT-RECORD
           IF WS-TOTAL-ISSUED = 0
               MOVE SPACES TO CONVERSION-REPORT-RECORD
               MOVE "NO QUOTES ON FILE"
                   TO CONVERSION-REPORT-RECORD (1:17)
               WRITE CONVERSION-REPORT-RECORD
           END-IF
           IF WS-QC-HAS-OVERFLOWED
               MOVE SPACES TO CONVERSION-REPORT-RECORD
               STRING "*** MORE THAN 1000 QUOTING CUSTOMERS - "
                   WS-UNCOUNTED-QUOTES " QUOTE(S) COUNTED IN THE "
                   "TOTALS ONLY ***"
                   DELIMITED BY SIZE INTO CONVERSION-REPORT-RECORD
               END-STRING
               WRITE CONVERSION-REPORT-RECORD
           END-IF.

       WRITE-ONE-CUSTOMER-LINE.
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           IF WS-QC-CUSTOMER (WS-QC-IDX) = SPACES
               MOVE "WALK-IN" TO CONVERSION-REPORT-RECORD (1:7)
               MOVE "(QUOTED WITH NO CUSTOMER)"
                   TO CONVERSION-REPORT-RECORD (10:25)
           ELSE
               PERFORM FIND-CUSTOMER-NAME
               MOVE WS-QC-CUSTOMER (WS-QC-IDX)
                   TO CONVERSION-REPORT-RECORD (1:6)
               MOVE WS-CUST-NAME-SHOWN
                   TO CONVERSION-REPORT-RECORD (10:30)
           END-IF
           MOVE WS-QC-ISSUED (WS-QC-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO CONVERSION-REPORT-RECORD (42:5)
           MOVE WS-QC-CONVERTED (WS-QC-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO CONVERSION-REPORT-RECORD (49:5)
           MOVE WS-QC-EXPIRED (WS-QC-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO CONVERSION-REPORT-RECORD (56:5)
           MOVE WS-QC-HELD (WS-QC-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO CONVERSION-REPORT-RECORD (63:5)
           MOVE WS-QC-OPEN (WS-QC-IDX) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO CONVERSION-REPORT-RECORD (70:5)
           COMPUTE WS-CONVERSION-PCT ROUNDED =
               WS-QC-CONVERTED (WS-QC-IDX) * 100
               / WS-QC-ISSUED (WS-QC-IDX)
           MOVE WS-CONVERSION-PCT TO WS-PCT-DISPLAY
           MOVE WS-PCT-DISPLAY TO CONVERSION-REPORT-RECORD (77:5)
           MOVE WS-QC-QUOTED-VALUE (WS-QC-IDX) TO WS-VALUE-DISPLAY
           MOVE WS-VALUE-DISPLAY TO CONVERSION-REPORT-RECORD (85:14)
           MOVE WS-QC-CONVERTED-VALUE (WS-QC-IDX)
               TO WS-VALUE-DISPLAY
           MOVE WS-VALUE-DISPLAY TO CONVERSION-REPORT-RECORD (102:14)
           WRITE CONVERSION-REPORT-RECORD.

       FIND-CUSTOMER-NAME.
           MOVE "N" TO WS-CUST-FOUND
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                       OR WS-CUST-WAS-FOUND
               IF WS-CUST-NUMBER (WS-CUST-IDX)
                       = WS-QC-CUSTOMER (WS-QC-IDX)
                   SET WS-CUST-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CUST-WAS-FOUND
               SUBTRACT 1 FROM WS-CUST-IDX
               MOVE WS-CUST-NAME (WS-CUST-IDX) TO WS-CUST-NAME-SHOWN
           ELSE
               MOVE "*** NOT ON CUSTOMER MASTER ***"
                   TO WS-CUST-NAME-SHOWN
           END-IF.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM QUOTCONV.
