       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQACCT.

      *> Online customer account inquiry for the credit and
      *> collections desk: the question on the phone is "where
      *> does this customer stand", and until now the answer
      *> meant waiting for the aging report.  A customer number
      *> in; the customer's name, status, credit limit, open
      *> balance and available credit (the limit less the open
      *> balance -- the same remaining credit ORDPRICE judges an
      *> order against) out on the first screen.  From there:
      *>   PF5  pages through the customer's open AR items --
      *>        order number, item date, original and open
      *>        amounts, and days outstanding counted from the
      *>        item date to today, as ARAGING ages them;
      *>   PF6  pages through the customer's credit-held orders
      *>        -- order total, hold date and reason, lines held,
      *>        and any review date an extension set;
      *>   ENTER  takes a new customer number;
      *>   PF3 or CLEAR  ends the conversation.
      *> Each further press of PF5 or PF6 shows the next page;
      *> past the last page it starts again at the first.
      *> Pseudo-conversational like INQITEM: the first invocation
      *> sends the prompt and RETURNs with TRANSID; each later
      *> one acts on the key pressed.  The customer, the view on
      *> screen and where the next page starts ride in the
      *> COMMAREA between tasks.  The customer master, the AR
      *> ledger and the held orders are reached through CICS
      *> file control: the region's CUSTMAST, ARLEDGER and
      *> ORDHELD files are the CUSTVSAM/ARVSAM/HOLDVSAM copies
      *> ACCTDEFN defines and ACCTLOAD refreshes from the flat
      *> batch files after every AR posting, cash application
      *> and credit-hold run.  The screen is wider than the
      *> other inquiries' forty columns: an open-item line needs
      *> the room.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> Local mirror of CUSTOMER-MASTER-RECORD (CUSTMAST-FD.cpy),
      *> keyed on the customer number on the region's CUSTMAST
      *> file.
       01  WS-CUSTOMER-RECORD.
           05  WS-CU-CUSTOMER-NUMBER        PIC X(6).
           05  WS-CU-NAME                   PIC X(30).
           05  WS-CU-CREDIT-LIMIT           PIC 9(9)V99.
           05  WS-CU-OPEN-BALANCE           PIC 9(9)V99.
           05  WS-CU-STATUS                 PIC X.
               88  WS-CU-IS-ON-HOLD         VALUE "H".
           05  WS-CU-BO-CANCEL-DAYS         PIC X(3).
           05  WS-CU-TERMS-CODE             PIC X(8).
           05  WS-CU-FINCHG-EXEMPT          PIC X.
           05  WS-CU-SALES-REP              PIC X(4).
           05  WS-CU-HOME-WAREHOUSE         PIC X(2).
           05  FILLER                       PIC X(3).
      *> Local mirror of the open-item record as ACCTLOAD writes
      *> it to ARVSAM (customer + ledger sequence key); the two
      *> must stay in step.
       01  WS-ITEM-RECORD.
           05  WS-AV-KEY.
               10  WS-AV-CUSTOMER-NUMBER    PIC X(6).
               10  WS-AV-SEQUENCE           PIC 9(6).
           05  WS-AV-ORDER-NUMBER           PIC X(8).
           05  WS-AV-ITEM-DATE              PIC X(10).
           05  WS-AV-ITEM-DATE-PARTS REDEFINES WS-AV-ITEM-DATE.
               10  WS-AV-ITEM-YYYY          PIC 9(4).
               10  FILLER                   PIC X.
               10  WS-AV-ITEM-MM            PIC 99.
               10  FILLER                   PIC X.
               10  WS-AV-ITEM-DD            PIC 99.
           05  WS-AV-ORIGINAL-AMOUNT        PIC S9(11)V99
               SIGN IS TRAILING SEPARATE.
           05  WS-AV-OPEN-AMOUNT            PIC S9(11)V99
               SIGN IS TRAILING SEPARATE.
           05  WS-AV-DUE-DATE               PIC X(10).
           05  FILLER                       PIC X(12).
      *> Local mirror of the held-order record as ACCTLOAD writes
      *> it to HOLDVSAM (customer + order key).
       01  WS-HOLD-RECORD.
           05  WS-HV-KEY.
               10  WS-HV-CUSTOMER-NUMBER    PIC X(6).
               10  WS-HV-ORDER-NUMBER       PIC X(8).
           05  WS-HV-ORDER-TOTAL            PIC 9(10)V99.
           05  WS-HV-HOLD-REASON            PIC X(20).
           05  WS-HV-HOLD-DATE              PIC X(10).
           05  WS-HV-REVIEW-DATE            PIC X(10).
           05  WS-HV-LINE-COUNT             PIC 9(3).
           05  FILLER                       PIC X(11).
      *> EXEC CICS READ RESP values: 0 is DFHRESP(NORMAL), 13 is
      *> DFHRESP(NOTFND).  Spelled as literals because the RESP
      *> comparison sits outside the translated EXEC block.
       01  WS-READ-RESP                     PIC S9(8) COMP VALUE 0.
           88  WS-CUSTOMER-WAS-FOUND        VALUE 0.
           88  WS-CUSTOMER-NOT-FOUND        VALUE 13.
       01  WS-BROWSE-RESP                   PIC S9(8) COMP VALUE 0.
      *> EIBAID values, spelled as literals for the same reason
      *> (DFHAID's DFHCLEAR, DFHPF3, DFHPF5 and DFHPF6); anything
      *> else, ENTER included, reads a customer number.
       01  WS-AID                           PIC X VALUE SPACE.
           88  WS-AID-IS-CLEAR              VALUE X"6D".
           88  WS-AID-IS-PF3                VALUE X"F3".
           88  WS-AID-IS-PF5                VALUE X"F5".
           88  WS-AID-IS-PF6                VALUE X"F6".
      *> Carried between tasks: the customer on screen, the view
      *> showing, the page number, and the key the next page
      *> starts from (spaces: start at the first page).
       01  WS-COMMAREA.
           05  CA-CUSTOMER-NUMBER           PIC X(6).
           05  CA-CUSTOMER-NAME             PIC X(30).
           05  CA-VIEW                      PIC X.
               88  CA-VIEWING-SUMMARY       VALUE "S".
               88  CA-VIEWING-ITEMS         VALUE "O".
               88  CA-VIEWING-HOLDS         VALUE "H".
           05  CA-PAGE-NUMBER               PIC 9(3).
           05  CA-NEXT-KEY                  PIC X(14).
       01  WS-COMMAREA-LENGTH               PIC S9(4) COMP VALUE 54.
       01  WS-INQUIRY-INPUT.
           05  WI-CUSTOMER-NUMBER           PIC X(6).
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY                PIC 9(4).
           05  WS-TODAY-MM                  PIC 99.
           05  WS-TODAY-DD                  PIC 99.
       01  WS-TODAY-INT                     PIC 9(7) VALUE 0.
       01  WS-ITEM-INT                      PIC 9(7) VALUE 0.
       01  WS-DAYS-OUTSTANDING              PIC S9(5) VALUE 0.
       01  WS-AVAILABLE-CREDIT              PIC S9(10)V99 VALUE 0.
       01  WS-LINES-SHOWN                   PIC 99 VALUE 0.
       01  WS-PAGE-LINES                    PIC 99 VALUE 8.
       01  WS-LINE-IDX                      PIC 99 VALUE 0.
       01  WS-AMOUNT-DISPLAY                PIC Z(8)9.99.
       01  WS-SIGNED-DISPLAY                PIC Z(8)9.99-.
       01  WS-ORIGINAL-DISPLAY              PIC Z(10)9.99-.
       01  WS-OPEN-DISPLAY                  PIC Z(10)9.99-.
       01  WS-DAYS-DISPLAY                  PIC ZZZZ9.
       01  WS-TOTAL-DISPLAY                 PIC Z(9)9.99.
       01  WS-COUNT-DISPLAY                 PIC ZZ9.
       01  WS-INQUIRY-SCREEN.
           05  WS-SCREEN-LINE OCCURS 12 TIMES
                                            PIC X(79).
       01  WS-INPUT-LENGTH                  PIC S9(4) COMP VALUE 6.
       01  WS-SCREEN-LENGTH                 PIC S9(4) COMP VALUE 948.

       LINKAGE SECTION.
       01  DFHCOMMAREA                      PIC X(54).

       PROCEDURE DIVISION.
       INQACCT-MAIN.
           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               PERFORM SEND-PROMPT-SCREEN
               EXEC CICS RETURN
                   TRANSID("INQA")
                   COMMAREA(WS-COMMAREA)
                   LENGTH(WS-COMMAREA-LENGTH)
               END-EXEC
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               MOVE EIBAID TO WS-AID
               IF WS-AID-IS-PF3 OR WS-AID-IS-CLEAR
                   PERFORM SEND-END-SCREEN
                   EXEC CICS RETURN
                   END-EXEC
               ELSE
                   ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                   MOVE SPACES TO WS-INQUIRY-SCREEN
                   IF WS-AID-IS-PF5
                           AND CA-CUSTOMER-NUMBER NOT = SPACES
                       PERFORM SHOW-OPEN-ITEMS
                   ELSE
                       IF WS-AID-IS-PF6
                               AND CA-CUSTOMER-NUMBER NOT = SPACES
                           PERFORM SHOW-HELD-ORDERS
                       ELSE
                           PERFORM RECEIVE-AND-SHOW-ACCOUNT
                       END-IF
                   END-IF
                   EXEC CICS SEND
                       FROM(WS-INQUIRY-SCREEN)
                       LENGTH(WS-SCREEN-LENGTH)
                       ERASE
                   END-EXEC
                   EXEC CICS RETURN
                       TRANSID("INQA")
                       COMMAREA(WS-COMMAREA)
                       LENGTH(WS-COMMAREA-LENGTH)
                   END-EXEC
               END-IF
           END-IF.

       SEND-PROMPT-SCREEN.
           MOVE SPACES TO WS-INQUIRY-SCREEN
           STRING "ACCOUNT INQUIRY: CUSTOMER NUMBER (6): "
               DELIMITED BY SIZE INTO WS-SCREEN-LINE (1)
           END-STRING
           PERFORM SET-KEY-LINE
           EXEC CICS SEND
               FROM(WS-INQUIRY-SCREEN)
               LENGTH(WS-SCREEN-LENGTH)
               ERASE
           END-EXEC.

       SEND-END-SCREEN.
           MOVE SPACES TO WS-INQUIRY-SCREEN
           STRING "ACCOUNT INQUIRY ENDED"
               DELIMITED BY SIZE INTO WS-SCREEN-LINE (1)
           END-STRING
           EXEC CICS SEND
               FROM(WS-INQUIRY-SCREEN)
               LENGTH(WS-SCREEN-LENGTH)
               ERASE
           END-EXEC.

       SET-KEY-LINE.
           MOVE SPACES TO WS-SCREEN-LINE (12)
           STRING "ENTER NEW CUSTOMER  PF5 OPEN ITEMS  "
               "PF6 HELD ORDERS  PF3 END"
               DELIMITED BY SIZE INTO WS-SCREEN-LINE (12)
           END-STRING.

      *> A customer number not on file leaves nothing on the
      *> COMMAREA, so PF5/PF6 re-prompt rather than page through
      *> the last customer shown under the wrong heading.
       RECEIVE-AND-SHOW-ACCOUNT.
           MOVE SPACES TO WS-INQUIRY-INPUT
           EXEC CICS RECEIVE
               INTO(WS-INQUIRY-INPUT)
               LENGTH(WS-INPUT-LENGTH)
           END-EXEC
           MOVE SPACES TO WS-COMMAREA
           EXEC CICS READ
               FILE("CUSTMAST")
               INTO(WS-CUSTOMER-RECORD)
               RIDFLD(WI-CUSTOMER-NUMBER)
               RESP(WS-READ-RESP)
           END-EXEC
           IF WS-CUSTOMER-WAS-FOUND
               MOVE WS-CU-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER
               MOVE WS-CU-NAME TO CA-CUSTOMER-NAME
               SET CA-VIEWING-SUMMARY TO TRUE
               MOVE 0 TO CA-PAGE-NUMBER
               PERFORM BUILD-ACCOUNT-SCREEN
           ELSE
               STRING "CUSTOMER NOT FOUND: " WI-CUSTOMER-NUMBER
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE (1)
               END-STRING
               STRING "ACCOUNT INQUIRY: CUSTOMER NUMBER (6): "
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE (3)
               END-STRING
           END-IF
           PERFORM SET-KEY-LINE.

      *> Available credit goes negative for a customer already
      *> over the limit; the screen shows the minus and says so.
       BUILD-ACCOUNT-SCREEN.
           STRING "ACCOUNT INQUIRY - CUSTOMER " WS-CU-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO WS-SCREEN-LINE (1)
           END-STRING
           STRING "NAME              " WS-CU-NAME
               DELIMITED BY SIZE INTO WS-SCREEN-LINE (3)
           END-STRING
           IF WS-CU-IS-ON-HOLD
               STRING "STATUS            ON CREDIT HOLD"
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE (4)
               END-STRING
           ELSE
               STRING "STATUS            ACTIVE"
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE (4)
               END-STRING
           END-IF
           MOVE WS-CU-CREDIT-LIMIT TO WS-AMOUNT-DISPLAY
           STRING "CREDIT LIMIT      " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-SCREEN-LINE (6)
           END-STRING
           MOVE WS-CU-OPEN-BALANCE TO WS-AMOUNT-DISPLAY
           STRING "OPEN BALANCE      " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-SCREEN-LINE (7)
           END-STRING
           COMPUTE WS-AVAILABLE-CREDIT =
               WS-CU-CREDIT-LIMIT - WS-CU-OPEN-BALANCE
           MOVE WS-AVAILABLE-CREDIT TO WS-SIGNED-DISPLAY
           IF WS-AVAILABLE-CREDIT < 0
               STRING "AVAILABLE CREDIT  " WS-SIGNED-DISPLAY
                   "  OVER LIMIT"
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE (8)
               END-STRING
           ELSE
               STRING "AVAILABLE CREDIT  " WS-SIGNED-DISPLAY
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE (8)
               END-STRING
           END-IF.

      *> One page of open items, browsed from the customer's
      *> first key (or from where the last page stopped).  The
      *> item past a full page is not shown: its key is kept as
      *> the start of the next page.
       SHOW-OPEN-ITEMS.
           IF NOT CA-VIEWING-ITEMS OR CA-NEXT-KEY = SPACES
               MOVE 0 TO CA-PAGE-NUMBER
               MOVE CA-CUSTOMER-NUMBER TO WS-AV-CUSTOMER-NUMBER
               MOVE 0 TO WS-AV-SEQUENCE
           ELSE
               MOVE CA-NEXT-KEY TO WS-AV-KEY
           END-IF
           SET CA-VIEWING-ITEMS TO TRUE
           ADD 1 TO CA-PAGE-NUMBER
           MOVE SPACES TO CA-NEXT-KEY
           MOVE 0 TO WS-LINES-SHOWN
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-YYYY * 10000 + WS-TODAY-MM * 100
                   + WS-TODAY-DD)
           STRING "OPEN ITEMS - " CA-CUSTOMER-NUMBER " "
               CA-CUSTOMER-NAME "  PAGE " CA-PAGE-NUMBER
               DELIMITED BY SIZE INTO WS-SCREEN-LINE (1)
           END-STRING
           STRING "ORDER    ITEM DATE  ORIGINAL AMOUNT"
               "      OPEN AMOUNT  DAYS"
               DELIMITED BY SIZE INTO WS-SCREEN-LINE (2)
           END-STRING
           EXEC CICS STARTBR
               FILE("ARLEDGER")
               RIDFLD(WS-AV-KEY)
               RESP(WS-BROWSE-RESP)
           END-EXEC
           IF WS-BROWSE-RESP = 0
               PERFORM READ-NEXT-ITEM
               PERFORM UNTIL WS-BROWSE-RESP NOT = 0
                       OR WS-AV-CUSTOMER-NUMBER
                           NOT = CA-CUSTOMER-NUMBER
                       OR CA-NEXT-KEY NOT = SPACES
                   IF WS-LINES-SHOWN >= WS-PAGE-LINES
                       MOVE WS-AV-KEY TO CA-NEXT-KEY
                   ELSE
                       PERFORM FORMAT-OPEN-ITEM-LINE
                       PERFORM READ-NEXT-ITEM
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                   FILE("ARLEDGER")
               END-EXEC
           END-IF
           IF CA-NEXT-KEY NOT = SPACES
               STRING "PF5 FOR MORE OPEN ITEMS"
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE (11)
               END-STRING
           ELSE
               IF WS-LINES-SHOWN = 0 AND CA-PAGE-NUMBER = 1
                   STRING "NO OPEN ITEMS FOR THIS CUSTOMER"
                       DELIMITED BY SIZE INTO WS-SCREEN-LINE (11)
                   END-STRING
               ELSE
                   STRING "END OF OPEN ITEMS"
                       DELIMITED BY SIZE INTO WS-SCREEN-LINE (11)
                   END-STRING
               END-IF
           END-IF
           PERFORM SET-KEY-LINE.

       READ-NEXT-ITEM.
           EXEC CICS READNEXT
               FILE("ARLEDGER")
               INTO(WS-ITEM-RECORD)
               RIDFLD(WS-AV-KEY)
               RESP(WS-BROWSE-RESP)
           END-EXEC.

      *> Days outstanding from the item date to today; an item
      *> dated ahead (or a date that is not a date) shows none.
       FORMAT-OPEN-ITEM-LINE.
           ADD 1 TO WS-LINES-SHOWN
           COMPUTE WS-LINE-IDX = WS-LINES-SHOWN + 2
           MOVE 0 TO WS-DAYS-OUTSTANDING
           IF WS-AV-ITEM-YYYY NUMERIC
                   AND WS-AV-ITEM-MM NUMERIC
                   AND WS-AV-ITEM-DD NUMERIC
                   AND WS-AV-ITEM-YYYY >= 1601
                   AND WS-AV-ITEM-MM >= 1 AND WS-AV-ITEM-MM <= 12
                   AND WS-AV-ITEM-DD >= 1 AND WS-AV-ITEM-DD <= 31
               COMPUTE WS-ITEM-INT = FUNCTION INTEGER-OF-DATE
                   (WS-AV-ITEM-YYYY * 10000 + WS-AV-ITEM-MM * 100
                       + WS-AV-ITEM-DD)
               IF WS-ITEM-INT > 0 AND WS-ITEM-INT < WS-TODAY-INT
                   COMPUTE WS-DAYS-OUTSTANDING =
                       WS-TODAY-INT - WS-ITEM-INT
               END-IF
           END-IF
           MOVE WS-AV-ORIGINAL-AMOUNT TO WS-ORIGINAL-DISPLAY
           MOVE WS-AV-OPEN-AMOUNT TO WS-OPEN-DISPLAY
           MOVE WS-DAYS-OUTSTANDING TO WS-DAYS-DISPLAY
           STRING WS-AV-ORDER-NUMBER " " WS-AV-ITEM-DATE " "
               WS-ORIGINAL-DISPLAY "  " WS-OPEN-DISPLAY " "
               WS-DAYS-DISPLAY
               DELIMITED BY SIZE INTO WS-SCREEN-LINE (WS-LINE-IDX)
           END-STRING.

      *> One page of held orders, paged the same way.
       SHOW-HELD-ORDERS.
           IF NOT CA-VIEWING-HOLDS OR CA-NEXT-KEY = SPACES
               MOVE 0 TO CA-PAGE-NUMBER
               MOVE CA-CUSTOMER-NUMBER TO WS-HV-CUSTOMER-NUMBER
               MOVE SPACES TO WS-HV-ORDER-NUMBER
           ELSE
               MOVE CA-NEXT-KEY TO WS-HV-KEY
           END-IF
           SET CA-VIEWING-HOLDS TO TRUE
           ADD 1 TO CA-PAGE-NUMBER
           MOVE SPACES TO CA-NEXT-KEY
           MOVE 0 TO WS-LINES-SHOWN
           STRING "HELD ORDERS - " CA-CUSTOMER-NUMBER " "
               CA-CUSTOMER-NAME "  PAGE " CA-PAGE-NUMBER
               DELIMITED BY SIZE INTO WS-SCREEN-LINE (1)
           END-STRING
           STRING "ORDER    HELD ON      ORDER TOTAL LNS "
               "REASON               REVIEW"
               DELIMITED BY SIZE INTO WS-SCREEN-LINE (2)
           END-STRING
           EXEC CICS STARTBR
               FILE("ORDHELD")
               RIDFLD(WS-HV-KEY)
               RESP(WS-BROWSE-RESP)
           END-EXEC
           IF WS-BROWSE-RESP = 0
               PERFORM READ-NEXT-HOLD
               PERFORM UNTIL WS-BROWSE-RESP NOT = 0
                       OR WS-HV-CUSTOMER-NUMBER
                           NOT = CA-CUSTOMER-NUMBER
                       OR CA-NEXT-KEY NOT = SPACES
                   IF WS-LINES-SHOWN >= WS-PAGE-LINES
                       MOVE WS-HV-KEY TO CA-NEXT-KEY
                   ELSE
                       PERFORM FORMAT-HELD-ORDER-LINE
                       PERFORM READ-NEXT-HOLD
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                   FILE("ORDHELD")
               END-EXEC
           END-IF
           IF CA-NEXT-KEY NOT = SPACES
               STRING "PF6 FOR MORE HELD ORDERS"
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE (11)
               END-STRING
           ELSE
               IF WS-LINES-SHOWN = 0 AND CA-PAGE-NUMBER = 1
                   STRING "NO HELD ORDERS FOR THIS CUSTOMER"
                       DELIMITED BY SIZE INTO WS-SCREEN-LINE (11)
                   END-STRING
               ELSE
                   STRING "END OF HELD ORDERS"
                       DELIMITED BY SIZE INTO WS-SCREEN-LINE (11)
                   END-STRING
               END-IF
           END-IF
           PERFORM SET-KEY-LINE.

       READ-NEXT-HOLD.
           EXEC CICS READNEXT
               FILE("ORDHELD")
               INTO(WS-HOLD-RECORD)
               RIDFLD(WS-HV-KEY)
               RESP(WS-BROWSE-RESP)
           END-EXEC.

       FORMAT-HELD-ORDER-LINE.
           ADD 1 TO WS-LINES-SHOWN
           COMPUTE WS-LINE-IDX = WS-LINES-SHOWN + 2
           MOVE WS-HV-ORDER-TOTAL TO WS-TOTAL-DISPLAY
           MOVE WS-HV-LINE-COUNT TO WS-COUNT-DISPLAY
           STRING WS-HV-ORDER-NUMBER " " WS-HV-HOLD-DATE " "
               WS-TOTAL-DISPLAY " " WS-COUNT-DISPLAY " "
               WS-HV-HOLD-REASON " " WS-HV-REVIEW-DATE
               DELIMITED BY SIZE INTO WS-SCREEN-LINE (WS-LINE-IDX)
           END-STRING.

       END PROGRAM INQACCT.
