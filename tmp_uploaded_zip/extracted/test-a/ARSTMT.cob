      *> statements must tie to the ledger the same way TBLOUT
      *> footers tie to their fact lines, and a mismatch ends
      *> nonzero instead of mailing wrong balances.
      *> Early-payment discounts the cash run allows post as D
      *> lines and print as their own DISC line under the
      *> payment they went with.  Month-end finance charges
      *> post as F lines and print as FIN CHG.  Cash the cash
      *> run put on account prints as ON ACCT, the clerk's later
      *> split of it as a pair of APPLIED lines, and whatever is
      *> still unapplied on the ledger gets its own line under
      *> the closing balance.  Items the write-off run closes
      *> post as W lines and print as WRITOFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-RUN-CLOSING-TOTAL        PIC S9(13)V99 VALUE 0.
       01  WS-LEDGER-OPEN-TOTAL        PIC S9(13)V99 VALUE 0.
       01  WS-STATEMENT-COUNT          PIC 9(4) VALUE 0.
      *> Open unapplied credit (UA items) by customer, from the
      *> ledger.
       01  WS-UA-TABLE.
           05  WS-UA-ENTRY OCCURS 1000 TIMES.
               10  WS-UA-CUSTOMER      PIC X(6).
               10  WS-UA-AMOUNT        PIC S9(11)V99.
       01  WS-UA-COUNT                 PIC 9(4) VALUE 0.
       01  WS-UA-IDX                   PIC 9(4) VALUE 0.
       01  WS-UA-FOUND                 PIC X VALUE "N".
           88  WS-UA-WAS-FOUND         VALUE "Y".
       01  WS-AMT-DISPLAY              PIC -(12)9.99.
       01  WS-AMT-DISPLAY-2            PIC -(12)9.99.

               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SUM-LEDGER-OPEN-TOTAL
           PERFORM PRODUCE-STATEMENTS
           CLOSE STATEMENT-FILE
           MOVE WS-RUN-CLOSING-TOTAL TO WS-AMT-DISPLAY
           MOVE WS-LEDGER-OPEN-TOTAL TO WS-AMT-DISPLAY-2
           DISPLAY "===== ARSTMT END-OF-JOB SUMMARY ====="
                           (WS-ACT-IDX) " " WS-AMT-DISPLAY
                           DELIMITED BY SIZE INTO ST-DATA
                       END-STRING
                   WHEN "D"
                       STRING "  " WS-ACT-DATE (WS-ACT-IDX)
                           " DISC    " WS-ACT-REFERENCE
                           (WS-ACT-IDX) " " WS-AMT-DISPLAY
                           DELIMITED BY SIZE INTO ST-DATA
                       END-STRING
                   WHEN "F"
                       STRING "  " WS-ACT-DATE (WS-ACT-IDX)
                           " FIN CHG " WS-ACT-REFERENCE
                           (WS-ACT-IDX) " " WS-AMT-DISPLAY
                           DELIMITED BY SIZE INTO ST-DATA
                       END-STRING
                   WHEN "U"
                       STRING "  " WS-ACT-DATE (WS-ACT-IDX)
                           " ON ACCT " WS-ACT-REFERENCE
                           (WS-ACT-IDX) " " WS-AMT-DISPLAY
                           DELIMITED BY SIZE INTO ST-DATA
                       END-STRING
                   WHEN "A"
                       STRING "  " WS-ACT-DATE (WS-ACT-IDX)
                           " APPLIED " WS-ACT-REFERENCE
                           (WS-ACT-IDX) " " WS-AMT-DISPLAY
                           DELIMITED BY SIZE INTO ST-DATA
                       END-STRING
                   WHEN "W"
                       STRING "  " WS-ACT-DATE (WS-ACT-IDX)
                           " WRITOFF " WS-ACT-REFERENCE
                           (WS-ACT-IDX) " " WS-AMT-DISPLAY
                           DELIMITED BY SIZE INTO ST-DATA
                       END-STRING
                   WHEN OTHER
                       STRING "  " WS-ACT-DATE (WS-ACT-IDX)
                           " OTHER   " WS-ACT-REFERENCE
               DELIMITED BY SIZE INTO ST-DATA
           END-STRING
           WRITE STATEMENT-RECORD
           PERFORM FIND-UNAPPLIED-ROW
           IF WS-UA-WAS-FOUND
               MOVE WS-UA-AMOUNT (WS-UA-IDX) TO WS-AMT-DISPLAY
               MOVE SPACES TO STATEMENT-RECORD
               MOVE " " TO ST-CTRL-CHAR
               STRING "  INCLUDES UNAPPLIED CASH  " WS-AMT-DISPLAY
                   DELIMITED BY SIZE INTO ST-DATA
               END-STRING
               WRITE STATEMENT-RECORD
           END-IF
           ADD WS-CLOSING-BALANCE TO WS-RUN-CLOSING-TOTAL
           MOVE "N" TO WS-STMT-OPEN.

                           IF AR-IS-OPEN
                               ADD AR-OPEN-AMOUNT
                                   TO WS-LEDGER-OPEN-TOTAL
                               IF AR-ORDER-NUMBER (1:2) = "UA"
                                   PERFORM ADD-UNAPPLIED-CASH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AR-LEDGER-FILE
           END-IF.

       ADD-UNAPPLIED-CASH.
           MOVE AR-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
           PERFORM FIND-UNAPPLIED-ROW
           IF NOT WS-UA-WAS-FOUND AND WS-UA-COUNT < 1000
               ADD 1 TO WS-UA-COUNT
               MOVE WS-UA-COUNT TO WS-UA-IDX
               MOVE AR-CUSTOMER-NUMBER TO WS-UA-CUSTOMER (WS-UA-IDX)
               MOVE 0 TO WS-UA-AMOUNT (WS-UA-IDX)
               SET WS-UA-WAS-FOUND TO TRUE
           END-IF
           IF WS-UA-WAS-FOUND
               ADD AR-OPEN-AMOUNT TO WS-UA-AMOUNT (WS-UA-IDX)
           END-IF
           MOVE SPACES TO WS-CURRENT-CUSTOMER.

       FIND-UNAPPLIED-ROW.
           MOVE "N" TO WS-UA-FOUND
           PERFORM VARYING WS-UA-IDX FROM 1 BY 1
                   UNTIL WS-UA-IDX > WS-UA-COUNT
                       OR WS-UA-WAS-FOUND
               IF WS-UA-CUSTOMER (WS-UA-IDX) = WS-CURRENT-CUSTOMER
                   SET WS-UA-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-UA-WAS-FOUND
               SUBTRACT 1 FROM WS-UA-IDX
           END-IF.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
