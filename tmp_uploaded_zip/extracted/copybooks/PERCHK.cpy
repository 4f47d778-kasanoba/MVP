      *> PERCHK.cpy
      *> Shared PROCEDURE DIVISION paragraphs for the accounting-
      *> period check: PERFORM LOAD-PERIOD-CONTROL once at
      *> startup, then CHECK-POSTING-PERIOD for each business date
      *> about to post.  An absent control file leaves every month
      *> open -- the run says so -- since nothing has been closed
      *> that the run could know of.  What to do with a refusal
      *> (the whole run, or the one record) is the caller's;
      *> every caller reports it under operator message MT0979E.
      *> Requires COPY PERIODS-SEL (FILE-CONTROL), COPY
      *> PERIODS-FD (FILE SECTION) and COPY PERCHK-WS
      *> (WORKING-STORAGE).
       LOAD-PERIOD-CONTROL.
           MOVE 0 TO WS-PER-COUNT
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIODS-STATUS = "00"
               MOVE "N" TO WS-PER-EOF
               PERFORM UNTIL WS-PER-AT-EOF
                   READ PERIOD-CONTROL-FILE
                       AT END
                           SET WS-PER-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-PER-COUNT < 600
                                   AND PC-PERIOD NOT = SPACES
                               ADD 1 TO WS-PER-COUNT
                               MOVE PC-PERIOD TO
                                   WS-PER-PERIOD (WS-PER-COUNT)
                               MOVE PC-STATUS TO
                                   WS-PER-STATUS (WS-PER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CONTROL-FILE
           ELSE
               DISPLAY "NO PERIOD-CONTROL FILE - EVERY "
                   "ACCOUNTING PERIOD TREATED AS OPEN"
           END-IF.

       CHECK-POSTING-PERIOD.
           MOVE "N" TO WS-PER-CLOSED
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
                       OR WS-PER-IS-CLOSED
               IF WS-PER-PERIOD (WS-PER-IDX)
                       = WS-PER-DATE-WANTED (1:7)
                       AND WS-PER-STATUS (WS-PER-IDX) = "C"
                   SET WS-PER-IS-CLOSED TO TRUE
               END-IF
           END-PERFORM.
