      *> PRCEVPUT.cpy
      *> Shared PROCEDURE DIVISION paragraphs that publish
      *> price-change events on the price-events queue the web
      *> catalog and the sales-force tablets subscribe to.  COPY
      *> at the end of the PROCEDURE DIVISION of any batch program
      *> that changes a unit price:
      *>   - PERFORM OPEN-PRICE-EVENTS before the first change
      *>     (WS-PEV-PROGRAM set to the program's name).  It opens
      *>     the hold file first; WS-PEV-HOLD-HAS-FAILED on return
      *>     means an event could be LOST, and the caller must not
      *>     change a price this run;
      *>   - for each committed change fill WS-PRICE-EVENT (item,
      *>     old and new price, effective date, source, stamp) and
      *>     PERFORM PUBLISH-PRICE-EVENT;
      *>   - PERFORM CLOSE-PRICE-EVENTS at the end.
      *> An event that cannot be put -- queue manager down, queue
      *> full or put-inhibited -- is written to the PRCEVHLD hold
      *> file instead, and the first failure takes the queue out
      *> of use for the rest of the run, so a run's events stay in
      *> order.  Events already held from an earlier run are a
      *> backlog this run's events must not overtake: the run
      *> then holds everything behind them.  The PRCEVRTY step
      *> drains the hold file, oldest first.  A queue outage
      *> therefore delays events but never loses them.
      *> Requires COPY PRCEVHLD-SEL (FILE-CONTROL), COPY
      *> PRCEVHLD-FD (FILE SECTION), COPY PRCEVPUT-WS
      *> (WORKING-STORAGE), and the program's own WS-OM-ID /
      *> WS-OM-TEXT and ISSUE-OPERATOR-MESSAGE.
       OPEN-PRICE-EVENTS.
           MOVE "N" TO WS-PEV-BACKLOG
           OPEN INPUT PRICE-EVENT-HOLD-FILE
           IF WS-PRCEVHLD-STATUS = "00"
               READ PRICE-EVENT-HOLD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-PEV-BACKLOG-WAITS TO TRUE
               END-READ
               CLOSE PRICE-EVENT-HOLD-FILE
           END-IF
           OPEN EXTEND PRICE-EVENT-HOLD-FILE
           IF WS-PRCEVHLD-STATUS NOT = "00"
               OPEN OUTPUT PRICE-EVENT-HOLD-FILE
           END-IF
           IF WS-PRCEVHLD-STATUS NOT = "00"
               SET WS-PEV-HOLD-HAS-FAILED TO TRUE
           ELSE
               SET WS-PEV-HOLD-IS-OPEN TO TRUE
               IF WS-PEV-BACKLOG-WAITS
                   DISPLAY WS-PEV-PROGRAM ": PRICE EVENTS ALREADY "
                       "HELD FOR RETRY - THIS RUN'S EVENTS ARE "
                       "HELD BEHIND THEM"
               ELSE
                   PERFORM OPEN-EVENT-QUEUE
               END-IF
           END-IF.

       OPEN-EVENT-QUEUE.
           CALL "MQCONN" USING WS-PEV-QMGR-NAME
               WS-PEV-CONNECTION-HANDLE
               WS-PEV-COMP-CODE WS-PEV-REASON-CODE
               ON EXCEPTION
                   MOVE 2 TO WS-PEV-COMP-CODE
                   MOVE 0 TO WS-PEV-REASON-CODE
           END-CALL
           IF WS-PEV-COMP-CODE = 2
               PERFORM REPORT-EVENT-QUEUE-DOWN
           ELSE
               MOVE "C" TO WS-PEV-MQ-STATE
               MOVE WS-PEV-QUEUE-NAME TO WS-PEV-OD-OBJECT-NAME
               CALL "MQOPEN" USING WS-PEV-CONNECTION-HANDLE
                   WS-PEV-OBJECT-DESCRIPTOR
                   WS-PEV-OPEN-OPTIONS
                   WS-PEV-OBJECT-HANDLE
                   WS-PEV-COMP-CODE WS-PEV-REASON-CODE
               IF WS-PEV-COMP-CODE = 2
                   PERFORM REPORT-EVENT-QUEUE-DOWN
               ELSE
                   MOVE "Q" TO WS-PEV-MQ-STATE
               END-IF
           END-IF.

       PUBLISH-PRICE-EVENT.
           MOVE "PRICECHG" TO WS-PE-EVENT-TYPE
           IF WS-PEV-QUEUE-IS-OPEN
               CALL "MQPUT" USING WS-PEV-CONNECTION-HANDLE
                   WS-PEV-OBJECT-HANDLE
                   WS-PEV-MESSAGE-DESCRIPTOR
                   WS-PEV-PUT-OPTIONS
                   WS-PEV-MESSAGE-LENGTH
                   WS-PRICE-EVENT
                   WS-PEV-COMP-CODE WS-PEV-REASON-CODE
               IF WS-PEV-COMP-CODE = 2
                   PERFORM REPORT-EVENT-QUEUE-DOWN
                   PERFORM CLOSE-EVENT-QUEUE
                   PERFORM HOLD-PRICE-EVENT
               ELSE
                   ADD 1 TO WS-PEV-PUBLISHED-COUNT
               END-IF
           ELSE
               PERFORM HOLD-PRICE-EVENT
           END-IF.

       HOLD-PRICE-EVENT.
           IF WS-PEV-HOLD-IS-OPEN
               WRITE PRICE-EVENT-HOLD-RECORD FROM WS-PRICE-EVENT
               ADD 1 TO WS-PEV-HELD-COUNT
           END-IF.

       REPORT-EVENT-QUEUE-DOWN.
           MOVE "MT1043W" TO WS-OM-ID
           MOVE WS-PEV-REASON-CODE TO WS-PEV-REASON-DISPLAY
           STRING WS-PEV-PROGRAM ": PRICE-EVENTS QUEUE NOT "
               "AVAILABLE, REASON " WS-PEV-REASON-DISPLAY
               " - EVENTS HELD FOR PRCEVRTY"
               DELIMITED BY SIZE INTO WS-OM-TEXT
           END-STRING
           PERFORM ISSUE-OPERATOR-MESSAGE.

       CLOSE-EVENT-QUEUE.
           IF WS-PEV-QUEUE-IS-OPEN
               CALL "MQCLOSE" USING WS-PEV-CONNECTION-HANDLE
                   WS-PEV-OBJECT-HANDLE
                   WS-PEV-CLOSE-OPTIONS
                   WS-PEV-COMP-CODE WS-PEV-REASON-CODE
           END-IF
           IF WS-PEV-IS-CONNECTED
               CALL "MQDISC" USING WS-PEV-CONNECTION-HANDLE
                   WS-PEV-COMP-CODE WS-PEV-REASON-CODE
           END-IF
           MOVE "N" TO WS-PEV-MQ-STATE.

       CLOSE-PRICE-EVENTS.
           PERFORM CLOSE-EVENT-QUEUE
           IF WS-PEV-HOLD-IS-OPEN
               CLOSE PRICE-EVENT-HOLD-FILE
               MOVE "N" TO WS-PEV-HOLD-STATE
           END-IF.
