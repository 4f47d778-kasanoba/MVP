      *> the hand reconstruction the incident two years ago took.
      *> A run that cannot journal does not apply: an unjournaled
      *> change is the exposure this file exists to close.
      *> Every unit-price change that goes to PRCHIST is also
      *> published, from the same before/after image, as a
      *> price-change event (source BATCH) on the price-events
      *> queue the web catalog and the sales-force tablets
      *> subscribe to, so they stop quoting last week's prices.
      *> The put is the shared PRCEVPUT logic: an event the queue
      *> will not take waits on PRCEVHLD for the PRCEVRTY retry
      *> step and the run ends RC 4, and a run that cannot even
      *> open the hold file refuses its batch -- a price change
      *> whose event could be lost is not applied.
      *> Warehouses: the quantity purchasing keys is still the
      *> company total on IM-QUANTITY, and the stock positions
      *> (STKPOS) must keep adding up to it.  An add places its
      *> quantity in the main warehouse; a change moves the main
      *> warehouse's on-hand by the difference between the new
      *> and old totals (a cut deeper than the main warehouse
      *> holds is reported -- the other warehouses' stock is
      *> corrected by a count there, not from here).  A delete
      *> leaves the positions as they stand, as the record of
      *> where the last stock sat.  A run that cannot open
      *> STKPOS refuses its batch, like one that cannot journal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ITEMMAST-SEL.
       COPY ITEMDESC-SEL.
       COPY ITMJRNL-SEL.
       COPY PRCEVHLD-SEL.
       COPY STKPOS-SEL.
           SELECT ITEM-TRANS-FILE ASSIGN TO "ITMTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITMTRANS-STATUS.
       COPY ITEMMAST-FD.
       COPY ITEMDESC-FD.
       COPY ITMJRNL-FD.
       COPY PRCEVHLD-FD.
       COPY STKPOS-FD.

      *> One transaction per record: action A (add), C (change),
      *> D (delete).  Quantity and price arrive as characters and

       WORKING-STORAGE SECTION.
       COPY DSCLOOK-WS.
       COPY PRCEVPUT-WS.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
      *> file position orders the cumulative file), and the
      *> end-of-run sweep figures for the control record.
       01  WS-ITMJRNL-STATUS            PIC XX VALUE SPACES.
       COPY STKADJ-WS.
       01  WS-JOURNAL-SEQ               PIC 9(7) VALUE 0.
       01  WS-SWEEP-EOF                 PIC X VALUE "N".
           88  WS-SWEEP-AT-EOF          VALUE "Y".
           END-IF
           PERFORM OPEN-REPORT-FILES
           PERFORM OPEN-THE-JOURNAL
           IF NOT WS-BATCH-WAS-REFUSED
               PERFORM OPEN-THE-EVENTS
           END-IF
           IF NOT WS-BATCH-WAS-REFUSED
               PERFORM OPEN-THE-POSITIONS
           END-IF
           IF NOT WS-BATCH-WAS-REFUSED
               PERFORM APPLY-TRANSACTIONS
           END-IF
           PERFORM CLOSE-PRICE-EVENTS
           CLOSE STOCK-POSITION-FILE
           CLOSE ITEM-MASTER-FILE
           PERFORM WRITE-JOURNAL-CONTROL
           CLOSE ITEM-JOURNAL-FILE
           IF WS-REJECT-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-PEV-HELD-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM FREE-MASTER-LOCK
           GOBACK.

                       MOVE SPACES TO WS-OLD-CATEGORY
                       PERFORM WRITE-CHANGE-LINE
                       PERFORM WRITE-ACTION-JOURNAL
                       PERFORM MOVE-MAIN-POSITION
               END-WRITE
           END-IF.

                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM WRITE-CHANGE-LINE
                   PERFORM WRITE-ACTION-JOURNAL
                   PERFORM MOVE-MAIN-POSITION
               END-IF
           END-IF.

      *> The new total less the old lands on the main warehouse
      *> (an add's old total is nothing).
       MOVE-MAIN-POSITION.
           IF IM-QUANTITY NOT = WS-OLD-QUANTITY
               MOVE IM-ITEM-NUMBER TO WS-SK-ADJ-ITEM
               MOVE WS-SK-MAIN-WAREHOUSE TO WS-SK-ADJ-WAREHOUSE
               COMPUTE WS-SK-ADJ-ON-HAND =
                   IM-QUANTITY - WS-OLD-QUANTITY
               PERFORM ADJUST-STOCK-POSITION
               IF WS-SK-ADJ-HAS-FAILED OR WS-SK-ADJ-SHORT > 0
                   MOVE "MT1058W" TO WS-OM-ID
                   STRING "ITMMAINT: STOCK POSITION "
                       IM-ITEM-NUMBER "/" WS-SK-ADJ-WAREHOUSE
                       " DOES NOT COVER THE CHANGE - POSITIONS "
                       "NEED A COUNT"
                       DELIMITED BY SIZE INTO WS-OM-TEXT
                   END-STRING
                   PERFORM ISSUE-OPERATOR-MESSAGE
               END-IF
           END-IF.

               MOVE 8 TO RETURN-CODE
           END-IF.

       OPEN-THE-EVENTS.
           *> Like the journal: if a price event could not even be
           *> held, the batch is refused and no price moves.
           MOVE "ITMMAINT" TO WS-PEV-PROGRAM
           PERFORM OPEN-PRICE-EVENTS
           IF WS-PEV-HOLD-HAS-FAILED
               SET WS-BATCH-WAS-REFUSED TO TRUE
               MOVE "MT1044E" TO WS-OM-ID
               STRING "ITMMAINT: PRCEVHLD NOT AVAILABLE - "
                   "BATCH REFUSED, MASTER UNCHANGED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-ACTION-JOURNAL.
           *> One J record per applied action: the transaction as
           *> it arrived, the record it found, the record it
           END-IF
           WRITE ITEM-JOURNAL-RECORD.

       OPEN-THE-POSITIONS.
           OPEN I-O STOCK-POSITION-FILE
           IF WS-STKPOS-STATUS NOT = "00"
               SET WS-BATCH-WAS-REFUSED TO TRUE
               MOVE "MT1057E" TO WS-OM-ID
               STRING "ITMMAINT: STKPOS NOT AVAILABLE - "
                   "BATCH REFUSED, MASTER UNCHANGED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-JOURNAL-CONTROL.
           *> The run's closing statement: sweep the master as
           *> this run left it and journal the count and price
           MOVE TR-UNIT-PRICE-NUM TO PH-NEW-PRICE
           MOVE WS-TODAY-TEXT TO PH-EFFECTIVE-DATE
           MOVE "ITMMAINT" TO PH-SOURCE
           WRITE PRICE-HISTORY-RECORD
           MOVE SPACES TO WS-PRICE-EVENT
           MOVE PH-ITEM-NUMBER TO WS-PE-ITEM-NUMBER
           MOVE PH-OLD-PRICE TO WS-PE-OLD-PRICE
           MOVE PH-NEW-PRICE TO WS-PE-NEW-PRICE
           MOVE PH-EFFECTIVE-DATE TO WS-PE-EFFECTIVE-DATE
           MOVE "BATCH" TO WS-PE-SOURCE
           ACCEPT WS-PEV-NOW-TIME FROM TIME
           STRING WS-TODAY-YYYY WS-TODAY-MM WS-TODAY-DD
               WS-PEV-NOW-TIME (1:6)
               DELIMITED BY SIZE INTO WS-PE-EVENT-STAMP
           END-STRING
           PERFORM PUBLISH-PRICE-EVENT.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "TRANSACTIONS APPLIED: " WS-APPLIED-COUNT
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNT
           DISPLAY "PRICE CHANGES LOGGED: " WS-HISTORY-COUNT
           DISPLAY "PRICE EVENTS PUT    : " WS-PEV-PUBLISHED-COUNT
           DISPLAY "PRICE EVENTS HELD   : " WS-PEV-HELD-COUNT
           DISPLAY "=======================================".

       COPY DSCLOOK.

       COPY PRCEVPUT.

       COPY STKADJ.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
