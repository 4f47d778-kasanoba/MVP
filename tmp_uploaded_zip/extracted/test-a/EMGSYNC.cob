      *>     so the emergency path cannot bypass point-in-time
      *>     recovery; a run that cannot journal leaves every
      *>     correction pending and ends nonzero;
      *>   - publishes the price-change event EMGPRICE could not
      *>     put at the time (pending record marked N), from the
      *>     same before/after image PRCHIST gets here, through the
      *>     shared PRCEVPUT logic -- put on the price-events queue
      *>     or held on PRCEVHLD for the PRCEVRTY retry step.  A
      *>     run that cannot open the hold file leaves every
      *>     correction pending, as for the journal;
      *> The JCL runs ITMMAINT against EMGTRANS immediately after
      *> this step, BEFORE purchasing's own batch, so the register
      *> trail lands the morning after the correction.
       FILE-CONTROL.
       COPY ITEMMAST-SEL.
       COPY ITMJRNL-SEL.
       COPY PRCEVHLD-SEL.
           SELECT PENDING-CORRECTIONS-FILE ASSIGN TO "EMGPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FILE SECTION.
       COPY ITEMMAST-FD.
       COPY ITMJRNL-FD.
       COPY PRCEVHLD-FD.

      *> Mirror of the record EMGPRICE writes; the two must stay
      *> in step.
           05  EP-NEW-PRICE                 PIC 9(5)V99.
           05  EP-REASON-CODE               PIC X(4).
           05  EP-OPERATOR-ID               PIC X(8).
           05  EP-EVENT-STATUS              PIC X.
               88  EP-EVENT-WAS-PUT         VALUE "Y".
           05  FILLER                       PIC X(9).

      *> The ITMTRANS transaction shape ITMMAINT applies (see the
      *> FD there): action, item, quantity, price, currency,
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                     PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                   PIC X(100) VALUE SPACES.
       COPY PRCEVPUT-WS.
       01  WS-ITEMMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-ITMJRNL-STATUS            PIC XX VALUE SPACES.
       01  WS-JOURNAL-SEQ               PIC 9(7) VALUE 0.
               10  WS-COR-QUANTITY      PIC 9(5).
               10  WS-COR-CURRENCY      PIC X(3).
               10  WS-COR-CATEGORY      PIC X(4).
               10  WS-COR-EVENT-STATUS  PIC X.
                   88  WS-COR-EVENT-WAS-PUT VALUE "Y".
       01  WS-COR-COUNT                 PIC 999 VALUE 0.
       01  WS-COR-IDX                   PIC 999 VALUE 0.
      *> Corrections whose price event EMGPRICE could not put.
       01  WS-UNPUBLISHED-COUNT         PIC 999 VALUE 0.
       01  WS-OVERFLOW-COUNT            PIC 9(5) VALUE 0.
      *> Orphans (pending correction, item since deleted) come
      *> off the cluster too -- their trail is the console line
               GOBACK
           END-IF
           PERFORM OPEN-THE-JOURNAL
           IF WS-UNPUBLISHED-COUNT > 0
               PERFORM OPEN-THE-EVENTS
           END-IF
           PERFORM WRITE-CORRECTION-BATCH
           PERFORM WRITE-HISTORY-AND-REGISTER
           PERFORM CLOSE-PRICE-EVENTS
           CLOSE ITEM-JOURNAL-FILE
           PERFORM DELETE-FOLDED-CORRECTIONS
           CLOSE PENDING-CORRECTIONS-FILE
           DISPLAY "CORRECTIONS FOLDED  : " WS-COR-COUNT
           DISPLAY "ORPHANED (NO ITEM)  : " WS-ORPHAN-COUNT
           DISPLAY "LEFT PENDING        : " WS-OVERFLOW-COUNT
           DISPLAY "PRICE EVENTS PUT    : " WS-PEV-PUBLISHED-COUNT
           DISPLAY "PRICE EVENTS HELD   : " WS-PEV-HELD-COUNT
           DISPLAY "======================================"
           IF WS-ORPHAN-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-PEV-HELD-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       GATHER-PENDING-CORRECTIONS.
                           TO WS-COR-CURRENCY (WS-COR-COUNT)
                       MOVE IM-CATEGORY-CODE
                           TO WS-COR-CATEGORY (WS-COR-COUNT)
                       MOVE EP-EVENT-STATUS
                           TO WS-COR-EVENT-STATUS (WS-COR-COUNT)
                       IF NOT EP-EVENT-WAS-PUT
                           ADD 1 TO WS-UNPUBLISHED-COUNT
                       END-IF
               END-READ
           END-IF.

               GOBACK
           END-IF.

       OPEN-THE-EVENTS.
           *> An event that could not even be held would be lost
           *> once its pending record is deleted: nothing folds,
           *> everything stays pending.
           MOVE "EMGSYNC" TO WS-PEV-PROGRAM
           PERFORM OPEN-PRICE-EVENTS
           IF WS-PEV-HOLD-HAS-FAILED
               MOVE "MT1045E" TO WS-OM-ID
               STRING "EMGSYNC: PRCEVHLD NOT AVAILABLE - "
                   "SYNC ABANDONED, CORRECTIONS STAY PENDING"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE ITEM-JOURNAL-FILE
               CLOSE PENDING-CORRECTIONS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       WRITE-CORRECTION-BATCH.
           OPEN OUTPUT CORRECTION-TRANS-FILE
           IF WS-EMGTRANS-STATUS NOT = "00"
           MOVE WS-COR-DATE (WS-COR-IDX) TO PH-EFFECTIVE-DATE
           MOVE "EMGPRICE" TO PH-SOURCE
           WRITE PRICE-HISTORY-RECORD
           IF NOT WS-COR-EVENT-WAS-PUT (WS-COR-IDX)
               PERFORM PUBLISH-ONE-CORRECTION
           END-IF
           PERFORM WRITE-CORRECTION-JOURNAL
           MOVE WS-COR-OLD-PRICE (WS-COR-IDX)
               TO WS-OLD-PRICE-DISPLAY
           END-STRING
           WRITE CORRECTION-REGISTER-RECORD.

      *> The event EMGPRICE would have put: stamped with the
      *> moment the correction was keyed, so a subscriber that
      *> has since seen a later change for the item ignores it.
       PUBLISH-ONE-CORRECTION.
           MOVE SPACES TO WS-PRICE-EVENT
           MOVE PH-ITEM-NUMBER TO WS-PE-ITEM-NUMBER
           MOVE PH-OLD-PRICE TO WS-PE-OLD-PRICE
           MOVE PH-NEW-PRICE TO WS-PE-NEW-PRICE
           MOVE PH-EFFECTIVE-DATE TO WS-PE-EFFECTIVE-DATE
           MOVE "EMERGENCY" TO WS-PE-SOURCE
           STRING WS-COR-DATE (WS-COR-IDX) (1:4)
               WS-COR-DATE (WS-COR-IDX) (6:2)
               WS-COR-DATE (WS-COR-IDX) (9:2)
               WS-COR-TIME (WS-COR-IDX)
               DELIMITED BY SIZE INTO WS-PE-EVENT-STAMP
           END-STRING
           PERFORM PUBLISH-PRICE-EVENT.

       WRITE-CORRECTION-JOURNAL.
           *> Action E, dated the day the correction was KEYED --
           *> a point-in-time rebuild of that date must carry the
               PERFORM ISSUE-OPERATOR-MESSAGE
           END-IF.

       COPY PRCEVPUT.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
