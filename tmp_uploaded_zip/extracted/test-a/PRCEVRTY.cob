       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCEVRTY.

      *> Price-event retry.  ITMMAINT and EMGSYNC publish every
      *> unit-price change on the price-events queue (see
      *> PRCEVPUT.cpy); an event the queue would not take was
      *> written to the PRCEVHLD hold file instead.  This step
      *> drains that file, oldest first: each held event is put
      *> exactly as it was built, and the first put that fails
      *> stops the draining -- the failed event and every one
      *> after it are carried forward, in order, to PRCEVNEW,
      *> which the JCL's swap step copies back over PRCEVHLD.  So
      *> an outage that outlasts the retry only delays the events
      *> again; none is dropped and none overtakes an older one.
      *> Ends RC 0 when the hold file is empty, RC 4 when events
      *> are still waiting for the next retry, RC 8 when PRCEVNEW
      *> cannot be written (the swap must not run then).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PRCEVHLD-SEL.
      *> The events still waiting after this run, swapped in over
      *> PRCEVHLD by the next step.
           SELECT CARRIED-EVENT-FILE ASSIGN TO "PRCEVNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCEVNEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY PRCEVHLD-FD.

       FD  CARRIED-EVENT-FILE.
       01  CARRIED-EVENT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                     PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                   PIC X(100) VALUE SPACES.
       COPY PRCEVPUT-WS.
       01  WS-PRCEVNEW-STATUS           PIC XX VALUE SPACES.
       01  WS-HOLD-EOF                  PIC X VALUE "N".
           88  WS-HOLD-AT-EOF           VALUE "Y".
       01  WS-HELD-READ-COUNT           PIC 9(5) VALUE 0.
       01  WS-CARRIED-COUNT             PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       PRCEVRTY-MAIN.
           MOVE "PRCEVRTY" TO WS-PEV-PROGRAM
           OPEN OUTPUT CARRIED-EVENT-FILE
           IF WS-PRCEVNEW-STATUS NOT = "00"
               MOVE "MT1046E" TO WS-OM-ID
               STRING "PRCEVRTY: PRCEVNEW NOT AVAILABLE - "
                   "RETRY ABANDONED, EVENTS STAY HELD"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PRICE-EVENT-HOLD-FILE
           IF WS-PRCEVHLD-STATUS NOT = "00"
      *> No hold file is the normal quiet day: every event went
      *> out when it was made.
               SET WS-HOLD-AT-EOF TO TRUE
           ELSE
               READ PRICE-EVENT-HOLD-FILE
                   AT END
                       SET WS-HOLD-AT-EOF TO TRUE
               END-READ
               IF NOT WS-HOLD-AT-EOF
                   PERFORM OPEN-EVENT-QUEUE
               END-IF
               PERFORM UNTIL WS-HOLD-AT-EOF
                   ADD 1 TO WS-HELD-READ-COUNT
                   PERFORM RETRY-ONE-EVENT
                   READ PRICE-EVENT-HOLD-FILE
                       AT END
                           SET WS-HOLD-AT-EOF TO TRUE
                   END-READ
               END-PERFORM
               PERFORM CLOSE-EVENT-QUEUE
               CLOSE PRICE-EVENT-HOLD-FILE
           END-IF
           CLOSE CARRIED-EVENT-FILE
           DISPLAY "===== PRCEVRTY END-OF-JOB SUMMARY ====="
           DISPLAY "EVENTS HELD         : " WS-HELD-READ-COUNT
           DISPLAY "EVENTS PUT          : " WS-PEV-PUBLISHED-COUNT
           DISPLAY "EVENTS STILL HELD   : " WS-CARRIED-COUNT
           DISPLAY "======================================="
           IF WS-CARRIED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *> Once a put has failed the queue is out of use, so the
      *> rest of the file carries forward behind the failure.
       RETRY-ONE-EVENT.
           MOVE PRICE-EVENT-HOLD-RECORD TO WS-PRICE-EVENT
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
                   PERFORM CARRY-ONE-EVENT
               ELSE
                   ADD 1 TO WS-PEV-PUBLISHED-COUNT
               END-IF
           ELSE
               PERFORM CARRY-ONE-EVENT
           END-IF.

       CARRY-ONE-EVENT.
           WRITE CARRIED-EVENT-RECORD FROM WS-PRICE-EVENT
           ADD 1 TO WS-CARRIED-COUNT.

       COPY PRCEVPUT.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM PRCEVRTY.
