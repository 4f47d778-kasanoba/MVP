      *> rerun override now carry an operator id that is checked
      *> here and written to AUDITLOG -- "someone skipped table 7"
      *> becomes "OPER0042 skipped table 7".
       COPY OPERAUTH-SEL.

       DATA DIVISION.
       FILE SECTION.
       *> a single shared position would read as "division complete"
       *> the moment multiplication finished, skipping every division
       *> table on a restart that lands after that point.
      *> The addition and subtraction passes follow division and
      *> keep their own positions for the same reason; a record
      *> cut before they existed carries spaces there, read as
      *> zero.
           05  RESTART-LAST-INDEX      PIC 99.
           05  RESTART-DIV-LAST-INDEX  PIC 99.
           05  RESTART-ADD-LAST-INDEX  PIC 99.
           05  RESTART-SUB-LAST-INDEX  PIC 99.
           05  FILLER                  PIC X(72).

       *> External dispatch-list control file: one table number per
       *> record, in the order the tables should run.  Each
           05  PH-SUBLIST-COUNT        PIC 99.
           05  PH-SUBLIST.
               10  PH-SUBLIST-ENTRY OCCURS 98 TIMES PIC 99.
      *> Profile-only, so appended after the lists rather than
      *> beside the card fields: older history records simply
      *> read it as blank.
           05  PH-OPERATIONS           PIC X(4).

      *> Operator authority record: the id and a Y under each
      *> action the id is allowed.
       COPY OPERAUTH-FD.

       WORKING-STORAGE SECTION.
       COPY CTLCARD.
      *> consulted at end of job so PWTRAIL can close that
      *> envelope the way DWTRAIL closes the multiplication one.
       COPY PWXSHR-WS.
      *> Addition/subtraction extract connector state
      *> (ASXSHR-WS.cpy): the same end-of-job check, for ASTRAIL.
       COPY ASXSHR-WS.
       *> Shared reporting control area: MAIN COPYs this so it can
       *> report RPT-GRAND-TOTAL/RPT-GRAND-COUNT, which WRITE-TABLE-
       *> LINE in WRTTBL.cpy accumulates across every
       *> and division passes.
       01  WS-LAST-COMPLETED            PIC 99 VALUE 0.
       01  WS-DIV-LAST-COMPLETED        PIC 99 VALUE 0.
       01  WS-ADD-LAST-COMPLETED        PIC 99 VALUE 0.
       01  WS-SUB-LAST-COMPLETED        PIC 99 VALUE 0.
       01  WS-SUBLIST-STATUS            PIC XX VALUE SPACES.
       01  WS-SUBLIST-EOF               PIC X VALUE "N".
           88  WS-SUBLIST-AT-EOF        VALUE "Y".
       01  WS-DIV-TABLES-FAILED-COUNT   PIC 99 VALUE 0.
       01  WS-DIV-TOTAL-LINES           PIC 9(6) VALUE 0.

      *> The addition and subtraction families, tracked the same
      *> way, and whether CTL-OPERATIONS asked for each at all.
       01  WS-ADD-SUMMARY-TABLE.
           05  WS-ADD-SUMMARY-ENTRY OCCURS 98 TIMES.
               10  WS-ADD-SUMMARY-INVOKED PIC X VALUE "N".
               10  WS-ADD-SUMMARY-OK      PIC X VALUE "N".
       01  WS-ADD-TABLES-RUN-COUNT      PIC 99 VALUE 0.
       01  WS-ADD-TABLES-FAILED-COUNT   PIC 99 VALUE 0.
       01  WS-ADD-TOTAL-LINES           PIC 9(6) VALUE 0.
       01  WS-SUB-SUMMARY-TABLE.
           05  WS-SUB-SUMMARY-ENTRY OCCURS 98 TIMES.
               10  WS-SUB-SUMMARY-INVOKED PIC X VALUE "N".
               10  WS-SUB-SUMMARY-OK      PIC X VALUE "N".
       01  WS-SUB-TABLES-RUN-COUNT      PIC 99 VALUE 0.
       01  WS-SUB-TABLES-FAILED-COUNT   PIC 99 VALUE 0.
       01  WS-SUB-TOTAL-LINES           PIC 9(6) VALUE 0.
       01  WS-OPERATION-TALLY           PIC 9 VALUE 0.
       01  WS-ADD-FAMILY                PIC X VALUE "N".
           88  WS-ADD-FAMILY-WANTED     VALUE "Y".
       01  WS-SUB-FAMILY                PIC X VALUE "N".
           88  WS-SUB-FAMILY-WANTED     VALUE "Y".
      *> The generator names the dispatch plan shows per position.
       01  WS-PLAN-FAMILIES             PIC X(28) VALUE SPACES.

      *> Failure count for the one-shot report CALLs (GRDRPT, SQRTBL,
      *> CUBETBL, POWTBL, ITMPRICE) so a failed CALL to any of them
      *> shows up in the same end-of-job pass/fail test as a failed
           PERFORM INITIALIZE-REPORT-CONTROL-AREA
           PERFORM BUILD-DEFAULT-DISPATCH-LIST
           PERFORM READ-CONTROL-CARD
           PERFORM RESOLVE-OPERATION-FAMILIES
      *> Load the selected language's headings before anything
      *> prints; a failed load just leaves the built-in English
      *> literals in force.
               END-IF
               END-IF
           END-PERFORM
      *> The addition family, when CTL-OPERATIONS carries A: the
      *> same dispatch list, subset selection, console boundary
      *> and checkpointing as the division pass, its own
      *> position in the checkpoint.
           PERFORM VARYING SUB-IDX FROM 1 BY 1
                   UNTIL SUB-IDX > WS-SUBPROGRAM-COUNT
                       OR NOT WS-ADD-FAMILY-WANTED
                       OR WS-WINDOW-HAS-EXPIRED
                       OR WS-OPERATOR-HAS-QUIT
               MOVE WS-SUBPROGRAM-NUMBER (SUB-IDX) TO I
               PERFORM DETERMINE-IF-TABLE-WANTED
               IF WS-TABLE-WANTED AND SUB-IDX > WS-ADD-LAST-COMPLETED
                   PERFORM CHECK-WINDOW-DEADLINE
                   IF CTL-CONSOLE-MODE-ON
                           AND NOT WS-WINDOW-HAS-EXPIRED
                       PERFORM POLL-OPERATOR-CONSOLE
                   END-IF
               END-IF
               IF WS-TABLE-WANTED AND SUB-IDX > WS-ADD-LAST-COMPLETED
                       AND NOT WS-WINDOW-HAS-EXPIRED
                       AND NOT WS-OPERATOR-HAS-QUIT
                       AND WS-OPER-SKIP-PENDING
                   MOVE "N" TO WS-OPER-SKIP
                   DISPLAY "OPERATOR SKIP: ADDITION FOR " I
                       " NOT CALLED"
                   MOVE "ADDGEN" TO WS-AUDIT-NAME
                   PERFORM WRITE-AUDIT-LOG-ENTRY-SKIPPED
               ELSE
               IF WS-TABLE-WANTED AND SUB-IDX > WS-ADD-LAST-COMPLETED
                       AND NOT WS-WINDOW-HAS-EXPIRED
                       AND NOT WS-OPERATOR-HAS-QUIT
                   DISPLAY "Calling addition for " I
                   MOVE "Y" TO WS-ADD-SUMMARY-INVOKED (SUB-IDX)
                   MOVE "ADDGEN" TO WS-TEL-NAME
                   PERFORM START-TABLE-TIMER
                   CALL "ADDGEN"
                       USING WS-SUBPROGRAM-NUMBER (SUB-IDX)
                       ON EXCEPTION
                           MOVE "MT0101E" TO WS-OM-ID
                           STRING "CALL FAILED: ADDGEN FOR "
                               "TABLE " I " - CONTINUING WITH "
                               "REMAINING TABLES"
                               DELIMITED BY SIZE INTO WS-OM-TEXT
                           END-STRING
                           PERFORM ISSUE-OPERATOR-MESSAGE
                           MOVE "N" TO WS-ADD-SUMMARY-OK (SUB-IDX)
                           ADD 1 TO WS-ADD-TABLES-FAILED-COUNT
                           MOVE "ADDGEN" TO WS-AUDIT-NAME
                           PERFORM WRITE-AUDIT-LOG-ENTRY-FAILED
                       NOT ON EXCEPTION
                           MOVE "Y" TO WS-ADD-SUMMARY-OK (SUB-IDX)
                           ADD 1 TO WS-ADD-TABLES-RUN-COUNT
      *> One line per factor, CTL-MULT-LOW through CTL-MULT-HIGH
      *> (AST-FACTOR-SWEEP in WRTAST.cpy).
                           COMPUTE WS-TEL-LINES =
                               CTL-MULT-HIGH - CTL-MULT-LOW + 1
                           ADD WS-TEL-LINES
                               TO WS-ADD-TOTAL-LINES
                           MOVE SUB-IDX TO WS-ADD-LAST-COMPLETED
                           PERFORM WRITE-RESTART-CHECKPOINT
                           MOVE "ADDGEN" TO WS-AUDIT-NAME
                           PERFORM WRITE-AUDIT-LOG-ENTRY-OK
                   END-CALL
                   PERFORM WRITE-TABLE-TELEMETRY
               END-IF
               END-IF
           END-PERFORM
      *> The subtraction family, when CTL-OPERATIONS carries S: the
      *> same dispatch list, subset selection, console boundary
      *> and checkpointing as the division pass, its own
      *> position in the checkpoint.
           PERFORM VARYING SUB-IDX FROM 1 BY 1
                   UNTIL SUB-IDX > WS-SUBPROGRAM-COUNT
                       OR NOT WS-SUB-FAMILY-WANTED
                       OR WS-WINDOW-HAS-EXPIRED
                       OR WS-OPERATOR-HAS-QUIT
               MOVE WS-SUBPROGRAM-NUMBER (SUB-IDX) TO I
               PERFORM DETERMINE-IF-TABLE-WANTED
               IF WS-TABLE-WANTED AND SUB-IDX > WS-SUB-LAST-COMPLETED
                   PERFORM CHECK-WINDOW-DEADLINE
                   IF CTL-CONSOLE-MODE-ON
                           AND NOT WS-WINDOW-HAS-EXPIRED
                       PERFORM POLL-OPERATOR-CONSOLE
                   END-IF
               END-IF
               IF WS-TABLE-WANTED AND SUB-IDX > WS-SUB-LAST-COMPLETED
                       AND NOT WS-WINDOW-HAS-EXPIRED
                       AND NOT WS-OPERATOR-HAS-QUIT
                       AND WS-OPER-SKIP-PENDING
                   MOVE "N" TO WS-OPER-SKIP
                   DISPLAY "OPERATOR SKIP: SUBTRACTION FOR " I
                       " NOT CALLED"
                   MOVE "SUBGEN" TO WS-AUDIT-NAME
                   PERFORM WRITE-AUDIT-LOG-ENTRY-SKIPPED
               ELSE
               IF WS-TABLE-WANTED AND SUB-IDX > WS-SUB-LAST-COMPLETED
                       AND NOT WS-WINDOW-HAS-EXPIRED
                       AND NOT WS-OPERATOR-HAS-QUIT
                   DISPLAY "Calling subtraction for " I
                   MOVE "Y" TO WS-SUB-SUMMARY-INVOKED (SUB-IDX)
                   MOVE "SUBGEN" TO WS-TEL-NAME
                   PERFORM START-TABLE-TIMER
                   CALL "SUBGEN"
                       USING WS-SUBPROGRAM-NUMBER (SUB-IDX)
                       ON EXCEPTION
                           MOVE "MT0101E" TO WS-OM-ID
                           STRING "CALL FAILED: SUBGEN FOR "
                               "TABLE " I " - CONTINUING WITH "
                               "REMAINING TABLES"
                               DELIMITED BY SIZE INTO WS-OM-TEXT
                           END-STRING
                           PERFORM ISSUE-OPERATOR-MESSAGE
                           MOVE "N" TO WS-SUB-SUMMARY-OK (SUB-IDX)
                           ADD 1 TO WS-SUB-TABLES-FAILED-COUNT
                           MOVE "SUBGEN" TO WS-AUDIT-NAME
                           PERFORM WRITE-AUDIT-LOG-ENTRY-FAILED
                       NOT ON EXCEPTION
                           MOVE "Y" TO WS-SUB-SUMMARY-OK (SUB-IDX)
                           ADD 1 TO WS-SUB-TABLES-RUN-COUNT
      *> One line per factor, CTL-MULT-LOW through CTL-MULT-HIGH
      *> (AST-FACTOR-SWEEP in WRTAST.cpy).
                           COMPUTE WS-TEL-LINES =
                               CTL-MULT-HIGH - CTL-MULT-LOW + 1
                           ADD WS-TEL-LINES
                               TO WS-SUB-TOTAL-LINES
                           MOVE SUB-IDX TO WS-SUB-LAST-COMPLETED
                           PERFORM WRITE-RESTART-CHECKPOINT
                           MOVE "SUBGEN" TO WS-AUDIT-NAME
                           PERFORM WRITE-AUDIT-LOG-ENTRY-OK
                   END-CALL
                   PERFORM WRITE-TABLE-TELEMETRY
               END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO I
       *> The grid/squares/cubes/power/extended-price reports below
       *> always sweep the full range themselves and take no part in
           EVALUATE TRUE
               WHEN WS-TABLES-FAILED-COUNT > 0
                       OR WS-DIV-TABLES-FAILED-COUNT > 0
                       OR WS-ADD-TABLES-FAILED-COUNT > 0
                       OR WS-SUB-TABLES-FAILED-COUNT > 0
                       OR WS-REPORT-FAILED-COUNT > 0
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 8 TO RETURN-CODE
                       PERFORM ISSUE-OPERATOR-MESSAGE
               END-CALL
           END-IF
      *> And the addition/subtraction envelope, when ADDGEN or
      *> SUBGEN opened it.
           IF ASX-OUTPUT-IS-OPEN
               CALL "ASTRAIL"
                   ON EXCEPTION
                       MOVE "MT0101E" TO WS-OM-ID
                       STRING "CALL FAILED: ASTRAIL - ADD/SUB "
                           "EXTRACT TRAILER NOT WRITTEN"
                           DELIMITED BY SIZE INTO WS-OM-TEXT
                       END-STRING
                       PERFORM ISSUE-OPERATOR-MESSAGE
               END-CALL
           END-IF
           PERFORM WRITE-OPS-STATUS
      *> A CALLed program's clean GOBACK resets the RETURN-CODE
      *> special register, so the job's own verdict must be put
                   MOVE WS-SUBPROGRAM-NUMBER (WS-BUILD-IDX)
                       TO PH-SUBLIST-ENTRY (WS-BUILD-IDX)
               END-PERFORM
               MOVE CTL-OPERATIONS TO PH-OPERATIONS
               WRITE PARM-HISTORY-RECORD
               CLOSE PARM-HISTORY-FILE
           ELSE
           *> on a restart that lands after that point.
           MOVE 0 TO WS-LAST-COMPLETED
           MOVE 0 TO WS-DIV-LAST-COMPLETED
           MOVE 0 TO WS-ADD-LAST-COMPLETED
           MOVE 0 TO WS-SUB-LAST-COMPLETED
           OPEN INPUT RESTART-FILE
           IF WS-RESTART-STATUS = "00"
               READ RESTART-FILE
                       MOVE RESTART-LAST-INDEX TO WS-LAST-COMPLETED
                       MOVE RESTART-DIV-LAST-INDEX
                           TO WS-DIV-LAST-COMPLETED
                       IF RESTART-ADD-LAST-INDEX NUMERIC
                           MOVE RESTART-ADD-LAST-INDEX
                               TO WS-ADD-LAST-COMPLETED
                       END-IF
                       IF RESTART-SUB-LAST-INDEX NUMERIC
                           MOVE RESTART-SUB-LAST-INDEX
                               TO WS-SUB-LAST-COMPLETED
                       END-IF
               END-READ
               CLOSE RESTART-FILE
           END-IF.
           OPEN OUTPUT RESTART-FILE
           MOVE WS-LAST-COMPLETED TO RESTART-LAST-INDEX
           MOVE WS-DIV-LAST-COMPLETED TO RESTART-DIV-LAST-INDEX
           MOVE WS-ADD-LAST-COMPLETED TO RESTART-ADD-LAST-INDEX
           MOVE WS-SUB-LAST-COMPLETED TO RESTART-SUB-LAST-INDEX
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE.

       BUILD-OPS-FAILED-NAMES.
           *> A compact list of what failed, for the one status
           *> screen: Mnn for a multiplication table, Dnn for its
           *> division companion, Ann / Snn for the addition and
           *> subtraction families.
           MOVE SPACES TO WS-OPS-FAILED-NAMES
           MOVE 1 TO WS-OPS-NAME-POS
           PERFORM VARYING SUB-IDX FROM 1 BY 1
                       WITH POINTER WS-OPS-NAME-POS
                   END-STRING
               END-IF
               IF WS-ADD-SUMMARY-INVOKED (SUB-IDX) = "Y"
                       AND WS-ADD-SUMMARY-OK (SUB-IDX) = "N"
                       AND WS-OPS-NAME-POS <= 29
                   MOVE WS-SUBPROGRAM-NUMBER (SUB-IDX)
                       TO WS-OPS-NUM-DISPLAY
                   STRING "A" WS-OPS-NUM-DISPLAY " "
                       DELIMITED BY SIZE
                       INTO WS-OPS-FAILED-NAMES
                       WITH POINTER WS-OPS-NAME-POS
                   END-STRING
               END-IF
               IF WS-SUB-SUMMARY-INVOKED (SUB-IDX) = "Y"
                       AND WS-SUB-SUMMARY-OK (SUB-IDX) = "N"
                       AND WS-OPS-NAME-POS <= 29
                   MOVE WS-SUBPROGRAM-NUMBER (SUB-IDX)
                       TO WS-OPS-NUM-DISPLAY
                   STRING "S" WS-OPS-NUM-DISPLAY " "
                       DELIMITED BY SIZE
                       INTO WS-OPS-FAILED-NAMES
                       WITH POINTER WS-OPS-NAME-POS
                   END-STRING
               END-IF
           END-PERFORM.

       WRITE-RUN-MANIFEST.
           OPEN OUTPUT RESTART-FILE
           MOVE 0 TO RESTART-LAST-INDEX
           MOVE 0 TO RESTART-DIV-LAST-INDEX
           MOVE 0 TO RESTART-ADD-LAST-INDEX
           MOVE 0 TO RESTART-SUB-LAST-INDEX
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE.

                       " STATUS " WS-DIV-SUMMARY-OK (SUB-IDX)
               END-IF
           END-PERFORM
           IF WS-ADD-FAMILY-WANTED
               DISPLAY "ADDITION TABLES INVOKED      : "
                   WS-ADD-TABLES-RUN-COUNT
               DISPLAY "ADDITION TABLES FAILED       : "
                   WS-ADD-TABLES-FAILED-COUNT
               DISPLAY "ADDITION LINES PRODUCED      : "
                   WS-ADD-TOTAL-LINES
               PERFORM VARYING SUB-IDX FROM 1 BY 1
                       UNTIL SUB-IDX > WS-SUBPROGRAM-COUNT
                   IF WS-ADD-SUMMARY-INVOKED (SUB-IDX) = "Y"
                       DISPLAY "  ADDGEN     NUMBER "
                           WS-SUBPROGRAM-NUMBER (SUB-IDX)
                           " STATUS " WS-ADD-SUMMARY-OK (SUB-IDX)
                   END-IF
               END-PERFORM
           END-IF
           IF WS-SUB-FAMILY-WANTED
               DISPLAY "SUBTRACTION TABLES INVOKED   : "
                   WS-SUB-TABLES-RUN-COUNT
               DISPLAY "SUBTRACTION TABLES FAILED    : "
                   WS-SUB-TABLES-FAILED-COUNT
               DISPLAY "SUBTRACTION LINES PRODUCED   : "
                   WS-SUB-TOTAL-LINES
               PERFORM VARYING SUB-IDX FROM 1 BY 1
                       UNTIL SUB-IDX > WS-SUBPROGRAM-COUNT
                   IF WS-SUB-SUMMARY-INVOKED (SUB-IDX) = "Y"
                       DISPLAY "  SUBGEN     NUMBER "
                           WS-SUBPROGRAM-NUMBER (SUB-IDX)
                           " STATUS " WS-SUB-SUMMARY-OK (SUB-IDX)
                   END-IF
               END-PERFORM
           END-IF
           DISPLAY "ONE-SHOT REPORTS FAILED       : "
               WS-REPORT-FAILED-COUNT
           DISPLAY "ELAPSED TIME (SECONDS)       : " WS-ELAPSED-SECONDS
                   "THIS DATE ON A LIVE RUN"
           END-IF
           IF WS-LAST-COMPLETED > 0 OR WS-DIV-LAST-COMPLETED > 0
                   OR WS-ADD-LAST-COMPLETED > 0
                   OR WS-SUB-LAST-COMPLETED > 0
               DISPLAY "RESTART CHECKPOINT: MULTIPLICATION RESUMES "
                   "AFTER POSITION " WS-LAST-COMPLETED
                   ", DIVISION AFTER POSITION " WS-DIV-LAST-COMPLETED
               IF WS-ADD-FAMILY-WANTED OR WS-SUB-FAMILY-WANTED
                   DISPLAY "                    ADDITION AFTER "
                       "POSITION " WS-ADD-LAST-COMPLETED
                       ", SUBTRACTION AFTER POSITION "
                       WS-SUB-LAST-COMPLETED
               END-IF
           ELSE
               DISPLAY "RESTART CHECKPOINT: NONE - FULL RUN"
           END-IF
               WHEN WS-TABLE-WANTED
                       AND SUB-IDX <= WS-LAST-COMPLETED
                   DISPLAY "POSITION " WS-PLAN-POSITION " TABLE " I
                       " " FUNCTION TRIM (WS-PLAN-FAMILIES)
                       " - MULT SKIPPED (CHECKPOINT SAYS COMPLETE)"
               WHEN WS-TABLE-WANTED
                   DISPLAY "POSITION " WS-PLAN-POSITION " TABLE " I
                       " " FUNCTION TRIM (WS-PLAN-FAMILIES)
                       " - WANTED"
               WHEN CTL-TEST-MODE-ON
                   DISPLAY "POSITION " WS-PLAN-POSITION " TABLE " I
                       " - SKIPPED (QUICK-TEST MODE RUNS ONLY "
                       AND SUB-IDX > WS-DIV-LAST-COMPLETED
                   ADD 1 TO WS-TABLES-REMAINING
               END-IF
               IF WS-TABLE-WANTED AND WS-ADD-FAMILY-WANTED
                       AND SUB-IDX > WS-ADD-LAST-COMPLETED
                   ADD 1 TO WS-TABLES-REMAINING
               END-IF
               IF WS-TABLE-WANTED AND WS-SUB-FAMILY-WANTED
                       AND SUB-IDX > WS-SUB-LAST-COMPLETED
                   ADD 1 TO WS-TABLES-REMAINING
               END-IF
           END-PERFORM
           MOVE "MT0120W" TO WS-OM-ID
           STRING "BATCH WINDOW EXPIRED - STOPPED AT A TABLE "
           *> the severity.
           MOVE "MT0130E" TO WS-OM-ID
           STRING "MAIN ENDING RC 8 - MULT FAILED "
               WS-TABLES-FAILED-COUNT " DIV "
               WS-DIV-TABLES-FAILED-COUNT " ADD "
               WS-ADD-TABLES-FAILED-COUNT " SUB "
               WS-SUB-TABLES-FAILED-COUNT " REPORTS FAILED "
               WS-REPORT-FAILED-COUNT
               " - SEE SYSOUT/AUDITLOG"
               DELIMITED BY SIZE INTO WS-OM-TEXT
           MOVE 0 TO RPT-GRAND-TOTAL
           MOVE 0 TO RPT-GRAND-COUNT.

       RESOLVE-OPERATION-FAMILIES.
           *> CTL-OPERATIONS is settled once the card and any
           *> profile are applied; A and S each switch on a table
           *> family's dispatch pass.
           MOVE 0 TO WS-OPERATION-TALLY
           INSPECT CTL-OPERATIONS TALLYING WS-OPERATION-TALLY
               FOR ALL "A"
           IF WS-OPERATION-TALLY > 0
               SET WS-ADD-FAMILY-WANTED TO TRUE
           END-IF
           MOVE 0 TO WS-OPERATION-TALLY
           INSPECT CTL-OPERATIONS TALLYING WS-OPERATION-TALLY
               FOR ALL "S"
           IF WS-OPERATION-TALLY > 0
               SET WS-SUB-FAMILY-WANTED TO TRUE
           END-IF
           MOVE "MULTGEN/DIVGEN" TO WS-PLAN-FAMILIES
           IF WS-ADD-FAMILY-WANTED
               STRING FUNCTION TRIM (WS-PLAN-FAMILIES) "/ADDGEN"
                   DELIMITED BY SIZE INTO WS-PLAN-FAMILIES
               END-STRING
           END-IF
           IF WS-SUB-FAMILY-WANTED
               STRING FUNCTION TRIM (WS-PLAN-FAMILIES) "/SUBGEN"
                   DELIMITED BY SIZE INTO WS-PLAN-FAMILIES
               END-STRING
           END-IF.

       READ-CONTROL-CARD.
           *> Defaults match the historical fixed range (2-12 outer, 1-9
           *> inner) so a run with no control card behaves as before.
           MOVE "E" TO CTL-DIV-MODE
           MOVE 0 TO CTL-WORKSHEET-COUNT
           MOVE "EN" TO CTL-LANGUAGE
           MOVE "MD" TO CTL-OPERATIONS
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTLCARD-STATUS = "00"
               READ CONTROL-CARD-FILE
                   END-IF
               WHEN "LANGUAGE        "
                   MOVE PF-VALUE (1:2) TO CTL-LANGUAGE
      *> Only the four operation letters, at least one of them;
      *> anything else is a mistyped profile, not a smaller mix.
               WHEN "OPERATIONS      "
                   MOVE PF-VALUE (1:4) TO CTL-OPERATIONS
                   MOVE 0 TO WS-OPERATION-TALLY
                   INSPECT CTL-OPERATIONS TALLYING WS-OPERATION-TALLY
                       FOR ALL "M" ALL "D" ALL "A" ALL "S" ALL " "
                   IF WS-OPERATION-TALLY NOT = 4
                           OR CTL-OPERATIONS = SPACES
                       MOVE "MD" TO CTL-OPERATIONS
                       PERFORM REJECT-PROFILE-VALUE
                   END-IF
               WHEN OTHER
                   MOVE "MT0108E" TO WS-OM-ID
                   STRING "PROFILE " WS-WANTED-PROFILE
           DISPLAY "DIVISION MODE  : " CTL-DIV-MODE
           DISPLAY "WORKSHEETS     : " CTL-WORKSHEET-COUNT
           DISPLAY "LANGUAGE       : " CTL-LANGUAGE
           DISPLAY "OPERATIONS     : " CTL-OPERATIONS
           DISPLAY "===================================".

       EDIT-CONTROL-CARD.
               MOVE "E" TO CTL-DIV-MODE
               MOVE 0 TO CTL-WORKSHEET-COUNT
               MOVE "EN" TO CTL-LANGUAGE
               MOVE "MD" TO CTL-OPERATIONS
             *> An unvalidated CC-BUSINESS-DATE may already have been
             *> moved into RPT-RUN-DATE (EXTERNAL, read by every report
             *> header and the audit log) before the rest of the card
