      *> Each student's per-table attempted/correct tallies are
      *> also written machine-readably to GRDRSLT, the feed the
      *> MASTUPD mastery-history run accumulates.
      *> The sheets now carry addition and subtraction problems
      *> too, so every tally is kept by operation AS WELL AS by
      *> table: GRDRSLT carries the operation letter, the result
      *> sheet adds a score line per operation, and the class
      *> summary ranks operation/table pairs -- a class weak on
      *> subtraction of 7 no longer hides inside a good
      *> multiplication-of-7 figure.
      *> STUANS is no longer a converted spreadsheet: the
      *> teachers key each set on the ANSENTRY screen, which
      *> refuses unknown sheets and incomplete sets at the
      *> keyboard, and the ANSEXT step ahead of this one writes
      *> the night's submitted sets in the same layout.  The
      *> exception report stays -- a set keyed against a sheet
      *> whose key was lost still lands there, not in a score.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  KY-ANSWER               PIC 9(4).
           05  KY-TABLE-NUMBER         PIC 99.
           05  KY-RUN-DATE             PIC X(10).
           05  KY-STUDENT-ID           PIC X(8).
           05  FILLER                  PIC X(39).

      *> One returned answer per record, as ANSEXT writes them
      *> from the sets keyed on the ANSENTRY screen.
       FD  STUDENT-ANSWER-FILE.
       01  STUDENT-ANSWER-RECORD.
           05  SA-WORKSHEET-ID         PIC X(8).
       FD  GRADE-EXCEPTION-FILE.
       01  GRADE-EXCEPTION-RECORD      PIC X(80).

      *> Per student per operation per table, one record per
      *> graded set -- the MASTUPD feed.
       FD  GRADE-RESULTS-FILE.
       01  GRADE-RESULTS-RECORD.
           05  RS-STUDENT-ID           PIC X(8).
           05  RS-ATTEMPTED            PIC 999.
           05  RS-CORRECT              PIC 999.
           05  RS-RUN-DATE             PIC X(10).
           05  RS-OPERATION            PIC X.
           05  FILLER                  PIC X(53).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
       01  WS-SET-CORRECT              PIC 999 VALUE 0.
       01  WS-SET-MISSING              PIC 999 VALUE 0.
       01  WS-SET-PCT                  PIC 999 VALUE 0.
      *> Per operation/table tallies inside one student's set,
      *> for GRDRSLT.  Sized for every pair a sheet can drill
      *> (four operations by tables 2-99), so no attempt can
      *> ever fall off the end unseen.
       01  WS-SET-TABLE-TALLIES.
           05  WS-ST-ENTRY OCCURS 392 TIMES.
               10  WS-ST-OPERATION     PIC X.
               10  WS-ST-TABLE         PIC 99.
               10  WS-ST-ATTEMPTED     PIC 999.
               10  WS-ST-CORRECT       PIC 999.
       01  WS-ST-COUNT                 PIC 999 VALUE 0.
       01  WS-ST-IDX                   PIC 999 VALUE 0.
       01  WS-ST-SLOT                  PIC 999 VALUE 0.
      *> The operations in a fixed order, letter and print name;
      *> WS-OP-IDX subscripts both and the by-operation tallies.
       01  WS-OP-LETTERS               PIC X(4) VALUE "MDAS".
       01  WS-OP-NAMES                 PIC X(12)
                                       VALUE "MULDIVADDSUB".
       01  WS-OP-IDX                   PIC 9 VALUE 0.
       01  WS-OP-NAME                  PIC X(3) VALUE SPACES.
       01  WS-OP-SYMBOL                PIC X(3) VALUE SPACES.
      *> The set's score split by operation.
       01  WS-SET-OP-TALLIES.
           05  WS-SO-ENTRY OCCURS 4 TIMES.
               10  WS-SO-ATTEMPTED     PIC 999.
               10  WS-SO-CORRECT       PIC 999.
       01  WS-SO-PCT                   PIC 999 VALUE 0.
      *> Class-wide per operation/table tallies (tables 1-99),
      *> for the most-missed ranking.
       01  WS-CLASS-TALLIES.
           05  WS-CL-OP-ENTRY OCCURS 4 TIMES.
               10  WS-CL-ENTRY OCCURS 99 TIMES.
                   15  WS-CL-ATTEMPTED PIC 9(5).
                   15  WS-CL-MISSED    PIC 9(5).
       01  WS-CL-IDX                   PIC 999 VALUE 0.
       01  WS-CL-BEST                  PIC 999 VALUE 0.
       01  WS-CL-OP                    PIC 9 VALUE 0.
       01  WS-CL-BEST-OP               PIC 9 VALUE 0.
       01  WS-CL-RANK                  PIC 99 VALUE 0.
       01  WS-GIVEN-WORK               PIC X(4).
       01  WS-GIVEN-WORK-N REDEFINES WS-GIVEN-WORK
           MOVE 0 TO WS-SET-CORRECT
           MOVE 0 TO WS-SET-MISSING
           MOVE 0 TO WS-ST-COUNT
           MOVE ZEROS TO WS-SET-OP-TALLIES
           MOVE SPACES TO RESULT-SHEET-RECORD
           MOVE "0" TO GR-CTRL-CHAR
           STRING "STUDENT " WS-CUR-STUDENT
           ELSE
               MOVE "Y" TO WS-AT-DONE (WS-ANSWER-SLOT)
               ADD 1 TO WS-SET-ATTEMPTED
               PERFORM FIND-OPERATION-INDEX
               ADD 1 TO WS-SO-ATTEMPTED (WS-OP-IDX)
               PERFORM TALLY-SET-TABLE
               MOVE WS-AT-GIVEN (WS-ANSWER-SLOT)
                   TO WS-GIVEN-WORK
                       AND WS-GIVEN-WORK-N
                           = WS-KT-ANSWER (WS-KT-IDX)
                   ADD 1 TO WS-SET-CORRECT
                   ADD 1 TO WS-SO-CORRECT (WS-OP-IDX)
                   IF WS-ST-SLOT > 0
                       ADD 1 TO WS-ST-CORRECT (WS-ST-SLOT)
                   END-IF
               ELSE
                   PERFORM WRITE-MISSED-LINE
                   ADD 1 TO WS-CL-MISSED
                       (WS-OP-IDX, WS-KT-TABLE (WS-KT-IDX))
               END-IF
               ADD 1 TO WS-CL-ATTEMPTED
                   (WS-OP-IDX, WS-KT-TABLE (WS-KT-IDX))
           END-IF.

       FIND-OPERATION-INDEX.
           *> Key problem type to the fixed M/D/A/S position; a
           *> type the key should never carry counts as
           *> multiplication, the way older keys always did.
           EVALUATE WS-KT-TYPE (WS-KT-IDX)
               WHEN "D"
                   MOVE 2 TO WS-OP-IDX
               WHEN "A"
                   MOVE 3 TO WS-OP-IDX
               WHEN "S"
                   MOVE 4 TO WS-OP-IDX
               WHEN OTHER
                   MOVE 1 TO WS-OP-IDX
           END-EVALUATE.

       TALLY-SET-TABLE.
           MOVE 0 TO WS-ST-SLOT
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               IF WS-ST-OPERATION (WS-ST-IDX)
                       = WS-OP-LETTERS (WS-OP-IDX:1)
                   AND WS-ST-TABLE (WS-ST-IDX)
                       = WS-KT-TABLE (WS-KT-IDX)
                   MOVE WS-ST-IDX TO WS-ST-SLOT
               END-IF
           END-PERFORM
           IF WS-ST-SLOT = 0 AND WS-ST-COUNT < 392
               ADD 1 TO WS-ST-COUNT
               MOVE WS-ST-COUNT TO WS-ST-SLOT
               MOVE WS-OP-LETTERS (WS-OP-IDX:1)
                   TO WS-ST-OPERATION (WS-ST-SLOT)
               MOVE WS-KT-TABLE (WS-KT-IDX)
                   TO WS-ST-TABLE (WS-ST-SLOT)
               MOVE 0 TO WS-ST-ATTEMPTED (WS-ST-SLOT)
           *> recomputation.
           MOVE SPACES TO RESULT-SHEET-RECORD
           MOVE " " TO GR-CTRL-CHAR
           EVALUATE WS-KT-TYPE (WS-KT-IDX)
               WHEN "D"
                   MOVE " / " TO WS-OP-SYMBOL
               WHEN "A"
                   MOVE " + " TO WS-OP-SYMBOL
               WHEN "S"
                   MOVE " - " TO WS-OP-SYMBOL
               WHEN OTHER
                   MOVE " * " TO WS-OP-SYMBOL
           END-EVALUATE
           STRING "  MISSED " WS-KT-PROBLEM (WS-KT-IDX)
               ".  " WS-KT-LEFT (WS-KT-IDX) WS-OP-SYMBOL
               WS-KT-RIGHT (WS-KT-IDX) " = "
               WS-KT-ANSWER (WS-KT-IDX)
               " (GIVEN " WS-AT-GIVEN (WS-ANSWER-SLOT) ")"
               DELIMITED BY SIZE INTO GR-DATA
           END-STRING
           WRITE RESULT-SHEET-RECORD.

       WRITE-SET-SCORE.
                   DELIMITED BY SIZE INTO GR-DATA
               END-STRING
           END-IF
           WRITE RESULT-SHEET-RECORD
      *> Then the same score split by operation, for each
      *> operation the sheet actually carried.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > 4
               IF WS-SO-ATTEMPTED (WS-OP-IDX) > 0
                   COMPUTE WS-SO-PCT ROUNDED =
                       WS-SO-CORRECT (WS-OP-IDX) * 100
                       / WS-SO-ATTEMPTED (WS-OP-IDX)
                   MOVE WS-OP-NAMES ((WS-OP-IDX - 1) * 3 + 1:3)
                       TO WS-OP-NAME
                   MOVE SPACES TO RESULT-SHEET-RECORD
                   MOVE " " TO GR-CTRL-CHAR
                   STRING "    " WS-OP-NAME " "
                       WS-SO-CORRECT (WS-OP-IDX) " OF "
                       WS-SO-ATTEMPTED (WS-OP-IDX) " ("
                       WS-SO-PCT " PCT)"
                       DELIMITED BY SIZE INTO GR-DATA
                   END-STRING
                   WRITE RESULT-SHEET-RECORD
               END-IF
           END-PERFORM.

       WRITE-SET-RESULTS.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               MOVE WS-ST-ATTEMPTED (WS-ST-IDX) TO RS-ATTEMPTED
               MOVE WS-ST-CORRECT (WS-ST-IDX) TO RS-CORRECT
               MOVE WS-TODAY-TEXT TO RS-RUN-DATE
               MOVE WS-ST-OPERATION (WS-ST-IDX) TO RS-OPERATION
               WRITE GRADE-RESULTS-RECORD
           END-PERFORM.

       WRITE-CLASS-SUMMARY.
           *> Most-missed operation/table pairs first: repeated
           *> max-pick over the class tallies, ten ranks or until
           *> nothing is missed.
           MOVE SPACES TO RESULT-SHEET-RECORD
           MOVE "0" TO GR-CTRL-CHAR
           STRING "CLASS SUMMARY - TABLES MISSED MOST:"
           PERFORM VARYING WS-CL-RANK FROM 1 BY 1
                   UNTIL WS-CL-RANK > 10
               MOVE 0 TO WS-CL-BEST
               MOVE 0 TO WS-CL-BEST-OP
               PERFORM VARYING WS-CL-OP FROM 1 BY 1
                       UNTIL WS-CL-OP > 4
                   PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                           UNTIL WS-CL-IDX > 99
                       IF WS-CL-MISSED (WS-CL-OP, WS-CL-IDX) > 0
                               AND (WS-CL-BEST = 0
                                   OR WS-CL-MISSED
                                       (WS-CL-OP, WS-CL-IDX)
                                   > WS-CL-MISSED
                                       (WS-CL-BEST-OP, WS-CL-BEST))
                           MOVE WS-CL-OP TO WS-CL-BEST-OP
                           MOVE WS-CL-IDX TO WS-CL-BEST
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF WS-CL-BEST > 0
                   MOVE WS-OP-NAMES ((WS-CL-BEST-OP - 1) * 3 + 1:3)
                       TO WS-OP-NAME
                   MOVE SPACES TO RESULT-SHEET-RECORD
                   MOVE " " TO GR-CTRL-CHAR
                   STRING "  " WS-OP-NAME " TABLE " WS-CL-BEST
                       ": MISSED "
                       WS-CL-MISSED (WS-CL-BEST-OP, WS-CL-BEST)
                       " OF "
                       WS-CL-ATTEMPTED (WS-CL-BEST-OP, WS-CL-BEST)
                       " ATTEMPTED"
                       DELIMITED BY SIZE INTO GR-DATA
                   END-STRING
                   WRITE RESULT-SHEET-RECORD
                   MOVE 0 TO WS-CL-MISSED (WS-CL-BEST-OP, WS-CL-BEST)
               END-IF
           END-PERFORM.

