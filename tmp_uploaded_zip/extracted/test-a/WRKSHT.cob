      *> history gets the plain random sweep, and a run with no
      *> class list is exactly the single-sheet run it always
      *> was.
      *> The training desk's refresher needs addition and
      *> subtraction drills as well, so the problem mix is now
      *> whatever operations CTL-OPERATIONS lists (M, D, A, S --
      *> "MD", the old multiplication/division mix, by default,
      *> and dealt with exactly the old draw).  An addition
      *> problem is table + k, a subtraction problem the same
      *> fact run backward, and both get an inverse cross-check
      *> in place of the repeated-addition one.  Mastery is now
      *> held per operation as well as per table, so a targeted
      *> sheet leans toward the student's weak OPERATION on a
      *> table, not just the weak table; history written before
      *> the operation was recorded counts as multiplication.
      *> Teachers now key the returned answers on the ANSENTRY
      *> screen, which must know at the keyboard whether a sheet
      *> was ever dealt, how many problems it carried and, for a
      *> targeted sheet, to whom.  The batch key is not readable
      *> online, so every sheet dealt is also posted to the keyed
      *> SHEETIX index (ANSDEFN) the region's file definition
      *> points at, and the key records carry the student a
      *> targeted sheet was dealt to.  No SHEETIX is a warning,
      *> not a failure: the sheets and key are still good, the
      *> screen just cannot take answers for them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTERY-FILE ASSIGN TO "MSTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTMAST-STATUS.
           SELECT SHEET-INDEX-FILE ASSIGN TO "SHEETIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-WORKSHEET-ID
               FILE STATUS IS WS-SHEETIX-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> problem the left operand is the multiplicand and the
      *> answer the product; for a division problem the left
      *> operand is the dividend, the right the divisor, and the
      *> answer the factor.  An addition problem is table plus
      *> k with the sum as answer; a subtraction problem has the
      *> sum on the left, the table on the right, and k as the
      *> answer.  The table number is the table the problem
      *> drills whatever the operation, for the class summary.
      *> The student id is set only on a targeted sheet.
       FD  MACHINE-KEY-FILE.
       01  MACHINE-KEY-RECORD.
           05  KY-WORKSHEET-ID         PIC X(8).
           05  KY-PROBLEM-TYPE         PIC X.
               88  KY-IS-MULT          VALUE "M".
               88  KY-IS-DIV           VALUE "D".
               88  KY-IS-ADD           VALUE "A".
               88  KY-IS-SUB           VALUE "S".
           05  KY-LEFT-OPERAND         PIC 9(4).
           05  KY-RIGHT-OPERAND        PIC 99.
           05  KY-ANSWER               PIC 9(4).
           05  KY-TABLE-NUMBER         PIC 99.
           05  KY-RUN-DATE             PIC X(10).
           05  KY-STUDENT-ID           PIC X(8).
           05  FILLER                  PIC X(39).

       FD  CLASS-LIST-FILE.
       01  CLASS-LIST-RECORD.
           05  MS-PRIOR-PCT            PIC 999.
           05  MS-TREND                PIC X.
           05  MS-LAST-DATE            PIC X(10).
           05  MS-OPERATION            PIC X.
           05  MS-CERT-DATE            PIC X(10).
           05  FILLER                  PIC X(32).

      *> One record per sheet dealt, the layout ANSENTRY's local
      *> mirror redeclares; the two must stay in step.
       FD  SHEET-INDEX-FILE.
       01  SHEET-INDEX-RECORD.
           05  SX-WORKSHEET-ID         PIC X(8).
           05  SX-PROBLEM-COUNT        PIC 99.
           05  SX-STUDENT-ID           PIC X(8).
           05  SX-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(52).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
       01  WS-WRKOUT-STATUS            PIC XX VALUE SPACES.
       01  WS-ANSKEY-STATUS            PIC XX VALUE SPACES.
       01  WS-WRKKEY-STATUS            PIC XX VALUE SPACES.
       01  WS-SHEETIX-STATUS           PIC XX VALUE SPACES.
       01  WS-SHEETIX-OPEN             PIC X VALUE "N".
           88  WS-SHEETIX-IS-OPEN      VALUE "Y".
      *> The student the sheet being dealt belongs to; blank for
      *> the plain single sheet.
       01  WS-DEAL-STUDENT             PIC X(8) VALUE SPACES.
      *> The sheet's identity: W + month + day + the first three
      *> time digits of the seed, so two runs the same day get
      *> distinct ids.
       01  WS-VALID-FLAG               PIC X VALUE "Y".
           88  WS-RESULT-IS-VALID      VALUE "Y".
       01  WS-BAD-CHECK-COUNT          PIC 99 VALUE 0.
      *> Addition/subtraction working fields: k, table + k, and
      *> the operand recovered by running the fact backward.
       01  WS-ADDEND                   PIC 99 VALUE 0.
       01  WS-FACT-SUM                 PIC 999 VALUE 0.
       01  WS-INVERSE-CHECK            PIC S9(4) VALUE 0.
      *> The operations this run deals, each letter once, in the
      *> order CTL-OPERATIONS lists them.
       01  WS-OPS-LIST                 PIC X(4) VALUE SPACES.
       01  WS-OPS-COUNT                PIC 9 VALUE 0.
       01  WS-OPS-SCAN                 PIC 9 VALUE 0.
       01  WS-OPS-TALLY                PIC 9 VALUE 0.
       01  WS-PROBLEM-OP               PIC X VALUE SPACE.
       01  WS-CLSLIST-STATUS           PIC XX VALUE SPACES.
       01  WS-MSTMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-CLASS-EOF                PIC X VALUE "N".
               10  WS-CLS-SHEET-ID     PIC X(8).
       01  WS-CLS-COUNT                PIC 999 VALUE 0.
       01  WS-CLS-IDX                  PIC 999 VALUE 0.
      *> The mastery history in memory: per student per
      *> operation per table, the correct percentage and trend
      *> MASTUPD keeps.
       01  WS-MASTERY-TABLE.
           05  WS-MST-ENTRY OCCURS 8000 TIMES.
               10  WS-MST-STUDENT      PIC X(8).
               10  WS-MST-OPERATION    PIC X.
               10  WS-MST-TABLE        PIC 99.
               10  WS-MST-PCT          PIC 999.
               10  WS-MST-TREND        PIC X.
       01  WS-MST-COUNT                PIC 9(4) VALUE 0.
       01  WS-MST-IDX                  PIC 9(4) VALUE 0.
      *> The weighted pick vector for the student being dealt:
      *> each in-range operation/table pair appears 1..11 times,
      *> weaker pairs more often, so the random draw leans where
      *> the history says the drilling is needed.  Empty means
      *> random sweep.
       01  WS-PICK-VECTOR.
           05  WS-PICK-ENTRY OCCURS 4400 TIMES.
               10  WS-PICK-OP          PIC X.
               10  WS-PICK-TABLE       PIC 99.
       01  WS-PICK-COUNT               PIC 9(4) VALUE 0.
       01  WS-PICK-SLOT                PIC 9(4) VALUE 0.
       01  WS-TABLE-SCAN               PIC 999 VALUE 0.
       01  WS-WEIGHT-FILL              PIC 99 VALUE 0.
       01  WS-STUDENT-HIT              PIC X VALUE "N".
           88  WS-STUDENT-HAS-HISTORY  VALUE "Y".
       01  WS-WEAKEST-OP               PIC X VALUE SPACE.
       01  WS-WEAKEST-OP-NAME          PIC X(3) VALUE SPACES.
       01  WS-WEAKEST-TABLE            PIC 99 VALUE 0.
       01  WS-WEAKEST-PCT              PIC 999 VALUE 0.
       01  WS-TOTAL-PROBLEMS           PIC 9(5) VALUE 0.
               CLOSE ANSWER-KEY-FILE
               GOBACK
           END-IF
           OPEN I-O SHEET-INDEX-FILE
           IF WS-SHEETIX-STATUS NOT = "00"
               OPEN OUTPUT SHEET-INDEX-FILE
           END-IF
           IF WS-SHEETIX-STATUS = "00"
               SET WS-SHEETIX-IS-OPEN TO TRUE
           ELSE
               MOVE "MT1084W" TO WS-OM-ID
               STRING "WRKSHT: SHEETIX NOT AVAILABLE - SHEETS "
                   "DEALT BUT NOT ENTERABLE ON THE ANSWER SCREEN"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           END-IF
           ACCEPT WS-SEED-TIME FROM TIME
           COMPUTE WS-SEED =
               FUNCTION MOD (WS-SEED-TIME, 2147483645) + 1
           MOVE CTL-WORKSHEET-COUNT TO WS-PROBLEM-COUNT
           PERFORM BUILD-OPERATIONS-LIST
           PERFORM LOAD-CLASS-LIST
           IF WS-TARGETED-RUN
               PERFORM LOAD-MASTERY-HISTORY
                       UNTIL WS-PROBLEM-NUMBER > WS-PROBLEM-COUNT
                   PERFORM GENERATE-ONE-PROBLEM
               END-PERFORM
               PERFORM INDEX-THE-SHEET
           END-IF
           CLOSE WORKSHEET-FILE
           CLOSE ANSWER-KEY-FILE
           CLOSE MACHINE-KEY-FILE
           IF WS-SHEETIX-IS-OPEN
               CLOSE SHEET-INDEX-FILE
           END-IF
           DISPLAY "WRKSHT: " WS-TOTAL-PROBLEMS
               " PROBLEM(S) GENERATED"
           IF WS-TARGETED-RUN
           IF WS-BAD-CHECK-COUNT > 0
               MOVE "MT0901E" TO WS-OM-ID
               STRING "WRKSHT: " WS-BAD-CHECK-COUNT
                   " ANSWER(S) FAILED THE ANSWER CROSS-CHECK"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           END-IF
           GOBACK.

       BUILD-OPERATIONS-LIST.
           *> Each M/D/A/S letter of CTL-OPERATIONS once, in the
           *> order given; a blank or unusable setting deals the
           *> old multiplication/division mix.
           MOVE SPACES TO WS-OPS-LIST
           MOVE 0 TO WS-OPS-COUNT
           PERFORM VARYING WS-OPS-SCAN FROM 1 BY 1
                   UNTIL WS-OPS-SCAN > 4
               IF CTL-OPERATIONS (WS-OPS-SCAN:1) = "M" OR "D"
                       OR "A" OR "S"
                   MOVE 0 TO WS-OPS-TALLY
                   INSPECT WS-OPS-LIST TALLYING WS-OPS-TALLY
                       FOR ALL CTL-OPERATIONS (WS-OPS-SCAN:1)
                   IF WS-OPS-TALLY = 0
                       ADD 1 TO WS-OPS-COUNT
                       MOVE CTL-OPERATIONS (WS-OPS-SCAN:1)
                           TO WS-OPS-LIST (WS-OPS-COUNT:1)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OPS-COUNT = 0
               MOVE "MD" TO WS-OPS-LIST
               MOVE 2 TO WS-OPS-COUNT
           END-IF.

       BUILD-WORKSHEET-ID.
           MOVE SPACES TO WS-WORKSHEET-ID
           STRING "W" RPT-RUN-DATE (6:2) RPT-RUN-DATE (9:2)
                       AT END
                           SET WS-MASTERY-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-MST-COUNT < 8000
                               ADD 1 TO WS-MST-COUNT
                               MOVE MS-STUDENT-ID TO
                                   WS-MST-STUDENT (WS-MST-COUNT)
                               IF MS-OPERATION = SPACE
                                   MOVE "M" TO
                                       WS-MST-OPERATION (WS-MST-COUNT)
                               ELSE
                                   MOVE MS-OPERATION TO
                                       WS-MST-OPERATION (WS-MST-COUNT)
                               END-IF
                               MOVE MS-TABLE-NUMBER TO
                                   WS-MST-TABLE (WS-MST-COUNT)
                               MOVE MS-CORRECT-PCT TO
           IF WS-STUDENT-HAS-HISTORY
               STRING "STUDENT " WS-CLS-STUDENT (WS-CLS-IDX)
                   "  SHEET " WS-CLS-SHEET-ID (WS-CLS-IDX)
                   "  WEAKEST " WS-WEAKEST-OP-NAME
                   " TABLE " WS-WEAKEST-TABLE
                   " AT " WS-WEAKEST-PCT " PCT  TREND "
                   WS-MST-TREND (WS-MST-IDX)
                   DELIMITED BY SIZE INTO WK-DATA
           WRITE WORKSHEET-RECORD.

       FIND-WEAKEST-TABLE.
           *> The weakest IN-RANGE operation/table pair on the
           *> student's history, among the operations this run
           *> deals; WS-MST-IDX is left on it so the trend prints
           *> too.
           MOVE "N" TO WS-STUDENT-HIT
           MOVE SPACE TO WS-WEAKEST-OP
           MOVE 0 TO WS-WEAKEST-TABLE
           MOVE 999 TO WS-WEAKEST-PCT
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                       >= CTL-LOW-RANGE
                   AND WS-MST-TABLE (WS-MST-IDX)
                       <= CTL-HIGH-RANGE
                   MOVE 0 TO WS-OPS-TALLY
                   INSPECT WS-OPS-LIST TALLYING WS-OPS-TALLY
                       FOR ALL WS-MST-OPERATION (WS-MST-IDX)
                   IF WS-OPS-TALLY > 0
                       SET WS-STUDENT-HAS-HISTORY TO TRUE
                       IF WS-MST-PCT (WS-MST-IDX) < WS-WEAKEST-PCT
                           MOVE WS-MST-PCT (WS-MST-IDX)
                               TO WS-WEAKEST-PCT
                           MOVE WS-MST-OPERATION (WS-MST-IDX)
                               TO WS-WEAKEST-OP
                           MOVE WS-MST-TABLE (WS-MST-IDX)
                               TO WS-WEAKEST-TABLE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
                       UNTIL WS-MST-IDX > WS-MST-COUNT
                           OR (WS-MST-STUDENT (WS-MST-IDX)
                               = WS-CLS-STUDENT (WS-CLS-IDX)
                           AND WS-MST-OPERATION (WS-MST-IDX)
                               = WS-WEAKEST-OP
                           AND WS-MST-TABLE (WS-MST-IDX)
                               = WS-WEAKEST-TABLE)
                   CONTINUE
               END-PERFORM
               EVALUATE WS-WEAKEST-OP
                   WHEN "D"
                       MOVE "DIV" TO WS-WEAKEST-OP-NAME
                   WHEN "A"
                       MOVE "ADD" TO WS-WEAKEST-OP-NAME
                   WHEN "S"
                       MOVE "SUB" TO WS-WEAKEST-OP-NAME
                   WHEN OTHER
                       MOVE "MUL" TO WS-WEAKEST-OP-NAME
               END-EVALUATE
           END-IF.

       DEAL-ONE-STUDENT-SHEET.
           MOVE WS-CLS-SHEET-ID (WS-CLS-IDX) TO WS-WORKSHEET-ID
           MOVE WS-CLS-STUDENT (WS-CLS-IDX) TO WS-DEAL-STUDENT
           PERFORM BUILD-WEIGHT-VECTOR
           PERFORM WRITE-STUDENT-HEADINGS
           PERFORM VARYING WS-PROBLEM-NUMBER FROM 1 BY 1
                   UNTIL WS-PROBLEM-NUMBER > WS-PROBLEM-COUNT
               PERFORM GENERATE-ONE-PROBLEM
           END-PERFORM
           PERFORM INDEX-THE-SHEET.

       INDEX-THE-SHEET.
           *> A sheet id dealt again (same minute, same position)
           *> replaces the earlier entry: the latest sheet is the
           *> one in the teachers' hands.
           IF WS-SHEETIX-IS-OPEN
               MOVE SPACES TO SHEET-INDEX-RECORD
               MOVE WS-WORKSHEET-ID TO SX-WORKSHEET-ID
               MOVE WS-PROBLEM-COUNT TO SX-PROBLEM-COUNT
               MOVE WS-DEAL-STUDENT TO SX-STUDENT-ID
               MOVE RPT-RUN-DATE TO SX-RUN-DATE
               WRITE SHEET-INDEX-RECORD
                   INVALID KEY
                       REWRITE SHEET-INDEX-RECORD
               END-WRITE
           END-IF.

       WRITE-STUDENT-HEADINGS.
           MOVE SPACES TO WORKSHEET-RECORD
           WRITE ANSWER-KEY-RECORD.

       BUILD-WEIGHT-VECTOR.
           *> Each in-range operation/table pair lands in the
           *> vector 1..11 times: a pair the student aces once, a
           *> pair at 0 percent eleven times, a pair with no
           *> history five -- the random draw then leans where the
           *> mastery record says.  A student with no in-range
           *> history at all gets an empty vector, which is the
           *> plain random sweep.
           MOVE 0 TO WS-PICK-COUNT
           MOVE "N" TO WS-STUDENT-HIT
           PERFORM VARYING WS-OPS-SCAN FROM 1 BY 1
                   UNTIL WS-OPS-SCAN > WS-OPS-COUNT
               MOVE WS-OPS-LIST (WS-OPS-SCAN:1) TO WS-PROBLEM-OP
               PERFORM VARYING WS-TABLE-SCAN FROM CTL-LOW-RANGE
                       BY 1 UNTIL WS-TABLE-SCAN > CTL-HIGH-RANGE
                   PERFORM WEIGH-ONE-PAIR
               END-PERFORM
           END-PERFORM
           IF NOT WS-STUDENT-HAS-HISTORY
               MOVE 0 TO WS-PICK-COUNT
           END-IF.

       WEIGH-ONE-PAIR.
           MOVE 5 TO WS-TABLE-WEIGHT
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
               IF WS-MST-STUDENT (WS-MST-IDX)
                       = WS-CLS-STUDENT (WS-CLS-IDX)
                   AND WS-MST-OPERATION (WS-MST-IDX)
                       = WS-PROBLEM-OP
                   AND WS-MST-TABLE (WS-MST-IDX)
                       = WS-TABLE-SCAN
                   SET WS-STUDENT-HAS-HISTORY TO TRUE
                   COMPUTE WS-TABLE-WEIGHT =
                       (100 - WS-MST-PCT (WS-MST-IDX)) / 10
                       + 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-WEIGHT-FILL FROM 1 BY 1
                   UNTIL WS-WEIGHT-FILL > WS-TABLE-WEIGHT
               IF WS-PICK-COUNT < 4400
                   ADD 1 TO WS-PICK-COUNT
                   MOVE WS-PROBLEM-OP
                       TO WS-PICK-OP (WS-PICK-COUNT)
                   MOVE WS-TABLE-SCAN
                       TO WS-PICK-TABLE (WS-PICK-COUNT)
               END-IF
           END-PERFORM.

       WRITE-SHEET-HEADINGS.
           MOVE SPACES TO WORKSHEET-RECORD
           MOVE "1" TO WK-CTRL-CHAR
           *> Multiplicand from the table range -- through the
           *> weighted vector when a mastery history is steering
           *> the sheet -- multiplier from the multiplier range,
           *> and a draw among the run's operations: with the
           *> default "MD" that is the old coin flip between a
           *> multiplication problem and the matching division
           *> problem (dividend given, factor blanked).  A steered
           *> sheet takes its operation from the vector entry, but
           *> the draw is still made so the seed steps the same.
           ADD 1 TO WS-TOTAL-PROBLEMS
           MOVE SPACE TO WS-PROBLEM-OP
           IF WS-PICK-COUNT > 0
               PERFORM STEP-RANDOM-SEED
               COMPUTE WS-PICK-SLOT =
                   + 1
               MOVE WS-PICK-TABLE (WS-PICK-SLOT)
                   TO MR-MULTIPLICAND
               MOVE WS-PICK-OP (WS-PICK-SLOT) TO WS-PROBLEM-OP
           ELSE
               COMPUTE WS-RANGE-SPAN =
                   CTL-HIGH-RANGE - CTL-LOW-RANGE + 1
               ADD 1 TO WS-BAD-CHECK-COUNT
           END-IF
           PERFORM STEP-RANDOM-SEED
           IF WS-PROBLEM-OP = SPACE
               COMPUTE WS-OPS-SCAN =
                   FUNCTION MOD (WS-RANDOM-PICK, WS-OPS-COUNT) + 1
               MOVE WS-OPS-LIST (WS-OPS-SCAN:1) TO WS-PROBLEM-OP
           END-IF
           EVALUATE WS-PROBLEM-OP
               WHEN "D"
                   PERFORM WRITE-DIV-PROBLEM
               WHEN "A"
                   PERFORM WRITE-ADD-PROBLEM
               WHEN "S"
                   PERFORM WRITE-SUB-PROBLEM
               WHEN OTHER
                   PERFORM WRITE-MULT-PROBLEM
           END-EVALUATE.

       STEP-RANDOM-SEED.
           COMPUTE WS-SEED =
           MOVE MR-RESULT TO KY-ANSWER
           MOVE MR-MULTIPLICAND TO KY-TABLE-NUMBER
           MOVE RPT-RUN-DATE TO KY-RUN-DATE
           MOVE WS-DEAL-STUDENT TO KY-STUDENT-ID
           WRITE MACHINE-KEY-RECORD.

       WRITE-DIV-PROBLEM.
           MOVE MR-MULTIPLIER TO KY-ANSWER
           MOVE MR-MULTIPLICAND TO KY-TABLE-NUMBER
           MOVE RPT-RUN-DATE TO KY-RUN-DATE
           MOVE WS-DEAL-STUDENT TO KY-STUDENT-ID
           WRITE MACHINE-KEY-RECORD.

       WRITE-ADD-PROBLEM.
           *> Table + k, k from the multiplier range; the sum is
           *> proved by taking k back off it.
           MOVE MR-MULTIPLIER TO WS-ADDEND
           COMPUTE WS-FACT-SUM = MR-MULTIPLICAND + WS-ADDEND
           COMPUTE WS-INVERSE-CHECK = WS-FACT-SUM - WS-ADDEND
           IF WS-INVERSE-CHECK NOT = MR-MULTIPLICAND
               ADD 1 TO WS-BAD-CHECK-COUNT
           END-IF
           MOVE SPACES TO WORKSHEET-RECORD
           MOVE " " TO WK-CTRL-CHAR
           STRING WS-PROBLEM-NUMBER ".  " MR-MULTIPLICAND " + "
               WS-ADDEND " = ______"
               DELIMITED BY SIZE INTO WK-DATA
           END-STRING
           WRITE WORKSHEET-RECORD
           MOVE SPACES TO ANSWER-KEY-RECORD
           MOVE " " TO AK-CTRL-CHAR
           STRING WS-PROBLEM-NUMBER ".  " MR-MULTIPLICAND " + "
               WS-ADDEND " = " WS-FACT-SUM
               DELIMITED BY SIZE INTO AK-DATA
           END-STRING
           WRITE ANSWER-KEY-RECORD
           MOVE SPACES TO MACHINE-KEY-RECORD
           MOVE WS-WORKSHEET-ID TO KY-WORKSHEET-ID
           MOVE WS-PROBLEM-NUMBER TO KY-PROBLEM-NUMBER
           SET KY-IS-ADD TO TRUE
           MOVE MR-MULTIPLICAND TO KY-LEFT-OPERAND
           MOVE WS-ADDEND TO KY-RIGHT-OPERAND
           MOVE WS-FACT-SUM TO KY-ANSWER
           MOVE MR-MULTIPLICAND TO KY-TABLE-NUMBER
           MOVE RPT-RUN-DATE TO KY-RUN-DATE
           MOVE WS-DEAL-STUDENT TO KY-STUDENT-ID
           WRITE MACHINE-KEY-RECORD.

       WRITE-SUB-PROBLEM.
           *> The addition fact run backward: (table + k) - table,
           *> k blanked; proved by adding the table back on.
           MOVE MR-MULTIPLIER TO WS-ADDEND
           COMPUTE WS-FACT-SUM = MR-MULTIPLICAND + WS-ADDEND
           COMPUTE WS-INVERSE-CHECK = WS-ADDEND + MR-MULTIPLICAND
           IF WS-INVERSE-CHECK NOT = WS-FACT-SUM
               ADD 1 TO WS-BAD-CHECK-COUNT
           END-IF
           MOVE SPACES TO WORKSHEET-RECORD
           MOVE " " TO WK-CTRL-CHAR
           STRING WS-PROBLEM-NUMBER ".  " WS-FACT-SUM " - "
               MR-MULTIPLICAND " = ______"
               DELIMITED BY SIZE INTO WK-DATA
           END-STRING
           WRITE WORKSHEET-RECORD
           MOVE SPACES TO ANSWER-KEY-RECORD
           MOVE " " TO AK-CTRL-CHAR
           STRING WS-PROBLEM-NUMBER ".  " WS-FACT-SUM " - "
               MR-MULTIPLICAND " = " WS-ADDEND
               DELIMITED BY SIZE INTO AK-DATA
           END-STRING
           WRITE ANSWER-KEY-RECORD
           MOVE SPACES TO MACHINE-KEY-RECORD
           MOVE WS-WORKSHEET-ID TO KY-WORKSHEET-ID
           MOVE WS-PROBLEM-NUMBER TO KY-PROBLEM-NUMBER
           SET KY-IS-SUB TO TRUE
           MOVE WS-FACT-SUM TO KY-LEFT-OPERAND
           MOVE MR-MULTIPLICAND TO KY-RIGHT-OPERAND
           MOVE WS-ADDEND TO KY-ANSWER
           MOVE MR-MULTIPLICAND TO KY-TABLE-NUMBER
           MOVE RPT-RUN-DATE TO KY-RUN-DATE
           MOVE WS-DEAL-STUDENT TO KY-STUDENT-ID
           WRITE MACHINE-KEY-RECORD.

       ISSUE-OPERATOR-MESSAGE.
