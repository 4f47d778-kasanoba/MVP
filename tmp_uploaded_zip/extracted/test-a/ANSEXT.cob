       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANSEXT.

      *> Nightly extract of the answer sets the teachers submitted
      *> on the ANSENTRY screen.  Every submitted set goes onto
      *> STUANS in WSGRADE's answer layout, one record per problem
      *> the sheet carried, so an online set is graded exactly as
      *> the converted spreadsheet file was.  An answer keyed as
      *> "----" (left blank on the sheet) goes across as it is
      *> and grades as missed.  No set is judged here: that is
      *> WSGRADE's business.
      *> Sets still open for correction (saved part-way, not
      *> submitted) are left on the cluster for the teacher to
      *> finish.
      *> An extracted set is marked X with the day it went.  A
      *> rerun on the same day extracts those sets again (the
      *> night's STUANS is rebuilt whole, never half); a later
      *> day's run does not.  Marked sets are dropped from the
      *> cluster once a week old.
      *> A set whose mark cannot be written back is still on
      *> tonight's STUANS but stays submitted, so the next night
      *> would grade it again: each one is named to the operator
      *> (worksheet and student) to be pulled before then, and
      *> the run ends RC 4.
      *> No ANSENT cluster is not fatal: an empty STUANS is
      *> written so grading still runs (and reports nothing), the
      *> sets wait for the next night, and the run ends RC 4.  No
      *> STUANS is fatal (RC 8): last night's answers must never
      *> be graded twice, and the JCL holds the grading on it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ANSENT-SEL.
           SELECT STUDENT-ANSWER-FILE ASSIGN TO "STUANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUANS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY ANSENT-FD.

      *> WSGRADE's returned-answer layout (see WSGRADE).
       FD  STUDENT-ANSWER-FILE.
       01  STUDENT-ANSWER-RECORD.
           05  SA-WORKSHEET-ID         PIC X(8).
           05  SA-STUDENT-ID           PIC X(8).
           05  SA-PROBLEM-NUMBER       PIC X(2).
           05  SA-PROBLEM-NUMBER-N REDEFINES SA-PROBLEM-NUMBER
                                       PIC 99.
           05  SA-GIVEN-ANSWER         PIC X(4).
           05  FILLER                  PIC X(58).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-ANSENT-STATUS            PIC XX VALUE SPACES.
       01  WS-STUANS-STATUS            PIC XX VALUE SPACES.
       01  WS-SETS-EOF                 PIC X VALUE "N".
           88  WS-SETS-AT-EOF          VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 99.
           05  WS-TODAY-DD             PIC 99.
       01  WS-TODAY-TEXT               PIC X(10) VALUE SPACES.
       01  WS-TODAY-INT                PIC 9(7) VALUE 0.
      *> Extracted sets are kept this many days for a rerun.
       01  WS-KEEP-DAYS                PIC 99 VALUE 7.
       01  WS-PURGE-INT                PIC 9(7) VALUE 0.
       01  WS-PURGE-DIGITS             PIC 9(8) VALUE 0.
       01  WS-PURGE-DIGIT-PARTS REDEFINES WS-PURGE-DIGITS.
           05  WS-PD-YYYY              PIC 9(4).
           05  WS-PD-MM                PIC 99.
           05  WS-PD-DD                PIC 99.
       01  WS-PURGE-TEXT               PIC X(10) VALUE SPACES.
       01  WS-SET-TAKEN                PIC X VALUE "N".
           88  WS-SET-IS-TAKEN         VALUE "Y".
       01  WS-PROBLEM-IDX              PIC 999 VALUE 0.
       01  WS-SETS-WRITTEN             PIC 9(7) VALUE 0.
       01  WS-ANSWERS-WRITTEN          PIC 9(7) VALUE 0.
       01  WS-BLANKS-WRITTEN           PIC 9(7) VALUE 0.
       01  WS-SETS-MARKED              PIC 9(7) VALUE 0.
       01  WS-MARKS-FAILED             PIC 9(7) VALUE 0.
       01  WS-SETS-OPEN                PIC 9(7) VALUE 0.
       01  WS-SETS-DROPPED             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       ANSEXT-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-YYYY * 10000 + WS-TODAY-MM * 100
                   + WS-TODAY-DD)
           COMPUTE WS-PURGE-INT = WS-TODAY-INT - WS-KEEP-DAYS
           COMPUTE WS-PURGE-DIGITS =
               FUNCTION DATE-OF-INTEGER (WS-PURGE-INT)
           STRING WS-PD-YYYY "-" WS-PD-MM "-" WS-PD-DD
               DELIMITED BY SIZE INTO WS-PURGE-TEXT
           END-STRING
           OPEN OUTPUT STUDENT-ANSWER-FILE
           IF WS-STUANS-STATUS NOT = "00"
               MOVE "MT1085E" TO WS-OM-ID
               STRING "ANSEXT: STUANS NOT AVAILABLE - ANSWER "
                   "SETS NOT EXTRACTED, GRADING HELD"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ANSWER-ENTRY-FILE
           IF WS-ANSENT-STATUS NOT = "00"
               MOVE "MT1086W" TO WS-OM-ID
               STRING "ANSEXT: ANSENT NOT AVAILABLE - EMPTY "
                   "STUANS WRITTEN, SUBMITTED SETS WAIT"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE STUDENT-ANSWER-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM EXTRACT-THE-SETS
           CLOSE ANSWER-ENTRY-FILE
           CLOSE STUDENT-ANSWER-FILE
           DISPLAY "===== ANSEXT END-OF-JOB SUMMARY ====="
           DISPLAY "ANSWER SETS EXTRACTED : " WS-SETS-WRITTEN
           DISPLAY "ANSWERS EXTRACTED     : " WS-ANSWERS-WRITTEN
           DISPLAY "  OF WHICH LEFT BLANK : " WS-BLANKS-WRITTEN
           DISPLAY "SETS NEWLY MARKED     : " WS-SETS-MARKED
           DISPLAY "MARKS NOT WRITTEN     : " WS-MARKS-FAILED
           DISPLAY "SETS STILL OPEN       : " WS-SETS-OPEN
           DISPLAY "OLD SETS DROPPED      : " WS-SETS-DROPPED
           DISPLAY "====================================="
           IF WS-MARKS-FAILED > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       EXTRACT-THE-SETS.
           MOVE "N" TO WS-SETS-EOF
           MOVE LOW-VALUES TO AE-KEY
           START ANSWER-ENTRY-FILE KEY NOT < AE-KEY
               INVALID KEY
                   SET WS-SETS-AT-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SETS-AT-EOF
               READ ANSWER-ENTRY-FILE NEXT RECORD
                   AT END
                       SET WS-SETS-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM JUDGE-ONE-SET
                       IF WS-SET-IS-TAKEN
                           PERFORM WRITE-ONE-SET
                       ELSE
                           IF AE-IS-ENTERED
                               ADD 1 TO WS-SETS-OPEN
                           END-IF
                           IF AE-IS-EXTRACTED
                                   AND AE-EXTRACT-DATE
                                       < WS-PURGE-TEXT
                               DELETE ANSWER-ENTRY-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-SETS-DROPPED
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Taken: every submitted set, and a set already extracted
      *> today (a rerun).
       JUDGE-ONE-SET.
           MOVE "N" TO WS-SET-TAKEN
           IF AE-IS-SUBMITTED
               SET WS-SET-IS-TAKEN TO TRUE
           END-IF
           IF AE-IS-EXTRACTED AND AE-EXTRACT-DATE = WS-TODAY-TEXT
               SET WS-SET-IS-TAKEN TO TRUE
           END-IF.

       WRITE-ONE-SET.
           PERFORM VARYING WS-PROBLEM-IDX FROM 1 BY 1
                   UNTIL WS-PROBLEM-IDX > AE-PROBLEM-COUNT
               MOVE SPACES TO STUDENT-ANSWER-RECORD
               MOVE AE-WORKSHEET-ID TO SA-WORKSHEET-ID
               MOVE AE-STUDENT-ID TO SA-STUDENT-ID
               MOVE WS-PROBLEM-IDX TO SA-PROBLEM-NUMBER-N
               MOVE AE-ANSWER (WS-PROBLEM-IDX) TO SA-GIVEN-ANSWER
               WRITE STUDENT-ANSWER-RECORD
               ADD 1 TO WS-ANSWERS-WRITTEN
               IF SA-GIVEN-ANSWER = "----"
                   ADD 1 TO WS-BLANKS-WRITTEN
               END-IF
           END-PERFORM
           ADD 1 TO WS-SETS-WRITTEN
           IF AE-IS-SUBMITTED
               SET AE-IS-EXTRACTED TO TRUE
               MOVE WS-TODAY-TEXT TO AE-EXTRACT-DATE
               REWRITE ANSWER-ENTRY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-MARKS-FAILED
                       MOVE "MT1100W" TO WS-OM-ID
                       STRING "ANSEXT: SET " AE-WORKSHEET-ID
                           " STUDENT " AE-STUDENT-ID
                           " NOT MARKED EXTRACTED - WOULD BE "
                           "GRADED AGAIN NEXT RUN"
                           DELIMITED BY SIZE INTO WS-OM-TEXT
                       END-STRING
                       PERFORM ISSUE-OPERATOR-MESSAGE
                   NOT INVALID KEY
                       ADD 1 TO WS-SETS-MARKED
               END-REWRITE
           END-IF.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM ANSEXT.
