       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANSENTRY.

      *> Online answer entry for the teachers.  The returned
      *> worksheets used to be typed into a spreadsheet at the
      *> schools and converted into the STUANS file WSGRADE
      *> grades, and half of every night's GRDEXCP exceptions
      *> came out of that conversion -- sheet ids mistyped,
      *> answers shifted a row, sets cut short.  This
      *> transaction takes one student's set on one screen and
      *> checks it while the sheet is still on the desk:
      *>   - the worksheet id must be on the SHEETIX index WRKSHT
      *>     posts every sheet it deals to, and a targeted sheet
      *>     must be keyed for the student it was dealt to;
      *>   - the index gives the number of problems the sheet
      *>     carried, so an answer for a problem the sheet never
      *>     had is refused as it is keyed, and a set cannot be
      *>     submitted until every problem has an answer ("----"
      *>     for one the student left blank, which grades as
      *>     missed);
      *>   - answers are keyed a run at a time -- a starting
      *>     problem number and up to twelve answers -- and any
      *>     answer can be keyed again to correct it, as often as
      *>     needed, until the set is submitted;
      *>   - PF4 saves the set part-way on the ANSENT cluster
      *>     (ANSDEFN) to be finished or corrected later, keying
      *>     the same sheet and student brings it back; PF5
      *>     submits it, after which it is closed to correction;
      *>     PF3 or CLEAR abandons whatever was keyed since the
      *>     last save.
      *> Nothing is graded here: the nightly ANSEXT step writes
      *> the submitted sets onto STUANS ahead of WSGRADE, so an
      *> online set is graded exactly as the converted file was.
      *> Pseudo-conversational like ORDENTRY: the set being keyed
      *> rides in the COMMAREA between tasks.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> Local mirror of SHEET-INDEX-RECORD (WRKSHT), keyed on the
      *> worksheet id on the region's SHEETIX file.
       01  WS-SHEET-RECORD.
           05  WS-SX-WORKSHEET-ID           PIC X(8).
           05  WS-SX-PROBLEM-COUNT          PIC 99.
           05  WS-SX-STUDENT-ID             PIC X(8).
           05  WS-SX-RUN-DATE               PIC X(10).
           05  FILLER                       PIC X(52).
      *> Local mirror of ANSWER-ENTRY-RECORD (ANSENT-FD.cpy).
       01  WS-ANSWER-SET-RECORD.
           05  WS-AE-KEY.
               10  WS-AE-WORKSHEET-ID       PIC X(8).
               10  WS-AE-STUDENT-ID         PIC X(8).
           05  WS-AE-PROBLEM-COUNT          PIC 99.
           05  WS-AE-ANSWER OCCURS 99 TIMES
                                            PIC X(4).
           05  WS-AE-ENTRY-DATE             PIC X(10).
           05  WS-AE-TERMINAL-ID            PIC X(4).
           05  WS-AE-STATUS                 PIC X.
               88  WS-AE-IS-ENTERED         VALUE "E".
               88  WS-AE-IS-SUBMITTED       VALUE "S".
           05  WS-AE-EXTRACT-DATE           PIC X(10).
           05  FILLER                       PIC X(11).
      *> The status the set is filed under: E on a save, S on a
      *> submit.
       01  WS-FILE-AS-STATUS                PIC X VALUE SPACE.
       01  WS-SET-FILED                     PIC X VALUE "N".
           88  WS-SET-WAS-FILED             VALUE "Y".
      *> EXEC CICS RESP values: 0 is DFHRESP(NORMAL), 13 is
      *> DFHRESP(NOTFND).  Spelled as literals because the RESP
      *> comparison sits outside the translated EXEC block.
       01  WS-READ-RESP                     PIC S9(8) COMP VALUE 0.
           88  WS-READ-WAS-NORMAL           VALUE 0.
           88  WS-READ-WAS-NOTFND           VALUE 13.
       01  WS-WRITE-RESP                    PIC S9(8) COMP VALUE 0.
           88  WS-WRITE-WAS-NORMAL          VALUE 0.
      *> EIBAID values, spelled as literals for the same reason
      *> (DFHAID's DFHCLEAR, DFHPF3, DFHPF4 and DFHPF5); anything
      *> else, ENTER included, reads what was keyed.
       01  WS-AID                           PIC X VALUE SPACE.
           88  WS-AID-IS-CLEAR              VALUE X"6D".
           88  WS-AID-IS-PF3                VALUE X"F3".
           88  WS-AID-IS-PF4                VALUE X"F4".
           88  WS-AID-IS-PF5                VALUE X"F5".
      *> The set being keyed, carried between tasks.  No
      *> worksheet: the next input is a worksheet and student.
       01  WS-COMMAREA.
           05  CA-WORKSHEET-ID              PIC X(8).
           05  CA-STUDENT-ID                PIC X(8).
           05  CA-PROBLEM-COUNT             PIC 99.
           05  CA-ANSWERED-COUNT            PIC 99.
           05  CA-ANSWER OCCURS 99 TIMES    PIC X(4).
       01  WS-COMMAREA-LENGTH               PIC S9(4) COMP VALUE 416.
      *> What was keyed: worksheet id and student id on the first
      *> screen; a starting problem number and up to twelve
      *> answers, space-separated, after that.
       01  WS-ENTRY-INPUT                   PIC X(62).
       01  WS-SET-INPUT REDEFINES WS-ENTRY-INPUT.
           05  WI-WORKSHEET-ID              PIC X(8).
           05  FILLER                       PIC X.
           05  WI-STUDENT-ID                PIC X(8).
           05  FILLER                       PIC X(45).
       01  WS-ANSWER-INPUT REDEFINES WS-ENTRY-INPUT.
           05  WI-START-PROBLEM             PIC X(2).
           05  WI-START-PROBLEM-NUM REDEFINES WI-START-PROBLEM
                                            PIC 99.
           05  WI-ANSWER-SLOT OCCURS 12 TIMES.
               10  FILLER                   PIC X.
               10  WI-ANSWER                PIC X(4).
       01  WS-INPUT-LENGTH                  PIC S9(4) COMP VALUE 62.
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY                PIC 9(4).
           05  WS-TODAY-MM                  PIC 99.
           05  WS-TODAY-DD                  PIC 99.
       01  WS-TODAY-TEXT                    PIC X(10) VALUE SPACES.
      *> The run of answers being judged: refused with a reason,
      *> or stored whole.
       01  WS-ANSWER-REASON                 PIC X(60) VALUE SPACES.
       01  WS-SLOT-IDX                      PIC 99 VALUE 0.
       01  WS-PROBLEM-IDX                   PIC 999 VALUE 0.
       01  WS-KEYED-COUNT                   PIC 99 VALUE 0.
       01  WS-FIRST-BLANK                   PIC 99 VALUE 0.
      *> Answer grid: nine problems to a screen line, each cell
      *> "NN=AAAA ", unanswered shown as underscores.
       01  WS-GRID-ROW                      PIC 99 VALUE 0.
       01  WS-GRID-COL                      PIC 99 VALUE 0.
       01  WS-GRID-NUMBER                   PIC 99 VALUE 0.
       01  WS-GRID-CELL.
           05  WS-GC-NUMBER                 PIC 99.
           05  FILLER                       PIC X VALUE "=".
           05  WS-GC-ANSWER                 PIC X(4).
           05  FILLER                       PIC X VALUE SPACE.
       01  WS-MESSAGE                       PIC X(79) VALUE SPACES.
       01  WS-INQUIRY-SCREEN.
           05  WS-SCREEN-LINE OCCURS 14 TIMES
                                            PIC X(79).
       01  WS-SCREEN-LENGTH                 PIC S9(4) COMP VALUE 1106.

       LINKAGE SECTION.
       01  DFHCOMMAREA                      PIC X(416).

       PROCEDURE DIVISION.
       ANSENTRY-MAIN.
           IF EIBCALEN = 0
               PERFORM CLEAR-THE-SET
               MOVE SPACES TO WS-MESSAGE
               PERFORM BUILD-THE-SCREEN
               PERFORM SEND-THE-SCREEN
               EXEC CICS RETURN
                   TRANSID("ANSE")
                   COMMAREA(WS-COMMAREA)
                   LENGTH(WS-COMMAREA-LENGTH)
               END-EXEC
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               MOVE EIBAID TO WS-AID
               IF WS-AID-IS-PF3 OR WS-AID-IS-CLEAR
                   MOVE SPACES TO WS-INQUIRY-SCREEN
                   IF CA-WORKSHEET-ID NOT = SPACES
                       STRING "ANSWER ENTRY ENDED - ANSWERS KEYED "
                           "SINCE THE LAST SAVE ABANDONED"
                           DELIMITED BY SIZE
                           INTO WS-SCREEN-LINE (1)
                       END-STRING
                   ELSE
                       STRING "ANSWER ENTRY ENDED"
                           DELIMITED BY SIZE
                           INTO WS-SCREEN-LINE (1)
                       END-STRING
                   END-IF
                   PERFORM SEND-THE-SCREEN
                   EXEC CICS RETURN
                   END-EXEC
               ELSE
                   ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                   MOVE SPACES TO WS-TODAY-TEXT
                   STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-"
                       WS-TODAY-DD
                       DELIMITED BY SIZE INTO WS-TODAY-TEXT
                   END-STRING
                   MOVE SPACES TO WS-MESSAGE
                   IF CA-WORKSHEET-ID = SPACES
                       PERFORM TAKE-THE-SET
                   ELSE
                       IF WS-AID-IS-PF5
                           PERFORM SUBMIT-THE-SET
                       ELSE
                           IF WS-AID-IS-PF4
                               PERFORM SAVE-THE-SET
                           ELSE
                               PERFORM TAKE-THE-ANSWERS
                           END-IF
                       END-IF
                   END-IF
                   PERFORM BUILD-THE-SCREEN
                   PERFORM SEND-THE-SCREEN
                   EXEC CICS RETURN
                       TRANSID("ANSE")
                       COMMAREA(WS-COMMAREA)
                       LENGTH(WS-COMMAREA-LENGTH)
                   END-EXEC
               END-IF
           END-IF.

       CLEAR-THE-SET.
           MOVE SPACES TO WS-COMMAREA
           MOVE 0 TO CA-PROBLEM-COUNT
           MOVE 0 TO CA-ANSWERED-COUNT.

       SEND-THE-SCREEN.
           EXEC CICS SEND
               FROM(WS-INQUIRY-SCREEN)
               LENGTH(WS-SCREEN-LENGTH)
               ERASE
           END-EXEC.

      *> No set yet: the sheet/student prompt.  Otherwise the set
      *> so far as a grid, the message and the keys.
       BUILD-THE-SCREEN.
           MOVE SPACES TO WS-INQUIRY-SCREEN
           IF CA-WORKSHEET-ID = SPACES
               STRING "ANSWER ENTRY: WORKSHEET ID (8) "
                   "STUDENT ID (8): "
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE (1)
               END-STRING
               STRING "PF3 END"
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE (14)
               END-STRING
           ELSE
               STRING "ANSWER ENTRY - WORKSHEET " CA-WORKSHEET-ID
                   " STUDENT " CA-STUDENT-ID " - "
                   CA-PROBLEM-COUNT " PROBLEMS, "
                   CA-ANSWERED-COUNT " ANSWERED"
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE (1)
               END-STRING
               PERFORM VARYING WS-PROBLEM-IDX FROM 1 BY 1
                       UNTIL WS-PROBLEM-IDX > CA-PROBLEM-COUNT
                   PERFORM FORMAT-GRID-CELL
               END-PERFORM
               STRING "KEY NN AAAA [AAAA ...]  ENTER STORE  "
                   "PF4 SAVE  PF5 SUBMIT  PF3 ABANDON"
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE (14)
               END-STRING
           END-IF
           MOVE WS-MESSAGE TO WS-SCREEN-LINE (13).

       FORMAT-GRID-CELL.
           COMPUTE WS-GRID-NUMBER = WS-PROBLEM-IDX - 1
           DIVIDE WS-GRID-NUMBER BY 9
               GIVING WS-GRID-ROW REMAINDER WS-GRID-COL
           ADD 2 TO WS-GRID-ROW
           COMPUTE WS-GRID-COL = WS-GRID-COL * 8 + 1
           MOVE WS-PROBLEM-IDX TO WS-GC-NUMBER
           IF CA-ANSWER (WS-PROBLEM-IDX) = SPACES
               MOVE "____" TO WS-GC-ANSWER
           ELSE
               MOVE CA-ANSWER (WS-PROBLEM-IDX) TO WS-GC-ANSWER
           END-IF
           MOVE WS-GRID-CELL
               TO WS-SCREEN-LINE (WS-GRID-ROW) (WS-GRID-COL:8).

      *> The sheet must have been dealt, to this student if it
      *> was a targeted sheet; a set saved part-way comes back
      *> for finishing, a submitted one is closed.
       TAKE-THE-SET.
           MOVE SPACES TO WS-ENTRY-INPUT
           EXEC CICS RECEIVE
               INTO(WS-ENTRY-INPUT)
               LENGTH(WS-INPUT-LENGTH)
           END-EXEC
           IF WI-WORKSHEET-ID = SPACES OR WI-STUDENT-ID = SPACES
               MOVE "WORKSHEET ID AND STUDENT ID ARE BOTH REQUIRED"
                   TO WS-MESSAGE
           ELSE
               EXEC CICS READ
                   FILE("SHEETIX")
                   INTO(WS-SHEET-RECORD)
                   RIDFLD(WI-WORKSHEET-ID)
                   RESP(WS-READ-RESP)
               END-EXEC
               IF NOT WS-READ-WAS-NORMAL
                   STRING "WORKSHEET " WI-WORKSHEET-ID
                       " WAS NEVER DEALT - CHECK THE ID ON THE SHEET"
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
               ELSE
                   IF WS-SX-STUDENT-ID NOT = SPACES
                           AND WS-SX-STUDENT-ID NOT = WI-STUDENT-ID
                       STRING "WORKSHEET " WI-WORKSHEET-ID
                           " WAS DEALT TO STUDENT " WS-SX-STUDENT-ID
                           ", NOT " WI-STUDENT-ID
                           DELIMITED BY SIZE INTO WS-MESSAGE
                       END-STRING
                   ELSE
                       PERFORM OPEN-THE-SET
                   END-IF
               END-IF
           END-IF.

       OPEN-THE-SET.
           MOVE WI-WORKSHEET-ID TO WS-AE-WORKSHEET-ID
           MOVE WI-STUDENT-ID TO WS-AE-STUDENT-ID
           EXEC CICS READ
               FILE("ANSENT")
               INTO(WS-ANSWER-SET-RECORD)
               RIDFLD(WS-AE-KEY)
               RESP(WS-READ-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-READ-WAS-NOTFND
                   PERFORM CLEAR-THE-SET
                   MOVE WI-WORKSHEET-ID TO CA-WORKSHEET-ID
                   MOVE WI-STUDENT-ID TO CA-STUDENT-ID
                   MOVE WS-SX-PROBLEM-COUNT TO CA-PROBLEM-COUNT
                   MOVE "SET OPENED - KEY THE ANSWERS FROM PROBLEM 01"
                       TO WS-MESSAGE
               WHEN NOT WS-READ-WAS-NORMAL
                   MOVE "ANSWER FILE NOT AVAILABLE - TRY AGAIN LATER"
                       TO WS-MESSAGE
               WHEN WS-AE-IS-ENTERED
                   PERFORM CLEAR-THE-SET
                   MOVE WI-WORKSHEET-ID TO CA-WORKSHEET-ID
                   MOVE WI-STUDENT-ID TO CA-STUDENT-ID
                   MOVE WS-SX-PROBLEM-COUNT TO CA-PROBLEM-COUNT
                   PERFORM VARYING WS-PROBLEM-IDX FROM 1 BY 1
                           UNTIL WS-PROBLEM-IDX > CA-PROBLEM-COUNT
                       MOVE WS-AE-ANSWER (WS-PROBLEM-IDX)
                           TO CA-ANSWER (WS-PROBLEM-IDX)
                   END-PERFORM
                   PERFORM COUNT-THE-ANSWERS
                   STRING "SAVED SET RESUMED - " CA-ANSWERED-COUNT
                       " OF " CA-PROBLEM-COUNT " ANSWERED"
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
               WHEN OTHER
                   STRING "SET ALREADY SUBMITTED ON "
                       WS-AE-ENTRY-DATE
                       " - CLOSED TO CORRECTION"
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
           END-EVALUATE.

      *> A run of answers is stored whole or not at all: every
      *> answer keyed must be four digits or "----", and must
      *> land on a problem the sheet carried.
       TAKE-THE-ANSWERS.
           MOVE SPACES TO WS-ENTRY-INPUT
           EXEC CICS RECEIVE
               INTO(WS-ENTRY-INPUT)
               LENGTH(WS-INPUT-LENGTH)
           END-EXEC
           MOVE SPACES TO WS-ANSWER-REASON
           MOVE 0 TO WS-KEYED-COUNT
           IF WI-START-PROBLEM NOT NUMERIC
                   OR WI-START-PROBLEM-NUM = 0
                   OR WI-START-PROBLEM-NUM > CA-PROBLEM-COUNT
               STRING "START WITH A PROBLEM NUMBER 01 TO "
                   CA-PROBLEM-COUNT
                   DELIMITED BY SIZE INTO WS-ANSWER-REASON
               END-STRING
           ELSE
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > 12
                           OR WS-ANSWER-REASON NOT = SPACES
                   PERFORM JUDGE-ONE-ANSWER
               END-PERFORM
               IF WS-ANSWER-REASON = SPACES
                       AND WS-KEYED-COUNT = 0
                   MOVE "KEY AT LEAST ONE ANSWER AFTER THE PROBLEM "
                       & "NUMBER" TO WS-ANSWER-REASON
               END-IF
           END-IF
           IF WS-ANSWER-REASON NOT = SPACES
               STRING "NOTHING STORED: " WS-ANSWER-REASON
                   DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
           ELSE
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > 12
                   IF WI-ANSWER (WS-SLOT-IDX) NOT = SPACES
                       COMPUTE WS-PROBLEM-IDX =
                           WI-START-PROBLEM-NUM + WS-SLOT-IDX - 1
                       MOVE WI-ANSWER (WS-SLOT-IDX)
                           TO CA-ANSWER (WS-PROBLEM-IDX)
                   END-IF
               END-PERFORM
               PERFORM COUNT-THE-ANSWERS
               STRING WS-KEYED-COUNT " ANSWER(S) STORED FROM "
                   "PROBLEM " WI-START-PROBLEM " - "
                   CA-ANSWERED-COUNT " OF " CA-PROBLEM-COUNT
                   " ANSWERED"
                   DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
           END-IF.

      *> A blank slot leaves its problem as it was.
       JUDGE-ONE-ANSWER.
           IF WI-ANSWER (WS-SLOT-IDX) NOT = SPACES
               COMPUTE WS-PROBLEM-IDX =
                   WI-START-PROBLEM-NUM + WS-SLOT-IDX - 1
               EVALUATE TRUE
                   WHEN WS-PROBLEM-IDX > CA-PROBLEM-COUNT
                       STRING "THE SHEET HAS ONLY "
                           CA-PROBLEM-COUNT " PROBLEMS"
                           DELIMITED BY SIZE INTO WS-ANSWER-REASON
                       END-STRING
                   WHEN WI-ANSWER (WS-SLOT-IDX) = "----"
                       ADD 1 TO WS-KEYED-COUNT
                   WHEN WI-ANSWER (WS-SLOT-IDX) NOT NUMERIC
                       STRING "ANSWER TO PROBLEM " WS-PROBLEM-IDX (2:2)
                           " MUST BE FOUR DIGITS, OR ---- IF LEFT "
                           "BLANK"
                           DELIMITED BY SIZE INTO WS-ANSWER-REASON
                       END-STRING
                   WHEN OTHER
                       ADD 1 TO WS-KEYED-COUNT
               END-EVALUATE
           END-IF.

       COUNT-THE-ANSWERS.
           MOVE 0 TO CA-ANSWERED-COUNT
           MOVE 0 TO WS-FIRST-BLANK
           PERFORM VARYING WS-PROBLEM-IDX FROM 1 BY 1
                   UNTIL WS-PROBLEM-IDX > CA-PROBLEM-COUNT
               IF CA-ANSWER (WS-PROBLEM-IDX) NOT = SPACES
                   ADD 1 TO CA-ANSWERED-COUNT
               ELSE
                   IF WS-FIRST-BLANK = 0
                       MOVE WS-PROBLEM-IDX TO WS-FIRST-BLANK
                   END-IF
               END-IF
           END-PERFORM.

      *> Saved part-way: still open to correction, and not
      *> extracted until it is submitted.
       SAVE-THE-SET.
           MOVE "E" TO WS-FILE-AS-STATUS
           PERFORM FILE-THE-SET
           IF WS-SET-WAS-FILED
               STRING "SET " CA-WORKSHEET-ID "/" CA-STUDENT-ID
                   " SAVED WITH " CA-ANSWERED-COUNT " OF "
                   CA-PROBLEM-COUNT " ANSWERED - NEXT SET"
                   DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
               PERFORM CLEAR-THE-SET
           END-IF.

      *> An incomplete set is the exception WSGRADE would raise
      *> tonight, so it is refused here instead.
       SUBMIT-THE-SET.
           PERFORM COUNT-THE-ANSWERS
           IF CA-ANSWERED-COUNT < CA-PROBLEM-COUNT
               STRING "SET INCOMPLETE - " CA-ANSWERED-COUNT " OF "
                   CA-PROBLEM-COUNT " ANSWERED, PROBLEM "
                   WS-FIRST-BLANK " IS BLANK (---- IF LEFT BLANK)"
                   DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
           ELSE
               MOVE "S" TO WS-FILE-AS-STATUS
               PERFORM FILE-THE-SET
               IF WS-SET-WAS-FILED
                   STRING "SET " CA-WORKSHEET-ID "/" CA-STUDENT-ID
                       " SUBMITTED FOR TONIGHT'S GRADING - NEXT SET"
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
                   PERFORM CLEAR-THE-SET
               END-IF
           END-IF.

      *> A set already on file is replaced only while it is still
      *> open: one submitted from another terminal in the
      *> meantime is left alone.  Any failure keeps the set on
      *> the screen to be filed again.
       FILE-THE-SET.
           MOVE "N" TO WS-SET-FILED
           MOVE CA-WORKSHEET-ID TO WS-AE-WORKSHEET-ID
           MOVE CA-STUDENT-ID TO WS-AE-STUDENT-ID
           EXEC CICS READ
               FILE("ANSENT")
               INTO(WS-ANSWER-SET-RECORD)
               RIDFLD(WS-AE-KEY)
               UPDATE
               RESP(WS-READ-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-READ-WAS-NOTFND
                   PERFORM BUILD-THE-SET-RECORD
                   EXEC CICS WRITE
                       FILE("ANSENT")
                       FROM(WS-ANSWER-SET-RECORD)
                       RIDFLD(WS-AE-KEY)
                       RESP(WS-WRITE-RESP)
                   END-EXEC
               WHEN NOT WS-READ-WAS-NORMAL
                   MOVE 1 TO WS-WRITE-RESP
               WHEN WS-AE-IS-ENTERED
                   PERFORM BUILD-THE-SET-RECORD
                   EXEC CICS REWRITE
                       FILE("ANSENT")
                       FROM(WS-ANSWER-SET-RECORD)
                       RESP(WS-WRITE-RESP)
                   END-EXEC
               WHEN OTHER
                   EXEC CICS UNLOCK
                       FILE("ANSENT")
                   END-EXEC
                   STRING "SET WAS SUBMITTED FROM ANOTHER TERMINAL "
                       "ON " WS-AE-ENTRY-DATE " - NOT CHANGED"
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
                   PERFORM CLEAR-THE-SET
                   MOVE 1 TO WS-WRITE-RESP
           END-EVALUATE
           IF WS-WRITE-WAS-NORMAL
               SET WS-SET-WAS-FILED TO TRUE
           ELSE
               IF WS-MESSAGE = SPACES
                   MOVE "ANSWER FILE REJECTED THE SET - NOTHING "
                       & "FILED, PRESS THE KEY AGAIN" TO WS-MESSAGE
               END-IF
           END-IF.

       BUILD-THE-SET-RECORD.
           MOVE SPACES TO WS-ANSWER-SET-RECORD
           MOVE CA-WORKSHEET-ID TO WS-AE-WORKSHEET-ID
           MOVE CA-STUDENT-ID TO WS-AE-STUDENT-ID
           MOVE CA-PROBLEM-COUNT TO WS-AE-PROBLEM-COUNT
           PERFORM VARYING WS-PROBLEM-IDX FROM 1 BY 1
                   UNTIL WS-PROBLEM-IDX > CA-PROBLEM-COUNT
               MOVE CA-ANSWER (WS-PROBLEM-IDX)
                   TO WS-AE-ANSWER (WS-PROBLEM-IDX)
           END-PERFORM
           MOVE WS-TODAY-TEXT TO WS-AE-ENTRY-DATE
           MOVE EIBTRMID TO WS-AE-TERMINAL-ID
           MOVE WS-FILE-AS-STATUS TO WS-AE-STATUS.

       END PROGRAM ANSENTRY.
