       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASVALID.

      *> Addition/subtraction extract envelope validation,
      *> PWVALID's twin for the ADDGEN/SUBGEN feed.  Walks the
      *> ASXTRACT stream envelope by envelope: each header opens
      *> a set, its details are counted and their results
      *> hash-totaled, and the trailer must agree with both
      *> figures.  Findings -- details outside any envelope, an
      *> envelope without a trailer (a truncated file), trailer
      *> figures that do not re-add, or two envelopes carrying
      *> the same business date (the double-run signature) -- end
      *> with return code 8 and the warehouse load held.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ASXTRACT-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY ASXTRACT-FD.

       WORKING-STORAGE SECTION.
       01  WS-ASXTRACT-STATUS          PIC XX VALUE SPACES.
       01  WS-EXTRACT-EOF              PIC X VALUE "N".
           88  WS-EXTRACT-AT-EOF       VALUE "Y".
       01  WS-SET-OPEN                 PIC X VALUE "N".
           88  WS-SET-IS-OPEN          VALUE "Y".
       01  WS-SET-DATE                 PIC X(10) VALUE SPACES.
       01  WS-SET-COUNT                PIC 9(9) VALUE 0.
       01  WS-SET-HASH                 PIC S9(11) VALUE 0.
       01  WS-ENVELOPE-COUNT           PIC 999 VALUE 0.
       01  WS-FINDING-COUNT            PIC 9(4) VALUE 0.
       01  WS-WARNING-COUNT            PIC 9(4) VALUE 0.
      *> Business dates of the envelopes seen, for the double-run
      *> check.
       01  WS-DATE-TABLE.
           05  WS-SEEN-DATE OCCURS 50 TIMES PIC X(10).
       01  WS-DATE-IDX                 PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       ASVALID-MAIN.
           OPEN INPUT AS-EXTRACT-FILE
           IF WS-ASXTRACT-STATUS NOT = "00"
               DISPLAY "*** ASVALID: ASXTRACT NOT AVAILABLE - "
                   "VALIDATION SKIPPED ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "===== ADD/SUB-EXTRACT ENVELOPE VALIDATION ====="
           PERFORM UNTIL WS-EXTRACT-AT-EOF
               READ AS-EXTRACT-FILE
                   AT END
                       SET WS-EXTRACT-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM VALIDATE-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE AS-EXTRACT-FILE
           IF WS-SET-IS-OPEN
               ADD 1 TO WS-FINDING-COUNT
               DISPLAY "FINDING: ENVELOPE FOR " WS-SET-DATE
                   " HAS NO TRAILER - FILE TRUNCATED OR RUN "
                   "INCOMPLETE"
           END-IF
           IF WS-ENVELOPE-COUNT = 0
               ADD 1 TO WS-FINDING-COUNT
               DISPLAY "FINDING: NO ENVELOPE ON FILE"
           END-IF
           DISPLAY "ENVELOPES SEEN: " WS-ENVELOPE-COUNT
           IF WS-FINDING-COUNT = 0
               DISPLAY "VALIDATION CLEAN - DETAIL PROVES AGAINST "
                   "EVERY TRAILER"
               IF WS-WARNING-COUNT > 0
                   DISPLAY WS-WARNING-COUNT " WARNING(S) - "
                       "CONFIRM DOUBLE RUN VS PARALLEL NIGHT"
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "VALIDATION FOUND " WS-FINDING-COUNT
                   " FINDING(S) - HOLD THE WAREHOUSE LOAD"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "=========================================="
           GOBACK.

       VALIDATE-ONE-RECORD.
           EVALUATE TRUE
               WHEN AX-IS-HEADER
                   PERFORM OPEN-ONE-ENVELOPE
               WHEN AX-IS-DETAIL
                   IF WS-SET-IS-OPEN
                       ADD 1 TO WS-SET-COUNT
                       ADD AX-RESULT TO WS-SET-HASH
                   ELSE
                       ADD 1 TO WS-FINDING-COUNT
                       DISPLAY "FINDING: DETAIL RECORD OUTSIDE "
                           "ANY ENVELOPE"
                   END-IF
               WHEN AX-IS-TRAILER
                   PERFORM CLOSE-ONE-ENVELOPE
               WHEN OTHER
                   ADD 1 TO WS-FINDING-COUNT
                   DISPLAY "FINDING: UNRECOGNIZED RECORD TYPE '"
                       AX-RECORD-TYPE "'"
           END-EVALUATE.

       OPEN-ONE-ENVELOPE.
           IF WS-SET-IS-OPEN
               ADD 1 TO WS-FINDING-COUNT
               DISPLAY "FINDING: ENVELOPE FOR " WS-SET-DATE
                   " NEVER CLOSED BEFORE THE NEXT HEADER"
           END-IF
           SET WS-SET-IS-OPEN TO TRUE
           ADD 1 TO WS-ENVELOPE-COUNT
           MOVE AX-HDR-BUSINESS-DATE TO WS-SET-DATE
           MOVE 0 TO WS-SET-COUNT
           MOVE 0 TO WS-SET-HASH
           PERFORM CHECK-DOUBLE-RUN
           IF WS-ENVELOPE-COUNT <= 50
               MOVE WS-SET-DATE
                   TO WS-SEEN-DATE (WS-ENVELOPE-COUNT)
           END-IF.

      *> Two envelopes on one business date warns rather than
      *> holds, for the same reasons DWVALID warns: a restart day
      *> legitimately shows two same-date envelopes.  Operations
      *> confirms which it was.
       CHECK-DOUBLE-RUN.
           PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                   UNTIL WS-DATE-IDX >= WS-ENVELOPE-COUNT
                       OR WS-DATE-IDX > 50
               IF WS-SEEN-DATE (WS-DATE-IDX) = WS-SET-DATE
                   ADD 1 TO WS-WARNING-COUNT
                   DISPLAY "WARNING: SECOND ENVELOPE FOR "
                       WS-SET-DATE " - DOUBLE RUN, A PARALLEL "
                       "NIGHT'S HALVES, OR A RESTART DAY"
               END-IF
           END-PERFORM.

       CLOSE-ONE-ENVELOPE.
           IF NOT WS-SET-IS-OPEN
               ADD 1 TO WS-FINDING-COUNT
               DISPLAY "FINDING: TRAILER WITHOUT AN OPEN ENVELOPE"
           ELSE
               IF AX-TRL-RECORD-COUNT NOT = WS-SET-COUNT
                   ADD 1 TO WS-FINDING-COUNT
                   DISPLAY "FINDING: TRAILER COUNT "
                       AX-TRL-RECORD-COUNT " BUT " WS-SET-COUNT
                       " DETAIL RECORD(S) FOR " WS-SET-DATE
               END-IF
               IF AX-TRL-HASH-TOTAL NOT = WS-SET-HASH
                   ADD 1 TO WS-FINDING-COUNT
                   DISPLAY "FINDING: TRAILER HASH DOES NOT RE-ADD "
                       "FOR " WS-SET-DATE
               END-IF
               MOVE "N" TO WS-SET-OPEN
           END-IF.

       END PROGRAM ASVALID.
