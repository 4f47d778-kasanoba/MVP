      *> queue uses.  The targeted mode of the worksheet
      *> generator reads this master to weight each student's
      *> sheet toward their weakest tables.
      *> The master is now keyed per student per OPERATION per
      *> table, taking the operation letter WSGRADE carries on
      *> GRDRSLT, so addition and subtraction progress is
      *> tracked apart from multiplication.  Master and result
      *> records written before the operation was carried read
      *> it as blank, and blank is multiplication -- the whole
      *> of the history at that time -- so an old master folds
      *> straight into the new key.  Capacity rises with the
      *> key, from 2000 entries to 8000.
      *> Each entry now also carries the day PROFCERT certified
      *> the student proficient on that operation and table.
      *> This run never sets or clears it -- it is carried
      *> through unchanged, and a new entry starts uncertified --
      *> so a certificate once printed is never printed again,
      *> whatever the percentage does afterwards.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.
      *> The layout the worksheet generator's targeted mode and
      *> the certification run mirror; all three must stay in
      *> step.
       FD  MASTERY-FILE.
       01  MASTERY-RECORD.
           05  MS-STUDENT-ID           PIC X(8).
           05  MS-PRIOR-PCT            PIC 999.
           05  MS-TREND                PIC X.
           05  MS-LAST-DATE            PIC X(10).
           05  MS-OPERATION            PIC X.
           05  MS-CERT-DATE            PIC X(10).
           05  FILLER                  PIC X(32).

       FD  NEW-MASTERY-FILE.
       01  NEW-MASTERY-RECORD          PIC X(80).
           05  RS-ATTEMPTED            PIC 999.
           05  RS-CORRECT              PIC 999.
           05  RS-RUN-DATE             PIC X(10).
           05  RS-OPERATION            PIC X.
           05  FILLER                  PIC X(53).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> The master in memory: applied against, then written
      *> whole to MSTNEW.
       01  WS-MASTERY-TABLE.
           05  WS-MST-ENTRY OCCURS 8000 TIMES.
               10  WS-MST-STUDENT      PIC X(8).
               10  WS-MST-OPERATION    PIC X.
               10  WS-MST-TABLE        PIC 99.
               10  WS-MST-ATTEMPTS     PIC 9(5).
               10  WS-MST-CORRECT      PIC 9(5).
               10  WS-MST-PRIOR-PCT    PIC 999.
               10  WS-MST-TREND        PIC X.
               10  WS-MST-LAST-DATE    PIC X(10).
               10  WS-MST-CERT-DATE    PIC X(10).
       01  WS-MST-COUNT                PIC 9(4) VALUE 0.
       01  WS-MST-IDX                  PIC 9(4) VALUE 0.
       01  WS-MST-SLOT                 PIC 9(4) VALUE 0.
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
                               MOVE MS-ATTEMPTS TO
                                   WS-MST-TREND (WS-MST-COUNT)
                               MOVE MS-LAST-DATE TO
                                   WS-MST-LAST-DATE (WS-MST-COUNT)
                               MOVE MS-CERT-DATE TO
                                   WS-MST-CERT-DATE (WS-MST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       APPLY-ONE-RESULT.
           IF RS-OPERATION = SPACE
               MOVE "M" TO RS-OPERATION
           END-IF
           MOVE 0 TO WS-MST-SLOT
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
                       OR WS-MST-SLOT > 0
               IF WS-MST-STUDENT (WS-MST-IDX) = RS-STUDENT-ID
                       AND WS-MST-OPERATION (WS-MST-IDX)
                           = RS-OPERATION
                       AND WS-MST-TABLE (WS-MST-IDX)
                           = RS-TABLE-NUMBER
                   MOVE WS-MST-IDX TO WS-MST-SLOT
               END-IF
           END-PERFORM
           IF WS-MST-SLOT = 0
               IF WS-MST-COUNT >= 8000
                   ADD 1 TO WS-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-MST-COUNT
                   MOVE WS-MST-COUNT TO WS-MST-SLOT
                   MOVE RS-STUDENT-ID
                       TO WS-MST-STUDENT (WS-MST-SLOT)
                   MOVE RS-OPERATION
                       TO WS-MST-OPERATION (WS-MST-SLOT)
                   MOVE RS-TABLE-NUMBER
                       TO WS-MST-TABLE (WS-MST-SLOT)
                   MOVE 0 TO WS-MST-ATTEMPTS (WS-MST-SLOT)
                   MOVE 0 TO WS-MST-PCT (WS-MST-SLOT)
                   MOVE 0 TO WS-MST-PRIOR-PCT (WS-MST-SLOT)
                   MOVE "N" TO WS-MST-TREND (WS-MST-SLOT)
                   MOVE SPACES TO WS-MST-CERT-DATE (WS-MST-SLOT)
               END-IF
           END-IF
           IF WS-MST-SLOT > 0
                       AND WS-MST-PRIOR-PCT (WS-MST-SLOT) = 0
                       AND WS-MST-ATTEMPTS (WS-MST-SLOT)
                           = RS-ATTEMPTED
      *> First tally ever for this student/operation/table:
      *> stays N.
                   CONTINUE
               WHEN WS-MST-PCT (WS-MST-SLOT)
                       > WS-MST-PRIOR-PCT (WS-MST-SLOT)
                   MOVE WS-MST-TREND (WS-MST-IDX) TO MS-TREND
                   MOVE WS-MST-LAST-DATE (WS-MST-IDX)
                       TO MS-LAST-DATE
                   MOVE WS-MST-OPERATION (WS-MST-IDX)
                       TO MS-OPERATION
                   MOVE WS-MST-CERT-DATE (WS-MST-IDX)
                       TO MS-CERT-DATE
                   MOVE MASTERY-RECORD TO NEW-MASTERY-RECORD
                   WRITE NEW-MASTERY-RECORD
               END-PERFORM
