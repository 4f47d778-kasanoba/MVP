      *> alongside the data.  The receiving side recomputes both
      *> figures, returns an acknowledgment, and XFERVRFY closes
      *> the loop on our side.
      *> The GL interface's daily journal (GLJRNL) rides the same
      *> flow with its own record.  An empty journal is one
      *> GLINTF withheld; it is shipped all the same, so it gets
      *> its record too, with a zero count, and the far side
      *> confirms it received nothing to post rather than
      *> finding a file no control record vouches for.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-IN-FILE ASSIGN TO "BILLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLIN-STATUS.
       COPY GLJRNL-SEL.
           SELECT XFER-CONTROL-FILE ASSIGN TO "XFERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERCTL-STATUS.
       FD  BILLING-IN-FILE.
       01  BILLING-IN-RECORD           PIC X(70).

       COPY GLJRNL-FD.

       FD  XFER-CONTROL-FILE.
       01  XFER-CONTROL-RECORD.
           05  XC-FILE-ID              PIC X(8).
       01  WS-TBLIN-STATUS             PIC XX VALUE SPACES.
       01  WS-CSVIN-STATUS             PIC XX VALUE SPACES.
       01  WS-BILLIN-STATUS            PIC XX VALUE SPACES.
       01  WS-GLJRNL-STATUS            PIC XX VALUE SPACES.
       01  WS-XFERCTL-STATUS           PIC XX VALUE SPACES.
       01  WS-FILE-EOF                 PIC X VALUE "N".
           88  WS-FILE-AT-EOF          VALUE "Y".
           PERFORM SUM-TABLE-FILE
           PERFORM SUM-CSV-FILE
           PERFORM SUM-BILLING-FILE
           PERFORM SUM-GL-JOURNAL-FILE
           CLOSE XFER-CONTROL-FILE
           GOBACK.

               PERFORM WRITE-CONTROL-RECORD
           END-IF.

       SUM-GL-JOURNAL-FILE.
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 0 TO WS-CHECKSUM-SUM
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-GLJRNL-STATUS NOT = "00"
               DISPLAY "XFERCTLB: GLJRNL NOT PRESENT - NO "
                   "CONTROL RECORD CUT FOR IT"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ GL-JOURNAL-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORD-COUNT
                           MOVE GL-JOURNAL-RECORD TO WS-WORK-LINE
                           MOVE 80 TO WS-WORK-LENGTH
                           PERFORM SUM-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL-FILE
               IF WS-RECORD-COUNT = 0
                   DISPLAY "XFERCTLB: GLJRNL EMPTY - JOURNAL "
                       "WITHHELD, ZERO CONTROL RECORD CUT FOR IT"
               END-IF
               MOVE "GLJRNL  " TO WS-CONTROL-FILE-ID
               PERFORM WRITE-CONTROL-RECORD
           END-IF.

       SUM-ONE-RECORD.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-WORK-LENGTH
