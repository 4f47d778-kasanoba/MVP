       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFCERT.

      *> Proficiency certification and class progress.  MASTUPD
      *> keeps every student's percentage and trend per operation
      *> per table, but until now the training department still
      *> decided by hand who had passed.  This run applies the
      *> mastery rule on the CRTCARD parameter card -- at least
      *> the card's percentage correct over at least the card's
      *> number of problems (defaults 90 and 50) -- to every
      *> operation and table on MSTMAST separately:
      *>   - an operation/table meeting the rule for the first
      *>     time is certified: today's date goes onto the master
      *>     entry, and a certificate is printed on CERTOUT for
      *>     each student with anything newly certified, listing
      *>     those tables.  An entry already dated is never
      *>     certified again, whatever its percentage does later;
      *>   - the class progress report on PROGRPT lists, class by
      *>     class as the CLSLIST class list groups them, each
      *>     student's certified tables (those certified this run
      *>     starred), improving tables (not certified, trend up)
      *>     and struggling tables (not certified, not improving,
      *>     under the card's struggling percentage, default 70).
      *>     Students with history but on no class list are
      *>     listed last, so nobody drops out of sight.
      *> Old-in/new-out like MASTUPD: the dated master goes to
      *> MSTNEW for the JCL swap.  Anything that would lose or
      *> garble the master -- no MSTMAST, more entries than the
      *> table holds, no MSTNEW or report file -- is fatal (RC 8)
      *> and holds the swap, so nobody is certified and nothing
      *> is dated.  No class list is a warning (RC 4): the
      *> certificates are good, the report just cannot group.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-CARD-FILE ASSIGN TO "CRTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRTCARD-STATUS.
           SELECT CLASS-LIST-FILE ASSIGN TO "CLSLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLSLIST-STATUS.
           SELECT MASTERY-FILE ASSIGN TO "MSTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTMAST-STATUS.
           SELECT NEW-MASTERY-FILE ASSIGN TO "MSTNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTNEW-STATUS.
           SELECT CERTIFICATE-FILE ASSIGN TO "CERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTOUT-STATUS.
           SELECT PROGRESS-REPORT-FILE ASSIGN TO "PROGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROGRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The mastery rule: least percentage correct (default 90)
      *> over least problems attempted (default 50), and the
      *> percentage under which a table not improving counts as
      *> struggling (default 70, and below the rule's).
       FD  RULE-CARD-FILE.
       01  RULE-CARD-RECORD.
           05  RL-MIN-PCT               PIC X(3).
           05  RL-MIN-PCT-NUM REDEFINES RL-MIN-PCT
                                        PIC 999.
           05  RL-MIN-ATTEMPTS          PIC X(5).
           05  RL-MIN-ATTEMPTS-NUM REDEFINES RL-MIN-ATTEMPTS
                                        PIC 9(5).
           05  RL-STRUGGLE-PCT          PIC X(3).
           05  RL-STRUGGLE-PCT-NUM REDEFINES RL-STRUGGLE-PCT
                                        PIC 999.
           05  FILLER                   PIC X(69).

      *> The class list WRKSHT's targeted mode reads, with the
      *> class the student sits in beside the student id (WRKSHT
      *> reads only the student id).
       FD  CLASS-LIST-FILE.
       01  CLASS-LIST-RECORD.
           05  CL-STUDENT-ID           PIC X(8).
           05  CL-CLASS-ID             PIC X(8).
           05  FILLER                  PIC X(64).

      *> Mirror of the record MASTUPD writes; the two must stay
      *> in step.
       FD  MASTERY-FILE.
       01  MASTERY-RECORD.
           05  MS-STUDENT-ID           PIC X(8).
           05  MS-TABLE-NUMBER         PIC 99.
           05  MS-ATTEMPTS             PIC 9(5).
           05  MS-CORRECT              PIC 9(5).
           05  MS-CORRECT-PCT          PIC 999.
           05  MS-PRIOR-PCT            PIC 999.
           05  MS-TREND                PIC X.
           05  MS-LAST-DATE            PIC X(10).
           05  MS-OPERATION            PIC X.
           05  MS-CERT-DATE            PIC X(10).
           05  FILLER                  PIC X(32).

       FD  NEW-MASTERY-FILE.
       01  NEW-MASTERY-RECORD          PIC X(80).

      *> Byte 1 of both print files is an ANSI carriage-control
      *> character, like the WSGRADE result sheets.
       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-RECORD.
           05  CT-CTRL-CHAR            PIC X.
           05  CT-DATA                 PIC X(79).

       FD  PROGRESS-REPORT-FILE.
       01  PROGRESS-REPORT-RECORD.
           05  PG-CTRL-CHAR            PIC X.
           05  PG-DATA                 PIC X(131).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-CRTCARD-STATUS           PIC XX VALUE SPACES.
       01  WS-CLSLIST-STATUS           PIC XX VALUE SPACES.
       01  WS-MSTMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-MSTNEW-STATUS            PIC XX VALUE SPACES.
       01  WS-CERTOUT-STATUS           PIC XX VALUE SPACES.
       01  WS-PROGRPT-STATUS           PIC XX VALUE SPACES.
       01  WS-MASTERY-EOF              PIC X VALUE "N".
           88  WS-MASTERY-AT-EOF       VALUE "Y".
       01  WS-CLASS-EOF                PIC X VALUE "N".
           88  WS-CLASS-AT-EOF         VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 99.
           05  WS-TODAY-DD             PIC 99.
       01  WS-TODAY-TEXT               PIC X(10) VALUE SPACES.
      *> The rule in force, defaults overridden by the card.
       01  WS-RULE-PCT                 PIC 999 VALUE 90.
       01  WS-RULE-ATTEMPTS            PIC 9(5) VALUE 50.
       01  WS-STRUGGLE-PCT             PIC 999 VALUE 70.
      *> The master in memory, dated in place, then written whole
      *> to MSTNEW.
       01  WS-MASTERY-TABLE.
           05  WS-MST-ENTRY OCCURS 8000 TIMES.
               10  WS-MST-STUDENT      PIC X(8).
               10  WS-MST-OPERATION    PIC X.
               10  WS-MST-TABLE        PIC 99.
               10  WS-MST-ATTEMPTS     PIC 9(5).
               10  WS-MST-CORRECT      PIC 9(5).
               10  WS-MST-PCT          PIC 999.
               10  WS-MST-PRIOR-PCT    PIC 999.
               10  WS-MST-TREND        PIC X.
               10  WS-MST-LAST-DATE    PIC X(10).
               10  WS-MST-CERT-DATE    PIC X(10).
               10  WS-MST-NEW-CERT     PIC X.
       01  WS-MST-COUNT                PIC 9(4) VALUE 0.
       01  WS-MST-IDX                  PIC 9(4) VALUE 0.
       01  WS-MST-OVERFLOW             PIC X VALUE "N".
           88  WS-MST-IS-OVERFLOWED    VALUE "Y".
      *> Every student on the master, in first-seen order, with
      *> how many tables were certified this run and whether the
      *> class list placed them.
       01  WS-STUDENT-TABLE.
           05  WS-STU-ENTRY OCCURS 8000 TIMES.
               10  WS-STU-ID           PIC X(8).
               10  WS-STU-NEW-CERTS    PIC 999.
               10  WS-STU-LISTED       PIC X.
       01  WS-STU-COUNT                PIC 9(4) VALUE 0.
       01  WS-STU-IDX                  PIC 9(4) VALUE 0.
       01  WS-STU-SLOT                 PIC 9(4) VALUE 0.
      *> The class list, and the distinct classes on it in the
      *> order they first appear.
       01  WS-CLASS-TABLE.
           05  WS-CLS-ENTRY OCCURS 2000 TIMES.
               10  WS-CLS-STUDENT      PIC X(8).
               10  WS-CLS-CLASS        PIC X(8).
       01  WS-CLS-COUNT                PIC 9(4) VALUE 0.
       01  WS-CLS-IDX                  PIC 9(4) VALUE 0.
       01  WS-CLS-OVERFLOW             PIC 9(5) VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GRP-CLASS OCCURS 2000 TIMES
                                       PIC X(8).
       01  WS-GRP-COUNT                PIC 9(4) VALUE 0.
       01  WS-GRP-IDX                  PIC 9(4) VALUE 0.
       01  WS-GRP-FOUND                PIC X VALUE "N".
           88  WS-GRP-WAS-FOUND        VALUE "Y".
      *> The student being certified or reported.
       01  WS-CUR-STUDENT              PIC X(8) VALUE SPACES.
       01  WS-CUR-CLASS                PIC X(8) VALUE SPACES.
      *> One student's tables sorted into the three report
      *> categories: 1 certified, 2 improving, 3 struggling.
       01  WS-CATEGORY-TABLE.
           05  WS-CAT-ENTRY OCCURS 3 TIMES.
               10  WS-CAT-COUNT        PIC 999.
               10  WS-CAT-CODE OCCURS 400 TIMES
                                       PIC X(4).
       01  WS-CAT-IDX                  PIC 9 VALUE 0.
       01  WS-CAT-LABELS               PIC X(30)
               VALUE "CERTIFIED IMPROVING STRUGGLING".
       01  WS-CAT-LABEL-TABLE REDEFINES WS-CAT-LABELS.
           05  WS-CAT-LABEL OCCURS 3 TIMES
                                       PIC X(10).
       01  WS-CODE-IDX                 PIC 999 VALUE 0.
       01  WS-CODE-WORK.
           05  WS-CW-OPERATION         PIC X.
           05  WS-CW-TABLE             PIC 99.
           05  WS-CW-FLAG              PIC X.
       01  WS-CODES-ON-LINE            PIC 99 VALUE 0.
       01  WS-LINE-PTR                 PIC 999 VALUE 0.
       01  WS-STU-TABLES               PIC 999 VALUE 0.
       01  WS-OPERATION-NAME           PIC X(14) VALUE SPACES.
      *> Class and run tallies.
       01  WS-CLASS-STUDENTS           PIC 9(4) VALUE 0.
       01  WS-CLASS-CERTIFIED          PIC 9(5) VALUE 0.
       01  WS-CLASS-NEW-CERTS          PIC 9(5) VALUE 0.
       01  WS-CLASS-STRUGGLING         PIC 9(4) VALUE 0.
       01  WS-NEW-CERT-TABLES          PIC 9(5) VALUE 0.
       01  WS-CERTIFICATES             PIC 9(5) VALUE 0.
       01  WS-STUDENTS-REPORTED        PIC 9(5) VALUE 0.
       01  WS-UNLISTED-COUNT           PIC 9(5) VALUE 0.
       01  WS-PCT-DISPLAY              PIC ZZ9.
       01  WS-CNT-DISPLAY              PIC Z(4)9.
       01  WS-SMALL-DISPLAY            PIC ZZ9.

       PROCEDURE DIVISION.
       PROFCERT-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           PERFORM READ-RULE-CARD
           PERFORM LOAD-MASTERY-MASTER
           PERFORM LOAD-CLASS-LIST
           OPEN OUTPUT NEW-MASTERY-FILE
           OPEN OUTPUT CERTIFICATE-FILE
           OPEN OUTPUT PROGRESS-REPORT-FILE
           IF WS-MSTNEW-STATUS NOT = "00"
                   OR WS-CERTOUT-STATUS NOT = "00"
                   OR WS-PROGRPT-STATUS NOT = "00"
               MOVE "MT1089E" TO WS-OM-ID
               STRING "PROFCERT: MSTNEW, CERTOUT OR PROGRPT NOT "
                   "AVAILABLE - NOBODY CERTIFIED, MASTER HELD"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
               PERFORM CERTIFY-ONE-ENTRY
           END-PERFORM
           PERFORM BUILD-STUDENT-LIST
           PERFORM PRINT-CERTIFICATES
           PERFORM PRINT-PROGRESS-REPORT
           PERFORM WRITE-NEW-MASTER
           CLOSE NEW-MASTERY-FILE
           CLOSE CERTIFICATE-FILE
           CLOSE PROGRESS-REPORT-FILE
           DISPLAY "===== PROFCERT END-OF-JOB SUMMARY ====="
           DISPLAY "MASTERY RULE        : " WS-RULE-PCT "% OVER "
               WS-RULE-ATTEMPTS " PROBLEMS"
           DISPLAY "STRUGGLING BELOW    : " WS-STRUGGLE-PCT "%"
           DISPLAY "MASTER ENTRIES      : " WS-MST-COUNT
           DISPLAY "TABLES CERTIFIED    : " WS-NEW-CERT-TABLES
           DISPLAY "CERTIFICATES PRINTED: " WS-CERTIFICATES
           DISPLAY "STUDENTS REPORTED   : " WS-STUDENTS-REPORTED
           DISPLAY "  ON NO CLASS LIST  : " WS-UNLISTED-COUNT
           DISPLAY "======================================="
           MOVE "MT1092I" TO WS-OM-ID
           STRING "PROFCERT: " WS-CERTIFICATES " STUDENT(S) NEWLY "
               "CERTIFIED ON " WS-NEW-CERT-TABLES " TABLE(S) - "
               "CERTIFICATES ON CERTOUT"
               DELIMITED BY SIZE INTO WS-OM-TEXT
           END-STRING
           PERFORM ISSUE-OPERATOR-MESSAGE
           GOBACK.

      *> A missing card, or a value that makes no sense, leaves
      *> that part of the rule at its default.
       READ-RULE-CARD.
           OPEN INPUT RULE-CARD-FILE
           IF WS-CRTCARD-STATUS = "00"
               READ RULE-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RL-MIN-PCT NUMERIC
                               AND RL-MIN-PCT-NUM > 0
                               AND RL-MIN-PCT-NUM NOT > 100
                           MOVE RL-MIN-PCT-NUM TO WS-RULE-PCT
                       END-IF
                       IF RL-MIN-ATTEMPTS NUMERIC
                               AND RL-MIN-ATTEMPTS-NUM > 0
                           MOVE RL-MIN-ATTEMPTS-NUM
                               TO WS-RULE-ATTEMPTS
                       END-IF
                       IF RL-STRUGGLE-PCT NUMERIC
                           MOVE RL-STRUGGLE-PCT-NUM
                               TO WS-STRUGGLE-PCT
                       END-IF
               END-READ
               CLOSE RULE-CARD-FILE
           END-IF
           IF WS-STRUGGLE-PCT NOT < WS-RULE-PCT
               MOVE WS-RULE-PCT TO WS-STRUGGLE-PCT
           END-IF.

      *> The whole master must fit: MSTNEW replaces it, so an
      *> entry left out here would be history lost.
       LOAD-MASTERY-MASTER.
           OPEN INPUT MASTERY-FILE
           IF WS-MSTMAST-STATUS NOT = "00"
               MOVE "MT1087E" TO WS-OM-ID
               STRING "PROFCERT: MSTMAST NOT AVAILABLE - NOBODY "
                   "CERTIFIED, MASTER HELD"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-MASTERY-AT-EOF
               READ MASTERY-FILE
                   AT END
                       SET WS-MASTERY-AT-EOF TO TRUE
                   NOT AT END
                       IF WS-MST-COUNT < 8000
                           ADD 1 TO WS-MST-COUNT
                           PERFORM LOAD-ONE-ENTRY
                       ELSE
                           SET WS-MST-IS-OVERFLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTERY-FILE
           IF WS-MST-IS-OVERFLOWED
               MOVE "MT1088E" TO WS-OM-ID
               STRING "PROFCERT: MORE THAN 8000 MASTERY ENTRIES - "
                   "NOBODY CERTIFIED, MASTER HELD"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       LOAD-ONE-ENTRY.
           MOVE MS-STUDENT-ID TO WS-MST-STUDENT (WS-MST-COUNT)
           IF MS-OPERATION = SPACE
               MOVE "M" TO WS-MST-OPERATION (WS-MST-COUNT)
           ELSE
               MOVE MS-OPERATION TO WS-MST-OPERATION (WS-MST-COUNT)
           END-IF
           MOVE MS-TABLE-NUMBER TO WS-MST-TABLE (WS-MST-COUNT)
           MOVE MS-ATTEMPTS TO WS-MST-ATTEMPTS (WS-MST-COUNT)
           MOVE MS-CORRECT TO WS-MST-CORRECT (WS-MST-COUNT)
           MOVE MS-CORRECT-PCT TO WS-MST-PCT (WS-MST-COUNT)
           MOVE MS-PRIOR-PCT TO WS-MST-PRIOR-PCT (WS-MST-COUNT)
           MOVE MS-TREND TO WS-MST-TREND (WS-MST-COUNT)
           MOVE MS-LAST-DATE TO WS-MST-LAST-DATE (WS-MST-COUNT)
           MOVE MS-CERT-DATE TO WS-MST-CERT-DATE (WS-MST-COUNT)
           MOVE "N" TO WS-MST-NEW-CERT (WS-MST-COUNT).

      *> No class list still certifies; the report then has only
      *> the students on no list.
       LOAD-CLASS-LIST.
           OPEN INPUT CLASS-LIST-FILE
           IF WS-CLSLIST-STATUS NOT = "00"
               MOVE "MT1090W" TO WS-OM-ID
               STRING "PROFCERT: CLSLIST NOT AVAILABLE - PROGRESS "
                   "REPORT NOT GROUPED BY CLASS"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-CLASS-AT-EOF
                   READ CLASS-LIST-FILE
                       AT END
                           SET WS-CLASS-AT-EOF TO TRUE
                       NOT AT END
                           IF CL-STUDENT-ID NOT = SPACES
                               PERFORM LOAD-ONE-CLASS-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASS-LIST-FILE
               IF WS-CLS-OVERFLOW > 0
                   MOVE "MT1091W" TO WS-OM-ID
                   STRING "PROFCERT: MORE THAN 2000 CLASS LIST "
                       "ENTRIES - " WS-CLS-OVERFLOW " REPORTED "
                       "AS ON NO CLASS LIST"
                       DELIMITED BY SIZE INTO WS-OM-TEXT
                   END-STRING
                   PERFORM ISSUE-OPERATOR-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       LOAD-ONE-CLASS-ENTRY.
           IF WS-CLS-COUNT < 2000
               ADD 1 TO WS-CLS-COUNT
               MOVE CL-STUDENT-ID TO WS-CLS-STUDENT (WS-CLS-COUNT)
               MOVE CL-CLASS-ID TO WS-CLS-CLASS (WS-CLS-COUNT)
               MOVE "N" TO WS-GRP-FOUND
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > WS-GRP-COUNT
                           OR WS-GRP-WAS-FOUND
                   IF WS-GRP-CLASS (WS-GRP-IDX) = CL-CLASS-ID
                       SET WS-GRP-WAS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-GRP-WAS-FOUND
                   ADD 1 TO WS-GRP-COUNT
                   MOVE CL-CLASS-ID TO WS-GRP-CLASS (WS-GRP-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-CLS-OVERFLOW
           END-IF.

      *> The rule, per operation per table; a dated entry is
      *> never looked at again.
       CERTIFY-ONE-ENTRY.
           IF WS-MST-CERT-DATE (WS-MST-IDX) = SPACES
                   AND WS-MST-ATTEMPTS (WS-MST-IDX)
                       NOT < WS-RULE-ATTEMPTS
                   AND WS-MST-PCT (WS-MST-IDX) NOT < WS-RULE-PCT
               MOVE WS-TODAY-TEXT TO WS-MST-CERT-DATE (WS-MST-IDX)
               MOVE "Y" TO WS-MST-NEW-CERT (WS-MST-IDX)
               ADD 1 TO WS-NEW-CERT-TABLES
           END-IF.

       BUILD-STUDENT-LIST.
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
               MOVE WS-MST-STUDENT (WS-MST-IDX) TO WS-CUR-STUDENT
               PERFORM FIND-STUDENT-SLOT
               IF WS-STU-SLOT = 0
                   ADD 1 TO WS-STU-COUNT
                   MOVE WS-STU-COUNT TO WS-STU-SLOT
                   MOVE WS-CUR-STUDENT TO WS-STU-ID (WS-STU-SLOT)
                   MOVE 0 TO WS-STU-NEW-CERTS (WS-STU-SLOT)
                   MOVE "N" TO WS-STU-LISTED (WS-STU-SLOT)
               END-IF
               IF WS-MST-NEW-CERT (WS-MST-IDX) = "Y"
                   ADD 1 TO WS-STU-NEW-CERTS (WS-STU-SLOT)
               END-IF
           END-PERFORM.

       FIND-STUDENT-SLOT.
           MOVE 0 TO WS-STU-SLOT
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
                       OR WS-STU-SLOT > 0
               IF WS-STU-ID (WS-STU-IDX) = WS-CUR-STUDENT
                   MOVE WS-STU-IDX TO WS-STU-SLOT
               END-IF
           END-PERFORM.

       PRINT-CERTIFICATES.
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               IF WS-STU-NEW-CERTS (WS-STU-IDX) > 0
                   MOVE WS-STU-ID (WS-STU-IDX) TO WS-CUR-STUDENT
                   PERFORM PRINT-ONE-CERTIFICATE
               END-IF
           END-PERFORM.

      *> One page per student: every table certified today, the
      *> standard it met, and a line for the training department
      *> to sign.
       PRINT-ONE-CERTIFICATE.
           ADD 1 TO WS-CERTIFICATES
           MOVE SPACES TO WS-CUR-CLASS
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > WS-CLS-COUNT
                       OR WS-CUR-CLASS NOT = SPACES
               IF WS-CLS-STUDENT (WS-CLS-IDX) = WS-CUR-STUDENT
                   MOVE WS-CLS-CLASS (WS-CLS-IDX) TO WS-CUR-CLASS
               END-IF
           END-PERFORM
           MOVE SPACES TO CERTIFICATE-RECORD
           MOVE "1" TO CT-CTRL-CHAR
           MOVE "                    CERTIFICATE OF PROFICIENCY"
               TO CT-DATA
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-RECORD
           MOVE "-" TO CT-CTRL-CHAR
           STRING "THIS CERTIFIES THAT STUDENT " WS-CUR-STUDENT
               DELIMITED BY SIZE INTO CT-DATA
           END-STRING
           WRITE CERTIFICATE-RECORD
           IF WS-CUR-CLASS NOT = SPACES
               MOVE SPACES TO CERTIFICATE-RECORD
               MOVE " " TO CT-CTRL-CHAR
               STRING "OF CLASS " WS-CUR-CLASS
                   DELIMITED BY SIZE INTO CT-DATA
               END-STRING
               WRITE CERTIFICATE-RECORD
           END-IF
           MOVE SPACES TO CERTIFICATE-RECORD
           MOVE "0" TO CT-CTRL-CHAR
           MOVE "HAS SHOWN PROFICIENCY IN" TO CT-DATA
           WRITE CERTIFICATE-RECORD
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
               IF WS-MST-STUDENT (WS-MST-IDX) = WS-CUR-STUDENT
                       AND WS-MST-NEW-CERT (WS-MST-IDX) = "Y"
                   PERFORM PRINT-CERTIFIED-TABLE
               END-IF
           END-PERFORM
           MOVE WS-RULE-PCT TO WS-PCT-DISPLAY
           MOVE WS-RULE-ATTEMPTS TO WS-CNT-DISPLAY
           MOVE SPACES TO CERTIFICATE-RECORD
           MOVE "0" TO CT-CTRL-CHAR
           STRING "HAVING ANSWERED AT LEAST "
               FUNCTION TRIM (WS-PCT-DISPLAY)
               "% CORRECTLY OVER AT LEAST "
               FUNCTION TRIM (WS-CNT-DISPLAY)
               " PROBLEMS ON EACH."
               DELIMITED BY SIZE INTO CT-DATA
           END-STRING
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-RECORD
           MOVE "0" TO CT-CTRL-CHAR
           STRING "CERTIFIED " WS-TODAY-TEXT
               DELIMITED BY SIZE INTO CT-DATA
           END-STRING
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-RECORD
           MOVE "-" TO CT-CTRL-CHAR
           MOVE "______________________________  TRAINING DEPARTMENT"
               TO CT-DATA
           WRITE CERTIFICATE-RECORD.

       PRINT-CERTIFIED-TABLE.
           PERFORM NAME-THE-OPERATION
           MOVE WS-MST-PCT (WS-MST-IDX) TO WS-PCT-DISPLAY
           MOVE WS-MST-ATTEMPTS (WS-MST-IDX) TO WS-CNT-DISPLAY
           MOVE SPACES TO CERTIFICATE-RECORD
           MOVE " " TO CT-CTRL-CHAR
           STRING "     " WS-OPERATION-NAME " TABLE "
               WS-MST-TABLE (WS-MST-IDX) "   "
               WS-PCT-DISPLAY "% CORRECT OVER "
               WS-CNT-DISPLAY " PROBLEMS"
               DELIMITED BY SIZE INTO CT-DATA
           END-STRING
           WRITE CERTIFICATE-RECORD.

       NAME-THE-OPERATION.
           EVALUATE WS-MST-OPERATION (WS-MST-IDX)
               WHEN "D"
                   MOVE "DIVISION" TO WS-OPERATION-NAME
               WHEN "A"
                   MOVE "ADDITION" TO WS-OPERATION-NAME
               WHEN "S"
                   MOVE "SUBTRACTION" TO WS-OPERATION-NAME
               WHEN OTHER
                   MOVE "MULTIPLICATION" TO WS-OPERATION-NAME
           END-EVALUATE.

      *> Class by class in class-list order, then everyone with
      *> history the list did not place.
       PRINT-PROGRESS-REPORT.
           MOVE SPACES TO PROGRESS-REPORT-RECORD
           MOVE "1" TO PG-CTRL-CHAR
           STRING "CLASS PROGRESS REPORT  " WS-TODAY-TEXT
               DELIMITED BY SIZE INTO PG-DATA
           END-STRING
           WRITE PROGRESS-REPORT-RECORD
           MOVE WS-RULE-PCT TO WS-PCT-DISPLAY
           MOVE WS-RULE-ATTEMPTS TO WS-CNT-DISPLAY
           MOVE WS-STRUGGLE-PCT TO WS-SMALL-DISPLAY
           MOVE SPACES TO PROGRESS-REPORT-RECORD
           MOVE " " TO PG-CTRL-CHAR
           STRING "CERTIFIED: AT LEAST "
               FUNCTION TRIM (WS-PCT-DISPLAY) "% OVER AT LEAST "
               FUNCTION TRIM (WS-CNT-DISPLAY) " PROBLEMS (* THIS "
               "RUN).  IMPROVING: TREND UP.  STRUGGLING: UNDER "
               FUNCTION TRIM (WS-SMALL-DISPLAY)
               "% AND NOT IMPROVING."
               DELIMITED BY SIZE INTO PG-DATA
           END-STRING
           WRITE PROGRESS-REPORT-RECORD
           MOVE SPACES TO PROGRESS-REPORT-RECORD
           MOVE " " TO PG-CTRL-CHAR
           MOVE "TABLES ARE SHOWN AS OPERATION AND TABLE NUMBER: M "
               & "MULTIPLICATION, D DIVISION, A ADDITION, S "
               & "SUBTRACTION." TO PG-DATA
           WRITE PROGRESS-REPORT-RECORD
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               PERFORM PRINT-ONE-CLASS
           END-PERFORM
           PERFORM PRINT-UNLISTED-STUDENTS.

       PRINT-ONE-CLASS.
           PERFORM CLEAR-CLASS-TALLIES
           MOVE WS-GRP-CLASS (WS-GRP-IDX) TO WS-CUR-CLASS
           MOVE SPACES TO PROGRESS-REPORT-RECORD
           MOVE "0" TO PG-CTRL-CHAR
           IF WS-CUR-CLASS = SPACES
               MOVE "CLASS NOT GIVEN ON THE CLASS LIST" TO PG-DATA
           ELSE
               STRING "CLASS " WS-CUR-CLASS
                   DELIMITED BY SIZE INTO PG-DATA
               END-STRING
           END-IF
           WRITE PROGRESS-REPORT-RECORD
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > WS-CLS-COUNT
               IF WS-CLS-CLASS (WS-CLS-IDX) = WS-CUR-CLASS
                   MOVE WS-CLS-STUDENT (WS-CLS-IDX) TO WS-CUR-STUDENT
                   PERFORM FIND-STUDENT-SLOT
                   IF WS-STU-SLOT > 0
                       MOVE "Y" TO WS-STU-LISTED (WS-STU-SLOT)
                   END-IF
                   PERFORM PRINT-ONE-STUDENT
               END-IF
           END-PERFORM
           PERFORM PRINT-CLASS-TOTAL.

       PRINT-UNLISTED-STUDENTS.
           PERFORM CLEAR-CLASS-TALLIES
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               IF WS-STU-LISTED (WS-STU-IDX) = "N"
                   IF WS-UNLISTED-COUNT = 0
                       MOVE SPACES TO PROGRESS-REPORT-RECORD
                       MOVE "0" TO PG-CTRL-CHAR
                       MOVE "STUDENTS ON NO CLASS LIST" TO PG-DATA
                       WRITE PROGRESS-REPORT-RECORD
                   END-IF
                   ADD 1 TO WS-UNLISTED-COUNT
                   MOVE WS-STU-ID (WS-STU-IDX) TO WS-CUR-STUDENT
                   PERFORM PRINT-ONE-STUDENT
               END-IF
           END-PERFORM
           IF WS-UNLISTED-COUNT > 0
               MOVE "ON NO LIST" TO WS-CUR-CLASS
               PERFORM PRINT-CLASS-TOTAL
           END-IF.

       CLEAR-CLASS-TALLIES.
           MOVE 0 TO WS-CLASS-STUDENTS
           MOVE 0 TO WS-CLASS-CERTIFIED
           MOVE 0 TO WS-CLASS-NEW-CERTS
           MOVE 0 TO WS-CLASS-STRUGGLING.

      *> Every operation/table the student has history on goes to
      *> at most one category; a steady one above the struggling
      *> line is counted but not listed.
       PRINT-ONE-STUDENT.
           ADD 1 TO WS-STUDENTS-REPORTED
           ADD 1 TO WS-CLASS-STUDENTS
           MOVE 0 TO WS-STU-TABLES
           MOVE 0 TO WS-CAT-COUNT (1)
           MOVE 0 TO WS-CAT-COUNT (2)
           MOVE 0 TO WS-CAT-COUNT (3)
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
               IF WS-MST-STUDENT (WS-MST-IDX) = WS-CUR-STUDENT
                   PERFORM SORT-ONE-TABLE
               END-IF
           END-PERFORM
           MOVE SPACES TO PROGRESS-REPORT-RECORD
           MOVE " " TO PG-CTRL-CHAR
           IF WS-STU-TABLES = 0
               STRING "  STUDENT " WS-CUR-STUDENT
                   "  NO MASTERY HISTORY YET"
                   DELIMITED BY SIZE INTO PG-DATA
               END-STRING
               WRITE PROGRESS-REPORT-RECORD
           ELSE
               STRING "  STUDENT " WS-CUR-STUDENT "  "
                   WS-STU-TABLES " TABLES: "
                   WS-CAT-COUNT (1) " CERTIFIED, "
                   WS-CAT-COUNT (2) " IMPROVING, "
                   WS-CAT-COUNT (3) " STRUGGLING"
                   DELIMITED BY SIZE INTO PG-DATA
               END-STRING
               WRITE PROGRESS-REPORT-RECORD
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > 3
                   IF WS-CAT-COUNT (WS-CAT-IDX) > 0
                       PERFORM PRINT-CATEGORY-LINES
                   END-IF
               END-PERFORM
           END-IF
           ADD WS-CAT-COUNT (1) TO WS-CLASS-CERTIFIED
           IF WS-CAT-COUNT (3) > 0
               ADD 1 TO WS-CLASS-STRUGGLING
           END-IF.

       SORT-ONE-TABLE.
           ADD 1 TO WS-STU-TABLES
           MOVE WS-MST-OPERATION (WS-MST-IDX) TO WS-CW-OPERATION
           MOVE WS-MST-TABLE (WS-MST-IDX) TO WS-CW-TABLE
           MOVE SPACE TO WS-CW-FLAG
           EVALUATE TRUE
               WHEN WS-MST-CERT-DATE (WS-MST-IDX) NOT = SPACES
                   MOVE 1 TO WS-CAT-IDX
                   IF WS-MST-NEW-CERT (WS-MST-IDX) = "Y"
                       MOVE "*" TO WS-CW-FLAG
                       ADD 1 TO WS-CLASS-NEW-CERTS
                   END-IF
               WHEN WS-MST-TREND (WS-MST-IDX) = "U"
                   MOVE 2 TO WS-CAT-IDX
               WHEN WS-MST-PCT (WS-MST-IDX) < WS-STRUGGLE-PCT
                   MOVE 3 TO WS-CAT-IDX
               WHEN OTHER
                   MOVE 0 TO WS-CAT-IDX
           END-EVALUATE
           IF WS-CAT-IDX > 0
               ADD 1 TO WS-CAT-COUNT (WS-CAT-IDX)
               MOVE WS-CODE-WORK TO WS-CAT-CODE
                   (WS-CAT-IDX, WS-CAT-COUNT (WS-CAT-IDX))
           END-IF.

      *> Twenty tables to a line, continuation lines indented
      *> under the first.
       PRINT-CATEGORY-LINES.
           MOVE SPACES TO PROGRESS-REPORT-RECORD
           MOVE " " TO PG-CTRL-CHAR
           MOVE 1 TO WS-LINE-PTR
           STRING "      " WS-CAT-LABEL (WS-CAT-IDX) ": "
               DELIMITED BY SIZE INTO PG-DATA
               WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE 0 TO WS-CODES-ON-LINE
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CAT-COUNT (WS-CAT-IDX)
               IF WS-CODES-ON-LINE = 20
                   WRITE PROGRESS-REPORT-RECORD
                   MOVE SPACES TO PROGRESS-REPORT-RECORD
                   MOVE " " TO PG-CTRL-CHAR
                   MOVE 19 TO WS-LINE-PTR
                   MOVE 0 TO WS-CODES-ON-LINE
               END-IF
               STRING WS-CAT-CODE (WS-CAT-IDX, WS-CODE-IDX) " "
                   DELIMITED BY SIZE INTO PG-DATA
                   WITH POINTER WS-LINE-PTR
               END-STRING
               ADD 1 TO WS-CODES-ON-LINE
           END-PERFORM
           WRITE PROGRESS-REPORT-RECORD.

       PRINT-CLASS-TOTAL.
           MOVE SPACES TO PROGRESS-REPORT-RECORD
           MOVE "0" TO PG-CTRL-CHAR
           STRING "  CLASS " WS-CUR-CLASS ": "
               WS-CLASS-STUDENTS " STUDENT(S), "
               WS-CLASS-CERTIFIED " TABLE(S) CERTIFIED ("
               WS-CLASS-NEW-CERTS " THIS RUN), "
               WS-CLASS-STRUGGLING " STUDENT(S) STRUGGLING"
               DELIMITED BY SIZE INTO PG-DATA
           END-STRING
           WRITE PROGRESS-REPORT-RECORD.

       WRITE-NEW-MASTER.
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
               MOVE SPACES TO MASTERY-RECORD
               MOVE WS-MST-STUDENT (WS-MST-IDX) TO MS-STUDENT-ID
               MOVE WS-MST-TABLE (WS-MST-IDX) TO MS-TABLE-NUMBER
               MOVE WS-MST-ATTEMPTS (WS-MST-IDX) TO MS-ATTEMPTS
               MOVE WS-MST-CORRECT (WS-MST-IDX) TO MS-CORRECT
               MOVE WS-MST-PCT (WS-MST-IDX) TO MS-CORRECT-PCT
               MOVE WS-MST-PRIOR-PCT (WS-MST-IDX) TO MS-PRIOR-PCT
               MOVE WS-MST-TREND (WS-MST-IDX) TO MS-TREND
               MOVE WS-MST-LAST-DATE (WS-MST-IDX) TO MS-LAST-DATE
               MOVE WS-MST-OPERATION (WS-MST-IDX) TO MS-OPERATION
               MOVE WS-MST-CERT-DATE (WS-MST-IDX) TO MS-CERT-DATE
               MOVE MASTERY-RECORD TO NEW-MASTERY-RECORD
               WRITE NEW-MASTERY-RECORD
           END-PERFORM.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM PROFCERT.
