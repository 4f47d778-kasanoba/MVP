      *> ANSENT-FD.cpy
      *> Record layout for the answer sets keyed on the ANSENTRY
      *> screen: one record per student per worksheet, holding
      *> the given answer to every problem the sheet carried
      *> (AE-PROBLEM-COUNT of them, from the SHEETIX index WRKSHT
      *> keeps).  An answer is four digits as the student wrote
      *> it, or "----" for a problem the student left blank,
      *> which grades as missed.
      *> AE-STATUS: E entered and still open to correction (saved
      *> part-way, or complete but not yet submitted); S
      *> submitted, closed to correction, waiting for the
      *> extract; X extracted onto STUANS on AE-EXTRACT-DATE.
      *> Extracted sets are kept a week for a rerun and then
      *> dropped by the extract.
       FD  ANSWER-ENTRY-FILE
           RECORDING MODE IS F.
       01  ANSWER-ENTRY-RECORD.
           05  AE-KEY.
               10  AE-WORKSHEET-ID      PIC X(8).
               10  AE-STUDENT-ID        PIC X(8).
           05  AE-PROBLEM-COUNT         PIC 99.
           05  AE-ANSWER OCCURS 99 TIMES
                                        PIC X(4).
           05  AE-ENTRY-DATE            PIC X(10).
           05  AE-TERMINAL-ID           PIC X(4).
           05  AE-STATUS                PIC X.
               88  AE-IS-ENTERED        VALUE "E".
               88  AE-IS-SUBMITTED      VALUE "S".
               88  AE-IS-EXTRACTED      VALUE "X".
           05  AE-EXTRACT-DATE          PIC X(10).
           05  FILLER                   PIC X(11).
