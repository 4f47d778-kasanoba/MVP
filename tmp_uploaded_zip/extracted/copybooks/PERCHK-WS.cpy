      *> PERCHK-WS.cpy
      *> WORKING-STORAGE support for the shared accounting-period
      *> check (see PERCHK.cpy).  COPY alongside PERIODS-SEL and
      *> PERIODS-FD in every run that posts dated activity.  The
      *> control file is held in memory: 600 months is fifty
      *> years of periods.
       01  WS-PERIODS-STATUS                      PIC XX VALUE SPACES.
       01  WS-PER-EOF                             PIC X VALUE "N".
           88  WS-PER-AT-EOF                      VALUE "Y".
       01  WS-PER-TABLE.
           05  WS-PER-ENTRY OCCURS 600 TIMES.
               10  WS-PER-PERIOD                  PIC X(7).
               10  WS-PER-STATUS                  PIC X.
       01  WS-PER-COUNT                           PIC 999 VALUE 0.
       01  WS-PER-IDX                             PIC 999 VALUE 0.
      *> Check interface: the caller sets WS-PER-DATE-WANTED to
      *> the business date of the activity and PERFORMs
      *> CHECK-POSTING-PERIOD; WS-PER-IS-CLOSED comes back set
      *> when that date falls in a closed month.
       01  WS-PER-DATE-WANTED                     PIC X(10)
                                                  VALUE SPACES.
       01  WS-PER-CLOSED                          PIC X VALUE "N".
           88  WS-PER-IS-CLOSED                   VALUE "Y".
