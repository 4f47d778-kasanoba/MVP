      *>   08 page label
      *>   09 multiplication title prefix ("TABLE OF")
      *>   10 division title prefix ("DIVISION BY")
      *> Optional -- a catalog without them keeps the English
      *> literals for these sheets only:
      *>   11 addition-sheet heading
      *>   12 subtraction-sheet heading
      *>   13 addition title prefix ("ADDITION OF")
      *>   14 subtraction title prefix ("SUBTRACTION OF")
      *> The CONTROL TOTAL / RECORD COUNT footer labels stay
      *> hard-coded: the structural auditor and the reprint
      *> service parse them at fixed positions, so they are data
