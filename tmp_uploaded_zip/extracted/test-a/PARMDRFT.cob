      *> from whichever CTLCARD member happened to be mounted.
      *> The record layout mirrors PARM-HISTORY-RECORD in MAIN
      *> and must stay in step with it.
      *>
      *> The operation mix (OPERATIONS profile keyword) is carried
      *> at the end of the record.  Nights written before it was
      *> there read it as blank, which is taken as the old fixed
      *> multiplication-and-division mix so the first night after
      *> the change does not report phantom drift.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  PH-SUBSET-LIST          PIC X(196).
           05  PH-SUBLIST-COUNT        PIC XX.
           05  PH-SUBLIST              PIC X(196).
           05  PH-OPERATIONS           PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-PARMHIST-STATUS          PIC XX VALUE SPACES.
           05  WS-PR-SUBSET-LIST       PIC X(196).
           05  WS-PR-SUBLIST-COUNT     PIC XX.
           05  WS-PR-SUBLIST           PIC X(196).
           05  WS-PR-OPERATIONS        PIC X(4).
       01  WS-HAVE-PRIOR               PIC X VALUE "N".
           88  WS-A-PRIOR-EXISTS       VALUE "Y".
       01  WS-NIGHT-CHANGES            PIC 999 VALUE 0.
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NIGHTS-READ
                       IF PH-OPERATIONS = SPACES
                           MOVE "MD" TO PH-OPERATIONS
                       END-IF
                       IF WS-A-PRIOR-EXISTS
                           PERFORM COMPARE-TO-PRIOR
                       END-IF
               DISPLAY "  LANGUAGE       : " WS-PR-LANGUAGE
                   " -> " PH-LANGUAGE
           END-IF
           IF PH-OPERATIONS NOT = WS-PR-OPERATIONS
               PERFORM NOTE-NIGHT-HEADING
               DISPLAY "  OPERATIONS     : " WS-PR-OPERATIONS
                   " -> " PH-OPERATIONS
           END-IF
      *> The two lists compare as whole group fields: any change
      *> of count, membership, or order counts as drift.
           IF PH-SUBSET-COUNT NOT = WS-PR-SUBSET-COUNT
