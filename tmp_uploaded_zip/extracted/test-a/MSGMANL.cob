      *> The catalog in memory, sorted by id so each severity's
      *> messages print in numeric order.
       01  WS-MANUAL-TABLE.
           05  WS-MAN-ENTRY OCCURS 500 TIMES.
               10  WS-MAN-ID           PIC X(7).
               10  WS-MAN-DESC         PIC X(72).
       01  WS-MAN-COUNT                PIC 9(4) VALUE 0.
       01  WS-MAN-IDX                  PIC 9(4) VALUE 0.
       01  WS-SWAP-IDX                 PIC 9(4) VALUE 0.
       01  WS-MAN-HOLD.
           05  WS-MH-ID                PIC X(7).
           05  WS-MH-DESC              PIC X(72).
                   AT END
                       SET WS-CATALOG-AT-EOF TO TRUE
                   NOT AT END
                       IF WS-MAN-COUNT < 500
                               AND MC-MSG-ID NOT = SPACES
                           ADD 1 TO WS-MAN-COUNT
                           MOVE MC-MSG-ID
