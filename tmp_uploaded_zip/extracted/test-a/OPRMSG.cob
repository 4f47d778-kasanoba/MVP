       01  WS-CATALOG-LOADED           PIC X VALUE "N".
           88  WS-CATALOG-IS-LOADED    VALUE "Y".
       01  WS-CATALOG-TABLE.
           05  WS-CAT-ID OCCURS 500 TIMES PIC X(7).
       01  WS-CAT-COUNT                PIC 9(4) VALUE 0.
       01  WS-CAT-IDX                  PIC 9(4) VALUE 0.
       01  WS-ID-FOUND                 PIC X VALUE "N".
           88  WS-ID-WAS-FOUND         VALUE "Y".
       01  WS-SEVERITY                 PIC X VALUE SPACE.
                       AT END
                           SET WS-CATALOG-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-CAT-COUNT < 500
                                   AND MC-MSG-ID NOT = SPACES
                               ADD 1 TO WS-CAT-COUNT
                               MOVE MC-MSG-ID
