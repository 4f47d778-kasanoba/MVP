                       ADD 1 TO WS-INSERT-COUNT
                   END-IF
               WHEN OTHER
      *> C, E, R and K all land the after image on the record; a
      *> change for an item the table has never seen is an
      *> anomaly worth a line, but the after image still wins.
                   IF WS-ITM-SLOT = 0
