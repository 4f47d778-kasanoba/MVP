       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKPLOAD.

      *> One-time load of the stock-position file (STKPOS-SEL.cpy
      *> / jcl/STKPDEFN.jcl) from the item master -- the ITMVCONV
      *> convert-and-prove precedent.  Until now all stock was
      *> the main warehouse's, so every item on ITEMMAST gets one
      *> position: warehouse 01, on-hand IM-QUANTITY, nothing in
      *> transit.  From then on every program that moves stock
      *> keeps the positions in step with IM-QUANTITY.  Run once,
      *> after STKPDEFN and before the first multi-warehouse run;
      *> the units loaded must reconcile to the master's total.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ITEMMAST-SEL.
       COPY STKPOS-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY ITEMMAST-FD.
       COPY STKPOS-FD.

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-ITEMMAST-STATUS          PIC XX VALUE SPACES.
       01  WS-STKPOS-STATUS            PIC XX VALUE SPACES.
       01  WS-MAIN-WAREHOUSE           PIC X(2) VALUE "01".
       01  WS-MASTER-EOF               PIC X VALUE "N".
           88  WS-MASTER-AT-EOF        VALUE "Y".
       01  WS-READ-COUNT               PIC 9(5) VALUE 0.
       01  WS-LOADED-COUNT             PIC 9(5) VALUE 0.
       01  WS-DUPLICATE-COUNT          PIC 9(5) VALUE 0.
       01  WS-MASTER-UNITS             PIC 9(9) VALUE 0.
       01  WS-LOADED-UNITS             PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       STKPLOAD-MAIN.
           OPEN INPUT ITEM-MASTER-FILE
           IF WS-ITEMMAST-STATUS NOT = "00"
               DISPLAY "*** STKPLOAD: ITEMMAST NOT AVAILABLE - "
                   "NOTHING LOADED ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT STOCK-POSITION-FILE
           IF WS-STKPOS-STATUS NOT = "00"
               DISPLAY "*** STKPLOAD: STKPOS CLUSTER NOT "
                   "AVAILABLE - NOTHING LOADED ***"
               CLOSE ITEM-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-MASTER-AT-EOF
               READ ITEM-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-MASTER-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       ADD IM-QUANTITY TO WS-MASTER-UNITS
                       PERFORM LOAD-ONE-POSITION
               END-READ
           END-PERFORM
           CLOSE ITEM-MASTER-FILE
           CLOSE STOCK-POSITION-FILE
           DISPLAY "===== STKPLOAD END-OF-JOB SUMMARY ====="
           DISPLAY "MASTER RECORDS READ : " WS-READ-COUNT
           DISPLAY "POSITIONS LOADED    : " WS-LOADED-COUNT
           DISPLAY "DUPLICATE KEYS      : " WS-DUPLICATE-COUNT
           DISPLAY "MASTER UNITS        : " WS-MASTER-UNITS
           DISPLAY "UNITS LOADED        : " WS-LOADED-UNITS
           DISPLAY "======================================="
           IF WS-DUPLICATE-COUNT > 0
                   OR WS-LOADED-COUNT NOT = WS-READ-COUNT
                   OR WS-LOADED-UNITS NOT = WS-MASTER-UNITS
               MOVE "MT1067E" TO WS-OM-ID
               STRING "STKPLOAD: COUNTS DO NOT RECONCILE - "
                   "DO NOT START MULTI-WAREHOUSE RUNS"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-ONE-POSITION.
           MOVE SPACES TO STOCK-POSITION-RECORD
           MOVE IM-ITEM-NUMBER TO SK-ITEM-NUMBER
           MOVE WS-MAIN-WAREHOUSE TO SK-WAREHOUSE
           MOVE IM-QUANTITY TO SK-ON-HAND
           MOVE 0 TO SK-IN-TRANSIT
           WRITE STOCK-POSITION-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
                   DISPLAY "*** DUPLICATE POSITION " SK-ITEM-NUMBER
                       "/" SK-WAREHOUSE " - NOT LOADED ***"
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
                   ADD SK-ON-HAND TO WS-LOADED-UNITS
           END-WRITE.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM STKPLOAD.
