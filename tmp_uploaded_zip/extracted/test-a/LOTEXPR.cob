       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEXPR.

      *> Lot-expiry report, weekly: every stock lot (STKLOT) with
      *> stock left that expires from today through the next N
      *> days, soonest first, so it is sold or written down while
      *> it still can be -- and, above them, every lot already past
      *> its expiry that is still on the shelves, flagged EXPIRED.
      *> N comes from EXPCARD (columns 1-3); no card, or no number
      *> on it, is the usual 30 days.  Lots that never expire
      *> (9999-12-31) never appear.
      *> The lots are a breakdown of the stock position, and stock
      *> that left by a count, a transfer, a short pick or a
      *> return moved the position only.  So for each item and
      *> warehouse the lots are capped against what the position
      *> (STKPOS) says is on the shelves: the latest-expiring lots
      *> are taken as the stock that is still there, and whatever
      *> of the lots the position cannot account for is taken as
      *> already gone from the earliest-expiring.  The report
      *> shows both the capped figure and the lot's own balance.
      *> Item descriptions come from the catalog (DSCLOOK).
      *> MT1075E: STKLOT or STKPOS not available, RC 8.  MT1076W:
      *> expired stock still on hand, RC 4.  MT1077I: the count
      *> of lots expiring in the window.  Read-only.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPIRY-CARD-FILE ASSIGN TO "EXPCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPCARD-STATUS.
       COPY STKLOT-SEL.
       COPY STKPOS-SEL.
       COPY ITEMDESC-SEL.
           SELECT LOT-EXPIRY-REPORT-FILE ASSIGN TO "LOTXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTXRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPIRY-CARD-FILE.
       01  EXPIRY-CARD-RECORD.
           05  EC-HORIZON-DAYS          PIC X(3).
           05  EC-HORIZON-DAYS-NUM REDEFINES EC-HORIZON-DAYS
                                        PIC 9(3).
           05  FILLER                   PIC X(77).
       COPY STKLOT-FD.
       COPY STKPOS-FD.
       COPY ITEMDESC-FD.

       FD  LOT-EXPIRY-REPORT-FILE.
       01  LOT-EXPIRY-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       COPY DSCLOOK-WS.
       01  WS-EXPCARD-STATUS            PIC XX VALUE SPACES.
       01  WS-STKLOT-STATUS             PIC XX VALUE SPACES.
       01  WS-STKPOS-STATUS             PIC XX VALUE SPACES.
       01  WS-LOTXRPT-STATUS            PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-TODAY-TEXT                PIC X(10) VALUE SPACES.
       01  WS-TODAY-INT                 PIC 9(7) VALUE 0.
      *> The window: today through today plus the horizon.
       01  WS-HORIZON-DAYS              PIC 999 VALUE 30.
       01  WS-HORIZON-INT               PIC 9(7) VALUE 0.
       01  WS-HORIZON-DIGITS            PIC 9(8) VALUE 0.
       01  WS-HORIZON-DIGIT-PARTS REDEFINES WS-HORIZON-DIGITS.
           05  WS-HD-YYYY               PIC 9(4).
           05  WS-HD-MM                 PIC 99.
           05  WS-HD-DD                 PIC 99.
       01  WS-HORIZON-TEXT              PIC X(10) VALUE SPACES.
      *> A YYYY-MM-DD text date taken apart for the day count.
       01  WS-DATE-PARTS.
           05  WS-DP-YYYY               PIC 9(4).
           05  WS-DP-MM                 PIC 99.
           05  WS-DP-DD                 PIC 99.
       01  WS-DATE-INT                  PIC 9(7) VALUE 0.
      *> One item-and-warehouse's lots, in key order (so soonest
      *> expiry first), while they are capped against the
      *> position.
       01  WS-GROUP-ITEM                PIC X(6) VALUE SPACES.
       01  WS-GROUP-WAREHOUSE           PIC X(2) VALUE SPACES.
       01  WS-GR-TABLE.
           05  WS-GR-ENTRY OCCURS 200 TIMES.
               10  WS-GR-EXPIRY         PIC X(10).
               10  WS-GR-LOT            PIC X(10).
               10  WS-GR-ON-FILE        PIC 9(5).
               10  WS-GR-ON-HAND        PIC 9(5).
       01  WS-GR-COUNT                  PIC 9(3) VALUE 0.
       01  WS-GR-IDX                    PIC 9(3) VALUE 0.
       01  WS-GR-OVERFLOW               PIC X VALUE "N".
           88  WS-GR-HAS-OVERFLOWED     VALUE "Y".
       01  WS-POSITION-LEFT             PIC 9(5) VALUE 0.
      *> The lots to list: X expired and still on hand, E
      *> expiring inside the window; sorted for the report.
       01  WS-EX-TABLE.
           05  WS-EX-ENTRY OCCURS 2000 TIMES.
               10  WS-EX-EXPIRY-DATE    PIC X(10).
               10  WS-EX-ITEM           PIC X(6).
               10  WS-EX-WAREHOUSE      PIC X(2).
               10  WS-EX-LOT            PIC X(10).
               10  WS-EX-STATUS         PIC X.
               10  WS-EX-DAYS           PIC 9(4).
               10  WS-EX-ON-HAND        PIC 9(5).
               10  WS-EX-ON-FILE        PIC 9(5).
       01  WS-EX-COUNT                  PIC 9(4) VALUE 0.
       01  WS-EX-IDX                    PIC 9(4) VALUE 0.
       01  WS-SWAP-IDX                  PIC 9(4) VALUE 0.
       01  WS-EX-HOLD                   PIC X(43) VALUE SPACES.
       01  WS-SORT-SWAPPED              PIC X VALUE "N".
           88  WS-A-SWAP-HAPPENED       VALUE "Y".
       01  WS-EX-OVERFLOW               PIC X VALUE "N".
           88  WS-EX-HAS-OVERFLOWED     VALUE "Y".
       01  WS-LOTS-READ                 PIC 9(7) VALUE 0.
       01  WS-LOTS-CAPPED               PIC 9(5) VALUE 0.
       01  WS-EXPIRING-COUNT            PIC 9(5) VALUE 0.
       01  WS-EXPIRING-UNITS            PIC 9(9) VALUE 0.
       01  WS-EXPIRED-COUNT             PIC 9(5) VALUE 0.
       01  WS-EXPIRED-UNITS             PIC 9(9) VALUE 0.
       01  WS-DAYS-DISPLAY              PIC ZZZ9.
       01  WS-QTY-DISPLAY               PIC ZZ,ZZ9.
       01  WS-UNITS-DISPLAY             PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       LOTEXPR-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           PERFORM READ-EXPIRY-CARD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-YYYY * 10000 + WS-TODAY-MM * 100
                   + WS-TODAY-DD)
           COMPUTE WS-HORIZON-INT = WS-TODAY-INT + WS-HORIZON-DAYS
           COMPUTE WS-HORIZON-DIGITS =
               FUNCTION DATE-OF-INTEGER (WS-HORIZON-INT)
           STRING WS-HD-YYYY "-" WS-HD-MM "-" WS-HD-DD
               DELIMITED BY SIZE INTO WS-HORIZON-TEXT
           END-STRING
           OPEN INPUT STOCK-LOT-FILE
           IF WS-STKLOT-STATUS NOT = "00"
               MOVE "MT1075E" TO WS-OM-ID
               STRING "LOTEXPR: STKLOT NOT AVAILABLE - "
                   "NO LOT-EXPIRY REPORT"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT STOCK-POSITION-FILE
           IF WS-STKPOS-STATUS NOT = "00"
               MOVE "MT1075E" TO WS-OM-ID
               STRING "LOTEXPR: STKPOS NOT AVAILABLE - "
                   "NO LOT-EXPIRY REPORT"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE STOCK-LOT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ STOCK-LOT-FILE NEXT RECORD
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOTS-READ
                       IF LT-ITEM-NUMBER NOT = WS-GROUP-ITEM
                               OR LT-WAREHOUSE NOT = WS-GROUP-WAREHOUSE
                           PERFORM JUDGE-THE-GROUP
                           MOVE LT-ITEM-NUMBER TO WS-GROUP-ITEM
                           MOVE LT-WAREHOUSE TO WS-GROUP-WAREHOUSE
                       END-IF
                       PERFORM KEEP-ONE-LOT
               END-READ
           END-PERFORM
           PERFORM JUDGE-THE-GROUP
           CLOSE STOCK-LOT-FILE
           CLOSE STOCK-POSITION-FILE
           PERFORM SORT-BY-EXPIRY
           PERFORM LOAD-ITEM-DESCRIPTIONS
           OPEN OUTPUT LOT-EXPIRY-REPORT-FILE
           PERFORM WRITE-THE-REPORT
           CLOSE LOT-EXPIRY-REPORT-FILE
           IF WS-EXPIRED-COUNT > 0
               MOVE WS-EXPIRED-UNITS TO WS-UNITS-DISPLAY
               MOVE "MT1076W" TO WS-OM-ID
               STRING "LOTEXPR: " WS-EXPIRED-COUNT
                   " LOT(S) PAST EXPIRY STILL ON HAND, "
                   WS-UNITS-DISPLAY " UNIT(S) - SEE LOTXRPT"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "MT1077I" TO WS-OM-ID
           STRING "LOTEXPR: " WS-EXPIRING-COUNT
               " LOT(S) EXPIRE BY " WS-HORIZON-TEXT
               DELIMITED BY SIZE INTO WS-OM-TEXT
           END-STRING
           PERFORM ISSUE-OPERATOR-MESSAGE
           DISPLAY "===== LOTEXPR END-OF-JOB SUMMARY ====="
           DISPLAY "WINDOW            : " WS-TODAY-TEXT " TO "
               WS-HORIZON-TEXT
           DISPLAY "LOTS READ         : " WS-LOTS-READ
           DISPLAY "LOTS CAPPED       : " WS-LOTS-CAPPED
           DISPLAY "EXPIRING          : " WS-EXPIRING-COUNT
           DISPLAY "EXPIRING UNITS    : " WS-EXPIRING-UNITS
           DISPLAY "EXPIRED ON HAND   : " WS-EXPIRED-COUNT
           DISPLAY "EXPIRED UNITS     : " WS-EXPIRED-UNITS
           DISPLAY "====================================="
           GOBACK.

       READ-EXPIRY-CARD.
           OPEN INPUT EXPIRY-CARD-FILE
           IF WS-EXPCARD-STATUS = "00"
               READ EXPIRY-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EC-HORIZON-DAYS NUMERIC
                           MOVE EC-HORIZON-DAYS-NUM
                               TO WS-HORIZON-DAYS
                       END-IF
               END-READ
               CLOSE EXPIRY-CARD-FILE
           END-IF.

       KEEP-ONE-LOT.
           IF WS-GR-COUNT >= 200
               SET WS-GR-HAS-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-GR-COUNT
               MOVE LT-EXPIRY-DATE TO WS-GR-EXPIRY (WS-GR-COUNT)
               MOVE LT-LOT-NUMBER TO WS-GR-LOT (WS-GR-COUNT)
               MOVE LT-ON-HAND TO WS-GR-ON-FILE (WS-GR-COUNT)
               MOVE 0 TO WS-GR-ON-HAND (WS-GR-COUNT)
           END-IF.

      *> The position's on-hand is handed out from the latest-
      *> expiring lot backwards; what is left unaccounted for at
      *> the front of the group has already gone.
       JUDGE-THE-GROUP.
           IF WS-GR-COUNT > 0
               MOVE WS-GROUP-ITEM TO SK-ITEM-NUMBER
               MOVE WS-GROUP-WAREHOUSE TO SK-WAREHOUSE
               READ STOCK-POSITION-FILE
                   INVALID KEY
                       MOVE 0 TO WS-POSITION-LEFT
                   NOT INVALID KEY
                       MOVE SK-ON-HAND TO WS-POSITION-LEFT
               END-READ
               PERFORM VARYING WS-GR-IDX FROM WS-GR-COUNT BY -1
                       UNTIL WS-GR-IDX < 1
                   IF WS-GR-ON-FILE (WS-GR-IDX) > WS-POSITION-LEFT
                       MOVE WS-POSITION-LEFT
                           TO WS-GR-ON-HAND (WS-GR-IDX)
                       ADD 1 TO WS-LOTS-CAPPED
                   ELSE
                       MOVE WS-GR-ON-FILE (WS-GR-IDX)
                           TO WS-GR-ON-HAND (WS-GR-IDX)
                   END-IF
                   SUBTRACT WS-GR-ON-HAND (WS-GR-IDX)
                       FROM WS-POSITION-LEFT
               END-PERFORM
               PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                       UNTIL WS-GR-IDX > WS-GR-COUNT
                   PERFORM JUDGE-ONE-LOT
               END-PERFORM
           END-IF
           MOVE 0 TO WS-GR-COUNT.

       JUDGE-ONE-LOT.
           EVALUATE TRUE
               WHEN WS-GR-ON-HAND (WS-GR-IDX) = 0
                   CONTINUE
               WHEN WS-GR-EXPIRY (WS-GR-IDX) > WS-HORIZON-TEXT
                   CONTINUE
               WHEN WS-GR-EXPIRY (WS-GR-IDX) < WS-TODAY-TEXT
                   ADD 1 TO WS-EXPIRED-COUNT
                   ADD WS-GR-ON-HAND (WS-GR-IDX) TO WS-EXPIRED-UNITS
                   PERFORM KEEP-ONE-LISTED-LOT
                   IF NOT WS-EX-HAS-OVERFLOWED
                       MOVE "X" TO WS-EX-STATUS (WS-EX-COUNT)
                       COMPUTE WS-EX-DAYS (WS-EX-COUNT) =
                           WS-TODAY-INT - WS-DATE-INT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-EXPIRING-COUNT
                   ADD WS-GR-ON-HAND (WS-GR-IDX) TO WS-EXPIRING-UNITS
                   PERFORM KEEP-ONE-LISTED-LOT
                   IF NOT WS-EX-HAS-OVERFLOWED
                       MOVE "E" TO WS-EX-STATUS (WS-EX-COUNT)
                       COMPUTE WS-EX-DAYS (WS-EX-COUNT) =
                           WS-DATE-INT - WS-TODAY-INT
                   END-IF
           END-EVALUATE.

       KEEP-ONE-LISTED-LOT.
           MOVE WS-GR-EXPIRY (WS-GR-IDX) (1:4) TO WS-DP-YYYY
           MOVE WS-GR-EXPIRY (WS-GR-IDX) (6:2) TO WS-DP-MM
           MOVE WS-GR-EXPIRY (WS-GR-IDX) (9:2) TO WS-DP-DD
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
               (WS-DP-YYYY * 10000 + WS-DP-MM * 100 + WS-DP-DD)
           IF WS-EX-COUNT >= 2000
               SET WS-EX-HAS-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-EX-COUNT
               MOVE WS-GR-EXPIRY (WS-GR-IDX)
                   TO WS-EX-EXPIRY-DATE (WS-EX-COUNT)
               MOVE WS-GROUP-ITEM TO WS-EX-ITEM (WS-EX-COUNT)
               MOVE WS-GROUP-WAREHOUSE TO WS-EX-WAREHOUSE (WS-EX-COUNT)
               MOVE WS-GR-LOT (WS-GR-IDX) TO WS-EX-LOT (WS-EX-COUNT)
               MOVE WS-GR-ON-HAND (WS-GR-IDX)
                   TO WS-EX-ON-HAND (WS-EX-COUNT)
               MOVE WS-GR-ON-FILE (WS-GR-IDX)
                   TO WS-EX-ON-FILE (WS-EX-COUNT)
               MOVE 0 TO WS-EX-DAYS (WS-EX-COUNT)
           END-IF.

      *> Soonest expiry first -- which puts the expired stock
      *> ahead of the window -- then item, warehouse and lot.
       SORT-BY-EXPIRY.
           SET WS-A-SWAP-HAPPENED TO TRUE
           PERFORM UNTIL NOT WS-A-SWAP-HAPPENED
               MOVE "N" TO WS-SORT-SWAPPED
               PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                       UNTIL WS-EX-IDX >= WS-EX-COUNT
                   COMPUTE WS-SWAP-IDX = WS-EX-IDX + 1
                   IF WS-EX-ENTRY (WS-EX-IDX)
                           > WS-EX-ENTRY (WS-SWAP-IDX)
                       MOVE WS-EX-ENTRY (WS-EX-IDX) TO WS-EX-HOLD
                       MOVE WS-EX-ENTRY (WS-SWAP-IDX)
                           TO WS-EX-ENTRY (WS-EX-IDX)
                       MOVE WS-EX-HOLD TO WS-EX-ENTRY (WS-SWAP-IDX)
                       SET WS-A-SWAP-HAPPENED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-THE-REPORT.
           MOVE SPACES TO LOT-EXPIRY-REPORT-RECORD
           STRING "LOT EXPIRY REPORT - STOCK EXPIRING "
               WS-TODAY-TEXT " THROUGH " WS-HORIZON-TEXT
               DELIMITED BY SIZE INTO LOT-EXPIRY-REPORT-RECORD
           END-STRING
           WRITE LOT-EXPIRY-REPORT-RECORD
           MOVE SPACES TO LOT-EXPIRY-REPORT-RECORD
           WRITE LOT-EXPIRY-REPORT-RECORD
           MOVE SPACES TO LOT-EXPIRY-REPORT-RECORD
           MOVE "EXPIRES" TO LOT-EXPIRY-REPORT-RECORD (1:7)
           MOVE "DAYS" TO LOT-EXPIRY-REPORT-RECORD (13:4)
           MOVE "ITEM" TO LOT-EXPIRY-REPORT-RECORD (19:4)
           MOVE "DESCRIPTION" TO LOT-EXPIRY-REPORT-RECORD (27:11)
           MOVE "WH" TO LOT-EXPIRY-REPORT-RECORD (59:2)
           MOVE "LOT" TO LOT-EXPIRY-REPORT-RECORD (63:3)
           MOVE "ON HAND" TO LOT-EXPIRY-REPORT-RECORD (76:7)
           MOVE "LOT BALANCE" TO LOT-EXPIRY-REPORT-RECORD (85:11)
           WRITE LOT-EXPIRY-REPORT-RECORD
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-COUNT
               PERFORM WRITE-ONE-LOT-LINE
           END-PERFORM
           MOVE SPACES TO LOT-EXPIRY-REPORT-RECORD
           WRITE LOT-EXPIRY-REPORT-RECORD
           MOVE SPACES TO LOT-EXPIRY-REPORT-RECORD
           MOVE WS-EXPIRING-UNITS TO WS-UNITS-DISPLAY
           IF WS-EXPIRING-COUNT = 0
               STRING "NO LOT WITH STOCK ON HAND EXPIRES BY "
                   WS-HORIZON-TEXT
                   DELIMITED BY SIZE INTO LOT-EXPIRY-REPORT-RECORD
               END-STRING
           ELSE
               STRING "LOTS EXPIRING BY " WS-HORIZON-TEXT
                   ": " WS-EXPIRING-COUNT ", UNITS ON HAND "
                   WS-UNITS-DISPLAY
                   DELIMITED BY SIZE INTO LOT-EXPIRY-REPORT-RECORD
               END-STRING
           END-IF
           WRITE LOT-EXPIRY-REPORT-RECORD
           IF WS-EXPIRED-COUNT > 0
               MOVE SPACES TO LOT-EXPIRY-REPORT-RECORD
               MOVE WS-EXPIRED-UNITS TO WS-UNITS-DISPLAY
               STRING "LOTS PAST EXPIRY STILL ON HAND: "
                   WS-EXPIRED-COUNT ", UNITS " WS-UNITS-DISPLAY
                   " - WRITE DOWN OR DESTROY"
                   DELIMITED BY SIZE INTO LOT-EXPIRY-REPORT-RECORD
               END-STRING
               WRITE LOT-EXPIRY-REPORT-RECORD
           END-IF
           IF WS-LOTS-CAPPED > 0
               MOVE SPACES TO LOT-EXPIRY-REPORT-RECORD
               STRING "LOTS HOLDING MORE THAN THEIR STOCK POSITION "
                   "ACCOUNTS FOR (ON HAND CAPPED): " WS-LOTS-CAPPED
                   DELIMITED BY SIZE INTO LOT-EXPIRY-REPORT-RECORD
               END-STRING
               WRITE LOT-EXPIRY-REPORT-RECORD
           END-IF
           IF WS-GR-HAS-OVERFLOWED
               MOVE SPACES TO LOT-EXPIRY-REPORT-RECORD
               STRING "*** AN ITEM HOLDS MORE THAN 200 LOTS IN ONE "
                   "WAREHOUSE - ITS LATER LOTS ARE NOT JUDGED ***"
                   DELIMITED BY SIZE INTO LOT-EXPIRY-REPORT-RECORD
               END-STRING
               WRITE LOT-EXPIRY-REPORT-RECORD
           END-IF
           IF WS-EX-HAS-OVERFLOWED
               MOVE SPACES TO LOT-EXPIRY-REPORT-RECORD
               STRING "*** MORE THAN 2000 LOTS TO LIST - "
                   "THE LIST ABOVE IS INCOMPLETE ***"
                   DELIMITED BY SIZE INTO LOT-EXPIRY-REPORT-RECORD
               END-STRING
               WRITE LOT-EXPIRY-REPORT-RECORD
           END-IF.

       WRITE-ONE-LOT-LINE.
           MOVE WS-EX-ITEM (WS-EX-IDX) TO WS-DESC-WANTED
           PERFORM FIND-ITEM-DESCRIPTION
           MOVE SPACES TO LOT-EXPIRY-REPORT-RECORD
           MOVE WS-EX-EXPIRY-DATE (WS-EX-IDX)
               TO LOT-EXPIRY-REPORT-RECORD (1:10)
           MOVE WS-EX-DAYS (WS-EX-IDX) TO WS-DAYS-DISPLAY
           MOVE WS-DAYS-DISPLAY TO LOT-EXPIRY-REPORT-RECORD (13:4)
           MOVE WS-EX-ITEM (WS-EX-IDX)
               TO LOT-EXPIRY-REPORT-RECORD (19:6)
           MOVE WS-DESC-TEXT TO LOT-EXPIRY-REPORT-RECORD (27:30)
           MOVE WS-EX-WAREHOUSE (WS-EX-IDX)
               TO LOT-EXPIRY-REPORT-RECORD (59:2)
           MOVE WS-EX-LOT (WS-EX-IDX)
               TO LOT-EXPIRY-REPORT-RECORD (63:10)
           MOVE WS-EX-ON-HAND (WS-EX-IDX) TO WS-QTY-DISPLAY
           MOVE WS-QTY-DISPLAY TO LOT-EXPIRY-REPORT-RECORD (77:6)
           MOVE WS-EX-ON-FILE (WS-EX-IDX) TO WS-QTY-DISPLAY
           MOVE WS-QTY-DISPLAY TO LOT-EXPIRY-REPORT-RECORD (90:6)
           IF WS-EX-STATUS (WS-EX-IDX) = "X"
               MOVE "EXPIRED - DAYS PAST"
                   TO LOT-EXPIRY-REPORT-RECORD (98:19)
           END-IF
           WRITE LOT-EXPIRY-REPORT-RECORD.

       COPY DSCLOOK.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM LOTEXPR.
