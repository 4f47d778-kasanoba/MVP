      *> STKADJ-WS.cpy
      *> WORKING-STORAGE support for the shared stock-position
      *> adjustment (see STKADJ.cpy).  COPY alongside STKPOS-SEL
      *> and STKPOS-FD in any batch program that moves stock.
       01  WS-STKPOS-STATUS                       PIC XX VALUE SPACES.
      *> Where stock lands when nothing says otherwise: the
      *> default home warehouse of a customer with none on
      *> CUSTMAST, of a PO line with none on POOPEN, and of a
      *> bin or count with none given.
       01  WS-SK-MAIN-WAREHOUSE                   PIC X(2) VALUE "01".
      *> Adjustment interface: the caller sets the item, the
      *> warehouse (spaces: the main warehouse) and the signed
      *> movements, then PERFORMs ADJUST-STOCK-POSITION.  On
      *> return WS-SK-ADJ-WAREHOUSE holds the warehouse actually
      *> posted and the result flag says whether it landed;
      *> WS-SK-ADJ-SHORT is any decrease the position could not
      *> cover (a position never goes below nothing).
       01  WS-SK-ADJ-ITEM                         PIC X(6) VALUE SPACES.
       01  WS-SK-ADJ-WAREHOUSE                    PIC X(2) VALUE SPACES.
       01  WS-SK-ADJ-ON-HAND                      PIC S9(6) VALUE 0.
       01  WS-SK-ADJ-IN-TRANSIT                   PIC S9(6) VALUE 0.
       01  WS-SK-ADJ-SHORT                        PIC 9(6) VALUE 0.
       01  WS-SK-ADJ-RESULT                       PIC X VALUE "N".
           88  WS-SK-ADJ-WAS-POSTED               VALUE "Y".
           88  WS-SK-ADJ-HAS-FAILED               VALUE "F".
       01  WS-SK-ADJ-WORK                         PIC S9(7) VALUE 0.
       01  WS-SK-ADJ-NEW-POSITION                 PIC X VALUE "N".
           88  WS-SK-ADJ-IS-NEW-POSITION          VALUE "Y".
