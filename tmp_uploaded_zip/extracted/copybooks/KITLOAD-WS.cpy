      *> KITLOAD-WS.cpy
      *> WORKING-STORAGE support for the shared kit bill-of-
      *> materials load (see KITLOAD.cpy).  COPY alongside
      *> KITBOM-SEL and KITBOM-FD in any program that allocates,
      *> picks or replenishes kits.
       01  WS-KITBOM-STATUS                       PIC XX VALUE SPACES.
       01  WS-KIT-EOF                             PIC X VALUE "N".
           88  WS-KIT-AT-EOF                      VALUE "Y".
       01  WS-KIT-TABLE.
           05  WS-KIT-ENTRY OCCURS 3000 TIMES.
               10  WS-KIT-ITEM                    PIC X(6).
               10  WS-KIT-COMPONENT               PIC X(6).
               10  WS-KIT-QTY-PER                 PIC 9(3).
       01  WS-KIT-COUNT                           PIC 9(4) VALUE 0.
       01  WS-KIT-IDX                             PIC 9(4) VALUE 0.
       01  WS-KIT-OVERFLOW                        PIC X VALUE "N".
           88  WS-KIT-HAS-OVERFLOWED              VALUE "Y".
      *> Lookup interface: the caller sets WS-KIT-WANTED and
      *> PERFORMs FIND-KIT-BOM; the found flag says the item is a
      *> kit.  Its components are then the table entries whose
      *> WS-KIT-ITEM is WS-KIT-WANTED.
       01  WS-KIT-WANTED                          PIC X(6) VALUE SPACES.
       01  WS-KIT-FOUND                           PIC X VALUE "N".
           88  WS-KIT-WAS-FOUND                   VALUE "Y".
