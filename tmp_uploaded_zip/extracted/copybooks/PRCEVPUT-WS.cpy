      *> PRCEVPUT-WS.cpy
      *> WORKING-STORAGE support for the shared price-event
      *> publishing paragraphs (see PRCEVPUT.cpy).  COPY alongside
      *> PRCEVHLD-SEL and PRCEVHLD-FD in any batch program that
      *> changes a unit price.  The MQ control blocks follow
      *> MQNOTIFY's trimmed version-1 declarations, with FILLER
      *> carrying each block to its full architected length.
       01  WS-PRCEVHLD-STATUS                     PIC XX VALUE SPACES.
      *> The calling program's name, for the operator messages.
       01  WS-PEV-PROGRAM                         PIC X(8)
                                                  VALUE SPACES.
       01  WS-PEV-QMGR-NAME                       PIC X(48)
           VALUE "PRODQMGR".
       01  WS-PEV-QUEUE-NAME                      PIC X(48)
           VALUE "PROD.MULT.PRICE.EVENTS".
       01  WS-PEV-CONNECTION-HANDLE               PIC S9(9) COMP
                                                  VALUE 0.
       01  WS-PEV-OBJECT-HANDLE                   PIC S9(9) COMP
                                                  VALUE 0.
       01  WS-PEV-COMP-CODE                       PIC S9(9) COMP
                                                  VALUE 0.
       01  WS-PEV-REASON-CODE                     PIC S9(9) COMP
                                                  VALUE 0.
       01  WS-PEV-REASON-DISPLAY                  PIC 9(9) VALUE 0.
      *> MQOO-OUTPUT is 16; MQCO-NONE is 0.
       01  WS-PEV-OPEN-OPTIONS                    PIC S9(9) COMP
                                                  VALUE 16.
       01  WS-PEV-CLOSE-OPTIONS                   PIC S9(9) COMP
                                                  VALUE 0.
       01  WS-PEV-MESSAGE-LENGTH                  PIC S9(9) COMP
                                                  VALUE 80.
      *> C connected, Q queue open as well; a put that fails
      *> takes the queue out of use for the rest of the run.
       01  WS-PEV-MQ-STATE                        PIC X VALUE "N".
           88  WS-PEV-IS-CONNECTED                VALUE "C" "Q".
           88  WS-PEV-QUEUE-IS-OPEN               VALUE "Q".
       01  WS-PEV-HOLD-STATE                      PIC X VALUE "N".
           88  WS-PEV-HOLD-IS-OPEN                VALUE "Y".
           88  WS-PEV-HOLD-HAS-FAILED             VALUE "F".
      *> Events already waiting on the hold file from an earlier
      *> run: this run's events queue up behind them rather than
      *> overtake them.
       01  WS-PEV-BACKLOG                         PIC X VALUE "N".
           88  WS-PEV-BACKLOG-WAITS               VALUE "Y".
       01  WS-PEV-PUBLISHED-COUNT                 PIC 9(5) VALUE 0.
       01  WS-PEV-HELD-COUNT                      PIC 9(5) VALUE 0.
       01  WS-PEV-NOW-TIME                        PIC 9(8) VALUE 0.

      *> The price-change event: one fixed 80-character message
      *> per committed unit-price change, from the same
      *> before/after images PRCHIST is written from.  The stamp
      *> (YYYYMMDDHHMMSS of the change) orders events for an item
      *> -- a subscriber applies one only when it is later than
      *> the last it applied, so a held event that arrives late
      *> cannot undo a newer price.  EMGPRICE builds the same
      *> message online; its local mirror must stay in step.
       01  WS-PRICE-EVENT.
           05  WS-PE-EVENT-TYPE                   PIC X(8).
           05  WS-PE-ITEM-NUMBER                  PIC X(6).
           05  WS-PE-OLD-PRICE                    PIC 9(5)V99.
           05  WS-PE-NEW-PRICE                    PIC 9(5)V99.
           05  WS-PE-EFFECTIVE-DATE               PIC X(10).
      *> BATCH for item-master maintenance, EMERGENCY for an
      *> online correction.
           05  WS-PE-SOURCE                       PIC X(9).
           05  WS-PE-EVENT-STAMP                  PIC X(14).
           05  FILLER                             PIC X(19).

      *> Object descriptor (MQOD, version 1), 328 bytes.
       01  WS-PEV-OBJECT-DESCRIPTOR.
           05  WS-PEV-OD-STRUC-ID                 PIC X(4) VALUE "OD  ".
           05  WS-PEV-OD-VERSION                  PIC S9(9) COMP
                                                  VALUE 1.
           05  WS-PEV-OD-OBJECT-TYPE              PIC S9(9) COMP
                                                  VALUE 1.
           05  WS-PEV-OD-OBJECT-NAME              PIC X(48)
                                                  VALUE SPACES.
           05  FILLER                             PIC X(268)
                                                  VALUE LOW-VALUES.

      *> Message descriptor (MQMD, version 1), 324 bytes: a
      *> persistent MQSTR datagram -- a price change must survive
      *> a queue-manager restart.
       01  WS-PEV-MESSAGE-DESCRIPTOR.
           05  WS-PEV-MD-STRUC-ID                 PIC X(4) VALUE "MD  ".
           05  WS-PEV-MD-VERSION                  PIC S9(9) COMP
                                                  VALUE 1.
           05  WS-PEV-MD-REPORT                   PIC S9(9) COMP
                                                  VALUE 0.
           05  WS-PEV-MD-MSG-TYPE                 PIC S9(9) COMP
                                                  VALUE 8.
           05  WS-PEV-MD-EXPIRY                   PIC S9(9) COMP
                                                  VALUE -1.
           05  WS-PEV-MD-FEEDBACK                 PIC S9(9) COMP
                                                  VALUE 0.
           05  WS-PEV-MD-ENCODING                 PIC S9(9) COMP
                                                  VALUE 273.
           05  WS-PEV-MD-CCSID                    PIC S9(9) COMP
                                                  VALUE 500.
           05  WS-PEV-MD-FORMAT                   PIC X(8)
                                                  VALUE "MQSTR   ".
           05  WS-PEV-MD-PRIORITY                 PIC S9(9) COMP
                                                  VALUE 0.
           05  WS-PEV-MD-PERSISTENCE              PIC S9(9) COMP
                                                  VALUE 1.
           05  FILLER                             PIC X(276)
                                                  VALUE LOW-VALUES.

      *> Put-message options (MQPMO, version 1), 128 bytes:
      *> outside syncpoint (4) with a fresh message id per put
      *> (64).
       01  WS-PEV-PUT-OPTIONS.
           05  WS-PEV-PMO-STRUC-ID                PIC X(4) VALUE "PMO ".
           05  WS-PEV-PMO-VERSION                 PIC S9(9) COMP
                                                  VALUE 1.
           05  WS-PEV-PMO-OPTIONS                 PIC S9(9) COMP
                                                  VALUE 68.
           05  FILLER                             PIC X(116)
                                                  VALUE LOW-VALUES.
