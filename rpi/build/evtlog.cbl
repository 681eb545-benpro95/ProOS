*> GNU COBOL -- append-only external-event trail shared by COLOR-SEQ
*> and COLOR-EVENT, the event counterpart of AUDIT-LOG.  Every call
*> appends one line (evtrec.cpy) to /opt/rpi/effects/event.log:
*> timestamp, what happened to the event (RECEIVED, PLAYED, IGNORED
*> or PREEMPTED), its code, priority, cue and fixture, and for an
*> IGNORED line the reason.  COLOR-RPT summarizes it per event code
*> and LOG-ARCHIVE cuts it nightly alongside the audit logs.
*>
*> Modification history
*>    2026-10-15  DL  first version.
IDENTIFICATION DIVISION.
PROGRAM-ID.      EVENT-LOG.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT EVENT-TRAIL ASSIGN TO "/opt/rpi/effects/event.log"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-EVENT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  EVENT-TRAIL.
  01  EVENT-TRAIL-REC.
      COPY "evtrec.cpy".

WORKING-STORAGE SECTION.

  01  WS-TIMESTAMP.
       05  WS-TS-DATE            PIC X(08).
       05  FILLER                PIC X(01) VALUE "-".
       05  WS-TS-TIME            PIC X(06).

  01  WS-FILE-STATUSES.
       05  WS-EVENT-STATUS       PIC X(02).
         88  EVENT-OK             VALUE '00'.
         88  EVENT-NOT-FOUND      VALUE '35'.

LINKAGE SECTION.

  01  LK-ACTION                  PIC X(09).
  01  LK-EVENT-CODE              PIC X(12).
  01  LK-PRIORITY                PIC 9(01).
  01  LK-CUE-NAME                PIC X(21).
  01  LK-FIXTURE                 PIC X(25).
  01  LK-REASON                  PIC X(11).

PROCEDURE DIVISION USING LK-ACTION LK-EVENT-CODE LK-PRIORITY
                         LK-CUE-NAME LK-FIXTURE LK-REASON.

0010-MAIN.
   MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TS-DATE
   MOVE FUNCTION CURRENT-DATE (9:6) TO WS-TS-TIME
   PERFORM 0100-WRITE-EVENT THRU 0100-EXIT
   GOBACK.
0010-EXIT.
    EXIT.

0100-WRITE-EVENT.
   OPEN EXTEND EVENT-TRAIL
   IF EVENT-NOT-FOUND
      OPEN OUTPUT EVENT-TRAIL
   END-IF
   MOVE SPACES        TO EVENT-TRAIL-REC
   MOVE WS-TIMESTAMP  TO EVT-STAMP
   MOVE LK-ACTION     TO EVT-ACTION
   MOVE LK-EVENT-CODE TO EVT-CODE
   MOVE LK-PRIORITY   TO EVT-PRIORITY
   MOVE LK-CUE-NAME   TO EVT-CUE
   MOVE LK-FIXTURE    TO EVT-FIXTURE
   MOVE LK-REASON     TO EVT-REASON
   WRITE EVENT-TRAIL-REC
   IF NOT EVENT-OK
      DISPLAY "EVENT-LOG: write to event.log failed, status "
         WS-EVENT-STATUS UPON SYSERR
   END-IF
   CLOSE EVENT-TRAIL.
0100-EXIT.
    EXIT.

END PROGRAM EVENT-LOG.
