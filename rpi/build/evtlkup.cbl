*> GNU COBOL -- shared event-mapping loader and lookup, the
*> events.cfg counterpart of CUE-LOOKUP.  COLOR-SEQ (during a show)
*> and COLOR-EVENT (outside one) call it to turn an event code taken
*> off the drop file into the cue it plays, the fixture it plays on,
*> how long it holds, its priority and its outside-the-window rule.
*>
*> The table is loaded once (on the first CALL of a run) straight
*> out of /opt/rpi/effects/events.cfg (evtmrec.cpy rows); with a
*> handful of devices per site the lookup after that is a plain
*> linear search, no sort requirement on the file, same as cues.txt.
*> Rows whose code is blank or starts with "*" are comments.
*>
*> The optional columns come back with their defaults applied: a
*> blank or non-numeric hold is 10 seconds, a blank or non-numeric
*> priority is 1, and any rule but PLAY comes back as IGNORE.
*>
*> LK-FOUND-FLAG comes back:
*>    'Y' - event code found, the other parameters are set
*>    'N' - no such code, or no events.cfg at this site
*>
*> Modification history
*>    2026-10-15  DL  first version.
IDENTIFICATION DIVISION.
PROGRAM-ID.      EVENT-LOOKUP.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT EVENT-MAP ASSIGN TO "/opt/rpi/effects/events.cfg"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-MAP-STATUS.

DATA DIVISION.
FILE SECTION.

FD  EVENT-MAP.
  01  EVTMAP-RECS.
      COPY "evtmrec.cpy".

WORKING-STORAGE SECTION.

  01  EVENT-TABLE-MAIN.
       05  EVENT-TABLE-COUNT      PIC 9(03) COMP VALUE 0.
       05  EVENT-TABLE OCCURS 1 TO 100 TIMES
               DEPENDING ON EVENT-TABLE-COUNT
               INDEXED BY EVENT-IDX.
          10  ETBL-CODE            PIC X(12).
          10  ETBL-CUE             PIC X(21).
          10  ETBL-FIXTURE         PIC X(25).
          10  ETBL-HOLD-SECS       PIC 9(05).
          10  ETBL-PRIORITY        PIC 9(01).
          10  ETBL-OUTSIDE         PIC X(06).

  01  FLAGS.
       05  MAP-EOF                PIC X(01) VALUE 'N'.
         88  MAP-EOF-YES          VALUE 'Y'.
         88  MAP-EOF-NO           VALUE 'N'.
       05  EVENTS-LOADED          PIC X(01) VALUE 'N'.
         88  EVENTS-LOADED-YES    VALUE 'Y'.

  01  WS-FILE-STATUSES.
       05  WS-MAP-STATUS          PIC X(02).
         88  MAP-OPEN-OK           VALUE '00'.
         88  MAP-NOT-FOUND         VALUE '35'.

LINKAGE SECTION.

  01  LK-EVENT-CODE              PIC X(12).
  01  LK-CUE-NAME                PIC X(21).
  01  LK-FIXTURE                 PIC X(25).
  01  LK-HOLD-SECS               PIC 9(05).
  01  LK-PRIORITY                PIC 9(01).
  01  LK-OUTSIDE-RULE            PIC X(06).
  01  LK-FOUND-FLAG              PIC X(01).

PROCEDURE DIVISION USING LK-EVENT-CODE LK-CUE-NAME LK-FIXTURE
                         LK-HOLD-SECS LK-PRIORITY LK-OUTSIDE-RULE
                         LK-FOUND-FLAG.

0010-MAIN.
   IF EVENTS-LOADED-YES
      CONTINUE
   ELSE
      PERFORM 0100-LOAD-EVENTS THRU 0100-EXIT
   END-IF.
   PERFORM 0200-SEARCH-EVENTS THRU 0200-EXIT.
   GOBACK.
0010-EXIT.
    EXIT.

*> A site with no events.cfg simply maps no events; any other open
*> failure is reported and the table left empty rather than read
*> anyway -- a READ against a file that never opened raises no AT
*> END and would fill the table from the unset record area.
0100-LOAD-EVENTS.
   MOVE 'N' TO MAP-EOF
   MOVE ZERO TO EVENT-TABLE-COUNT
   OPEN INPUT EVENT-MAP
   EVALUATE TRUE
      WHEN MAP-OPEN-OK
         PERFORM 0110-READ-ONE THRU 0110-EXIT
            UNTIL MAP-EOF-YES
         CLOSE EVENT-MAP
      WHEN MAP-NOT-FOUND
         CONTINUE
      WHEN OTHER
         DISPLAY "EVENT-LOOKUP: events.cfg could not be opened, "
            "status " WS-MAP-STATUS UPON SYSERR
   END-EVALUATE
   MOVE 'Y' TO EVENTS-LOADED.
0100-EXIT.
    EXIT.

0110-READ-ONE.
   READ EVENT-MAP AT END MOVE 'Y' TO MAP-EOF.
   IF MAP-EOF-NO AND EVTMAP-CODE NOT = SPACES
      AND EVTMAP-CODE (1:1) NOT = "*"
      IF EVENT-TABLE-COUNT >= 100
         MOVE 'Y' TO MAP-EOF
         DISPLAY "EVENT-LOOKUP: events.cfg exceeds 100 rows, "
            "remainder ignored" UPON SYSERR
      ELSE
         ADD 1 TO EVENT-TABLE-COUNT
         MOVE EVTMAP-CODE    TO ETBL-CODE    (EVENT-TABLE-COUNT)
         MOVE EVTMAP-CUE     TO ETBL-CUE     (EVENT-TABLE-COUNT)
         MOVE EVTMAP-FIXTURE TO ETBL-FIXTURE (EVENT-TABLE-COUNT)
         PERFORM 0120-SET-DEFAULTS THRU 0120-EXIT
      END-IF
   END-IF.
0110-EXIT.
    EXIT.

*> The hold may be written with or without its leading zeros (10,
*> 00010), so it is taken right-justified out of whatever digits
*> lead the column.
0120-SET-DEFAULTS.
   MOVE 10 TO ETBL-HOLD-SECS (EVENT-TABLE-COUNT)
   EVALUATE TRUE
      WHEN EVTMAP-HOLD-SECS NUMERIC
         MOVE EVTMAP-HOLD-SECS TO ETBL-HOLD-SECS (EVENT-TABLE-COUNT)
      WHEN EVTMAP-HOLD-SECS (1:4) NUMERIC
         AND EVTMAP-HOLD-SECS (5:1) = SPACE
         MOVE EVTMAP-HOLD-SECS (1:4)
            TO ETBL-HOLD-SECS (EVENT-TABLE-COUNT)
      WHEN EVTMAP-HOLD-SECS (1:3) NUMERIC
         AND EVTMAP-HOLD-SECS (4:2) = SPACES
         MOVE EVTMAP-HOLD-SECS (1:3)
            TO ETBL-HOLD-SECS (EVENT-TABLE-COUNT)
      WHEN EVTMAP-HOLD-SECS (1:2) NUMERIC
         AND EVTMAP-HOLD-SECS (3:3) = SPACES
         MOVE EVTMAP-HOLD-SECS (1:2)
            TO ETBL-HOLD-SECS (EVENT-TABLE-COUNT)
      WHEN EVTMAP-HOLD-SECS (1:1) NUMERIC
         AND EVTMAP-HOLD-SECS (2:4) = SPACES
         MOVE EVTMAP-HOLD-SECS (1:1)
            TO ETBL-HOLD-SECS (EVENT-TABLE-COUNT)
      WHEN OTHER
         CONTINUE
   END-EVALUATE
   IF ETBL-HOLD-SECS (EVENT-TABLE-COUNT) = 0
      MOVE 10 TO ETBL-HOLD-SECS (EVENT-TABLE-COUNT)
   END-IF
   IF EVTMAP-PRIORITY NUMERIC AND EVTMAP-PRIORITY NOT = "0"
      MOVE EVTMAP-PRIORITY TO ETBL-PRIORITY (EVENT-TABLE-COUNT)
   ELSE
      MOVE 1 TO ETBL-PRIORITY (EVENT-TABLE-COUNT)
   END-IF
   IF EVTMAP-OUTSIDE = "PLAY"
      MOVE "PLAY" TO ETBL-OUTSIDE (EVENT-TABLE-COUNT)
   ELSE
      MOVE "IGNORE" TO ETBL-OUTSIDE (EVENT-TABLE-COUNT)
   END-IF.
0120-EXIT.
    EXIT.

0200-SEARCH-EVENTS.
   MOVE 'N' TO LK-FOUND-FLAG
   IF EVENT-TABLE-COUNT > 0
      SET EVENT-IDX TO +1
      SEARCH EVENT-TABLE
         AT END
           CONTINUE
         WHEN ETBL-CODE (EVENT-IDX) = LK-EVENT-CODE
           MOVE 'Y'                       TO LK-FOUND-FLAG
           MOVE ETBL-CUE       (EVENT-IDX) TO LK-CUE-NAME
           MOVE ETBL-FIXTURE   (EVENT-IDX) TO LK-FIXTURE
           MOVE ETBL-HOLD-SECS (EVENT-IDX) TO LK-HOLD-SECS
           MOVE ETBL-PRIORITY  (EVENT-IDX) TO LK-PRIORITY
           MOVE ETBL-OUTSIDE   (EVENT-IDX) TO LK-OUTSIDE-RULE
      END-SEARCH
   END-IF.
0200-EXIT.
    EXIT.

END PROGRAM EVENT-LOOKUP.
