*> GNU COBOL -- external events outside the show window.  While a
*> show is running COLOR-SEQ takes the devices' events off the drop
*> file (/opt/rpi/effects/events.in) itself; the rest of the day
*> nobody would, so this job is run every minute from cron with the
*> same window bounds the show's COLOR-SEQ line carries.  Inside the
*> window it leaves the drop file to the show and ends at once --
*> provided a show is really running: COLOR-SEQ keeps its process
*> id in sequence.pid (pidrec.cpy) while it plays, and a window with
*> no such file, or one whose process is no longer listed under
*> /proc, has nobody taking events.  Then, as outside the window,
*> it drains the drop file and applies each event's
*> outside-the-window rule from events.cfg (EVENT-LOOKUP, see
*> evtmrec.cpy): an IGNORE event is logged and dropped, a PLAY event
*> has its cue put up on its fixture for its hold and the fixture
*> darkened again afterwards -- outside the window dark is the
*> fixture's resting look.  While anything is playing the drop file
*> is polled once a second, and a higher-priority event pre-empts a
*> lower one on the same fixture exactly as it would in a show; an
*> equal or lower one arriving meanwhile is ignored.  The job ends
*> when nothing is left playing, or when a show starts playing the
*> window and takes the fixtures back.
*>
*> A fixture is lit only under a lease on its channel through
*> FIXTURE-LEASE, taken for the cue's hold (a few seconds over, to
*> cover the dark frame) and released once the fixture is dark again
*> or the show takes over.  A channel a COLOR-SCAN has borrowed, or
*> another COLOR-EVENT run is still playing a cue on, is refused and
*> the event logged ignored, LEASED -- so overlapping cron runs can't
*> darken each other's cues.
*>
*> Command line, all optional:
*>    1  START-HHMM      the show window's start, in any form COLOR-SEQ
*>                       takes (1800, S-15, R+30)
*>    2  STOP-HHMM       the show window's stop, likewise; a stop
*>                       before the start wraps midnight.  With
*>                       neither bound there is no show window and
*>                       every event is treated as outside it.
*>
*> Every event received, played, ignored or pre-empted goes to
*> event.log through EVENT-LOG, the same trail COLOR-SEQ writes, and
*> each frame goes through AUDIT-LOG, STATE-SAVE and ENERGY-METER the
*> way a one-shot COLOR-SCAN frame does.
*>
*> RETURN-CODE:
*>    0 - nothing to do, or every event handled
*>    1 - an event's cue carried a color that did not resolve
*>    2 - the drop file could not be opened, the color table
*>        failed to load, or the lease registry could not be used
*>
*> Modification history
*>    2026-10-15  DL  first version.
*>    2026-10-15  DL  light a fixture only under a FIXTURE-LEASE on its
*>                     channel, released when it goes dark again;
*>                     take events inside the window when no
*>                     COLOR-SEQ is running it (sequence.pid).
IDENTIFICATION DIVISION.
PROGRAM-ID.      COLOR-EVENT.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT EVENT-DROP ASSIGN TO "/opt/rpi/effects/events.in"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-DROP-STATUS.
   SELECT FIXTURE-CFG ASSIGN TO "/opt/rpi/effects/fixture.cfg"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CFG-STATUS.
   SELECT RUN-PID-FILE ASSIGN TO "/opt/rpi/effects/sequence.pid"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-PID-STATUS.

DATA DIVISION.
FILE SECTION.

FD  EVENT-DROP.
  01  EVENT-DROP-REC              PIC X(60).

FD  FIXTURE-CFG.
  01  FIXTURE-CFG-REC             PIC X(20).

FD  RUN-PID-FILE.
  01  RUN-PID-REC.
      COPY "pidrec.cpy".

WORKING-STORAGE SECTION.

  01  WS-PIXEL-COUNT              PIC 9(04) COMP.

  01  STORAGE.
       05  WS-ARG-NUM               PIC 9(02) COMP.
       05  WS-ARG-VALUE             PIC X(40).
       05  WS-RETURN-CODE           PIC 9(02) VALUE 0.
       05  WS-START-HHMM            PIC X(04) VALUE SPACES.
       05  WS-STOP-HHMM             PIC X(04) VALUE SPACES.
       05  WS-NOW-HHMM              PIC X(04).
       05  WS-WINDOW-FROM           PIC X(04).
       05  WS-WINDOW-TO             PIC X(04).
       05  WS-TODAY                 PIC X(08).
       05  WS-BOUND-IN              PIC X(04).
       05  WS-BOUND-OUT             PIC X(04).
       05  WS-BOUND-FOUND           PIC X(01).

*> The same one-second clock COLOR-SEQ keeps, so a long crossfade on
*> one event's cue doesn't stretch the others' holds.
  01  CLOCK-WORK.
       05  WS-CLOCK-NOW             PIC X(06).
       05  WS-CLOCK-HH              PIC 9(02).
       05  WS-CLOCK-MM              PIC 9(02).
       05  WS-CLOCK-SS              PIC 9(02).
       05  WS-NOW-SECS              PIC 9(05) VALUE 0.
       05  WS-LAST-SECS             PIC 9(05) VALUE 0.
       05  WS-TICK-SECS             PIC 9(05) VALUE 0.

*> One entry per fixture an event has played on this run: what is
*> up on it now, how much of its hold is left, and where the frame
*> went out so the fixture can be darkened again afterwards.
  01  SLOT-TABLE-MAIN.
       05  SLOT-TABLE-COUNT         PIC 9(03) COMP VALUE 0.
       05  SLOT-TABLE OCCURS 1 TO 50 TIMES
               DEPENDING ON SLOT-TABLE-COUNT.
          10  SLT-FIXTURE           PIC X(25).
          10  SLT-STATE             PIC X(01).
            88  SLT-PLAYING         VALUE 'P'.
            88  SLT-IDLE            VALUE 'I'.
          10  SLT-CODE              PIC X(12).
          10  SLT-CUE               PIC X(21).
          10  SLT-PRI               PIC 9(01).
          10  SLT-LEFT              PIC 9(05).
          10  SLT-CHANNEL           PIC X(01).
          10  SLT-MODE              PIC X(04).
          10  SLT-PIXELS            PIC 9(04).

  01  SLOT-WORK.
       05  WS-SLOT                  PIC 9(03) COMP VALUE 0.
       05  WS-SLOT-SCAN             PIC 9(03) COMP VALUE 0.
       05  WS-SLOTS-LIVE            PIC 9(03) VALUE 0.

  01  EVENT-WORK.
       05  WS-EVT-CODE              PIC X(12) VALUE SPACES.
       05  WS-EVT-CUE               PIC X(21) VALUE SPACES.
       05  WS-EVT-FIXTURE           PIC X(25) VALUE SPACES.
       05  WS-EVT-HOLD              PIC 9(05) VALUE 0.
       05  WS-EVT-PRI               PIC 9(01) VALUE 0.
       05  WS-EVT-OUTSIDE           PIC X(06) VALUE SPACES.
       05  WS-EVT-FOUND             PIC X(01) VALUE SPACES.
       05  WS-EVT-ACTION            PIC X(09) VALUE SPACES.
       05  WS-EVT-REASON            PIC X(11) VALUE SPACES.
       05  WS-DROP-IDX              PIC 9(03) COMP VALUE 0.
       05  WS-DROP-LINES            PIC 9(05) VALUE 0.
       05  WS-DROP-LOST             PIC 9(05) VALUE 0.

  01  DROP-TABLE-MAIN.
       05  DROP-TABLE-COUNT         PIC 9(03) COMP VALUE 0.
       05  DROP-TABLE OCCURS 1 TO 50 TIMES
               DEPENDING ON DROP-TABLE-COUNT.
          10  DRP-CODE              PIC X(12).

  01  CUE-WORK.
       05  WS-CUE-NAME              PIC X(21) VALUE SPACES.
       05  WS-CUE-COLOR             PIC X(25) VALUE SPACES.
       05  WS-CUE-COLOR-2           PIC X(25) VALUE SPACES.
       05  WS-CUE-EFFECT            PIC X(05) VALUE SPACES.
       05  WS-CUE-START             PIC X(04) VALUE SPACES.
       05  WS-CUE-END               PIC X(04) VALUE SPACES.
       05  WS-CUE-BRIGHT            PIC X(03) VALUE SPACES.
       05  WS-CUE-XFADE             PIC X(03) VALUE SPACES.
       05  WS-CUE-FOUND             PIC X(01) VALUE SPACES.

  01  LOOKUP-1.
       05  WS-RED-1                 PIC X(03) VALUE SPACES.
       05  WS-GREEN-1               PIC X(03) VALUE SPACES.
       05  WS-BLUE-1                PIC X(03) VALUE SPACES.
       05  WS-WHITE-1               PIC X(03) VALUE SPACES.
       05  WS-EFFECT-1              PIC X(05) VALUE SPACES.
       05  WS-FOUND-1               PIC X(01) VALUE SPACES.

  01  LOOKUP-2.
       05  WS-RED-2                 PIC X(03) VALUE SPACES.
       05  WS-GREEN-2               PIC X(03) VALUE SPACES.
       05  WS-BLUE-2                PIC X(03) VALUE SPACES.
       05  WS-WHITE-2               PIC X(03) VALUE SPACES.
       05  WS-EFFECT-2              PIC X(05) VALUE SPACES.
       05  WS-FOUND-2               PIC X(01) VALUE SPACES.

  01  FIXTURE-INFO.
       05  WS-FIX-CHANNEL           PIC X(01) VALUE '0'.
       05  WS-FIX-PIXELS            PIC 9(04) VALUE 0.
       05  WS-FIX-MODE              PIC X(04) VALUE "RGBW".
       05  WS-FIX-LIMIT-MA          PIC X(05) VALUE SPACES.
       05  WS-FIX-FOUND             PIC X(01) VALUE SPACES.

  01  WS-XFADE-SECS                PIC 9(03) VALUE 0.

  01  WS-NO-COLOR                  PIC X(25) VALUE SPACES.
  01  WS-NO-COLOR-2                PIC X(25) VALUE SPACES.

  COPY "framereq.cpy".

*> The lease taken on a cue's channel, and the probe that says
*> whether the process named in sequence.pid is still running.
  COPY "leasereq.cpy".

  01  LEASE-WORK.
       05  WS-MY-PID                PIC 9(07) VALUE 0.
       05  WS-PROBE-PID             PIC 9(07) VALUE 0.
       05  WS-PID-EDIT              PIC Z(06)9.
       05  WS-PROBE-NAME            PIC X(20).

*> The file-details block CBL_CHECK_FILE_EXIST fills in; only
*> whether the show's /proc entry exists matters here.
  01  FILE-INFO.
       05  FI-SIZE                  PIC X(08) COMP-X.
       05  FI-DAY                   PIC X(01) COMP-X.
       05  FI-MONTH                 PIC X(01) COMP-X.
       05  FI-YEAR                  PIC X(02) COMP-X.
       05  FI-HOURS                 PIC X(01) COMP-X.
       05  FI-MINS                  PIC X(01) COMP-X.
       05  FI-SECS                  PIC X(01) COMP-X.
       05  FI-HUNDS                 PIC X(01) COMP-X.

  01  WS-SLEEP-NANOS               PIC S9(10) COMP-5 VALUE 999999999.

  01  FLAGS.
       05  CFG-EOF                  PIC X(01) VALUE 'N'.
         88  CFG-EOF-YES            VALUE 'Y'.
         88  CFG-EOF-NO             VALUE 'N'.
       05  DROP-EOF                 PIC X(01) VALUE 'N'.
         88  DROP-EOF-YES           VALUE 'Y'.
         88  DROP-EOF-NO            VALUE 'N'.
       05  WINDOW-STATE             PIC X(01) VALUE 'C'.
         88  WINDOW-OPEN            VALUE 'O'.
         88  WINDOW-CLOSED          VALUE 'C'.
       05  SHOW-RUNNING             PIC X(01) VALUE 'N'.
         88  SHOW-RUNNING-YES       VALUE 'Y'.
         88  SHOW-RUNNING-NO        VALUE 'N'.
       05  PID-EOF                  PIC X(01) VALUE 'N'.
         88  PID-EOF-YES            VALUE 'Y'.
       05  NO-SHOW-TOLD             PIC X(01) VALUE 'N'.
         88  NO-SHOW-TOLD-YES       VALUE 'Y'.

  01  WS-FILE-STATUSES.
       05  WS-DROP-STATUS           PIC X(02).
         88  DROP-OPEN-OK            VALUE '00'.
         88  DROP-NOT-FOUND          VALUE '35'.
       05  WS-CFG-STATUS            PIC X(02).
         88  CFG-NOT-FOUND           VALUE '35'.
       05  WS-PID-STATUS            PIC X(02).
         88  PID-OPEN-OK             VALUE '00'.

PROCEDURE DIVISION.

0010-MAIN.
   PERFORM 1000-GET-ARGUMENTS THRU 1000-EXIT.
   PERFORM 1250-CHECK-SHOW THRU 1250-EXIT.
   IF SHOW-RUNNING-NO
      PERFORM 1100-READ-FIXTURE-CFG THRU 1100-EXIT
      PERFORM 3520-READ-CLOCK THRU 3520-EXIT
      PERFORM 2000-POLL-EVENTS THRU 2000-EXIT
      PERFORM 3000-HOLD-ONE-SECOND THRU 3000-EXIT
         UNTIL WS-SLOTS-LIVE = 0 OR SHOW-RUNNING-YES
      PERFORM 3300-RELEASE-PLAYING THRU 3300-EXIT
         VARYING WS-SLOT FROM 1 BY 1
            UNTIL WS-SLOT > SLOT-TABLE-COUNT
   END-IF.
   MOVE WS-RETURN-CODE TO RETURN-CODE.
   GOBACK.
0010-EXIT.
    EXIT.

1000-GET-ARGUMENTS.
   MOVE 1 TO WS-ARG-NUM
   DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
   MOVE SPACES TO WS-ARG-VALUE
   ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
      ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
   END-ACCEPT
   PERFORM 1010-CHECK-BOUND THRU 1010-EXIT
   MOVE WS-BOUND-IN TO WS-START-HHMM

   MOVE 2 TO WS-ARG-NUM
   DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
   MOVE SPACES TO WS-ARG-VALUE
   ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
      ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
   END-ACCEPT
   PERFORM 1010-CHECK-BOUND THRU 1010-EXIT
   MOVE WS-BOUND-IN TO WS-STOP-HHMM.
1000-EXIT.
    EXIT.

*> A bound SUN-WINDOW can't resolve is reported and left open, the
*> same forgiveness COLOR-SEQ gives it, so the two agree on where
*> the window is.
1010-CHECK-BOUND.
   MOVE SPACES TO WS-BOUND-IN
   IF WS-ARG-VALUE NOT = SPACES
      MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
      CALL "SUN-WINDOW" USING WS-ARG-VALUE (1:4) WS-TODAY
           WS-BOUND-OUT WS-BOUND-FOUND
      EVALUATE WS-BOUND-FOUND
         WHEN 'Y'
            MOVE WS-ARG-VALUE (1:4) TO WS-BOUND-IN
         WHEN 'S'
            DISPLAY "COLOR-EVENT: window bound " WS-ARG-VALUE (1:4)
               " needs the site's latitude and longitude in "
               "site.cfg, left open" UPON SYSERR
         WHEN OTHER
            DISPLAY "COLOR-EVENT: window bound " WS-ARG-VALUE (1:4)
               " is not HHMM or a sunset/sunrise offset, left open"
               UPON SYSERR
      END-EVALUATE
   END-IF.
1010-EXIT.
    EXIT.

1100-READ-FIXTURE-CFG.
   MOVE 512 TO WS-PIXEL-COUNT
   MOVE 'N' TO CFG-EOF
   OPEN INPUT FIXTURE-CFG
   IF CFG-NOT-FOUND
      CONTINUE
   ELSE
      READ FIXTURE-CFG AT END MOVE 'Y' TO CFG-EOF
      END-READ
      IF CFG-EOF-NO
         MOVE FIXTURE-CFG-REC TO WS-PIXEL-COUNT
         IF WS-PIXEL-COUNT = 0
            MOVE 512 TO WS-PIXEL-COUNT
         END-IF
      END-IF
      CLOSE FIXTURE-CFG
   END-IF
   IF WS-PIXEL-COUNT > 2048
      MOVE 2048 TO WS-PIXEL-COUNT
   END-IF.
1100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The show window, worked out the way COLOR-SEQ's 1200 works it
*> out -- except that with no bounds at all there is no show, so
*> the window counts as closed rather than always open.
*> ----------------------------------------------------------------
1200-CHECK-WINDOW.
   IF WS-START-HHMM = SPACES AND WS-STOP-HHMM = SPACES
      MOVE 'C' TO WINDOW-STATE
   ELSE
      MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
      MOVE FUNCTION CURRENT-DATE (9:4) TO WS-NOW-HHMM
      IF WS-START-HHMM = SPACES
         MOVE "0000" TO WS-WINDOW-FROM
      ELSE
         CALL "SUN-WINDOW" USING WS-START-HHMM WS-TODAY
              WS-WINDOW-FROM WS-BOUND-FOUND
      END-IF
      IF WS-STOP-HHMM = SPACES
         MOVE "2400" TO WS-WINDOW-TO
      ELSE
         CALL "SUN-WINDOW" USING WS-STOP-HHMM WS-TODAY
              WS-WINDOW-TO WS-BOUND-FOUND
      END-IF
      IF WS-WINDOW-FROM <= WS-WINDOW-TO
         IF WS-NOW-HHMM >= WS-WINDOW-FROM
            AND WS-NOW-HHMM < WS-WINDOW-TO
            MOVE 'O' TO WINDOW-STATE
         ELSE
            MOVE 'C' TO WINDOW-STATE
         END-IF
      ELSE
         IF WS-NOW-HHMM >= WS-WINDOW-FROM
            OR WS-NOW-HHMM < WS-WINDOW-TO
            MOVE 'O' TO WINDOW-STATE
         ELSE
            MOVE 'C' TO WINDOW-STATE
         END-IF
      END-IF
   END-IF.
1200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Is a show taking the drop file?  Only inside the window, and only
*> if sequence.pid names a process still listed under /proc, probed
*> the way FIXTURE-LEASE probes a lease's holder.  An open window
*> with nobody playing it is reported once and treated as closed,
*> so its events are not left to pile up for hours.
*> ----------------------------------------------------------------
1250-CHECK-SHOW.
   MOVE 'N' TO SHOW-RUNNING
   PERFORM 1200-CHECK-WINDOW THRU 1200-EXIT
   IF WINDOW-OPEN
      MOVE 0 TO WS-PROBE-PID
      MOVE 'N' TO PID-EOF
      OPEN INPUT RUN-PID-FILE
      IF PID-OPEN-OK
         READ RUN-PID-FILE AT END MOVE 'Y' TO PID-EOF
         END-READ
         IF NOT PID-EOF-YES AND RUNPID-PID NUMERIC
            MOVE RUNPID-PID TO WS-PROBE-PID
         END-IF
         CLOSE RUN-PID-FILE
      END-IF
      PERFORM 1260-PROBE-SHOW THRU 1260-EXIT
      IF SHOW-RUNNING-NO AND NOT NO-SHOW-TOLD-YES
         MOVE 'Y' TO NO-SHOW-TOLD
         DISPLAY "COLOR-EVENT: the show window is open but no "
            "COLOR-SEQ is playing it, events taken here" UPON SYSERR
      END-IF
   END-IF.
1250-EXIT.
    EXIT.

1260-PROBE-SHOW.
   IF WS-PROBE-PID > 0
      MOVE WS-PROBE-PID TO WS-PID-EDIT
      MOVE SPACES TO WS-PROBE-NAME
      STRING "/proc/" FUNCTION TRIM (WS-PID-EDIT LEADING)
         DELIMITED BY SIZE INTO WS-PROBE-NAME
      END-STRING
      CALL "CBL_CHECK_FILE_EXIST" USING WS-PROBE-NAME FILE-INFO
      IF RETURN-CODE = 0
         MOVE 'Y' TO SHOW-RUNNING
      END-IF
      MOVE 0 TO RETURN-CODE
   END-IF.
1260-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Event pickup: every line the devices have appended is read, the
*> file truncated so nothing replays, and each event code taken in
*> the order it was written.  More than the table holds in one poll
*> is reported and the surplus dropped.
*> ----------------------------------------------------------------
2000-POLL-EVENTS.
   MOVE 'N' TO DROP-EOF
   MOVE 0 TO DROP-TABLE-COUNT WS-DROP-LINES WS-DROP-LOST
   OPEN INPUT EVENT-DROP
   EVALUATE TRUE
      WHEN DROP-OPEN-OK
         PERFORM 2010-READ-ONE-DROP THRU 2010-EXIT
            UNTIL DROP-EOF-YES
         CLOSE EVENT-DROP
         IF WS-DROP-LINES > 0
            OPEN OUTPUT EVENT-DROP
            CLOSE EVENT-DROP
         END-IF
         IF WS-DROP-LOST > 0
            DISPLAY "COLOR-EVENT: events.in held more than 50 "
               "events, " WS-DROP-LOST " dropped" UPON SYSERR
         END-IF
         PERFORM 2100-TAKE-EVENT THRU 2100-EXIT
            VARYING WS-DROP-IDX FROM 1 BY 1
               UNTIL WS-DROP-IDX > DROP-TABLE-COUNT
      WHEN DROP-NOT-FOUND
         CONTINUE
      WHEN OTHER
         DISPLAY "COLOR-EVENT: events.in could not be opened, "
            "status " WS-DROP-STATUS UPON SYSERR
         MOVE 2 TO WS-RETURN-CODE
   END-EVALUATE.
2000-EXIT.
    EXIT.

2010-READ-ONE-DROP.
   READ EVENT-DROP AT END MOVE 'Y' TO DROP-EOF.
   IF DROP-EOF-NO
      ADD 1 TO WS-DROP-LINES
      IF EVENT-DROP-REC (1:12) NOT = SPACES
         IF DROP-TABLE-COUNT < 50
            ADD 1 TO DROP-TABLE-COUNT
            MOVE EVENT-DROP-REC (1:12) TO DRP-CODE (DROP-TABLE-COUNT)
         ELSE
            ADD 1 TO WS-DROP-LOST
         END-IF
      END-IF
   END-IF.
2010-EXIT.
    EXIT.

*> One event: logged as received, then played on its fixture or
*> logged as ignored with the reason.  The fixture's slot, if an
*> earlier event has used it this run, decides pre-emption.
2100-TAKE-EVENT.
   MOVE DRP-CODE (WS-DROP-IDX) TO WS-EVT-CODE
   CALL "EVENT-LOOKUP" USING WS-EVT-CODE WS-EVT-CUE WS-EVT-FIXTURE
        WS-EVT-HOLD WS-EVT-PRI WS-EVT-OUTSIDE WS-EVT-FOUND
   IF WS-EVT-FOUND NOT = 'Y'
      MOVE SPACES TO WS-EVT-CUE WS-EVT-FIXTURE
      MOVE 0 TO WS-EVT-PRI
   END-IF
   MOVE "RECEIVED" TO WS-EVT-ACTION
   MOVE SPACES TO WS-EVT-REASON
   PERFORM 2900-LOG-EVENT THRU 2900-EXIT
   MOVE 0 TO WS-SLOT
   MOVE 'N' TO WS-CUE-FOUND
   IF WS-EVT-FOUND = 'Y' AND WS-EVT-OUTSIDE = "PLAY"
      PERFORM 2110-FIND-SLOT THRU 2110-EXIT
         VARYING WS-SLOT-SCAN FROM 1 BY 1
            UNTIL WS-SLOT-SCAN > SLOT-TABLE-COUNT OR WS-SLOT > 0
      MOVE WS-EVT-CUE TO WS-CUE-NAME
      CALL "CUE-LOOKUP" USING WS-CUE-NAME WS-CUE-COLOR
           WS-CUE-COLOR-2 WS-CUE-EFFECT WS-CUE-START WS-CUE-END
           WS-CUE-BRIGHT WS-CUE-XFADE WS-CUE-FOUND
   END-IF
   MOVE "IGNORED" TO WS-EVT-ACTION
   EVALUATE TRUE
      WHEN WS-EVT-FOUND NOT = 'Y'
         MOVE "NO MAPPING" TO WS-EVT-REASON
      WHEN WS-EVT-OUTSIDE NOT = "PLAY"
         MOVE "OUTSIDE" TO WS-EVT-REASON
      WHEN WS-SLOT > 0 AND SLT-PLAYING (WS-SLOT)
         AND SLT-PRI (WS-SLOT) >= WS-EVT-PRI
         MOVE "OUTRANKED" TO WS-EVT-REASON
      WHEN WS-CUE-FOUND NOT = 'Y'
         DISPLAY "COLOR-EVENT: event " WS-EVT-CODE
            " names unknown cue " WS-EVT-CUE UPON SYSERR
         MOVE "NO CUE" TO WS-EVT-REASON
      WHEN WS-SLOT = 0 AND SLOT-TABLE-COUNT >= 50
         MOVE "TOO MANY" TO WS-EVT-REASON
      WHEN OTHER
         PERFORM 2200-START-EVENT THRU 2200-EXIT
   END-EVALUATE
   IF WS-EVT-ACTION = "IGNORED"
      PERFORM 2900-LOG-EVENT THRU 2900-EXIT
   END-IF.
2100-EXIT.
    EXIT.

2110-FIND-SLOT.
   IF SLT-FIXTURE (WS-SLOT-SCAN) = WS-EVT-FIXTURE
      MOVE WS-SLOT-SCAN TO WS-SLOT
   END-IF.
2110-EXIT.
    EXIT.

*> The fixture's channel is leased for the hold first; refused, the
*> event is left IGNORED for 2100 to log.  A fixture new to this run
*> gets a slot; one already playing an event has that event
*> pre-empted (its lease renewed for the new hold).  The cue's frame
*> goes out and where it went is kept for the dark frame at the end
*> of the hold.
2200-START-EVENT.
   PERFORM 2310-SET-FIXTURE THRU 2310-EXIT
   PERFORM 2400-TAKE-LEASE THRU 2400-EXIT
   IF LRQ-GRANTED
      IF WS-SLOT = 0
         ADD 1 TO SLOT-TABLE-COUNT
         MOVE SLOT-TABLE-COUNT TO WS-SLOT
         MOVE WS-EVT-FIXTURE TO SLT-FIXTURE (WS-SLOT)
         MOVE 'I' TO SLT-STATE (WS-SLOT)
      END-IF
      IF SLT-PLAYING (WS-SLOT)
         PERFORM 2210-LOG-PREEMPTED THRU 2210-EXIT
      ELSE
         MOVE 'P' TO SLT-STATE (WS-SLOT)
         ADD 1 TO WS-SLOTS-LIVE
      END-IF
      MOVE WS-EVT-CODE TO SLT-CODE (WS-SLOT)
      MOVE WS-EVT-CUE  TO SLT-CUE (WS-SLOT)
      MOVE WS-EVT-PRI  TO SLT-PRI (WS-SLOT)
      MOVE WS-EVT-HOLD TO SLT-LEFT (WS-SLOT)
      PERFORM 2300-PLAY-CUE THRU 2300-EXIT
      MOVE FRQ-CHANNEL     TO SLT-CHANNEL (WS-SLOT)
      MOVE FRQ-RGBW-MODE   TO SLT-MODE (WS-SLOT)
      MOVE FRQ-PIXEL-COUNT TO SLT-PIXELS (WS-SLOT)
      MOVE "PLAYED" TO WS-EVT-ACTION
      MOVE SPACES TO WS-EVT-REASON
      PERFORM 2900-LOG-EVENT THRU 2900-EXIT
   END-IF.
2200-EXIT.
    EXIT.

2210-LOG-PREEMPTED.
   MOVE "PREEMPTED" TO WS-EVT-ACTION
   MOVE "HIGHER PRI" TO WS-EVT-REASON
   CALL "EVENT-LOG" USING WS-EVT-ACTION SLT-CODE (WS-SLOT)
        SLT-PRI (WS-SLOT) SLT-CUE (WS-SLOT) SLT-FIXTURE (WS-SLOT)
        WS-EVT-REASON.
2210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The cue's look, built the way COLOR-SEQ builds a "CUE name" row:
*> the cue's colors, effect override, span, brightness (the run's
*> 100 when the cue leaves it blank) and crossfade -- a fade-up from
*> dark, since dark is what the fixture shows outside the window.
*> The fixture's channel, length and mode are already set (2310).
*> ----------------------------------------------------------------
2300-PLAY-CUE.
   CALL "COLOR-LOOKUP" USING WS-CUE-COLOR WS-RED-1 WS-GREEN-1
        WS-BLUE-1 WS-WHITE-1 WS-EFFECT-1 WS-FOUND-1
   IF WS-CUE-COLOR-2 NOT = SPACES
      MOVE 'Y' TO FRQ-GRADIENT-FLAG
      CALL "COLOR-LOOKUP" USING WS-CUE-COLOR-2 WS-RED-2 WS-GREEN-2
           WS-BLUE-2 WS-WHITE-2 WS-EFFECT-2 WS-FOUND-2
   ELSE
      MOVE 'N' TO FRQ-GRADIENT-FLAG
      MOVE WS-RED-1   TO WS-RED-2
      MOVE WS-GREEN-1 TO WS-GREEN-2
      MOVE WS-BLUE-1  TO WS-BLUE-2
      MOVE WS-WHITE-1 TO WS-WHITE-2
      MOVE WS-FOUND-1 TO WS-FOUND-2
   END-IF

   MOVE WS-RED-1   TO FRQ-RED-1
   MOVE WS-GREEN-1 TO FRQ-GREEN-1
   MOVE WS-BLUE-1  TO FRQ-BLUE-1
   MOVE WS-WHITE-1 TO FRQ-WHITE-1
   MOVE WS-RED-2   TO FRQ-RED-2
   MOVE WS-GREEN-2 TO FRQ-GREEN-2
   MOVE WS-BLUE-2  TO FRQ-BLUE-2
   MOVE WS-WHITE-2 TO FRQ-WHITE-2
   MOVE WS-EFFECT-1 TO FRQ-EFFECT
   IF WS-CUE-EFFECT NOT = SPACES
      MOVE WS-CUE-EFFECT TO FRQ-EFFECT
   END-IF
   MOVE 100 TO FRQ-BRIGHT-PCT
   IF WS-CUE-BRIGHT NUMERIC
      MOVE WS-CUE-BRIGHT TO FRQ-BRIGHT-PCT
      IF FRQ-BRIGHT-PCT > 100
         MOVE 100 TO FRQ-BRIGHT-PCT
      END-IF
   END-IF
   MOVE 0 TO FRQ-START-PIXEL FRQ-END-PIXEL
   IF WS-CUE-START NUMERIC
      MOVE WS-CUE-START TO FRQ-START-PIXEL
   END-IF
   IF WS-CUE-END NUMERIC
      MOVE WS-CUE-END TO FRQ-END-PIXEL
   END-IF
   MOVE 0 TO FRQ-XFADE-FRAMES
   IF WS-CUE-XFADE NUMERIC
      MOVE WS-CUE-XFADE TO WS-XFADE-SECS
      COMPUTE FRQ-XFADE-FRAMES = WS-XFADE-SECS * 6
   END-IF
   MOVE "000" TO FRQ-PRIOR-RED FRQ-PRIOR-GREEN FRQ-PRIOR-BLUE
                 FRQ-PRIOR-WHITE
   MOVE 100 TO FRQ-PRIOR-BRIGHT-PCT
   MOVE 'N' TO FRQ-PREVIEW-FLAG
   MOVE SPACES TO FRQ-HEX-OUT FRQ-HEX-OUT-2
   CALL "FRAME-BUILD" USING FRAME-REQUEST

   CALL "AUDIT-LOG" USING WS-CUE-COLOR WS-RED-1 WS-GREEN-1
        WS-BLUE-1 WS-WHITE-1 FRQ-HEX-OUT WS-FOUND-1 FRQ-CHANNEL
   IF WS-CUE-COLOR-2 NOT = SPACES
      CALL "AUDIT-LOG" USING WS-CUE-COLOR-2 WS-RED-2 WS-GREEN-2
           WS-BLUE-2 WS-WHITE-2 FRQ-HEX-OUT-2 WS-FOUND-2 FRQ-CHANNEL
   END-IF
   IF WS-FOUND-1 = 'Y' AND WS-FOUND-2 = 'Y'
      CALL "STATE-SAVE" USING WS-CUE-COLOR WS-CUE-COLOR-2
           FRAME-REQUEST
   END-IF
   CALL "ENERGY-METER" USING FRAME-REQUEST WS-EVT-FIXTURE
   PERFORM 2320-CHECK-FOUND THRU 2320-EXIT.
2300-EXIT.
    EXIT.

*> A blank fixture is the default channel at fixture.cfg's pixel
*> count, the same as a blank schedule fixture column; a name
*> missing from fixtures.cfg is reported and falls back to that.
2310-SET-FIXTURE.
   MOVE '0'    TO FRQ-CHANNEL
   MOVE "RGBW" TO FRQ-RGBW-MODE
   MOVE WS-PIXEL-COUNT TO FRQ-PIXEL-COUNT
   IF WS-EVT-FIXTURE NOT = SPACES
      CALL "FIXTURE-LOOKUP" USING WS-EVT-FIXTURE WS-FIX-CHANNEL
           WS-FIX-PIXELS WS-FIX-MODE WS-FIX-LIMIT-MA WS-FIX-FOUND
      IF WS-FIX-FOUND = 'Y'
         MOVE WS-FIX-CHANNEL TO FRQ-CHANNEL
         MOVE WS-FIX-MODE    TO FRQ-RGBW-MODE
         IF WS-FIX-PIXELS > 0
            MOVE WS-FIX-PIXELS TO FRQ-PIXEL-COUNT
            IF FRQ-PIXEL-COUNT > 2048
               MOVE 2048 TO FRQ-PIXEL-COUNT
            END-IF
         END-IF
      ELSE
         DISPLAY "COLOR-EVENT: unknown fixture " WS-EVT-FIXTURE
            UPON SYSERR
      END-IF
   END-IF.
2310-EXIT.
    EXIT.

*> Worst flag across every cue played, the COLOR-SCAN contract.
2320-CHECK-FOUND.
   IF WS-FOUND-1 = 'E' OR WS-FOUND-2 = 'E'
      MOVE 2 TO WS-RETURN-CODE
   ELSE
      IF (WS-FOUND-1 NOT = 'Y' OR WS-FOUND-2 NOT = 'Y')
         AND WS-RETURN-CODE < 1
         MOVE 1 TO WS-RETURN-CODE
      END-IF
   END-IF.
2320-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The lease on the cue's channel, held by this run's process id
*> for the hold and a few seconds over, so the dark frame at the end
*> of the hold still goes out under it.  Re-taking a channel this
*> run already holds renews the lease in place.
*> ----------------------------------------------------------------
2400-TAKE-LEASE.
   IF WS-MY-PID = 0
      CALL "C$GETPID" RETURNING WS-MY-PID
   END-IF
   MOVE 'A'            TO LRQ-ACTION
   MOVE FRQ-CHANNEL    TO LRQ-CHANNEL
   MOVE WS-EVT-FIXTURE TO LRQ-FIXTURE
   MOVE "COLOR-EVENT"  TO LRQ-HOLDER
   MOVE WS-MY-PID      TO LRQ-PID
   IF WS-EVT-HOLD > 99989
      MOVE 99999 TO LRQ-SECS
   ELSE
      COMPUTE LRQ-SECS = WS-EVT-HOLD + 10
   END-IF
   CALL "FIXTURE-LEASE" USING LEASE-REQUEST LEASE-TABLE-MAIN
   EVALUATE TRUE
      WHEN LRQ-GRANTED
         CONTINUE
      WHEN LRQ-REFUSED
         DISPLAY "COLOR-EVENT: channel " LRQ-CHANNEL
            " is leased to " LRQ-BY-HOLDER " (pid " LRQ-BY-PID
            ") until " LRQ-BY-EXPIRES ", event " WS-EVT-CODE
            " not played" UPON SYSERR
         MOVE "LEASED" TO WS-EVT-REASON
      WHEN OTHER
         DISPLAY "COLOR-EVENT: no lease could be taken on channel "
            LRQ-CHANNEL ", event " WS-EVT-CODE " not played"
            UPON SYSERR
         MOVE "NO REGISTRY" TO WS-EVT-REASON
         MOVE 2 TO WS-RETURN-CODE
   END-EVALUATE.
2400-EXIT.
    EXIT.

2900-LOG-EVENT.
   CALL "EVENT-LOG" USING WS-EVT-ACTION WS-EVT-CODE WS-EVT-PRI
        WS-EVT-CUE WS-EVT-FIXTURE WS-EVT-REASON.
2900-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> One second of the holds: sleep, see whether a show has started
*> playing the window, run every playing slot's clock on by the
*> seconds that really went by, then take any new events.  Once a
*> show is running the drop file is the show's, so it is left alone.
*> ----------------------------------------------------------------
3000-HOLD-ONE-SECOND.
   CALL "CBL_GC_NANOSLEEP" USING WS-SLEEP-NANOS
   PERFORM 1250-CHECK-SHOW THRU 1250-EXIT
   PERFORM 3520-READ-CLOCK THRU 3520-EXIT
   PERFORM 3100-TICK-ONE-SLOT THRU 3100-EXIT
      VARYING WS-SLOT FROM 1 BY 1
         UNTIL WS-SLOT > SLOT-TABLE-COUNT
   IF SHOW-RUNNING-NO
      PERFORM 2000-POLL-EVENTS THRU 2000-EXIT
   END-IF.
3000-EXIT.
    EXIT.

3100-TICK-ONE-SLOT.
   IF SLT-PLAYING (WS-SLOT)
      IF SLT-LEFT (WS-SLOT) > WS-TICK-SECS
         SUBTRACT WS-TICK-SECS FROM SLT-LEFT (WS-SLOT)
      ELSE
         PERFORM 3200-DARK-SLOT THRU 3200-EXIT
      END-IF
   END-IF.
3100-EXIT.
    EXIT.

*> The hold is up: the fixture goes back to dark on the channel the
*> cue went out on, recorded and metered like any dark frame, and
*> the channel's lease is handed back.
3200-DARK-SLOT.
   MOVE 'I' TO SLT-STATE (WS-SLOT)
   MOVE 0 TO SLT-LEFT (WS-SLOT)
   SUBTRACT 1 FROM WS-SLOTS-LIVE
   MOVE "000" TO FRQ-RED-1 FRQ-GREEN-1 FRQ-BLUE-1 FRQ-WHITE-1
                 FRQ-RED-2 FRQ-GREEN-2 FRQ-BLUE-2 FRQ-WHITE-2
   MOVE 'N' TO FRQ-GRADIENT-FLAG
   MOVE "SOLID" TO FRQ-EFFECT
   MOVE 100 TO FRQ-BRIGHT-PCT
   MOVE SLT-CHANNEL (WS-SLOT) TO FRQ-CHANNEL
   MOVE SLT-MODE (WS-SLOT)    TO FRQ-RGBW-MODE
   MOVE SLT-PIXELS (WS-SLOT)  TO FRQ-PIXEL-COUNT
   MOVE 0 TO FRQ-START-PIXEL FRQ-END-PIXEL
   MOVE 0 TO FRQ-XFADE-FRAMES
   MOVE 'N' TO FRQ-PREVIEW-FLAG
   MOVE SPACES TO FRQ-HEX-OUT FRQ-HEX-OUT-2
   CALL "FRAME-BUILD" USING FRAME-REQUEST
   CALL "STATE-SAVE" USING WS-NO-COLOR WS-NO-COLOR-2 FRAME-REQUEST
   CALL "ENERGY-METER" USING FRAME-REQUEST SLT-FIXTURE (WS-SLOT)
   PERFORM 3210-RELEASE-LEASE THRU 3210-EXIT.
3200-EXIT.
    EXIT.

3210-RELEASE-LEASE.
   MOVE 'R' TO LRQ-ACTION
   MOVE SLT-CHANNEL (WS-SLOT) TO LRQ-CHANNEL
   MOVE WS-MY-PID TO LRQ-PID
   CALL "FIXTURE-LEASE" USING LEASE-REQUEST LEASE-TABLE-MAIN.
3210-EXIT.
    EXIT.

*> A show has started with cues still up: their leases are handed
*> back at once so the show can take the fixtures, rather than left
*> to keep it off them until they run out.
3300-RELEASE-PLAYING.
   IF SLT-PLAYING (WS-SLOT)
      MOVE 'I' TO SLT-STATE (WS-SLOT)
      PERFORM 3210-RELEASE-LEASE THRU 3210-EXIT
   END-IF.
3300-EXIT.
    EXIT.

*> Seconds past midnight now, and since the last reading; a reading
*> that has gone backwards crossed midnight.
3520-READ-CLOCK.
   MOVE FUNCTION CURRENT-DATE (9:6) TO WS-CLOCK-NOW
   MOVE WS-CLOCK-NOW (1:2) TO WS-CLOCK-HH
   MOVE WS-CLOCK-NOW (3:2) TO WS-CLOCK-MM
   MOVE WS-CLOCK-NOW (5:2) TO WS-CLOCK-SS
   COMPUTE WS-NOW-SECS =
      WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS
   IF WS-NOW-SECS >= WS-LAST-SECS
      COMPUTE WS-TICK-SECS = WS-NOW-SECS - WS-LAST-SECS
   ELSE
      COMPUTE WS-TICK-SECS = WS-NOW-SECS + 86400 - WS-LAST-SECS
   END-IF
   MOVE WS-NOW-SECS TO WS-LAST-SECS.
3520-EXIT.
    EXIT.

END PROGRAM COLOR-EVENT.
