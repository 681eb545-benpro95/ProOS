*>                       plays
*>    5  STOP-HHMM       e.g. 2300; at or after this time of day
*>                       nothing plays.  A stop before the start
*>                       means the window wraps midnight.  Either
*>                       bound may instead be an offset from the
*>                       night's sunset or sunrise (S-15, S+30, R)
*>                       worked out by SUN-WINDOW from site.cfg; a
*>                       bound it can't resolve is reported and
*>                       left open.
*>    6  PREVIEW         the literal word; frames go to the preview
*>                       file (see FRAME-BUILD) instead of opc_client
*>                       so a schedule can be proofed off-hardware
*> mid-show checkpoint from a run that died inside the window is
*> retired too), so the next evening starts fresh at step 1.
*>
*> A schedule may be split into tracks with "TRACK" header rows (see
*> schedrec.cpy), one per fixture.  The whole schedule is read up
*> front and every track plays side by side on its own step clock:
*> the roofline can run a thirty-step chase while the porch holds a
*> slow two-step fade, out of one process and one schedule file.
*> A schedule with no TRACK rows is a single track and plays exactly
*> as it always did.  With REPEAT each track starts its next pass as
*> soon as its own pass ends; a track whose holds are all zero plays
*> once and keeps its look, rather than respinning flat out.
*>
*> While a show is running the sequencer polls a one-line command
*> file (/opt/rpi/effects/command.txt) once a second through every
*> hold and dwell, so the wall panel can steer the show without
*> killing the process:
*>    PAUSE      hold the current look; the step clock stops
*>    RESUME     carry on where the show paused (after a BLACKOUT the
*>               prior color is repainted first)
*>               brings the light back
*>    BRIGHT nn  run the rest of the show at nn percent (rows with
*>               their own brightness column still win)
*> Any command may be followed by a fixture name (PAUSE PORCH,
*> BRIGHT 40 ROOFLINE) to steer just that fixture's track and leave
*> the others running; with no name it applies to every track.  A
*> name no track drives is reported and ignored.  The file is read
*> once and truncated, one command per write; the checkpoint and
*> crossfade lead-in state ride through untouched.  Preview runs
*> never poll it.
*>
*> Theme mode: a first argument of THEME swaps the schedule file for
*> a theme (THEME-LOAD, /opt/rpi/effects/themes/<name>.thm) and the
*> until the window closes.  The schedule checkpoint does not apply
*> -- a theme pass is cheap to restart from its first color.
*>
*> A checkpoint file (/opt/rpi/effects/sequence.ckpt, ckptrec.cpy)
*> records the schedule path and, per track, the last step completed
*> after every step, so if the Pi gets bounced mid-show, re-running
*> against the same schedule puts every fixture back at its own next
*> step instead of starting the playlist over.  Once a track runs to
*> completion its checkpoint record is marked done, so the next run
*> against that same schedule starts that track fresh again.
*>
*> External events -- the door chime, the POS "big sale" button, the
*> motion sensor -- reach a running show through a drop file
*> (/opt/rpi/effects/events.in) the devices append to, one event
*> code in the first twelve columns of each line; the rest of the
*> line is the device's own business.  It is read and truncated
*> once a second along with the command file.  Each code is mapped
*> through EVENT-LOOKUP (events.cfg, evtmrec.cpy) to a cue, a
*> fixture, a hold and a priority, and the cue plays on the track
*> driving that fixture for the hold; that track's own step clock
*> stands still meanwhile, and when the hold is up the interrupted
*> step (with any zero-hold zone steps chained ahead of it) is
*> painted again and its hold carries on from where it stopped.  A
*> higher-priority event pre-empts a lower one on the same track;
*> an equal or lower one arriving meanwhile is ignored, as is one
*> for a fixture no track drives or one whose cue is missing.  A
*> theme run's one track drives the default channel '0', so it takes
*> an event with no fixture or for a fixture on channel '0'; the
*> theme dwell stands still while the cue is up, and when the hold
*> is up the theme color goes back up and the dwell carries on with
*> what was left of it.  Every
*> event received, played, ignored or pre-empted is written to
*> event.log through EVENT-LOG for COLOR-RPT; outside the show
*> window COLOR-EVENT picks the drop file up instead.
*>
*> A one-shot can borrow a fixture from the running show: COLOR-SCAN
*> with LEASE-SECS takes a lease on the fixture's channel through
*> FIXTURE-LEASE (leases.dat).  The lease registry is read once a
*> second with the command and drop files, and while a lease is in
*> force on a channel the show sends nothing there -- no frames, no
*> audit lines, no STATE-SAVE, no metering -- so the strip shows the
*> one-shot's look and laststate.dat keeps it.  The track's clock
*> runs on regardless, and when the lease runs out, is released or
*> is orphaned by a holder that died, the show takes the fixture
*> back by painting the step the track is now on (as after an
*> event).  An event for a fixture on loan is logged ignored.  The
*> operator's BLACKOUT and the end-of-window dark frames are not
*> show frames and go out regardless.
*>
*> While it plays a window the run keeps its process id in
*> /opt/rpi/effects/sequence.pid (pidrec.cpy), deleted when the run
*> ends, so COLOR-EVENT can tell a show that is taking events from
*> an open window nobody is playing.
*>
*> Every frame that really goes out -- step, theme color, dark frame,
*> a blackout's repaint -- is also handed to ENERGY-METER, which
*> keeps the energy and burn-hours ledger (energy.log) by timing how
*> long each look stood on its channel, pauses included.  Preview
*> runs aren't metered.
*>
*> Modification history
*>    2026-08-08  DL  first version.
*>                     SKIP written during a long effect emission or
*>                     a between-steps pause cuts one hold, not the
*>                     next step's as well.
*>    2026-10-15  DL  parallel tracks: TRACK rows split a schedule
*>                     into one step list per fixture, each played on
*>                     its own clock out of an in-storage copy of the
*>                     schedule; operator commands take an optional
*>                     fixture name, the checkpoint keeps one record
*>                     per track, and STATE-SAVE and AUDIT-LOG carry
*>                     the channel, so a restart puts every fixture
*>                     back at its own step.
*>    2026-10-15  DL  window bounds may be sunset/sunrise offsets,
*>                     resolved through SUN-WINDOW each time the
*>                     window is checked.
*>    2026-10-15  DL  meter every frame that goes out (steps, theme
*>                     colors, dark frames, a blackout's repaint)
*>                     through ENERGY-METER for the energy ledger.
*>    2026-10-15  DL  external events: poll the events.in drop file
*>                     each second, play each mapped event's cue on
*>                     its fixture's track for its hold, pre-empting
*>                     by priority, then put the interrupted step
*>                     back; every event goes to event.log.
*>    2026-10-15  DL  fixture leases: read the FIXTURE-LEASE registry
*>                     each second, hold the show's frames on a
*>                     channel leased to a one-shot, and repaint the
*>                     track's current step when the lease ends.
*>    2026-10-15  DL  theme runs take external events on the theme's
*>                     track: the dwell stands still under the cue,
*>                     then the theme color is put back and the
*>                     rest of the dwell played out.
*>    2026-10-15  DL  keep the run's process id in sequence.pid while
*>                     a window plays, for COLOR-EVENT.
IDENTIFICATION DIVISION.
PROGRAM-ID.      COLOR-SEQ.

   SELECT COMMAND-FILE ASSIGN TO "/opt/rpi/effects/command.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-COMMAND-STATUS.
   SELECT EVENT-DROP ASSIGN TO "/opt/rpi/effects/events.in"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-DROP-STATUS.
   SELECT RUN-PID-FILE ASSIGN TO "/opt/rpi/effects/sequence.pid"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-PID-STATUS.

DATA DIVISION.
FILE SECTION.

FD  SCHEDULE-FILE.
  01  SCHEDULE-LINE               PIC X(101).

FD  CHECKPOINT-FILE.
  01  CKPT-REC.
      COPY "ckptrec.cpy".

FD  FIXTURE-CFG.
  01  FIXTURE-CFG-REC             PIC X(20).
      COPY "fixtrec.cpy".

FD  COMMAND-FILE.
  01  COMMAND-REC                 PIC X(60).

FD  EVENT-DROP.
  01  EVENT-DROP-REC              PIC X(60).

FD  RUN-PID-FILE.
  01  RUN-PID-REC.
      COPY "pidrec.cpy".

WORKING-STORAGE SECTION.

  01  WS-PIXEL-COUNT              PIC 9(04) COMP.

*> The schedule row being played, moved in from STEP-TABLE.
  01  SCH-RECS.
      COPY "schedrec.cpy".

  01  STORAGE.
       05  WS-SCHEDULE-PATH        PIC X(40)
              VALUE "/opt/rpi/effects/schedule.txt".
       05  WS-ARG-NUM               PIC 9(02) COMP.
       05  WS-ARG-VALUE             PIC X(40).
       05  WS-STEP-NUM              PIC 9(05) VALUE 0.
       05  WS-STEP-FIXTURE          PIC X(25) VALUE SPACES.
       05  WS-PLAY-COUNT            PIC 9(05) VALUE 0.
       05  WS-SLEEP-CTR             PIC 9(05) COMP.
       05  WS-RETURN-CODE           PIC 9(02) VALUE 0.
       05  WS-START-HHMM            PIC X(04) VALUE SPACES.
       05  WS-NOW-HHMM              PIC X(04).
       05  WS-WINDOW-FROM           PIC X(04).
       05  WS-WINDOW-TO             PIC X(04).
       05  WS-TODAY                 PIC X(08).
       05  WS-BOUND-IN              PIC X(04).
       05  WS-BOUND-OUT             PIC X(04).
       05  WS-BOUND-FOUND           PIC X(01).

*> The show clock: seconds past midnight at the last tick, and how
*> many seconds the tick just taken really covered -- a long
*> crossfade on one track must not stretch every other track's hold.
  01  CLOCK-WORK.
       05  WS-CLOCK-NOW             PIC X(06).
       05  WS-CLOCK-HH              PIC 9(02).
       05  WS-CLOCK-MM              PIC 9(02).
       05  WS-CLOCK-SS              PIC 9(02).
       05  WS-NOW-SECS              PIC 9(05) VALUE 0.
       05  WS-LAST-SECS             PIC 9(05) VALUE 0.
       05  WS-TICK-SECS             PIC 9(05) VALUE 0.

*> The whole schedule, read once at the start of the run; rows are
*> numbered as they sit in the file, TRACK header rows included, so
*> the checkpoint and COLOR-CHECK's line numbers agree.
  01  STEP-TABLE-MAIN.
       05  STEP-TABLE-COUNT         PIC 9(04) COMP VALUE 0.
       05  STEP-TABLE OCCURS 1 TO 1000 TIMES
               DEPENDING ON STEP-TABLE-COUNT
               INDEXED BY STEP-IDX.
          10  STP-ROW               PIC X(101).

*> One entry per track: the rows it owns, where it has got to, how
*> much of the current hold is left, its own pause/skip/blackout
*> latches and brightness, and what it last painted for the
*> crossfade lead-in and the after-blackout repaint.  While an
*> external event's cue is up on the track its step clock stands
*> still, and the look the event covered is kept aside in
*> TRK-SAVED-LOOK until the event's hold runs out.
  01  TRACK-TABLE-MAIN.
       05  TRACK-TABLE-COUNT        PIC 9(03) COMP VALUE 0.
       05  TRACK-TABLE OCCURS 1 TO 50 TIMES
               DEPENDING ON TRACK-TABLE-COUNT.
          10  TRK-FIXTURE           PIC X(25).
          10  TRK-FIRST-ROW         PIC 9(05).
          10  TRK-LAST-ROW          PIC 9(05).
          10  TRK-PLAY-ROWS         PIC 9(05).
          10  TRK-HOLD-TOTAL        PIC 9(07).
          10  TRK-ROW               PIC 9(05).
          10  TRK-DONE-ROW          PIC 9(05).
          10  TRK-CKPT-STATUS       PIC X(01).
          10  TRK-HOLD-LEFT         PIC 9(05).
          10  TRK-STATE             PIC X(01).
            88  TRK-HOLDING         VALUE 'H'.
            88  TRK-FINISHED        VALUE 'F'.
          10  TRK-PAUSED            PIC X(01).
            88  TRK-PAUSED-YES      VALUE 'Y'.
            88  TRK-PAUSED-NO       VALUE 'N'.
          10  TRK-SKIP              PIC X(01).
            88  TRK-SKIP-YES        VALUE 'Y'.
          10  TRK-BLACKOUT          PIC X(01).
            88  TRK-BLACKOUT-YES    VALUE 'Y'.
          10  TRK-BRIGHT-PCT        PIC 9(03).
          10  TRK-PRIOR-LOOK.
            15  TRK-PRIOR-RED       PIC X(03).
            15  TRK-PRIOR-GREEN     PIC X(03).
            15  TRK-PRIOR-BLUE      PIC X(03).
            15  TRK-PRIOR-WHITE     PIC X(03).
            15  TRK-PRIOR-BRIGHT-PCT PIC 9(03).
            15  TRK-PRIOR-CHANNEL   PIC X(01).
            15  TRK-PRIOR-MODE      PIC X(04).
            15  TRK-PRIOR-PIXELS    PIC 9(04).
          10  TRK-SAVED-LOOK        PIC X(24).
          10  TRK-EVENT             PIC X(01).
            88  TRK-EVENT-ON        VALUE 'Y'.
            88  TRK-EVENT-OFF       VALUE 'N'.
          10  TRK-EVENT-CODE        PIC X(12).
          10  TRK-EVENT-CUE         PIC X(21).
          10  TRK-EVENT-PRI         PIC 9(01).
          10  TRK-EVENT-LEFT        PIC 9(05).
          10  TRK-ON-LOAN           PIC X(01).
            88  TRK-ON-LOAN-YES     VALUE 'Y'.
            88  TRK-ON-LOAN-NO      VALUE 'N'.

  01  TRACK-WORK.
       05  WS-TRK                   PIC 9(03) COMP VALUE 1.
       05  WS-CMD-TRK               PIC 9(03) COMP VALUE 0.
       05  WS-CKPT-TRK              PIC 9(03) COMP VALUE 0.
       05  WS-CKT                   PIC 9(03) COMP VALUE 0.
       05  WS-TRACKS-LIVE           PIC 9(03) VALUE 0.
       05  WS-EVENTS-LIVE           PIC 9(03) VALUE 0.

*> This schedule's records off the last run's checkpoint, each
*> handed to the first track with the same fixture.
  01  CKPT-TABLE-MAIN.
       05  CKPT-TABLE-COUNT         PIC 9(03) COMP VALUE 0.
       05  CKPT-TABLE OCCURS 1 TO 50 TIMES
               DEPENDING ON CKPT-TABLE-COUNT.
          10  CKT-STEP              PIC 9(05).
          10  CKT-STATUS            PIC X(01).
          10  CKT-FIXTURE           PIC X(25).
          10  CKT-USED              PIC X(01).

  01  LOOKUP-1.
       05  WS-RED-1                 PIC X(03) VALUE SPACES.

  01  WS-STEP-BRIGHT-PCT           PIC 9(03) VALUE 100.

  01  WS-XFADE-SECS                PIC 9(03) VALUE 0.

  01  POWER-WORK.

  01  WS-NO-COLOR                  PIC X(25) VALUE SPACES.
  01  WS-NO-COLOR-2                PIC X(25) VALUE SPACES.
  01  WS-NO-FIXTURE                PIC X(25) VALUE SPACES.

*> The schedule row after cue resolution: a plain row's own columns,
*> or the referenced cue's, so everything downstream of 3150 reads

  COPY "framereq.cpy".

*> The lease registry as last read, and the channel being checked
*> against it for the track WS-LEASE-TRK.
  COPY "leasereq.cpy".

  01  LEASE-WORK.
       05  WS-LEASE-TRK             PIC 9(03) COMP VALUE 0.
       05  WS-LEASE-SAVE-TRK        PIC 9(03) COMP VALUE 0.
       05  WS-LEASE-CHANNEL         PIC X(01) VALUE SPACE.
       05  WS-LEASE-HOLDER          PIC X(12) VALUE SPACES.
       05  WS-LEASE-UNTIL           PIC X(15) VALUE SPACES.
       05  WS-MY-PID                PIC 9(07) VALUE 0.
       05  WS-PID-PATH              PIC X(40)
              VALUE "/opt/rpi/effects/sequence.pid".

  01  WS-SLEEP-NANOS               PIC S9(10) COMP-5 VALUE 999999999.

  01  COMMAND-WORK.
       05  WS-CMD-VERB              PIC X(10) VALUE SPACES.
       05  WS-CMD-ARG               PIC X(10) VALUE SPACES.
       05  WS-CMD-BRIGHT            PIC 9(03).
       05  WS-CMD-FIXTURE           PIC X(25) VALUE SPACES.
       05  WS-CMD-PTR               PIC 9(03) COMP VALUE 1.
       05  WS-CMD-HITS              PIC 9(03) VALUE 0.
       05  WS-HOLD-SECS             PIC 9(05) VALUE 0.

*> One external event off the drop file, as EVENT-LOOKUP mapped it,
*> and the track it is for.
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
       05  WS-EVT-TRK               PIC 9(03) COMP VALUE 0.
       05  WS-EVT-SCAN              PIC 9(03) COMP VALUE 0.
       05  WS-EVT-ROW               PIC 9(05) VALUE 0.
       05  WS-EVT-FIRST-ROW         PIC 9(05) VALUE 0.
       05  WS-EVT-REPLAY            PIC 9(05) VALUE 0.
       05  WS-DROP-IDX              PIC 9(03) COMP VALUE 0.
       05  WS-DROP-LINES            PIC 9(05) VALUE 0.
       05  WS-DROP-LOST             PIC 9(05) VALUE 0.

*> The event codes taken off the drop file in one poll, in the order
*> the devices wrote them.
  01  DROP-TABLE-MAIN.
       05  DROP-TABLE-COUNT         PIC 9(03) COMP VALUE 0.
       05  DROP-TABLE OCCURS 1 TO 50 TIMES
               DEPENDING ON DROP-TABLE-COUNT.
          10  DRP-CODE              PIC X(12).

  01  FLAGS.
       05  SCHEDULE-EOF             PIC X(01) VALUE 'N'.
         88  SCHEDULE-EOF-YES       VALUE 'Y'.
         88  THEME-LOADED-YES       VALUE 'Y'.
       05  PREVIEW-ARG              PIC X(07) VALUE SPACES.
         88  PREVIEW-REQUESTED      VALUE "PREVIEW".
       05  STEP-OVERFLOW            PIC X(01) VALUE 'N'.
         88  STEP-OVERFLOW-YES      VALUE 'Y'.
       05  CKPT-EOF                 PIC X(01) VALUE 'N'.
         88  CKPT-EOF-YES           VALUE 'Y'.
         88  CKPT-EOF-NO            VALUE 'N'.
       05  CKPT-LIVE                PIC X(01) VALUE 'N'.
         88  CKPT-LIVE-YES          VALUE 'Y'.
       05  CKPT-MATCHED             PIC X(01) VALUE 'N'.
         88  CKPT-MATCHED-YES       VALUE 'Y'.
       05  COMMAND-EOF              PIC X(01) VALUE 'N'.
         88  COMMAND-EOF-YES        VALUE 'Y'.
         88  COMMAND-EOF-NO         VALUE 'N'.
       05  ENFORCE-ARG              PIC X(07) VALUE SPACES.
         88  ENFORCE-REQUESTED      VALUE "ENFORCE".
       05  DROP-EOF                 PIC X(01) VALUE 'N'.
         88  DROP-EOF-YES           VALUE 'Y'.
         88  DROP-EOF-NO            VALUE 'N'.
       05  CHAIN-START              PIC X(01) VALUE 'N'.
         88  CHAIN-START-FOUND      VALUE 'Y'.
       05  CHANNEL-LEASE            PIC X(01) VALUE 'N'.
         88  CHANNEL-FREE           VALUE 'N'.
         88  CHANNEL-ON-LOAN        VALUE 'Y'.

  01  WS-FILE-STATUSES.
       05  WS-SCHEDULE-STATUS       PIC X(02).
         88  SCHEDULE-OK             VALUE '00'.
       05  WS-CKPT-STATUS           PIC X(02).
         88  CKPT-OPEN-OK            VALUE '00'.
         88  CKPT-NOT-FOUND          VALUE '35'.
       05  WS-CFG-STATUS            PIC X(02).
         88  CFG-NOT-FOUND           VALUE '35'.
         88  REGISTRY-NOT-FOUND      VALUE '35'.
       05  WS-COMMAND-STATUS        PIC X(02).
         88  COMMAND-OPEN-OK         VALUE '00'.
       05  WS-DROP-STATUS           PIC X(02).
         88  DROP-OPEN-OK            VALUE '00'.
       05  WS-PID-STATUS            PIC X(02).
         88  PID-OPEN-OK             VALUE '00'.

PROCEDURE DIVISION.

   IF WINDOW-CLOSED
      IF THEME-MODE-NO AND NOT PREVIEW-REQUESTED
         PERFORM 2000-LOAD-CHECKPOINT THRU 2000-EXIT
         IF CKPT-LIVE-YES
            PERFORM 3450-RETIRE-CHECKPOINT THRU 3450-EXIT
         END-IF
      END-IF
      PERFORM 7000-DARK-FRAME THRU 7000-EXIT
      IF THEME-MODE-NO AND NOT PREVIEW-REQUESTED
         PERFORM 2000-LOAD-CHECKPOINT THRU 2000-EXIT
      END-IF
      IF NOT PREVIEW-REQUESTED
         PERFORM 1600-POST-PID THRU 1600-EXIT
      END-IF
      PERFORM 2900-RUN-ONE-PASS THRU 2900-EXIT
         UNTIL RUN-FINISHED-YES
      IF NOT PREVIEW-REQUESTED
         CALL "CBL_DELETE_FILE" USING WS-PID-PATH
         MOVE 0 TO RETURN-CODE
      END-IF
      IF WINDOW-CLOSED
         PERFORM 7000-DARK-FRAME THRU 7000-EXIT
      END-IF
   ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
      ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
   END-ACCEPT
   PERFORM 1310-CHECK-BOUND THRU 1310-EXIT
   MOVE WS-BOUND-IN TO WS-START-HHMM

   ADD 1 TO WS-ARG-NUM
   DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
   ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
      ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
   END-ACCEPT
   PERFORM 1310-CHECK-BOUND THRU 1310-EXIT
   MOVE WS-BOUND-IN TO WS-STOP-HHMM

   ADD 1 TO WS-ARG-NUM
   DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
1300-EXIT.
    EXIT.

*> A window bound argument is kept only if SUN-WINDOW can resolve it
*> -- an HHMM, or a sun offset on a site with a usable site.cfg.
*> Anything else is reported once here and the bound left open,
*> rather than failing the check every second of the show.
1310-CHECK-BOUND.
   MOVE SPACES TO WS-BOUND-IN
   IF WS-ARG-VALUE NOT = SPACES
      MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
      CALL "SUN-WINDOW" USING WS-ARG-VALUE (1:4) WS-TODAY
           WS-BOUND-OUT WS-BOUND-FOUND
      EVALUATE WS-BOUND-FOUND
         WHEN 'Y'
            MOVE WS-ARG-VALUE (1:4) TO WS-BOUND-IN
         WHEN 'S'
            DISPLAY "COLOR-SEQ: window bound " WS-ARG-VALUE (1:4)
               " needs the site's latitude and longitude in "
               "site.cfg, left open" UPON SYSERR
         WHEN OTHER
            DISPLAY "COLOR-SEQ: window bound " WS-ARG-VALUE (1:4)
               " is not HHMM or a sunset/sunrise offset, left open"
               UPON SYSERR
      END-EVALUATE
   END-IF.
1310-EXIT.
    EXIT.

1500-GET-THEME-ARGUMENTS.
   MOVE 2 TO WS-ARG-NUM
   DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
1500-EXIT.
    EXIT.

*> The run's process id goes up in sequence.pid for as long as the
*> window is being played.  A file that can't be written only costs
*> COLOR-EVENT its view of the show, so it is reported and the show
*> goes on.
1600-POST-PID.
   CALL "C$GETPID" RETURNING WS-MY-PID
   OPEN OUTPUT RUN-PID-FILE
   IF PID-OPEN-OK
      MOVE SPACES TO RUN-PID-REC
      MOVE WS-MY-PID TO RUNPID-PID
      STRING FUNCTION CURRENT-DATE (1:8) "-"
             FUNCTION CURRENT-DATE (9:6) DELIMITED BY SIZE
         INTO RUNPID-STARTED
      END-STRING
      IF THEME-MODE-YES
         MOVE "THEME" TO RUNPID-MODE
      ELSE
         MOVE "SCHED" TO RUNPID-MODE
      END-IF
      WRITE RUN-PID-REC
      CLOSE RUN-PID-FILE
   ELSE
      DISPLAY "COLOR-SEQ: sequence.pid could not be written, status "
         WS-PID-STATUS UPON SYSERR
   END-IF.
1600-EXIT.
    EXIT.

1100-READ-FIXTURE-CFG.
   MOVE 512 TO WS-PIXEL-COUNT
   MOVE 'N' TO CFG-EOF
*> With no start/stop argument the window is always open.  A blank
*> start means "from midnight", a blank stop means "until midnight";
*> a stop earlier than the start wraps the window across midnight
*> (2000 to 0200 plays evenings into the small hours).  Each bound
*> goes through SUN-WINDOW for today's date, so a sunset-relative
*> start follows dusk night by night on a show that runs for weeks.
*> ----------------------------------------------------------------
1200-CHECK-WINDOW.
   IF WS-START-HHMM = SPACES AND WS-STOP-HHMM = SPACES
      MOVE 'O' TO WINDOW-STATE
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

*> ----------------------------------------------------------------
*> A checkpoint only applies if it was left by a run of this same
*> schedule file that didn't finish.  Its records -- one per track --
*> are held here until the schedule is loaded and 3060 hands each
*> one to its track; anything else (no checkpoint, a different
*> schedule, a track that ran to completion last time) means that
*> track starts this run at its first step.
*> ----------------------------------------------------------------
2000-LOAD-CHECKPOINT.
   MOVE 0 TO CKPT-TABLE-COUNT
   MOVE 'N' TO CKPT-EOF
   MOVE 'N' TO CKPT-LIVE
   OPEN INPUT CHECKPOINT-FILE
   EVALUATE TRUE
      WHEN CKPT-OPEN-OK
         PERFORM 2010-READ-ONE-CKPT THRU 2010-EXIT
            UNTIL CKPT-EOF-YES
         CLOSE CHECKPOINT-FILE
      WHEN CKPT-NOT-FOUND
         CONTINUE
      WHEN OTHER
         DISPLAY "COLOR-SEQ: sequence.ckpt could not be opened, "
            "status " WS-CKPT-STATUS UPON SYSERR
   END-EVALUATE.
2000-EXIT.
    EXIT.

2010-READ-ONE-CKPT.
   READ CHECKPOINT-FILE AT END MOVE 'Y' TO CKPT-EOF.
   IF CKPT-EOF-NO
      IF CKPT-SCHEDULE = WS-SCHEDULE-PATH AND CKPT-TABLE-COUNT < 50
         ADD 1 TO CKPT-TABLE-COUNT
         MOVE CKPT-STEP    TO CKT-STEP    (CKPT-TABLE-COUNT)
         MOVE CKPT-STATUS  TO CKT-STATUS  (CKPT-TABLE-COUNT)
         MOVE CKPT-FIXTURE TO CKT-FIXTURE (CKPT-TABLE-COUNT)
         MOVE 'N'          TO CKT-USED    (CKPT-TABLE-COUNT)
         IF CKPT-STATUS = 'R'
            MOVE 'Y' TO CKPT-LIVE
         END-IF
      END-IF
   END-IF.
2010-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> One pass.  A theme pass is rerun in repeat mode for as long as
*> the window stays open; any other outcome -- single-shot mode, the
*> window closing, a theme that couldn't be loaded -- ends the run.
*> A schedule run always ends after 3000: its tracks repeat inside
*> the show loop, each on its own clock.
*> ----------------------------------------------------------------
2900-RUN-ONE-PASS.
   IF THEME-MODE-YES
      PERFORM 5000-RUN-THEME THRU 5000-EXIT
      PERFORM 1200-CHECK-WINDOW THRU 1200-EXIT
      IF REPEAT-MODE-YES AND WINDOW-OPEN AND WS-RETURN-CODE < 2
         AND NOT PREVIEW-REQUESTED
         CONTINUE
      ELSE
         MOVE 'Y' TO RUN-FINISHED
      END-IF
   ELSE
      PERFORM 3000-RUN-SCHEDULE THRU 3000-EXIT
      PERFORM 1200-CHECK-WINDOW THRU 1200-EXIT
      MOVE 'Y' TO RUN-FINISHED
   END-IF.
2900-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The schedule show: load every row, start each track at its first
*> step (or its checkpointed next step), then run the one-second
*> show loop until every track has finished (and any event cue
*> playing on a finished track has run its hold) or the window
*> closes.  An empty schedule ends the run instead of spinning the
*> loop.  A
*> preview plays each track straight through with no holds, so
*> every track has finished before the loop is reached.
*> ----------------------------------------------------------------
3000-RUN-SCHEDULE.
   PERFORM 3010-LOAD-SCHEDULE THRU 3010-EXIT
   IF WS-RETURN-CODE < 2
      IF WS-PLAY-COUNT = 0
         DISPLAY "COLOR-SEQ: " WS-SCHEDULE-PATH
            " has no steps, run ended" UPON SYSERR
      ELSE
         MOVE 0 TO WS-TRACKS-LIVE WS-EVENTS-LIVE
         PERFORM 3520-READ-CLOCK THRU 3520-EXIT
         PERFORM 4400-POLL-LEASES THRU 4400-EXIT
         PERFORM 3060-START-TRACK THRU 3060-EXIT
            VARYING WS-TRK FROM 1 BY 1
               UNTIL WS-TRK > TRACK-TABLE-COUNT
         PERFORM 3500-SHOW-ONE-SECOND THRU 3500-EXIT
            UNTIL (WS-TRACKS-LIVE = 0 AND WS-EVENTS-LIVE = 0)
               OR WINDOW-CLOSED
         IF NOT PREVIEW-REQUESTED
            PERFORM 3400-WRITE-CHECKPOINT-DONE THRU 3400-EXIT
         END-IF
      END-IF
   END-IF.
3000-EXIT.
    EXIT.

3010-LOAD-SCHEDULE.
   MOVE 'N' TO SCHEDULE-EOF
   MOVE 0 TO STEP-TABLE-COUNT TRACK-TABLE-COUNT WS-PLAY-COUNT
   OPEN INPUT SCHEDULE-FILE
   IF NOT SCHEDULE-OK
      DISPLAY "COLOR-SEQ: " WS-SCHEDULE-PATH
         UPON SYSERR
      MOVE 2 TO WS-RETURN-CODE
   ELSE
      PERFORM 3020-READ-ONE-ROW THRU 3020-EXIT
         UNTIL SCHEDULE-EOF-YES OR STEP-OVERFLOW-YES
      CLOSE SCHEDULE-FILE
      IF STEP-OVERFLOW-YES
         DISPLAY "COLOR-SEQ: " WS-SCHEDULE-PATH
            " exceeds 1000 rows or 50 tracks, run abandoned"
            UPON SYSERR
         MOVE 2 TO WS-RETURN-CODE
      END-IF
   END-IF.
3010-EXIT.
    EXIT.

*> A TRACK row opens a new track for its fixture; a step row joins
*> the open track, or opens the blank-fixture track if it comes
*> ahead of any TRACK row.  A track's hold total is what lets a
*> repeat run tell a track that can respin from one whose holds are
*> all zero.
3020-READ-ONE-ROW.
   READ SCHEDULE-FILE AT END MOVE 'Y' TO SCHEDULE-EOF.
   IF SCHEDULE-EOF-NO
      IF STEP-TABLE-COUNT >= 1000
         MOVE 'Y' TO STEP-OVERFLOW
      ELSE
         ADD 1 TO STEP-TABLE-COUNT
         MOVE SCHEDULE-LINE TO STP-ROW (STEP-TABLE-COUNT) SCH-RECS
         IF SCHFILE-COLOR = "TRACK"
            PERFORM 3030-OPEN-TRACK THRU 3030-EXIT
            IF STEP-OVERFLOW-YES
               CONTINUE
            ELSE
               MOVE SCHFILE-FIXTURE TO TRK-FIXTURE (TRACK-TABLE-COUNT)
            END-IF
         ELSE
            IF TRACK-TABLE-COUNT = 0
               PERFORM 3030-OPEN-TRACK THRU 3030-EXIT
               MOVE STEP-TABLE-COUNT TO TRK-FIRST-ROW (1)
            END-IF
            MOVE STEP-TABLE-COUNT TO TRK-LAST-ROW (TRACK-TABLE-COUNT)
            ADD 1 TO TRK-PLAY-ROWS (TRACK-TABLE-COUNT)
            ADD 1 TO WS-PLAY-COUNT
            IF SCHFILE-HOLD-SECS NUMERIC
               ADD SCHFILE-HOLD-SECS
                  TO TRK-HOLD-TOTAL (TRACK-TABLE-COUNT)
            END-IF
         END-IF
      END-IF
   END-IF.
3020-EXIT.
    EXIT.

3030-OPEN-TRACK.
   IF TRACK-TABLE-COUNT >= 50
      MOVE 'Y' TO STEP-OVERFLOW
   ELSE
      ADD 1 TO TRACK-TABLE-COUNT
      MOVE SPACES TO TRK-FIXTURE (TRACK-TABLE-COUNT)
      COMPUTE TRK-FIRST-ROW (TRACK-TABLE-COUNT) =
         STEP-TABLE-COUNT + 1
      MOVE STEP-TABLE-COUNT TO TRK-LAST-ROW (TRACK-TABLE-COUNT)
      MOVE 0 TO TRK-PLAY-ROWS (TRACK-TABLE-COUNT)
                TRK-HOLD-TOTAL (TRACK-TABLE-COUNT)
   END-IF.
3030-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Start one track: fresh latches and a dark crossfade lead-in, the
*> first step (or the step after its checkpointed one), and that
*> step played at once along with any zero-hold steps chained
*> behind it.  A TRACK header with no rows under it is finished
*> before it starts.
*> ----------------------------------------------------------------
3060-START-TRACK.
   PERFORM 3070-RESET-TRACK THRU 3070-EXIT
   MOVE TRK-FIRST-ROW (WS-TRK) TO TRK-ROW (WS-TRK)
   MOVE 'N' TO CKPT-MATCHED
   PERFORM 3065-MATCH-CHECKPOINT THRU 3065-EXIT
      VARYING WS-CKT FROM 1 BY 1
         UNTIL WS-CKT > CKPT-TABLE-COUNT OR CKPT-MATCHED-YES
   COMPUTE TRK-DONE-ROW (WS-TRK) = TRK-ROW (WS-TRK) - 1
   MOVE 'R' TO TRK-CKPT-STATUS (WS-TRK)
   IF TRK-PLAY-ROWS (WS-TRK) = 0
      MOVE 'F' TO TRK-STATE (WS-TRK)
      MOVE 'C' TO TRK-CKPT-STATUS (WS-TRK)
      MOVE TRK-LAST-ROW (WS-TRK) TO TRK-DONE-ROW (WS-TRK)
   ELSE
      MOVE 'H' TO TRK-STATE (WS-TRK)
      ADD 1 TO WS-TRACKS-LIVE
      PERFORM 3600-PLAY-TRACK THRU 3600-EXIT
   END-IF.
3060-EXIT.
    EXIT.

*> A mid-pass record for this track's fixture resumes the track one
*> step past it, provided the step is still inside the track -- a
*> schedule edited since the checkpoint was written starts the track
*> over rather than playing another track's rows.
3065-MATCH-CHECKPOINT.
   IF CKT-USED (WS-CKT) = 'N'
      AND CKT-FIXTURE (WS-CKT) = TRK-FIXTURE (WS-TRK)
      MOVE 'Y' TO CKT-USED (WS-CKT)
      MOVE 'Y' TO CKPT-MATCHED
      IF CKT-STATUS (WS-CKT) = 'R'
         AND CKT-STEP (WS-CKT) + 1 >= TRK-FIRST-ROW (WS-TRK)
         AND CKT-STEP (WS-CKT) < TRK-LAST-ROW (WS-TRK)
         COMPUTE TRK-ROW (WS-TRK) = CKT-STEP (WS-CKT) + 1
      END-IF
   END-IF.
3065-EXIT.
    EXIT.

*> The prior look starts out dark so a crossfade on a track's first
*> step is a fade-up from off.
3070-RESET-TRACK.
   MOVE 0   TO TRK-HOLD-LEFT (WS-TRK)
   MOVE 'N' TO TRK-PAUSED (WS-TRK) TRK-SKIP (WS-TRK)
               TRK-BLACKOUT (WS-TRK) TRK-EVENT (WS-TRK)
               TRK-ON-LOAN (WS-TRK)
   MOVE 0 TO TRK-EVENT-LEFT (WS-TRK)
   MOVE WS-BRIGHTNESS-PCT TO TRK-BRIGHT-PCT (WS-TRK)
   MOVE "000" TO TRK-PRIOR-RED (WS-TRK) TRK-PRIOR-GREEN (WS-TRK)
                 TRK-PRIOR-BLUE (WS-TRK) TRK-PRIOR-WHITE (WS-TRK)
   MOVE 100    TO TRK-PRIOR-BRIGHT-PCT (WS-TRK)
   MOVE '0'    TO TRK-PRIOR-CHANNEL (WS-TRK)
   MOVE "RGBW" TO TRK-PRIOR-MODE (WS-TRK)
   MOVE 0      TO TRK-PRIOR-PIXELS (WS-TRK).
3070-EXIT.
    EXIT.

*> ----------------------------------------------------------------
    EXIT.

*> ----------------------------------------------------------------
*> One schedule line for track WS-TRK: resolve the cue reference if
*> the row carries one, then the color(s), emit the frame(s) and log
*> the transaction.  The hold is the show loop's business (3500).
*> On a channel leased to a one-shot nothing goes out, but the look
*> is still kept as the track's prior look for when it comes back.
*> ----------------------------------------------------------------
3200-PROCESS-STEP.
   PERFORM 3150-RESOLVE-ROW THRU 3150-EXIT
   CALL "COLOR-LOOKUP" USING WS-ROW-COLOR WS-RED-1 WS-GREEN-1
        WS-BLUE-1 WS-WHITE-1 WS-EFFECT-1 WS-FOUND-1
         MOVE 100 TO WS-STEP-BRIGHT-PCT
      END-IF
   ELSE
      MOVE TRK-BRIGHT-PCT (WS-TRK) TO WS-STEP-BRIGHT-PCT
   END-IF

   MOVE WS-RED-1   TO FRQ-RED-1
   PERFORM 3230-SET-CROSSFADE THRU 3230-EXIT
   PERFORM 3260-ENFORCE-LIMIT THRU 3260-EXIT
   PERFORM 3250-SET-PREVIEW THRU 3250-EXIT
   MOVE WS-TRK TO WS-LEASE-TRK
   MOVE FRQ-CHANNEL TO WS-LEASE-CHANNEL
   PERFORM 4420-CHECK-CHANNEL THRU 4420-EXIT
   MOVE SPACES TO FRQ-HEX-OUT FRQ-HEX-OUT-2
   IF CHANNEL-FREE
      CALL "FRAME-BUILD" USING FRAME-REQUEST
   END-IF

   PERFORM 3270-SAVE-PRIOR THRU 3270-EXIT

   IF NOT PREVIEW-REQUESTED AND CHANNEL-FREE
      CALL "AUDIT-LOG" USING WS-ROW-COLOR WS-RED-1 WS-GREEN-1
           WS-BLUE-1 WS-WHITE-1 FRQ-HEX-OUT WS-FOUND-1 FRQ-CHANNEL
      IF WS-ROW-COLOR-2 NOT = SPACES
         CALL "AUDIT-LOG" USING WS-ROW-COLOR-2 WS-RED-2 WS-GREEN-2
              WS-BLUE-2 WS-WHITE-2 FRQ-HEX-OUT-2 WS-FOUND-2
              FRQ-CHANNEL
      END-IF
   END-IF

   IF WS-FOUND-1 = 'Y' AND WS-FOUND-2 = 'Y'
      AND NOT PREVIEW-REQUESTED AND CHANNEL-FREE
      CALL "STATE-SAVE" USING WS-ROW-COLOR WS-ROW-COLOR-2
           FRAME-REQUEST
   END-IF

   IF NOT PREVIEW-REQUESTED AND CHANNEL-FREE
      CALL "ENERGY-METER" USING FRAME-REQUEST WS-STEP-FIXTURE
   END-IF

   PERFORM 3210-CHECK-FOUND THRU 3210-EXIT.
3200-EXIT.
    EXIT.

      MOVE WS-ROW-XFADE-SECS TO WS-XFADE-SECS
      COMPUTE FRQ-XFADE-FRAMES = WS-XFADE-SECS * 6
   END-IF
   MOVE TRK-PRIOR-RED (WS-TRK)        TO FRQ-PRIOR-RED
   MOVE TRK-PRIOR-GREEN (WS-TRK)      TO FRQ-PRIOR-GREEN
   MOVE TRK-PRIOR-BLUE (WS-TRK)       TO FRQ-PRIOR-BLUE
   MOVE TRK-PRIOR-WHITE (WS-TRK)      TO FRQ-PRIOR-WHITE
   MOVE TRK-PRIOR-BRIGHT-PCT (WS-TRK) TO FRQ-PRIOR-BRIGHT-PCT.
3230-EXIT.
    EXIT.

*> A blank fixture column takes the track's fixture; with neither,
*> the pre-registry behavior holds: channel '0' at the run's pixel
*> count.  A named fixture routes the step to that strip's channel,
*> length and color mode; a name missing from fixtures.cfg is
*> reported and falls back to the defaults so the show keeps moving
*> -- COLOR-CHECK is the place that gates on it.
3240-SET-FIXTURE.
   MOVE '0'    TO FRQ-CHANNEL
   MOVE "RGBW" TO FRQ-RGBW-MODE
   MOVE WS-PIXEL-COUNT TO FRQ-PIXEL-COUNT
   MOVE SPACES TO WS-FIX-LIMIT-MA
   MOVE 'N' TO WS-FIX-FOUND
   IF SCHFILE-FIXTURE NOT = SPACES
      MOVE SCHFILE-FIXTURE TO WS-STEP-FIXTURE
   ELSE
      MOVE TRK-FIXTURE (WS-TRK) TO WS-STEP-FIXTURE
   END-IF
   IF WS-STEP-FIXTURE NOT = SPACES
      CALL "FIXTURE-LOOKUP" USING WS-STEP-FIXTURE WS-FIX-CHANNEL
           WS-FIX-PIXELS WS-FIX-MODE WS-FIX-LIMIT-MA WS-FIX-FOUND
      IF WS-FIX-FOUND = 'Y'
         MOVE WS-FIX-CHANNEL TO FRQ-CHANNEL
            END-IF
         END-IF
      ELSE
         DISPLAY "COLOR-SEQ: unknown fixture " WS-STEP-FIXTURE
            UPON SYSERR
      END-IF
   END-IF.
               MOVE 1 TO WS-CAPPED-PCT
            END-IF
            DISPLAY "COLOR-SEQ: step " WS-STEP-NUM " would draw "
               WS-DRAW-MA " mA against " WS-STEP-FIXTURE
               " limit " WS-LIMIT-MA " mA, brightness capped to "
               WS-CAPPED-PCT UPON SYSERR
            MOVE WS-CAPPED-PCT TO FRQ-BRIGHT-PCT
3260-EXIT.
    EXIT.

*> What the step actually painted, kept per track for the next
*> step's crossfade lead-in and for the repaint after a BLACKOUT.
3270-SAVE-PRIOR.
   MOVE WS-RED-1        TO TRK-PRIOR-RED (WS-TRK)
   MOVE WS-GREEN-1      TO TRK-PRIOR-GREEN (WS-TRK)
   MOVE WS-BLUE-1       TO TRK-PRIOR-BLUE (WS-TRK)
   MOVE WS-WHITE-1      TO TRK-PRIOR-WHITE (WS-TRK)
   MOVE FRQ-BRIGHT-PCT  TO TRK-PRIOR-BRIGHT-PCT (WS-TRK)
   MOVE FRQ-CHANNEL     TO TRK-PRIOR-CHANNEL (WS-TRK)
   MOVE FRQ-RGBW-MODE   TO TRK-PRIOR-MODE (WS-TRK)
   MOVE FRQ-PIXEL-COUNT TO TRK-PRIOR-PIXELS (WS-TRK).
3270-EXIT.
    EXIT.

3250-SET-PREVIEW.
   IF PREVIEW-REQUESTED
      MOVE 'Y' TO FRQ-PREVIEW-FLAG
3210-EXIT.
    EXIT.

*> The checkpoint is rewritten whole -- one record per track -- each
*> time any track completes a step.
3300-WRITE-CHECKPOINT.
   OPEN OUTPUT CHECKPOINT-FILE
   PERFORM 3310-WRITE-TRACK-CKPT THRU 3310-EXIT
      VARYING WS-CKPT-TRK FROM 1 BY 1
         UNTIL WS-CKPT-TRK > TRACK-TABLE-COUNT
   CLOSE CHECKPOINT-FILE.
3300-EXIT.
    EXIT.

3310-WRITE-TRACK-CKPT.
   MOVE WS-SCHEDULE-PATH TO CKPT-SCHEDULE
   MOVE TRK-DONE-ROW (WS-CKPT-TRK) TO CKPT-STEP
   MOVE TRK-CKPT-STATUS (WS-CKPT-TRK) TO CKPT-STATUS
   MOVE TRK-FIXTURE (WS-CKPT-TRK) TO CKPT-FIXTURE
   WRITE CKPT-REC.
3310-EXIT.
    EXIT.

3400-WRITE-CHECKPOINT-DONE.
   PERFORM 3410-MARK-TRACK-DONE THRU 3410-EXIT
      VARYING WS-CKPT-TRK FROM 1 BY 1
         UNTIL WS-CKPT-TRK > TRACK-TABLE-COUNT
   PERFORM 3300-WRITE-CHECKPOINT THRU 3300-EXIT.
3400-EXIT.
    EXIT.

3410-MARK-TRACK-DONE.
   MOVE 'C' TO TRK-CKPT-STATUS (WS-CKPT-TRK).
3410-EXIT.
    EXIT.

*> A run that starts outside the window retires a leftover mid-show
*> checkpoint without loading the schedule: every record it held
*> for this schedule goes back marked done at step 0.
3450-RETIRE-CHECKPOINT.
   OPEN OUTPUT CHECKPOINT-FILE
   PERFORM 3460-RETIRE-ONE-CKPT THRU 3460-EXIT
      VARYING WS-CKT FROM 1 BY 1
         UNTIL WS-CKT > CKPT-TABLE-COUNT
   CLOSE CHECKPOINT-FILE.
3450-EXIT.
    EXIT.

3460-RETIRE-ONE-CKPT.
   MOVE WS-SCHEDULE-PATH TO CKPT-SCHEDULE
   MOVE 0 TO CKPT-STEP
   MOVE 'C' TO CKPT-STATUS
   MOVE CKT-FIXTURE (WS-CKT) TO CKPT-FIXTURE
   WRITE CKPT-REC.
3460-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The show loop, one pass a second: sleep, pick up any operator
*> command, re-check the window, read the lease registry and take
*> back any fixture whose lease has ended, then move every live
*> track's clock on by the seconds that really went by, and last
*> take any events the devices have dropped.  A track whose hold
*> runs out completes its step and plays its next one.  A paused
*> track's clock stands still; a SKIP empties the hold at once.  A
*> track with an event cue up runs the event's clock instead of its
*> own.
*> ----------------------------------------------------------------
3500-SHOW-ONE-SECOND.
   PERFORM 4100-SLEEP-ONE-SECOND THRU 4100-EXIT
   PERFORM 4200-POLL-COMMAND THRU 4200-EXIT
   PERFORM 1200-CHECK-WINDOW THRU 1200-EXIT
   PERFORM 3520-READ-CLOCK THRU 3520-EXIT
   IF WINDOW-OPEN
      PERFORM 4400-POLL-LEASES THRU 4400-EXIT
      PERFORM 4410-CHECK-LOANS THRU 4410-EXIT
      PERFORM 3510-TICK-ONE-TRACK THRU 3510-EXIT
         VARYING WS-TRK FROM 1 BY 1
            UNTIL WS-TRK > TRACK-TABLE-COUNT
      PERFORM 4600-POLL-EVENTS THRU 4600-EXIT
   END-IF.
3500-EXIT.
    EXIT.

3510-TICK-ONE-TRACK.
   IF TRK-EVENT-ON (WS-TRK)
      PERFORM 4640-TICK-EVENT THRU 4640-EXIT
   ELSE
      PERFORM 3515-TICK-STEP THRU 3515-EXIT
   END-IF.
3510-EXIT.
    EXIT.

3515-TICK-STEP.
   IF TRK-HOLDING (WS-TRK)
      IF TRK-SKIP-YES (WS-TRK)
         MOVE 'N' TO TRK-SKIP (WS-TRK)
         MOVE 0 TO TRK-HOLD-LEFT (WS-TRK)
      ELSE
         IF TRK-PAUSED-NO (WS-TRK)
            IF TRK-HOLD-LEFT (WS-TRK) > WS-TICK-SECS
               SUBTRACT WS-TICK-SECS FROM TRK-HOLD-LEFT (WS-TRK)
            ELSE
               MOVE 0 TO TRK-HOLD-LEFT (WS-TRK)
            END-IF
         END-IF
      END-IF
      IF TRK-HOLD-LEFT (WS-TRK) = 0
         PERFORM 3620-COMPLETE-STEP THRU 3620-EXIT
         PERFORM 3600-PLAY-TRACK THRU 3600-EXIT
      END-IF
   END-IF.
3515-EXIT.
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

*> ----------------------------------------------------------------
*> Play track WS-TRK forward from its current row until a step with
*> a hold is up, the track finishes, or the window closes.  Zero-
*> hold steps complete as they are played, so consecutive zero-hold
*> zone steps still compose one picture.
*> ----------------------------------------------------------------
3600-PLAY-TRACK.
   MOVE 0 TO TRK-HOLD-LEFT (WS-TRK)
   PERFORM 3610-PLAY-NEXT-STEP THRU 3610-EXIT
      UNTIL TRK-HOLD-LEFT (WS-TRK) > 0
         OR TRK-FINISHED (WS-TRK) OR WINDOW-CLOSED.
3600-EXIT.
    EXIT.

3610-PLAY-NEXT-STEP.
   IF TRK-ROW (WS-TRK) > TRK-LAST-ROW (WS-TRK)
      PERFORM 3630-END-TRACK-PASS THRU 3630-EXIT
   ELSE
      PERFORM 1200-CHECK-WINDOW THRU 1200-EXIT
      IF WINDOW-OPEN
         MOVE TRK-ROW (WS-TRK) TO WS-STEP-NUM
         MOVE STP-ROW (WS-STEP-NUM) TO SCH-RECS
         PERFORM 3200-PROCESS-STEP THRU 3200-EXIT
         IF SCHFILE-HOLD-SECS NUMERIC AND NOT PREVIEW-REQUESTED
            MOVE SCHFILE-HOLD-SECS TO TRK-HOLD-LEFT (WS-TRK)
         END-IF
         IF TRK-HOLD-LEFT (WS-TRK) = 0
            PERFORM 3620-COMPLETE-STEP THRU 3620-EXIT
         END-IF
      END-IF
   END-IF.
3610-EXIT.
    EXIT.

3620-COMPLETE-STEP.
   MOVE TRK-ROW (WS-TRK) TO TRK-DONE-ROW (WS-TRK)
   MOVE 'R' TO TRK-CKPT-STATUS (WS-TRK)
   ADD 1 TO TRK-ROW (WS-TRK)
   IF NOT PREVIEW-REQUESTED
      PERFORM 3300-WRITE-CHECKPOINT THRU 3300-EXIT
   END-IF.
3620-EXIT.
    EXIT.

*> End of a track's pass: its checkpoint record is marked done.  In
*> repeat mode the track goes straight back to its first step while
*> the window is open -- unless its holds are all zero, which would
*> respin it flat out, so it keeps its last look instead.  Otherwise
*> the track has finished and holds its last look while the others
*> play on.
3630-END-TRACK-PASS.
   MOVE 'C' TO TRK-CKPT-STATUS (WS-TRK)
   IF NOT PREVIEW-REQUESTED
      PERFORM 3300-WRITE-CHECKPOINT THRU 3300-EXIT
   END-IF
   IF REPEAT-MODE-YES AND WINDOW-OPEN AND WS-RETURN-CODE < 2
      AND NOT PREVIEW-REQUESTED AND TRK-HOLD-TOTAL (WS-TRK) > 0
      MOVE TRK-FIRST-ROW (WS-TRK) TO TRK-ROW (WS-TRK)
   ELSE
      MOVE 'F' TO TRK-STATE (WS-TRK)
      SUBTRACT 1 FROM WS-TRACKS-LIVE
   END-IF.
3630-EXIT.
    EXIT.

4100-SLEEP-ONE-SECOND.
    EXIT.

*> ----------------------------------------------------------------
*> A theme dwell that listens: one second of sleep at a time with
*> the command file polled after each, so a PAUSE or SKIP written
*> from the wall panel lands within a second instead of after a
*> five-minute dwell.  SKIP ends the dwell early; a pause picked up
*> mid-dwell sits in the pause loop until RESUME or the window
*> closing.  A theme run is the one blank-fixture track, WS-TRK 1.
*> While an event's cue is up the dwell stands still and the event
*> runs its own clock, as a schedule track's step clock does; the
*> dwell (or a SKIP taken meanwhile) only ends once the event has
*> handed the theme color back.
*> ----------------------------------------------------------------
4150-HOLD-WITH-COMMANDS.
   MOVE 0 TO WS-SLEEP-CTR
   PERFORM 3520-READ-CLOCK THRU 3520-EXIT
   PERFORM 4160-HOLD-ONE-SECOND THRU 4160-EXIT
      UNTIL ((WS-SLEEP-CTR >= WS-HOLD-SECS OR TRK-SKIP-YES (WS-TRK))
            AND TRK-EVENT-OFF (WS-TRK))
         OR WINDOW-CLOSED
   MOVE 'N' TO TRK-SKIP (WS-TRK).
4150-EXIT.
    EXIT.

4160-HOLD-ONE-SECOND.
   PERFORM 4100-SLEEP-ONE-SECOND THRU 4100-EXIT
   PERFORM 3520-READ-CLOCK THRU 3520-EXIT
   PERFORM 4200-POLL-COMMAND THRU 4200-EXIT
   IF TRK-EVENT-ON (WS-TRK)
      PERFORM 4640-TICK-EVENT THRU 4640-EXIT
   ELSE
      ADD 1 TO WS-SLEEP-CTR
   END-IF
   PERFORM 4600-POLL-EVENTS THRU 4600-EXIT
   PERFORM 4400-POLL-LEASES THRU 4400-EXIT
   PERFORM 4410-CHECK-LOANS THRU 4410-EXIT
   IF TRK-PAUSED-YES (WS-TRK)
      PERFORM 4300-WAIT-WHILE-PAUSED THRU 4300-EXIT
   END-IF.
4160-EXIT.

*> ----------------------------------------------------------------
*> One-shot command pickup: read the file's first line, truncate the
*> file so the command can't replay, then act on it.  The verb comes
*> first, BRIGHT's number after it, and whatever is left of the line
*> is the fixture whose track the command is for.  No file, an empty
*> file and an unknown word are all quietly nothing -- the show must
*> never die over a typo on the wall panel.
*> ----------------------------------------------------------------
4200-POLL-COMMAND.
   MOVE 'N' TO COMMAND-EOF
   MOVE SPACES TO WS-CMD-VERB WS-CMD-ARG WS-CMD-FIXTURE
   OPEN INPUT COMMAND-FILE
   IF COMMAND-OPEN-OK
      READ COMMAND-FILE AT END MOVE 'Y' TO COMMAND-EOF
      END-READ
      IF COMMAND-EOF-NO
         MOVE 1 TO WS-CMD-PTR
         UNSTRING COMMAND-REC DELIMITED BY ALL " "
            INTO WS-CMD-VERB WITH POINTER WS-CMD-PTR
         END-UNSTRING
         IF WS-CMD-VERB = "BRIGHT" AND WS-CMD-PTR <= 60
            UNSTRING COMMAND-REC DELIMITED BY ALL " "
               INTO WS-CMD-ARG WITH POINTER WS-CMD-PTR
            END-UNSTRING
         END-IF
         IF WS-CMD-PTR <= 60
            MOVE COMMAND-REC (WS-CMD-PTR:) TO WS-CMD-FIXTURE
         END-IF
      END-IF
      CLOSE COMMAND-FILE
      IF COMMAND-EOF-NO
4200-EXIT.
    EXIT.

*> A command with no fixture goes to every track; the all-fixture
*> BLACKOUT darkens everything once up front rather than track by
*> track.  A fixture no track drives is reported so the panel
*> operator isn't left wondering why nothing happened.
4210-APPLY-COMMAND.
   EVALUATE WS-CMD-VERB
      WHEN "PAUSE"
      WHEN "RESUME"
      WHEN "SKIP"
      WHEN "BLACKOUT"
      WHEN "BRIGHT"
         IF WS-CMD-VERB = "BRIGHT"
            PERFORM 4240-APPLY-BRIGHT THRU 4240-EXIT
         END-IF
         IF WS-CMD-VERB = "BLACKOUT" AND WS-CMD-FIXTURE = SPACES
            PERFORM 7000-DARK-FRAME THRU 7000-EXIT
         END-IF
         MOVE 0 TO WS-CMD-HITS
         PERFORM 4215-APPLY-TO-TRACK THRU 4215-EXIT
            VARYING WS-CMD-TRK FROM 1 BY 1
               UNTIL WS-CMD-TRK > TRACK-TABLE-COUNT
         IF WS-CMD-HITS = 0 AND WS-CMD-FIXTURE NOT = SPACES
            DISPLAY "COLOR-SEQ: no track drives " WS-CMD-FIXTURE
               ", " WS-CMD-VERB " ignored" UPON SYSERR
         END-IF
      WHEN OTHER
         CONTINUE
   END-EVALUATE.
4210-EXIT.
    EXIT.

4215-APPLY-TO-TRACK.
   IF WS-CMD-FIXTURE = SPACES
      OR WS-CMD-FIXTURE = TRK-FIXTURE (WS-CMD-TRK)
      ADD 1 TO WS-CMD-HITS
      EVALUATE WS-CMD-VERB
         WHEN "PAUSE"
            MOVE 'Y' TO TRK-PAUSED (WS-CMD-TRK)
         WHEN "RESUME"
            PERFORM 4220-RESUME-SHOW THRU 4220-EXIT
         WHEN "SKIP"
            MOVE 'Y' TO TRK-SKIP (WS-CMD-TRK)
            MOVE 'N' TO TRK-PAUSED (WS-CMD-TRK)
            MOVE 'N' TO TRK-BLACKOUT (WS-CMD-TRK)
         WHEN "BLACKOUT"
            IF WS-CMD-FIXTURE NOT = SPACES
               PERFORM 7200-DARK-TRACK THRU 7200-EXIT
            END-IF
            MOVE 'Y' TO TRK-BLACKOUT (WS-CMD-TRK)
            MOVE 'Y' TO TRK-PAUSED (WS-CMD-TRK)
         WHEN "BRIGHT"
            IF WS-CMD-BRIGHT > 0
               MOVE WS-CMD-BRIGHT TO TRK-BRIGHT-PCT (WS-CMD-TRK)
            END-IF
      END-EVALUATE
   END-IF.
4215-EXIT.
    EXIT.

4220-RESUME-SHOW.
   MOVE 'N' TO TRK-PAUSED (WS-CMD-TRK)
   IF TRK-BLACKOUT-YES (WS-CMD-TRK)
      MOVE 'N' TO TRK-BLACKOUT (WS-CMD-TRK)
      PERFORM 4230-REPAINT-PRIOR THRU 4230-EXIT
   END-IF.
4220-EXIT.
    EXIT.

*> After a blackout the track's prior step's solid color goes back
*> up on the fixture it was playing on, so a ten-minute customer
*> event ends with the window lit the way it was, not waiting dark
*> for the next cue.  The repaint is not audit-logged or
*> state-saved: the step was both when it really played.  It is
*> metered, though -- the blackout stopped the energy meter, and
*> the light it brings back is drawing again.  A channel leased to
*> a one-shot gets no repaint; the lease's end brings it back.
4230-REPAINT-PRIOR.
   MOVE TRK-PRIOR-RED (WS-CMD-TRK)   TO FRQ-RED-1 FRQ-RED-2
   MOVE TRK-PRIOR-GREEN (WS-CMD-TRK) TO FRQ-GREEN-1 FRQ-GREEN-2
   MOVE TRK-PRIOR-BLUE (WS-CMD-TRK)  TO FRQ-BLUE-1 FRQ-BLUE-2
   MOVE TRK-PRIOR-WHITE (WS-CMD-TRK) TO FRQ-WHITE-1 FRQ-WHITE-2
   MOVE 'N' TO FRQ-GRADIENT-FLAG
   MOVE "SOLID" TO FRQ-EFFECT
   MOVE TRK-PRIOR-BRIGHT-PCT (WS-CMD-TRK) TO FRQ-BRIGHT-PCT
   MOVE TRK-PRIOR-CHANNEL (WS-CMD-TRK) TO FRQ-CHANNEL
   MOVE TRK-PRIOR-MODE (WS-CMD-TRK)    TO FRQ-RGBW-MODE
   IF TRK-PRIOR-PIXELS (WS-CMD-TRK) > 0
      MOVE TRK-PRIOR-PIXELS (WS-CMD-TRK) TO FRQ-PIXEL-COUNT
   ELSE
      MOVE WS-PIXEL-COUNT TO FRQ-PIXEL-COUNT
   END-IF
   MOVE 0 TO FRQ-START-PIXEL FRQ-END-PIXEL
   MOVE 0 TO FRQ-XFADE-FRAMES
   MOVE SPACES TO FRQ-HEX-OUT FRQ-HEX-OUT-2
   MOVE WS-CMD-TRK TO WS-LEASE-TRK
   MOVE FRQ-CHANNEL TO WS-LEASE-CHANNEL
   PERFORM 4420-CHECK-CHANNEL THRU 4420-EXIT
   IF CHANNEL-FREE
      CALL "FRAME-BUILD" USING FRAME-REQUEST
      CALL "ENERGY-METER" USING FRAME-REQUEST
           TRK-FIXTURE (WS-CMD-TRK)
   END-IF.
4230-EXIT.
    EXIT.

*> BRIGHT's argument can arrive as 1, 2 or 3 digits off the panel;
*> anything else (including 0 -- BLACKOUT is the way to go dark) is
*> ignored.  Rows with their own brightness column still win, same
*> as they do over the command-line brightness.  An all-track
*> BRIGHT becomes the run's brightness as well.
4240-APPLY-BRIGHT.
   MOVE 0 TO WS-CMD-BRIGHT
   EVALUATE TRUE
      IF WS-CMD-BRIGHT > 100
         MOVE 100 TO WS-CMD-BRIGHT
      END-IF
      IF WS-CMD-FIXTURE = SPACES
         MOVE WS-CMD-BRIGHT TO WS-BRIGHTNESS-PCT
      END-IF
   END-IF.
4240-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The theme pause loop: nothing is emitted, the last frame just
*> stays up (or stays dark, after a BLACKOUT).  The window is
*> re-checked each second so a show paused at closing time still
*> ends and darkens on schedule instead of hanging lit all night.
*> ----------------------------------------------------------------
4300-WAIT-WHILE-PAUSED.
   PERFORM 4310-PAUSE-ONE-SECOND THRU 4310-EXIT
      UNTIL TRK-PAUSED-NO (WS-TRK) OR WINDOW-CLOSED.
4300-EXIT.
    EXIT.

4310-PAUSE-ONE-SECOND.
   PERFORM 4100-SLEEP-ONE-SECOND THRU 4100-EXIT
   PERFORM 4200-POLL-COMMAND THRU 4200-EXIT
   PERFORM 4600-POLL-EVENTS THRU 4600-EXIT
   PERFORM 1200-CHECK-WINDOW THRU 1200-EXIT
   PERFORM 4400-POLL-LEASES THRU 4400-EXIT
   PERFORM 4410-CHECK-LOANS THRU 4410-EXIT
   IF WINDOW-CLOSED
      MOVE 'N' TO TRK-PAUSED (WS-TRK)
   END-IF.
4310-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Lease pickup: the registry is read whole through FIXTURE-LEASE,
*> which judges each lease in force, expired or orphaned.  A
*> registry that can't be read is taken as no leases -- the show
*> must not go dark over it; FIXTURE-LEASE has already reported it.
*> A preview never touches the strips and ignores leases.
*> ----------------------------------------------------------------
4400-POLL-LEASES.
   MOVE 0 TO LEASE-COUNT
   IF NOT PREVIEW-REQUESTED
      MOVE 'L' TO LRQ-ACTION
      CALL "FIXTURE-LEASE" USING LEASE-REQUEST LEASE-TABLE-MAIN
      IF LRQ-FAILED
         MOVE 0 TO LEASE-COUNT
      END-IF
   END-IF.
4400-EXIT.
    EXIT.

*> Every track checked against the registry by the channel it last
*> painted on: one newly leased goes on loan, one on loan whose
*> lease has ended comes back.  A TRACK header with no rows has
*> nothing on any channel.  WS-TRK is put back afterwards, since the
*> theme dwell and pause loops call this with their track in it.
4410-CHECK-LOANS.
   MOVE WS-TRK TO WS-LEASE-SAVE-TRK
   PERFORM 4415-CHECK-ONE-LOAN THRU 4415-EXIT
      VARYING WS-LEASE-TRK FROM 1 BY 1
         UNTIL WS-LEASE-TRK > TRACK-TABLE-COUNT
   MOVE WS-LEASE-SAVE-TRK TO WS-TRK.
4410-EXIT.
    EXIT.

4415-CHECK-ONE-LOAN.
   IF THEME-MODE-YES OR TRK-PLAY-ROWS (WS-LEASE-TRK) > 0
      MOVE TRK-PRIOR-CHANNEL (WS-LEASE-TRK) TO WS-LEASE-CHANNEL
      PERFORM 4420-CHECK-CHANNEL THRU 4420-EXIT
      IF CHANNEL-FREE AND TRK-ON-LOAN-YES (WS-LEASE-TRK)
         PERFORM 4430-RECLAIM-TRACK THRU 4430-EXIT
      END-IF
   END-IF.
4415-EXIT.
    EXIT.

*> Is WS-LEASE-CHANNEL under a lease in force?  The first time a
*> track finds its channel leased it goes on loan, and the operator
*> is told who has it and until when.
4420-CHECK-CHANNEL.
   MOVE 'N' TO CHANNEL-LEASE
   PERFORM 4425-MATCH-LEASE THRU 4425-EXIT
      VARYING LEASE-IDX FROM 1 BY 1
         UNTIL LEASE-IDX > LEASE-COUNT OR CHANNEL-ON-LOAN
   IF CHANNEL-ON-LOAN AND TRK-ON-LOAN-NO (WS-LEASE-TRK)
      MOVE 'Y' TO TRK-ON-LOAN (WS-LEASE-TRK)
      DISPLAY "COLOR-SEQ: channel " WS-LEASE-CHANNEL
         " is leased to " WS-LEASE-HOLDER " until " WS-LEASE-UNTIL
         ", the show leaves it alone" UPON SYSERR
   END-IF.
4420-EXIT.
    EXIT.

4425-MATCH-LEASE.
   IF LSE-CHANNEL (LEASE-IDX) = WS-LEASE-CHANNEL
      AND LSE-IN-FORCE (LEASE-IDX)
      MOVE 'Y' TO CHANNEL-LEASE
      MOVE LSE-HOLDER (LEASE-IDX)  TO WS-LEASE-HOLDER
      MOVE LSE-EXPIRES (LEASE-IDX) TO WS-LEASE-UNTIL
   END-IF.
4425-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> A lease has ended: the show takes the fixture back by painting
*> what the track would be showing now -- the step it is on, with
*> its chained zone steps, through 4660 as after an event; a theme
*> track or one with an event cue up gets its prior look repainted.
*> A track blacked out from the wall panel meanwhile stays dark, and
*> past closing time the end-of-window dark frame has the last word.
*> ----------------------------------------------------------------
4430-RECLAIM-TRACK.
   MOVE 'N' TO TRK-ON-LOAN (WS-LEASE-TRK)
   DISPLAY "COLOR-SEQ: channel " WS-LEASE-CHANNEL
      " lease has ended, the show takes it back" UPON SYSERR
   IF WINDOW-OPEN AND NOT TRK-BLACKOUT-YES (WS-LEASE-TRK)
      MOVE WS-LEASE-TRK TO WS-TRK WS-CMD-TRK
      IF THEME-MODE-NO AND TRK-EVENT-OFF (WS-TRK)
         PERFORM 4660-RESUME-TRACK THRU 4660-EXIT
      ELSE
         PERFORM 4230-REPAINT-PRIOR THRU 4230-EXIT
      END-IF
   END-IF.
4430-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Event pickup, the drop-file counterpart of 4200: every line the
*> devices have appended since the last poll is read, the file is
*> truncated so nothing replays, and each event code is then taken
*> in the order it was written.  More than the table holds in one
*> second is reported and the surplus dropped.  No file or an empty
*> one is quietly nothing.
*> ----------------------------------------------------------------
4600-POLL-EVENTS.
   MOVE 'N' TO DROP-EOF
   MOVE 0 TO DROP-TABLE-COUNT WS-DROP-LINES WS-DROP-LOST
   OPEN INPUT EVENT-DROP
   IF DROP-OPEN-OK
      PERFORM 4605-READ-ONE-DROP THRU 4605-EXIT
         UNTIL DROP-EOF-YES
      CLOSE EVENT-DROP
      IF WS-DROP-LINES > 0
         OPEN OUTPUT EVENT-DROP
         CLOSE EVENT-DROP
      END-IF
      IF WS-DROP-LOST > 0
         DISPLAY "COLOR-SEQ: events.in held more than 50 events, "
            WS-DROP-LOST " dropped" UPON SYSERR
      END-IF
      PERFORM 4610-TAKE-EVENT THRU 4610-EXIT
         VARYING WS-DROP-IDX FROM 1 BY 1
            UNTIL WS-DROP-IDX > DROP-TABLE-COUNT
   END-IF.
4600-EXIT.
    EXIT.

4605-READ-ONE-DROP.
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
4605-EXIT.
    EXIT.

*> One event: logged as received, then either played on the track
*> driving its fixture or logged as ignored with the reason.  The
*> cue is checked up front so a typo'd cue name in events.cfg can't
*> knock a playing step off the strip for nothing.
4610-TAKE-EVENT.
   MOVE DRP-CODE (WS-DROP-IDX) TO WS-EVT-CODE
   CALL "EVENT-LOOKUP" USING WS-EVT-CODE WS-EVT-CUE WS-EVT-FIXTURE
        WS-EVT-HOLD WS-EVT-PRI WS-EVT-OUTSIDE WS-EVT-FOUND
   IF WS-EVT-FOUND NOT = 'Y'
      MOVE SPACES TO WS-EVT-CUE WS-EVT-FIXTURE
      MOVE 0 TO WS-EVT-PRI
   END-IF
   MOVE "RECEIVED" TO WS-EVT-ACTION
   MOVE SPACES TO WS-EVT-REASON
   PERFORM 4690-LOG-EVENT THRU 4690-EXIT
   MOVE 0 TO WS-EVT-TRK
   MOVE 'N' TO WS-CUE-FOUND
   IF WS-EVT-FOUND = 'Y'
      IF THEME-MODE-YES
         PERFORM 4612-FIND-THEME-TRACK THRU 4612-EXIT
      ELSE
         PERFORM 4615-FIND-EVENT-TRACK THRU 4615-EXIT
            VARYING WS-EVT-SCAN FROM 1 BY 1
               UNTIL WS-EVT-SCAN > TRACK-TABLE-COUNT
                  OR WS-EVT-TRK > 0
      END-IF
      MOVE WS-EVT-CUE TO WS-CUE-NAME
      CALL "CUE-LOOKUP" USING WS-CUE-NAME WS-CUE-COLOR
           WS-CUE-COLOR-2 WS-CUE-EFFECT WS-CUE-START WS-CUE-END
           WS-CUE-BRIGHT WS-CUE-XFADE WS-CUE-FOUND
   END-IF
   MOVE "IGNORED" TO WS-EVT-ACTION
   EVALUATE TRUE
      WHEN WS-EVT-FOUND NOT = 'Y'
         MOVE "NO MAPPING" TO WS-EVT-REASON
      WHEN WS-EVT-TRK = 0
         MOVE "NO TRACK" TO WS-EVT-REASON
      WHEN TRK-ON-LOAN-YES (WS-EVT-TRK)
         MOVE "LEASED" TO WS-EVT-REASON
      WHEN TRK-EVENT-ON (WS-EVT-TRK)
         AND TRK-EVENT-PRI (WS-EVT-TRK) >= WS-EVT-PRI
         MOVE "OUTRANKED" TO WS-EVT-REASON
      WHEN WS-CUE-FOUND NOT = 'Y'
         DISPLAY "COLOR-SEQ: event " WS-EVT-CODE " names unknown cue "
            WS-EVT-CUE UPON SYSERR
         MOVE "NO CUE" TO WS-EVT-REASON
      WHEN OTHER
         PERFORM 4620-START-EVENT THRU 4620-EXIT
   END-EVALUATE
   IF WS-EVT-ACTION = "IGNORED"
      PERFORM 4690-LOG-EVENT THRU 4690-EXIT
   END-IF.
4610-EXIT.
    EXIT.

*> The theme's track paints channel '0' at the run's pixel count, so
*> it is the track for an event with no fixture or one whose fixture
*> sits on channel '0'; an event for any other fixture has no track.
4612-FIND-THEME-TRACK.
   IF WS-EVT-FIXTURE = SPACES
      MOVE 1 TO WS-EVT-TRK
   ELSE
      CALL "FIXTURE-LOOKUP" USING WS-EVT-FIXTURE WS-FIX-CHANNEL
           WS-FIX-PIXELS WS-FIX-MODE WS-FIX-LIMIT-MA WS-FIX-FOUND
      IF WS-FIX-FOUND = 'Y' AND WS-FIX-CHANNEL = '0'
         MOVE 1 TO WS-EVT-TRK
      END-IF
   END-IF.
4612-EXIT.
    EXIT.

4615-FIND-EVENT-TRACK.
   IF TRK-FIXTURE (WS-EVT-SCAN) = WS-EVT-FIXTURE
      MOVE WS-EVT-SCAN TO WS-EVT-TRK
   END-IF.
4615-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Put an event's cue up on its track.  The look it covers is set
*> aside first -- unless another event is already up, in which case
*> that one is pre-empted and the look set aside stays the show's.
*> The cue goes out through the same step path a "CUE name" row
*> takes (3200), so it is audited, state-saved, metered and capped
*> under ENFORCE like any step.
*> ----------------------------------------------------------------
4620-START-EVENT.
   MOVE WS-EVT-TRK TO WS-TRK
   IF TRK-EVENT-ON (WS-TRK)
      PERFORM 4625-LOG-PREEMPTED THRU 4625-EXIT
   ELSE
      MOVE TRK-PRIOR-LOOK (WS-TRK) TO TRK-SAVED-LOOK (WS-TRK)
      ADD 1 TO WS-EVENTS-LIVE
   END-IF
   MOVE 'Y'         TO TRK-EVENT (WS-TRK)
   MOVE WS-EVT-CODE TO TRK-EVENT-CODE (WS-TRK)
   MOVE WS-EVT-CUE  TO TRK-EVENT-CUE (WS-TRK)
   MOVE WS-EVT-PRI  TO TRK-EVENT-PRI (WS-TRK)
   MOVE WS-EVT-HOLD TO TRK-EVENT-LEFT (WS-TRK)
   MOVE SPACES TO SCH-RECS
   MOVE 0 TO SCHFILE-HOLD-SECS
   MOVE "CUE "         TO SCHFILE-COLOR (1:4)
   MOVE WS-EVT-CUE     TO SCHFILE-COLOR (5:21)
   MOVE WS-EVT-FIXTURE TO SCHFILE-FIXTURE
   MOVE TRK-ROW (WS-TRK) TO WS-STEP-NUM
   PERFORM 3200-PROCESS-STEP THRU 3200-EXIT
   MOVE "PLAYED" TO WS-EVT-ACTION
   MOVE SPACES TO WS-EVT-REASON
   PERFORM 4690-LOG-EVENT THRU 4690-EXIT.
4620-EXIT.
    EXIT.

4625-LOG-PREEMPTED.
   MOVE "PREEMPTED" TO WS-EVT-ACTION
   MOVE "HIGHER PRI" TO WS-EVT-REASON
   CALL "EVENT-LOG" USING WS-EVT-ACTION TRK-EVENT-CODE (WS-TRK)
        TRK-EVENT-PRI (WS-TRK) TRK-EVENT-CUE (WS-TRK)
        TRK-FIXTURE (WS-TRK) WS-EVT-REASON.
4625-EXIT.
    EXIT.

4640-TICK-EVENT.
   IF TRK-EVENT-LEFT (WS-TRK) > WS-TICK-SECS
      SUBTRACT WS-TICK-SECS FROM TRK-EVENT-LEFT (WS-TRK)
   ELSE
      PERFORM 4650-END-EVENT THRU 4650-EXIT
   END-IF.
4640-EXIT.
    EXIT.

*> The event's hold is up: the show gets the fixture back.  A track
*> blacked out from the wall panel while the event played goes dark
*> again on the channel the cue went out on; any other track has
*> its interrupted look put back (4660), or on a theme run the
*> theme color the dwell was holding (5110).
4650-END-EVENT.
   MOVE 'N' TO TRK-EVENT (WS-TRK)
   MOVE 0 TO TRK-EVENT-LEFT (WS-TRK)
   SUBTRACT 1 FROM WS-EVENTS-LIVE
   MOVE WS-TRK TO WS-CMD-TRK
   IF TRK-BLACKOUT-YES (WS-TRK)
      MOVE "000" TO TRK-PRIOR-RED (WS-TRK) TRK-PRIOR-GREEN (WS-TRK)
                    TRK-PRIOR-BLUE (WS-TRK) TRK-PRIOR-WHITE (WS-TRK)
      PERFORM 4230-REPAINT-PRIOR THRU 4230-EXIT
      MOVE TRK-SAVED-LOOK (WS-TRK) TO TRK-PRIOR-LOOK (WS-TRK)
   ELSE
      MOVE TRK-SAVED-LOOK (WS-TRK) TO TRK-PRIOR-LOOK (WS-TRK)
      IF THEME-MODE-YES
         PERFORM 5110-PAINT-THEME-COLOR THRU 5110-EXIT
      ELSE
         PERFORM 4660-RESUME-TRACK THRU 4660-EXIT
      END-IF
   END-IF.
4650-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Put the interrupted step back: the step the track was holding
*> (or, for a finished track, the last one it played) is played
*> again, along with the zero-hold zone steps chained ahead of it
*> that composed the picture with it.  The track's hold and row are
*> left as they were, so the step's hold carries on where the event
*> stopped it.  A track that had played nothing yet gets the look
*> the event covered repainted instead.
*> ----------------------------------------------------------------
4660-RESUME-TRACK.
   IF TRK-HOLDING (WS-TRK)
      AND TRK-ROW (WS-TRK) <= TRK-LAST-ROW (WS-TRK)
      MOVE TRK-ROW (WS-TRK) TO WS-EVT-ROW
   ELSE
      MOVE TRK-DONE-ROW (WS-TRK) TO WS-EVT-ROW
   END-IF
   IF WS-EVT-ROW = 0 OR WS-EVT-ROW < TRK-FIRST-ROW (WS-TRK)
      PERFORM 4230-REPAINT-PRIOR THRU 4230-EXIT
   ELSE
      MOVE WS-EVT-ROW TO WS-EVT-FIRST-ROW
      MOVE 'N' TO CHAIN-START
      PERFORM 4665-STEP-BACK THRU 4665-EXIT
         UNTIL CHAIN-START-FOUND
            OR WS-EVT-FIRST-ROW <= TRK-FIRST-ROW (WS-TRK)
      PERFORM 4670-REPLAY-ROW THRU 4670-EXIT
         VARYING WS-EVT-REPLAY FROM WS-EVT-FIRST-ROW BY 1
            UNTIL WS-EVT-REPLAY > WS-EVT-ROW
   END-IF.
4660-EXIT.
    EXIT.

4665-STEP-BACK.
   COMPUTE WS-EVT-REPLAY = WS-EVT-FIRST-ROW - 1
   MOVE STP-ROW (WS-EVT-REPLAY) TO SCH-RECS
   IF SCHFILE-HOLD-SECS NUMERIC AND SCHFILE-HOLD-SECS > 0
      MOVE 'Y' TO CHAIN-START
   ELSE
      MOVE WS-EVT-REPLAY TO WS-EVT-FIRST-ROW
   END-IF.
4665-EXIT.
    EXIT.

4670-REPLAY-ROW.
   MOVE WS-EVT-REPLAY TO WS-STEP-NUM
   MOVE STP-ROW (WS-STEP-NUM) TO SCH-RECS
   PERFORM 3200-PROCESS-STEP THRU 3200-EXIT.
4670-EXIT.
    EXIT.

4690-LOG-EVENT.
   CALL "EVENT-LOG" USING WS-EVT-ACTION WS-EVT-CODE WS-EVT-PRI
        WS-EVT-CUE WS-EVT-FIXTURE WS-EVT-REASON.
4690-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> One pass over the theme: every color in file order, each resolved
*> through COLOR-LOOKUP and held for the dwell time, the window
      CALL "THEME-LOAD" USING WS-THEME-NAME THEME-TABLE-MAIN
           WS-THEME-FOUND
      MOVE 'Y' TO THEME-LOADED
      MOVE 1 TO TRACK-TABLE-COUNT WS-TRK
      MOVE SPACES TO TRK-FIXTURE (WS-TRK)
      PERFORM 3070-RESET-TRACK THRU 3070-EXIT
      PERFORM 4400-POLL-LEASES THRU 4400-EXIT
      IF WS-THEME-FOUND NOT = 'Y'
         DISPLAY "COLOR-SEQ: theme " WS-THEME-NAME
            " could not be loaded" UPON SYSERR
5000-EXIT.
    EXIT.

*> One theme color: painted (5110), then the dwell hold.
5100-THEME-ONE-COLOR.
   PERFORM 5110-PAINT-THEME-COLOR THRU 5110-EXIT
   PERFORM 3210-CHECK-FOUND THRU 3210-EXIT

   PERFORM 1200-CHECK-WINDOW THRU 1200-EXIT
   IF WINDOW-OPEN AND NOT PREVIEW-REQUESTED
      MOVE WS-DWELL-SECS TO WS-HOLD-SECS
      PERFORM 4150-HOLD-WITH-COMMANDS THRU 4150-EXIT
   END-IF.
5100-EXIT.
    EXIT.

*> Theme color THEME-IDX through the same resolve/frame/log/record
*> path a solid schedule step takes, at the run's brightness on the
*> default channel.  Also how an event's cue hands the theme back.
5110-PAINT-THEME-COLOR.
   MOVE THEME-COLOR-NAME (THEME-IDX) TO WS-THEME-COLOR
   CALL "COLOR-LOOKUP" USING WS-THEME-COLOR WS-RED-1 WS-GREEN-1
        WS-BLUE-1 WS-WHITE-1 WS-EFFECT-1 WS-FOUND-1
   MOVE WS-WHITE-2 TO FRQ-WHITE-2
   MOVE 'N' TO FRQ-GRADIENT-FLAG
   MOVE WS-EFFECT-1 TO FRQ-EFFECT
   MOVE TRK-BRIGHT-PCT (WS-TRK) TO FRQ-BRIGHT-PCT
   MOVE '0'    TO FRQ-CHANNEL
   MOVE "RGBW" TO FRQ-RGBW-MODE
   MOVE WS-PIXEL-COUNT TO FRQ-PIXEL-COUNT
   MOVE 0 TO FRQ-START-PIXEL FRQ-END-PIXEL
   MOVE 0 TO FRQ-XFADE-FRAMES
   PERFORM 3250-SET-PREVIEW THRU 3250-EXIT
   MOVE WS-TRK TO WS-LEASE-TRK
   MOVE FRQ-CHANNEL TO WS-LEASE-CHANNEL
   PERFORM 4420-CHECK-CHANNEL THRU 4420-EXIT
   MOVE SPACES TO FRQ-HEX-OUT FRQ-HEX-OUT-2
   IF CHANNEL-FREE
      CALL "FRAME-BUILD" USING FRAME-REQUEST
   END-IF

   PERFORM 3270-SAVE-PRIOR THRU 3270-EXIT

   IF NOT PREVIEW-REQUESTED AND CHANNEL-FREE
      CALL "AUDIT-LOG" USING WS-THEME-COLOR WS-RED-1 WS-GREEN-1
           WS-BLUE-1 WS-WHITE-1 FRQ-HEX-OUT WS-FOUND-1 FRQ-CHANNEL
   END-IF

   IF WS-FOUND-1 = 'Y' AND NOT PREVIEW-REQUESTED AND CHANNEL-FREE
      CALL "STATE-SAVE" USING WS-THEME-COLOR WS-NO-COLOR-2
           FRAME-REQUEST
   END-IF

   IF NOT PREVIEW-REQUESTED AND CHANNEL-FREE
      CALL "ENERGY-METER" USING FRAME-REQUEST WS-NO-FIXTURE
   END-IF.
5110-EXIT.
    EXIT.

*> ----------------------------------------------------------------
   CALL "FRAME-BUILD" USING FRAME-REQUEST
   IF NOT PREVIEW-REQUESTED
      CALL "STATE-SAVE" USING WS-NO-COLOR WS-NO-COLOR-2 FRAME-REQUEST
      CALL "ENERGY-METER" USING FRAME-REQUEST WS-NO-FIXTURE
   END-IF
   PERFORM 7100-DARK-REGISTRY THRU 7100-EXIT.
7000-EXIT.
      END-IF
      MOVE SPACES TO FRQ-HEX-OUT FRQ-HEX-OUT-2
      CALL "FRAME-BUILD" USING FRAME-REQUEST
      IF NOT PREVIEW-REQUESTED
         CALL "STATE-SAVE" USING WS-NO-COLOR WS-NO-COLOR-2
              FRAME-REQUEST
         CALL "ENERGY-METER" USING FRAME-REQUEST FIXFILE-NAME
      END-IF
   END-IF.
7110-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> BLACKOUT for one fixture's track: a dark frame on just that
*> fixture's channel at its length and color mode, recorded through
*> STATE-SAVE the way the all-fixture sweep records its frames, so
*> the rest of the show plays on untouched.
*> ----------------------------------------------------------------
7200-DARK-TRACK.
   CALL "FIXTURE-LOOKUP" USING TRK-FIXTURE (WS-CMD-TRK)
        WS-FIX-CHANNEL WS-FIX-PIXELS WS-FIX-MODE WS-FIX-LIMIT-MA
        WS-FIX-FOUND
   IF WS-FIX-FOUND = 'Y'
      MOVE "000" TO FRQ-RED-1 FRQ-GREEN-1 FRQ-BLUE-1 FRQ-WHITE-1
                    FRQ-RED-2 FRQ-GREEN-2 FRQ-BLUE-2 FRQ-WHITE-2
      MOVE 'N' TO FRQ-GRADIENT-FLAG
      MOVE "SOLID" TO FRQ-EFFECT
      MOVE 100 TO FRQ-BRIGHT-PCT
      MOVE WS-FIX-CHANNEL TO FRQ-CHANNEL
      MOVE WS-FIX-MODE    TO FRQ-RGBW-MODE
      IF WS-FIX-PIXELS > 0
         MOVE WS-FIX-PIXELS TO FRQ-PIXEL-COUNT
         IF FRQ-PIXEL-COUNT > 2048
            MOVE 2048 TO FRQ-PIXEL-COUNT
         END-IF
      ELSE
         MOVE WS-PIXEL-COUNT TO FRQ-PIXEL-COUNT
      END-IF
      MOVE 0 TO FRQ-START-PIXEL FRQ-END-PIXEL
      MOVE 0 TO FRQ-XFADE-FRAMES
      PERFORM 3250-SET-PREVIEW THRU 3250-EXIT
      MOVE SPACES TO FRQ-HEX-OUT FRQ-HEX-OUT-2
      CALL "FRAME-BUILD" USING FRAME-REQUEST
      CALL "STATE-SAVE" USING WS-NO-COLOR WS-NO-COLOR-2 FRAME-REQUEST
      CALL "ENERGY-METER" USING FRAME-REQUEST TRK-FIXTURE (WS-CMD-TRK)
   ELSE
      DISPLAY "COLOR-SEQ: unknown fixture " TRK-FIXTURE (WS-CMD-TRK)
         UPON SYSERR
   END-IF.
7200-EXIT.
    EXIT.

END PROGRAM COLOR-SEQ.
