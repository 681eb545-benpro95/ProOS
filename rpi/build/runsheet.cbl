*> GNU COBOL -- show-night run sheet for the floor staff.  COLOR-CHECK,
*> POWER-CHECK and CAL-CHECK say whether a show is valid; none of
*> them says what will be lit at nine o'clock.  For each night asked
*> about this job takes the calendar row COLOR-CAL would pick, works
*> out that night's window the way COLOR-CAL hands it to COLOR-SEQ,
*> and expands the row's schedule (cue references resolved) or theme
*> into every step with its wall-clock start time, fixture, pixel
*> span, colors, brightness and estimated supply draw, so the crew
*> can walk the lot with a printed page.
*>
*> Command line, optional:
*>    1  FROM-DATE       YYYYMMDD, default today
*>    2  TO-DATE         YYYYMMDD, default FROM-DATE; every night
*>                       from FROM-DATE through TO-DATE gets its own
*>                       sheet, so a holiday week prints in one go
*>    3  REPORT-PATH     default /opt/rpi/effects/run_sheet.rpt
*>    4  CALENDAR-PATH   default /opt/rpi/effects/calendar.txt, same
*>                       default COLOR-CAL uses
*>
*> Row selection is COLOR-CAL's: the first dated row covering the
*> night wins, the fallback row plays when none does.  The row is
*> worked the way COLOR-CAL launches it -- always REPEAT, a blank
*> brightness at 100, a blank window bound open (0000 / 2400), a
*> sunset/sunrise bound resolved through SUN-WINDOW for that night,
*> and a THEME row at a ten-second dwell on the default channel.
*> Clock times assume the show starts as its window opens.
*>
*> Timing follows COLOR-SEQ.  Every track of a schedule runs on its
*> own clock; a step lasts its hold, or its crossfade lead-in when
*> that is the longer (the lead-in is painted before the hold starts
*> counting, and the hold counts it).  A track repeats while the
*> window is open unless its holds are all zero, in which case it
*> plays once and keeps its look.  The first pass of each track is
*> printed step by step; identical passes after it are summarized
*> with the time the last full pass finishes, and the pass the
*> window closes on is printed again step by step, the step the
*> close lands in marked CUT.
*>
*> Draw is the step's brightest frame costed through POWER-BUDGET,
*> the model POWER-CHECK and COLOR-SEQ's ENFORCE use, with the
*> crossfade leading in from what the track last painted.  A name
*> that won't resolve prints its draw as n/a.
*>
*> RETURN-CODE:
*>    0 - every night asked about has a show and every step resolved
*>    1 - a night with no show, a schedule or theme that could not
*>        be loaded, or a step whose names don't resolve
*>    2 - a date argument is not a valid YYYYMMDD (or the range runs
*>        backwards), or the calendar or the report could not be
*>        opened
*>
*> Modification history
*>    2026-10-15  DL  first version.
IDENTIFICATION DIVISION.
PROGRAM-ID.      COLOR-SHEET.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CALENDAR-FILE ASSIGN DYNAMIC WS-CALENDAR-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CALENDAR-STATUS.
   SELECT SCHEDULE-FILE ASSIGN DYNAMIC WS-SCHEDULE-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-SCHEDULE-STATUS.
   SELECT FIXTURE-CFG ASSIGN TO "/opt/rpi/effects/fixture.cfg"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CFG-STATUS.
   SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  CALENDAR-FILE.
  01  CAL-RECS.
      COPY "calrec.cpy".

FD  SCHEDULE-FILE.
  01  SCHEDULE-LINE               PIC X(101).

FD  FIXTURE-CFG.
  01  FIXTURE-CFG-REC             PIC X(20).

FD  REPORT-FILE.
  01  REPORT-LINE                PIC X(100).

WORKING-STORAGE SECTION.

  01  STORAGE.
       05  WS-CALENDAR-PATH        PIC X(40)
              VALUE "/opt/rpi/effects/calendar.txt".
       05  WS-REPORT-PATH          PIC X(40)
              VALUE "/opt/rpi/effects/run_sheet.rpt".
       05  WS-SCHEDULE-PATH        PIC X(40) VALUE SPACES.
       05  WS-ARG-NUM               PIC 9(02) COMP.
       05  WS-ARG-VALUE             PIC X(40).
       05  WS-FROM-DATE             PIC X(08).
       05  WS-TO-DATE               PIC X(08).
       05  WS-FROM-INT              PIC 9(08) COMP.
       05  WS-TO-INT                PIC 9(08) COMP.
       05  WS-NIGHT-INT             PIC 9(08) COMP.
       05  WS-NIGHT-DATE            PIC 9(08).
       05  WS-NIGHT-DATE-X REDEFINES WS-NIGHT-DATE
                                    PIC X(08).
       05  WS-NIGHT-MMDD            PIC X(04).
       05  WS-NIGHT-COUNT           PIC 9(05) VALUE 0.
       05  WS-DARK-COUNT            PIC 9(05) VALUE 0.
       05  WS-LOAD-FAIL-COUNT       PIC 9(05) VALUE 0.
       05  WS-UNRESOLVED-COUNT      PIC 9(05) VALUE 0.
       05  WS-CUT-COUNT             PIC 9(05) VALUE 0.
       05  WS-RETURN-CODE           PIC 9(02) VALUE 0.
       05  WS-PIXEL-COUNT           PIC 9(04) COMP.
       05  WS-BRIGHTNESS-PCT        PIC 9(03) VALUE 100.
*> The dwell COLOR-CAL launches every THEME row with.
       05  WS-THEME-DWELL           PIC 9(05) VALUE 10.
       05  WS-THEME-NAME            PIC X(25).
       05  WS-THEME-FOUND           PIC X(01).
       05  WS-THEME-SUB             PIC 9(03) COMP.

*> The row that won, held here so the fallback found mid-file can't
*> be clobbered by rows read after it -- COLOR-CAL's own layout.
  01  CHOSEN-ROW.
       05  WS-CHOSEN-MODE           PIC X(05) VALUE SPACES.
       05  WS-CHOSEN-TARGET         PIC X(40) VALUE SPACES.
       05  WS-CHOSEN-BRIGHT         PIC X(03) VALUE SPACES.
       05  WS-CHOSEN-START          PIC X(04) VALUE SPACES.
       05  WS-CHOSEN-STOP           PIC X(04) VALUE SPACES.

  01  FALLBACK-ROW.
       05  WS-FALLBACK-MODE         PIC X(05) VALUE SPACES.
       05  WS-FALLBACK-TARGET       PIC X(40) VALUE SPACES.
       05  WS-FALLBACK-BRIGHT       PIC X(03) VALUE SPACES.
       05  WS-FALLBACK-START        PIC X(04) VALUE SPACES.
       05  WS-FALLBACK-STOP         PIC X(04) VALUE SPACES.

*> The night's window as COLOR-SEQ will see it, in seconds from the
*> night's midnight; a window that wraps midnight has its close
*> carried into the next day so the clock only ever runs forward.
  01  WINDOW-WORK.
       05  WS-BOUND-IN              PIC X(04).
       05  WS-BOUND-OUT             PIC X(04).
       05  WS-BOUND-FOUND           PIC X(01).
       05  WS-RUN-START             PIC X(04).
       05  WS-RUN-STOP              PIC X(04).
       05  WS-HHMM-WORK.
          10  WS-HHMM-HH            PIC 9(02).
          10  WS-HHMM-MM            PIC 9(02).
       05  WS-WIN-FROM-SECS         PIC 9(06).
       05  WS-WIN-TO-SECS           PIC 9(06).

*> The night's steps, the schedule's rows as read (or a theme's
*> colors made into rows), each with how long it keeps its track's
*> clock busy.
  01  STEP-TABLE-MAIN.
       05  STEP-TABLE-COUNT         PIC 9(04) COMP VALUE 0.
       05  STEP-TABLE OCCURS 1 TO 1000 TIMES
               DEPENDING ON STEP-TABLE-COUNT
               INDEXED BY STEP-IDX.
          10  STP-ROW               PIC X(101).
          10  STP-DUR-SECS          PIC 9(05).

*> One entry per track, laid out as COLOR-SEQ tables them: the rows
*> it owns, its hold total (all zero means it plays once) and the
*> length of one pass.
  01  TRACK-TABLE-MAIN.
       05  TRACK-TABLE-COUNT        PIC 9(03) COMP VALUE 0.
       05  TRACK-TABLE OCCURS 1 TO 50 TIMES
               DEPENDING ON TRACK-TABLE-COUNT.
          10  TRK-FIXTURE           PIC X(25).
          10  TRK-FIRST-ROW         PIC 9(05).
          10  TRK-LAST-ROW          PIC 9(05).
          10  TRK-PLAY-ROWS         PIC 9(05).
          10  TRK-HOLD-TOTAL        PIC 9(07).
          10  TRK-PASS-SECS         PIC 9(08).

  01  PASS-WORK.
       05  WS-TRK                   PIC 9(03) COMP.
       05  WS-ROW                   PIC 9(05).
       05  WS-CLOCK                 PIC 9(06).
       05  WS-STEP-END              PIC 9(06).
       05  WS-FULL-PASSES           PIC 9(06).
       05  WS-LAST-END              PIC 9(08).
       05  WS-PASS-START            PIC 9(08).
       05  WS-HOLD-SECS             PIC 9(05).
       05  WS-XFADE-SECS            PIC 9(03).
       05  WS-DRAW-MA               PIC 9(08) VALUE 0.
       05  WS-STEP-FIXTURE          PIC X(25) VALUE SPACES.

  01  RESOLVED-ROW.
       05  WS-ROW-COLOR             PIC X(25).
       05  WS-ROW-COLOR-2           PIC X(25).
       05  WS-ROW-START-PIXEL       PIC X(04).
       05  WS-ROW-END-PIXEL         PIC X(04).
       05  WS-ROW-BRIGHT-PCT        PIC X(03).
       05  WS-ROW-XFADE-SECS        PIC X(03).
       05  WS-ROW-EFFECT-OVR        PIC X(05).

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

  01  FIXTURE-INFO.
       05  WS-FIX-CHANNEL           PIC X(01) VALUE '0'.
       05  WS-FIX-PIXELS            PIC 9(04) VALUE 0.
       05  WS-FIX-MODE              PIC X(04) VALUE "RGBW".
       05  WS-FIX-LIMIT-MA          PIC X(05) VALUE SPACES.
       05  WS-FIX-FOUND             PIC X(01) VALUE SPACES.

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

*> What the track last painted, for the crossfade lead-in's prior
*> endpoint -- each track starts out dark the way a show does.  The
*> saved copy lets the repeat pass's first step be costed off the
*> end of a pass without disturbing the pass that is printed next.
  01  PRIOR-STEP.
       05  WS-PRIOR-RED             PIC X(03) VALUE "000".
       05  WS-PRIOR-GREEN           PIC X(03) VALUE "000".
       05  WS-PRIOR-BLUE            PIC X(03) VALUE "000".
       05  WS-PRIOR-WHITE           PIC X(03) VALUE "000".
       05  WS-PRIOR-BRIGHT-PCT      PIC 9(03) VALUE 100.
  01  SAVED-PRIOR-STEP              PIC X(15).

  01  SCH-RECS.
      COPY "schedrec.cpy".

  COPY "framereq.cpy".

  COPY "themetbl.cpy".

*> Print work: clock times come out HH:MM:SS on a 24-hour dial, a
*> wrapped window's after-midnight times reading as the small hours.
  01  PRINT-WORK.
       05  WS-FMT-SECS              PIC 9(08).
       05  WS-FMT-DAYS              PIC 9(04).
       05  WS-FMT-REST              PIC 9(05).
       05  WS-FMT-OUT.
          10  WS-FMT-HH             PIC 9(02).
          10  FILLER                PIC X(01) VALUE ":".
          10  WS-FMT-MM             PIC 9(02).
          10  FILLER                PIC X(01) VALUE ":".
          10  WS-FMT-SS             PIC 9(02).
       05  WS-CLOCK-A               PIC X(08).
       05  WS-CLOCK-B               PIC X(08).
       05  WS-SPAN-OUT              PIC X(09).
       05  WS-FIXTURE-OUT           PIC X(25).
       05  WS-BRIGHT-OUT            PIC ZZ9.
       05  WS-HOLD-OUT              PIC ZZZZ9.
       05  WS-XFADE-OUT             PIC ZZ9.
       05  WS-DRAW-OUT              PIC X(08).
       05  WS-DRAW-EDIT             PIC ZZZZZZZ9.
       05  WS-COUNT-OUT             PIC ZZZZ9.
       05  WS-PASSES-OUT            PIC ZZZZZ9.
       05  WS-SECS-OUT              PIC ZZZZZZZ9.
       05  WS-TRACK-OUT             PIC Z9.
       05  WS-LINE-PTR              PIC 9(03) COMP.

  01  FLAGS.
       05  CALENDAR-EOF             PIC X(01) VALUE 'N'.
         88  CALENDAR-EOF-YES       VALUE 'Y'.
         88  CALENDAR-EOF-NO        VALUE 'N'.
       05  ROW-CHOSEN               PIC X(01) VALUE 'N'.
         88  ROW-CHOSEN-YES         VALUE 'Y'.
       05  FALLBACK-SEEN            PIC X(01) VALUE 'N'.
         88  FALLBACK-SEEN-YES      VALUE 'Y'.
       05  ROW-MATCHES              PIC X(01) VALUE 'N'.
         88  ROW-MATCHES-YES        VALUE 'Y'.
       05  SCHEDULE-EOF             PIC X(01) VALUE 'N'.
         88  SCHEDULE-EOF-YES       VALUE 'Y'.
         88  SCHEDULE-EOF-NO        VALUE 'N'.
       05  STEP-OVERFLOW            PIC X(01) VALUE 'N'.
         88  STEP-OVERFLOW-YES      VALUE 'Y'.
       05  STEPS-LOADED             PIC X(01) VALUE 'N'.
         88  STEPS-LOADED-YES       VALUE 'Y'.
       05  CFG-EOF                  PIC X(01) VALUE 'N'.
         88  CFG-EOF-YES            VALUE 'Y'.
         88  CFG-EOF-NO             VALUE 'N'.
       05  PASS-STOPPED             PIC X(01) VALUE 'N'.
         88  PASS-STOPPED-YES       VALUE 'Y'.
       05  STEP-COSTED              PIC X(01) VALUE 'N'.
         88  STEP-COSTED-YES        VALUE 'Y'.
       05  TABLE-FAIL-SAID          PIC X(01) VALUE 'N'.
         88  TABLE-FAIL-SAID-YES    VALUE 'Y'.

  01  WS-FILE-STATUSES.
       05  WS-CALENDAR-STATUS       PIC X(02).
         88  CALENDAR-OK             VALUE '00'.
       05  WS-SCHEDULE-STATUS       PIC X(02).
         88  SCHEDULE-OK             VALUE '00'.
       05  WS-CFG-STATUS            PIC X(02).
         88  CFG-NOT-FOUND           VALUE '35'.
       05  WS-REPORT-STATUS         PIC X(02).
         88  REPORT-OK                VALUE '00'.

PROCEDURE DIVISION.

0010-MAIN.
   PERFORM 1000-GET-ARGUMENTS THRU 1000-EXIT.
   IF WS-RETURN-CODE = 0
      PERFORM 1100-READ-FIXTURE-CFG THRU 1100-EXIT
      PERFORM 1500-WRITE-SHEETS THRU 1500-EXIT
   END-IF
   MOVE WS-RETURN-CODE TO RETURN-CODE.
   GOBACK.
0010-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Arguments.  Either date may be left off (today, then the FROM
*> date); one given must be a real calendar date, since a sheet for
*> the wrong night is worse than none.
*> ----------------------------------------------------------------
1000-GET-ARGUMENTS.
   MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FROM-DATE
   MOVE 1 TO WS-ARG-NUM
   DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
   MOVE SPACES TO WS-ARG-VALUE
   ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
      ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
   END-ACCEPT
   IF WS-ARG-VALUE NOT = SPACES
      MOVE WS-ARG-VALUE (1:8) TO WS-FROM-DATE
   END-IF
   MOVE WS-FROM-DATE TO WS-TO-DATE

   MOVE 2 TO WS-ARG-NUM
   DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
   MOVE SPACES TO WS-ARG-VALUE
   ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
      ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
   END-ACCEPT
   IF WS-ARG-VALUE NOT = SPACES
      MOVE WS-ARG-VALUE (1:8) TO WS-TO-DATE
   END-IF

   MOVE 3 TO WS-ARG-NUM
   DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
   MOVE SPACES TO WS-ARG-VALUE
   ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
      ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
   END-ACCEPT
   IF WS-ARG-VALUE NOT = SPACES
      MOVE WS-ARG-VALUE TO WS-REPORT-PATH
   END-IF

   MOVE 4 TO WS-ARG-NUM
   DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
   MOVE SPACES TO WS-ARG-VALUE
   ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
      ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
   END-ACCEPT
   IF WS-ARG-VALUE NOT = SPACES
      MOVE WS-ARG-VALUE TO WS-CALENDAR-PATH
   END-IF

   IF WS-FROM-DATE NOT NUMERIC
      OR FUNCTION TEST-DATE-YYYYMMDD (FUNCTION NUMVAL (WS-FROM-DATE))
         NOT = 0
      DISPLAY "COLOR-SHEET: from date " WS-FROM-DATE
         " is not a valid YYYYMMDD" UPON SYSERR
      MOVE 2 TO WS-RETURN-CODE
   END-IF
   IF WS-RETURN-CODE = 0 AND (WS-TO-DATE NOT NUMERIC
      OR FUNCTION TEST-DATE-YYYYMMDD (FUNCTION NUMVAL (WS-TO-DATE))
         NOT = 0)
      DISPLAY "COLOR-SHEET: to date " WS-TO-DATE
         " is not a valid YYYYMMDD" UPON SYSERR
      MOVE 2 TO WS-RETURN-CODE
   END-IF
   IF WS-RETURN-CODE = 0
      COMPUTE WS-FROM-INT =
         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-FROM-DATE))
      COMPUTE WS-TO-INT =
         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-TO-DATE))
      IF WS-TO-INT < WS-FROM-INT
         DISPLAY "COLOR-SHEET: to date " WS-TO-DATE
            " is before from date " WS-FROM-DATE UPON SYSERR
         MOVE 2 TO WS-RETURN-CODE
      END-IF
   END-IF.
1000-EXIT.
    EXIT.

*> The run's default strip length, read the way COLOR-SEQ reads it,
*> for steps on the default channel or on a fixture with no count.
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
*> One sheet per night of the range, one report for the lot, and a
*> closing line that says what needs attention before the first of
*> them goes up.
*> ----------------------------------------------------------------
1500-WRITE-SHEETS.
   OPEN OUTPUT REPORT-FILE
   IF NOT REPORT-OK
      DISPLAY "COLOR-SHEET: " WS-REPORT-PATH
         " could not be opened, status " WS-REPORT-STATUS
         UPON SYSERR
      MOVE 2 TO WS-RETURN-CODE
   ELSE
      MOVE SPACES TO REPORT-LINE
      STRING "COLOR-SHEET: run sheets " WS-FROM-DATE " to "
             WS-TO-DATE " from " WS-CALENDAR-PATH
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
      WRITE REPORT-LINE
      MOVE SPACES TO REPORT-LINE
      MOVE "Clock times assume each show starts as its window opens."
         TO REPORT-LINE
      WRITE REPORT-LINE
      PERFORM 2000-SHEET-ONE-NIGHT THRU 2000-EXIT
         VARYING WS-NIGHT-INT FROM WS-FROM-INT BY 1
            UNTIL WS-NIGHT-INT > WS-TO-INT OR WS-RETURN-CODE = 2
      PERFORM 8000-SUMMARY THRU 8000-EXIT
      CLOSE REPORT-FILE
   END-IF.
1500-EXIT.
    EXIT.

2000-SHEET-ONE-NIGHT.
   COMPUTE WS-NIGHT-DATE = FUNCTION DATE-OF-INTEGER (WS-NIGHT-INT)
   MOVE WS-NIGHT-DATE-X (5:4) TO WS-NIGHT-MMDD
   ADD 1 TO WS-NIGHT-COUNT
   MOVE 'N' TO ROW-CHOSEN FALLBACK-SEEN
   MOVE SPACES TO CHOSEN-ROW FALLBACK-ROW
   PERFORM 2100-PICK-ROW THRU 2100-EXIT
   IF WS-RETURN-CODE NOT = 2
      MOVE SPACES TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE SPACES TO REPORT-LINE
      STRING "NIGHT OF " WS-NIGHT-DATE-X
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
      IF ROW-CHOSEN-YES
         WRITE REPORT-LINE
         PERFORM 3000-SHEET-ONE-SHOW THRU 3000-EXIT
      ELSE
         IF FALLBACK-SEEN-YES
            MOVE "(fallback row)" TO REPORT-LINE (19:14)
            WRITE REPORT-LINE
            MOVE FALLBACK-ROW TO CHOSEN-ROW
            PERFORM 3000-SHEET-ONE-SHOW THRU 3000-EXIT
         ELSE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "  DARK: no calendar row covers this night and "
                   "there is no fallback row"
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            ADD 1 TO WS-DARK-COUNT
         END-IF
      END-IF
   END-IF.
2000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> COLOR-CAL's row pick, for the night being sheeted instead of
*> today: the first dated row covering it wins and ends the scan,
*> the fallback row is remembered wherever it appears.
*> ----------------------------------------------------------------
2100-PICK-ROW.
   MOVE 'N' TO CALENDAR-EOF
   OPEN INPUT CALENDAR-FILE
   IF NOT CALENDAR-OK
      DISPLAY "COLOR-SHEET: " WS-CALENDAR-PATH
         " could not be opened, status " WS-CALENDAR-STATUS
         UPON SYSERR
      MOVE 2 TO WS-RETURN-CODE
   ELSE
      PERFORM 2110-READ-ONE-ROW THRU 2110-EXIT
         UNTIL CALENDAR-EOF-YES OR ROW-CHOSEN-YES
      CLOSE CALENDAR-FILE
   END-IF.
2100-EXIT.
    EXIT.

2110-READ-ONE-ROW.
   READ CALENDAR-FILE AT END MOVE 'Y' TO CALENDAR-EOF.
   IF CALENDAR-EOF-NO
      IF CALFILE-START-DATE = SPACES AND CALFILE-END-DATE = SPACES
         IF NOT FALLBACK-SEEN-YES
            MOVE 'Y' TO FALLBACK-SEEN
            MOVE CALFILE-MODE       TO WS-FALLBACK-MODE
            MOVE CALFILE-TARGET     TO WS-FALLBACK-TARGET
            MOVE CALFILE-BRIGHT-PCT TO WS-FALLBACK-BRIGHT
            MOVE CALFILE-START-HHMM TO WS-FALLBACK-START
            MOVE CALFILE-STOP-HHMM  TO WS-FALLBACK-STOP
         END-IF
      ELSE
         PERFORM 2200-MATCH-DATES THRU 2200-EXIT
         IF ROW-MATCHES-YES
            MOVE 'Y' TO ROW-CHOSEN
            MOVE CALFILE-MODE       TO WS-CHOSEN-MODE
            MOVE CALFILE-TARGET     TO WS-CHOSEN-TARGET
            MOVE CALFILE-BRIGHT-PCT TO WS-CHOSEN-BRIGHT
            MOVE CALFILE-START-HHMM TO WS-CHOSEN-START
            MOVE CALFILE-STOP-HHMM  TO WS-CHOSEN-STOP
         END-IF
      END-IF
   END-IF.
2110-EXIT.
    EXIT.

*> COLOR-CAL's date match: both years 0000 recurs annually on the
*> MMDD range, wrapping year end when the end falls before the
*> start; a malformed date never matches.
2200-MATCH-DATES.
   MOVE 'N' TO ROW-MATCHES
   IF CALFILE-START-DATE NUMERIC AND CALFILE-END-DATE NUMERIC
      IF CALFILE-START-DATE (1:4) = "0000"
         AND CALFILE-END-DATE (1:4) = "0000"
         IF CALFILE-START-DATE (5:4) <= CALFILE-END-DATE (5:4)
            IF WS-NIGHT-MMDD >= CALFILE-START-DATE (5:4)
               AND WS-NIGHT-MMDD <= CALFILE-END-DATE (5:4)
               MOVE 'Y' TO ROW-MATCHES
            END-IF
         ELSE
            IF WS-NIGHT-MMDD >= CALFILE-START-DATE (5:4)
               OR WS-NIGHT-MMDD <= CALFILE-END-DATE (5:4)
               MOVE 'Y' TO ROW-MATCHES
            END-IF
         END-IF
      ELSE
         IF WS-NIGHT-DATE-X >= CALFILE-START-DATE
            AND WS-NIGHT-DATE-X <= CALFILE-END-DATE
            MOVE 'Y' TO ROW-MATCHES
         END-IF
      END-IF
   END-IF.
2200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The chosen row, worked the way COLOR-CAL launches it: brightness
*> and window first, then the schedule or theme expanded into its
*> tracks and each track printed against the window.
*> ----------------------------------------------------------------
3000-SHEET-ONE-SHOW.
   IF WS-CHOSEN-BRIGHT NUMERIC
      MOVE WS-CHOSEN-BRIGHT TO WS-BRIGHTNESS-PCT
   ELSE
      MOVE 100 TO WS-BRIGHTNESS-PCT
   END-IF
   IF WS-BRIGHTNESS-PCT > 100
      MOVE 100 TO WS-BRIGHTNESS-PCT
   END-IF
   PERFORM 3100-RESOLVE-WINDOW THRU 3100-EXIT

   MOVE SPACES TO REPORT-LINE
   STRING "  " WS-CHOSEN-MODE " " WS-CHOSEN-TARGET
      DELIMITED BY SIZE INTO REPORT-LINE
   END-STRING
   WRITE REPORT-LINE
   MOVE WS-WIN-FROM-SECS TO WS-FMT-SECS
   PERFORM 7000-FORMAT-CLOCK THRU 7000-EXIT
   MOVE WS-FMT-OUT TO WS-CLOCK-A
   MOVE WS-WIN-TO-SECS TO WS-FMT-SECS
   PERFORM 7000-FORMAT-CLOCK THRU 7000-EXIT
   MOVE WS-FMT-OUT TO WS-CLOCK-B
   MOVE WS-BRIGHTNESS-PCT TO WS-BRIGHT-OUT
   MOVE SPACES TO REPORT-LINE
   STRING "  BRIGHTNESS " WS-BRIGHT-OUT "   WINDOW " WS-CLOCK-A
          " TO " WS-CLOCK-B "   (calendar " WS-CHOSEN-START
          " to " WS-CHOSEN-STOP ")"
      DELIMITED BY SIZE INTO REPORT-LINE
   END-STRING
   WRITE REPORT-LINE

   IF WS-WIN-FROM-SECS = WS-WIN-TO-SECS
      MOVE SPACES TO REPORT-LINE
      STRING "  the window opens and closes at the same time -- "
             "nothing plays"
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
      WRITE REPORT-LINE
   ELSE
      IF WS-WIN-TO-SECS < WS-WIN-FROM-SECS
         ADD 86400 TO WS-WIN-TO-SECS
      END-IF
      MOVE 'N' TO STEPS-LOADED
      IF WS-CHOSEN-MODE = "THEME"
         PERFORM 3300-LOAD-THEME THRU 3300-EXIT
      ELSE
         PERFORM 3200-LOAD-SCHEDULE THRU 3200-EXIT
      END-IF
      IF STEPS-LOADED-YES
         PERFORM 4000-SHEET-ONE-TRACK THRU 4000-EXIT
            VARYING WS-TRK FROM 1 BY 1
               UNTIL WS-TRK > TRACK-TABLE-COUNT
      END-IF
   END-IF.
3000-EXIT.
    EXIT.

*> Both bounds to the night's HHMM and then to seconds past that
*> midnight.  Blank, or a bound SUN-WINDOW can't resolve, is the
*> open bound COLOR-CAL would pass: 0000 for the start, 2400 for
*> the stop.
3100-RESOLVE-WINDOW.
   MOVE WS-CHOSEN-START TO WS-BOUND-IN
   PERFORM 3110-RESOLVE-BOUND THRU 3110-EXIT
   IF WS-BOUND-OUT NUMERIC
      MOVE WS-BOUND-OUT TO WS-RUN-START
   ELSE
      MOVE "0000" TO WS-RUN-START
   END-IF
   MOVE WS-CHOSEN-STOP TO WS-BOUND-IN
   PERFORM 3110-RESOLVE-BOUND THRU 3110-EXIT
   IF WS-BOUND-OUT NUMERIC
      MOVE WS-BOUND-OUT TO WS-RUN-STOP
   ELSE
      MOVE "2400" TO WS-RUN-STOP
   END-IF
   MOVE WS-RUN-START TO WS-HHMM-WORK
   COMPUTE WS-WIN-FROM-SECS = WS-HHMM-HH * 3600 + WS-HHMM-MM * 60
   MOVE WS-RUN-STOP TO WS-HHMM-WORK
   COMPUTE WS-WIN-TO-SECS = WS-HHMM-HH * 3600 + WS-HHMM-MM * 60.
3100-EXIT.
    EXIT.

3110-RESOLVE-BOUND.
   CALL "SUN-WINDOW" USING WS-BOUND-IN WS-NIGHT-DATE-X WS-BOUND-OUT
        WS-BOUND-FOUND
   EVALUATE WS-BOUND-FOUND
      WHEN 'Y'
         CONTINUE
      WHEN 'S'
         MOVE SPACES TO REPORT-LINE
         STRING "  window bound " WS-BOUND-IN
                " needs the site's latitude and longitude in "
                "site.cfg, sheeted open"
            DELIMITED BY SIZE INTO REPORT-LINE
         END-STRING
         WRITE REPORT-LINE
         MOVE SPACES TO WS-BOUND-OUT
      WHEN OTHER
         MOVE SPACES TO REPORT-LINE
         STRING "  window bound " WS-BOUND-IN
                " is not HHMM or a sunset/sunrise offset, "
                "sheeted open"
            DELIMITED BY SIZE INTO REPORT-LINE
         END-STRING
         WRITE REPORT-LINE
         MOVE SPACES TO WS-BOUND-OUT
   END-EVALUATE.
3110-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The schedule read whole and split into tracks exactly as
*> COLOR-SEQ's 3020/3030 table it, each step's cue reference
*> resolved so its crossfade counts toward its length.
*> ----------------------------------------------------------------
3200-LOAD-SCHEDULE.
   MOVE WS-CHOSEN-TARGET TO WS-SCHEDULE-PATH
   MOVE 0 TO STEP-TABLE-COUNT TRACK-TABLE-COUNT
   MOVE 'N' TO SCHEDULE-EOF STEP-OVERFLOW
   OPEN INPUT SCHEDULE-FILE
   IF NOT SCHEDULE-OK
      MOVE SPACES TO REPORT-LINE
      STRING "  schedule could not be opened, status "
             WS-SCHEDULE-STATUS " -- no sheet for this night"
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
      WRITE REPORT-LINE
      ADD 1 TO WS-LOAD-FAIL-COUNT
   ELSE
      PERFORM 3210-READ-ONE-ROW THRU 3210-EXIT
         UNTIL SCHEDULE-EOF-YES OR STEP-OVERFLOW-YES
      CLOSE SCHEDULE-FILE
      IF STEP-OVERFLOW-YES
         MOVE SPACES TO REPORT-LINE
         STRING "  schedule has more than 1000 rows or 50 tracks -- "
                "no sheet for this night"
            DELIMITED BY SIZE INTO REPORT-LINE
         END-STRING
         WRITE REPORT-LINE
         ADD 1 TO WS-LOAD-FAIL-COUNT
      ELSE
         IF TRACK-TABLE-COUNT = 0
            MOVE SPACES TO REPORT-LINE
            MOVE "  schedule has no steps -- nothing plays"
               TO REPORT-LINE
            WRITE REPORT-LINE
         ELSE
            MOVE 'Y' TO STEPS-LOADED
         END-IF
      END-IF
   END-IF.
3200-EXIT.
    EXIT.

3210-READ-ONE-ROW.
   READ SCHEDULE-FILE AT END MOVE 'Y' TO SCHEDULE-EOF.
   IF SCHEDULE-EOF-NO
      IF STEP-TABLE-COUNT >= 1000
         MOVE 'Y' TO STEP-OVERFLOW
      ELSE
         ADD 1 TO STEP-TABLE-COUNT
         MOVE SCHEDULE-LINE TO STP-ROW (STEP-TABLE-COUNT) SCH-RECS
         MOVE 0 TO STP-DUR-SECS (STEP-TABLE-COUNT)
         IF SCHFILE-COLOR = "TRACK"
            PERFORM 3230-OPEN-TRACK THRU 3230-EXIT
            IF STEP-OVERFLOW-YES
               CONTINUE
            ELSE
               MOVE SCHFILE-FIXTURE TO TRK-FIXTURE (TRACK-TABLE-COUNT)
            END-IF
         ELSE
            IF TRACK-TABLE-COUNT = 0
               PERFORM 3230-OPEN-TRACK THRU 3230-EXIT
               MOVE STEP-TABLE-COUNT TO TRK-FIRST-ROW (1)
            END-IF
            MOVE STEP-TABLE-COUNT TO TRK-LAST-ROW (TRACK-TABLE-COUNT)
            ADD 1 TO TRK-PLAY-ROWS (TRACK-TABLE-COUNT)
            IF SCHFILE-HOLD-SECS NUMERIC
               ADD SCHFILE-HOLD-SECS
                  TO TRK-HOLD-TOTAL (TRACK-TABLE-COUNT)
            END-IF
            PERFORM 3220-STEP-LENGTH THRU 3220-EXIT
         END-IF
      END-IF
   END-IF.
3210-EXIT.
    EXIT.

*> How long a step keeps its track's clock: the hold counts from
*> the moment the crossfade lead-in starts, so a lead-in longer
*> than the hold is what sets the pace.
3220-STEP-LENGTH.
   PERFORM 5100-RESOLVE-ROW THRU 5100-EXIT
   MOVE 0 TO WS-HOLD-SECS WS-XFADE-SECS
   IF SCHFILE-HOLD-SECS NUMERIC
      MOVE SCHFILE-HOLD-SECS TO WS-HOLD-SECS
   END-IF
   IF WS-ROW-XFADE-SECS NUMERIC
      MOVE WS-ROW-XFADE-SECS TO WS-XFADE-SECS
   END-IF
   IF WS-XFADE-SECS > WS-HOLD-SECS
      MOVE WS-XFADE-SECS TO STP-DUR-SECS (STEP-TABLE-COUNT)
   ELSE
      MOVE WS-HOLD-SECS TO STP-DUR-SECS (STEP-TABLE-COUNT)
   END-IF
   ADD STP-DUR-SECS (STEP-TABLE-COUNT)
      TO TRK-PASS-SECS (TRACK-TABLE-COUNT).
3220-EXIT.
    EXIT.

3230-OPEN-TRACK.
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
                TRK-PASS-SECS (TRACK-TABLE-COUNT)
   END-IF.
3230-EXIT.
    EXIT.

*> A theme is one blank-fixture track of its colors in file order,
*> each held the dwell COLOR-CAL launches themes with, whole strip,
*> no crossfade -- written out as schedule rows so the one printing
*> path serves both modes.
3300-LOAD-THEME.
   MOVE WS-CHOSEN-TARGET TO WS-THEME-NAME
   MOVE 0 TO STEP-TABLE-COUNT TRACK-TABLE-COUNT
   CALL "THEME-LOAD" USING WS-THEME-NAME THEME-TABLE-MAIN
        WS-THEME-FOUND
   IF WS-THEME-FOUND NOT = 'Y'
      MOVE SPACES TO REPORT-LINE
      MOVE "  theme file missing or empty -- no sheet for this night"
         TO REPORT-LINE
      WRITE REPORT-LINE
      ADD 1 TO WS-LOAD-FAIL-COUNT
   ELSE
      PERFORM 3230-OPEN-TRACK THRU 3230-EXIT
      PERFORM 3310-TABLE-THEME-COLOR THRU 3310-EXIT
         VARYING WS-THEME-SUB FROM 1 BY 1
            UNTIL WS-THEME-SUB > THEME-COLOR-COUNT
      MOVE 'Y' TO STEPS-LOADED
   END-IF.
3300-EXIT.
    EXIT.

3310-TABLE-THEME-COLOR.
   MOVE SPACES TO SCH-RECS
   MOVE THEME-COLOR-NAME (WS-THEME-SUB) TO SCHFILE-COLOR
   MOVE WS-THEME-DWELL TO SCHFILE-HOLD-SECS
   ADD 1 TO STEP-TABLE-COUNT
   MOVE SCH-RECS TO STP-ROW (STEP-TABLE-COUNT)
   MOVE WS-THEME-DWELL TO STP-DUR-SECS (STEP-TABLE-COUNT)
   MOVE STEP-TABLE-COUNT TO TRK-LAST-ROW (1)
   ADD 1 TO TRK-PLAY-ROWS (1)
   ADD WS-THEME-DWELL TO TRK-HOLD-TOTAL (1) TRK-PASS-SECS (1).
3310-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> One track against the window.  A repeating track's whole passes
*> are identical, so the first is printed step by step and the rest
*> summarized down to when the last full one ends; the pass the
*> window closes on is printed again up to the step it cuts.  A
*> track that plays once is printed once.
*> ----------------------------------------------------------------
4000-SHEET-ONE-TRACK.
   MOVE SPACES TO REPORT-LINE
   WRITE REPORT-LINE
   MOVE WS-TRK TO WS-TRACK-OUT
   MOVE TRK-PASS-SECS (WS-TRK) TO WS-SECS-OUT
   MOVE SPACES TO REPORT-LINE
   IF TRK-FIXTURE (WS-TRK) = SPACES
      STRING "  TRACK " WS-TRACK-OUT "  (each step's own fixture)"
             "   one pass" WS-SECS-OUT " s"
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
   ELSE
      STRING "  TRACK " WS-TRACK-OUT "  " TRK-FIXTURE (WS-TRK)
             "   one pass" WS-SECS-OUT " s"
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
   END-IF
   WRITE REPORT-LINE
   IF TRK-PLAY-ROWS (WS-TRK) = 0
      MOVE SPACES TO REPORT-LINE
      MOVE "    no steps under this track header -- it stays dark"
         TO REPORT-LINE
      WRITE REPORT-LINE
   ELSE
      MOVE SPACES TO REPORT-LINE
      MOVE "START"   TO REPORT-LINE (5:5)
      MOVE "FIXTURE" TO REPORT-LINE (15:7)
      MOVE "SPAN"    TO REPORT-LINE (42:4)
      MOVE "BRT"     TO REPORT-LINE (53:3)
      MOVE "HOLD"    TO REPORT-LINE (57:4)
      MOVE "XF"      TO REPORT-LINE (63:2)
      MOVE "DRAW mA" TO REPORT-LINE (71:7)
      WRITE REPORT-LINE
      MOVE "000" TO WS-PRIOR-RED WS-PRIOR-GREEN WS-PRIOR-BLUE
                    WS-PRIOR-WHITE
      MOVE 100 TO WS-PRIOR-BRIGHT-PCT
      MOVE WS-WIN-FROM-SECS TO WS-CLOCK
      IF TRK-HOLD-TOTAL (WS-TRK) > 0
         PERFORM 4100-REPEATING-TRACK THRU 4100-EXIT
      ELSE
         PERFORM 4200-ONE-SHOT-TRACK THRU 4200-EXIT
      END-IF
   END-IF.
4000-EXIT.
    EXIT.

4100-REPEATING-TRACK.
   COMPUTE WS-FULL-PASSES =
      (WS-WIN-TO-SECS - WS-WIN-FROM-SECS) / TRK-PASS-SECS (WS-TRK)
   COMPUTE WS-LAST-END =
      WS-WIN-FROM-SECS + WS-FULL-PASSES * TRK-PASS-SECS (WS-TRK)
   IF WS-FULL-PASSES > 0
      PERFORM 4300-PRINT-PASS THRU 4300-EXIT
      IF WS-FULL-PASSES > 1
         PERFORM 4110-SUMMARIZE-REPEATS THRU 4110-EXIT
      END-IF
      MOVE WS-LAST-END TO WS-FMT-SECS
      PERFORM 7000-FORMAT-CLOCK THRU 7000-EXIT
      MOVE WS-FULL-PASSES TO WS-PASSES-OUT
      MOVE SPACES TO REPORT-LINE
      STRING "    LAST FULL PASS ENDS " WS-FMT-OUT "   ("
             WS-PASSES-OUT " full passes)"
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
      WRITE REPORT-LINE
      MOVE WS-LAST-END TO WS-CLOCK
   ELSE
      MOVE SPACES TO REPORT-LINE
      MOVE "    NO FULL PASS fits the window" TO REPORT-LINE
      WRITE REPORT-LINE
   END-IF
   IF WS-CLOCK < WS-WIN-TO-SECS
      COMPUTE WS-PASSES-OUT = WS-FULL-PASSES + 1
      MOVE SPACES TO REPORT-LINE
      STRING "    PASS" WS-PASSES-OUT
             " -- the window closes during this pass"
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
      WRITE REPORT-LINE
      PERFORM 4300-PRINT-PASS THRU 4300-EXIT
   END-IF.
4100-EXIT.
    EXIT.

*> Passes 2 onward play pass 1 again, on a clock that only moves by
*> whole passes; the one thing that differs is the first step's
*> lead-in, now from the pass's last look instead of from dark, so
*> its draw is costed again off the end of pass 1 and the prior put
*> back for the next printed pass.
4110-SUMMARIZE-REPEATS.
   COMPUTE WS-PASS-START =
      WS-LAST-END - TRK-PASS-SECS (WS-TRK)
   MOVE WS-PASS-START TO WS-FMT-SECS
   PERFORM 7000-FORMAT-CLOCK THRU 7000-EXIT
   MOVE WS-FMT-OUT TO WS-CLOCK-A
   MOVE WS-FULL-PASSES TO WS-PASSES-OUT
   MOVE SPACES TO REPORT-LINE
   STRING "    PASSES 2 TO" WS-PASSES-OUT
          " repeat pass 1 back to back; the last starts "
          WS-CLOCK-A
      DELIMITED BY SIZE INTO REPORT-LINE
   END-STRING
   WRITE REPORT-LINE
   MOVE PRIOR-STEP TO SAVED-PRIOR-STEP
   MOVE TRK-FIRST-ROW (WS-TRK) TO WS-ROW
   MOVE STP-ROW (WS-ROW) TO SCH-RECS
   PERFORM 5000-COST-STEP THRU 5000-EXIT
   IF STEP-COSTED-YES
      MOVE WS-DRAW-MA TO WS-DRAW-EDIT
      MOVE SPACES TO REPORT-LINE
      STRING "    (from pass 2 the first step leads in from the "
             "last look and draws" WS-DRAW-EDIT " mA)"
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
      WRITE REPORT-LINE
   END-IF
   MOVE SAVED-PRIOR-STEP TO PRIOR-STEP.
4110-EXIT.
    EXIT.

*> All holds zero: COLOR-SEQ plays the track once and keeps its
*> last look up until the window closes rather than respinning it.
4200-ONE-SHOT-TRACK.
   MOVE SPACES TO REPORT-LINE
   STRING "    PLAYS ONCE -- every hold is zero, the look is kept "
          "until the window closes"
      DELIMITED BY SIZE INTO REPORT-LINE
   END-STRING
   WRITE REPORT-LINE
   PERFORM 4300-PRINT-PASS THRU 4300-EXIT
   IF NOT PASS-STOPPED-YES
      MOVE WS-CLOCK TO WS-FMT-SECS
      PERFORM 7000-FORMAT-CLOCK THRU 7000-EXIT
      MOVE SPACES TO REPORT-LINE
      STRING "    LAST FULL PASS ENDS " WS-FMT-OUT
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
      WRITE REPORT-LINE
   END-IF.
4200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> One pass of the track from WS-CLOCK.  A step that would start
*> at or after the close never plays; a step the close lands inside
*> is marked CUT with the time the show goes dark, and ends the
*> pass.
*> ----------------------------------------------------------------
4300-PRINT-PASS.
   MOVE 'N' TO PASS-STOPPED
   PERFORM 4310-PRINT-ONE-STEP THRU 4310-EXIT
      VARYING WS-ROW FROM TRK-FIRST-ROW (WS-TRK) BY 1
         UNTIL WS-ROW > TRK-LAST-ROW (WS-TRK) OR PASS-STOPPED-YES.
4300-EXIT.
    EXIT.

4310-PRINT-ONE-STEP.
   MOVE STP-ROW (WS-ROW) TO SCH-RECS
   IF WS-CLOCK >= WS-WIN-TO-SECS
      MOVE 'Y' TO PASS-STOPPED
      MOVE WS-CLOCK TO WS-FMT-SECS
      PERFORM 7000-FORMAT-CLOCK THRU 7000-EXIT
      MOVE SPACES TO REPORT-LINE
      STRING "    " WS-FMT-OUT
             "  window closed -- the rest of this pass does not play"
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
      WRITE REPORT-LINE
   ELSE
      PERFORM 5000-COST-STEP THRU 5000-EXIT
      PERFORM 6000-WRITE-STEP THRU 6000-EXIT
      COMPUTE WS-STEP-END = WS-CLOCK + STP-DUR-SECS (WS-ROW)
      IF WS-STEP-END > WS-WIN-TO-SECS
         MOVE 'Y' TO PASS-STOPPED
         ADD 1 TO WS-CUT-COUNT
         MOVE WS-WIN-TO-SECS TO WS-FMT-SECS
         PERFORM 7000-FORMAT-CLOCK THRU 7000-EXIT
         MOVE SPACES TO REPORT-LINE
         STRING "              ** CUT: the window closes at "
                WS-FMT-OUT " mid-hold and the show goes dark"
            DELIMITED BY SIZE INTO REPORT-LINE
         END-STRING
         WRITE REPORT-LINE
      ELSE
         MOVE WS-STEP-END TO WS-CLOCK
      END-IF
   END-IF.
4310-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> One step costed the way POWER-CHECK costs it: the same cue
*> resolution and FRAME-REQUEST as COLOR-SEQ builds, the fixture's
*> channel, length and mode (COLOR-SEQ's defaults when there is no
*> fixture), and POWER-BUDGET's brightest-frame draw.  A name that
*> won't resolve leaves the step uncosted and the prior untouched,
*> as a rejected step paints nothing at show time.
*> ----------------------------------------------------------------
5000-COST-STEP.
   MOVE 'N' TO STEP-COSTED
   PERFORM 5100-RESOLVE-ROW THRU 5100-EXIT
   CALL "COLOR-LOOKUP" USING WS-ROW-COLOR WS-RED-1 WS-GREEN-1
        WS-BLUE-1 WS-WHITE-1 WS-EFFECT-1 WS-FOUND-1
   IF WS-ROW-COLOR-2 NOT = SPACES
      MOVE 'Y' TO FRQ-GRADIENT-FLAG
      CALL "COLOR-LOOKUP" USING WS-ROW-COLOR-2 WS-RED-2
           WS-GREEN-2 WS-BLUE-2 WS-WHITE-2 WS-EFFECT-2
           WS-FOUND-2
   ELSE
      MOVE 'N' TO FRQ-GRADIENT-FLAG
      MOVE WS-RED-1   TO WS-RED-2
      MOVE WS-GREEN-1 TO WS-GREEN-2
      MOVE WS-BLUE-1  TO WS-BLUE-2
      MOVE WS-WHITE-1 TO WS-WHITE-2
      MOVE WS-FOUND-1 TO WS-FOUND-2
   END-IF
   PERFORM 5200-SET-FIXTURE THRU 5200-EXIT
   PERFORM 5300-BUILD-REQUEST THRU 5300-EXIT
   IF WS-FOUND-1 = 'Y' AND WS-FOUND-2 = 'Y'
      CALL "POWER-BUDGET" USING FRAME-REQUEST WS-DRAW-MA
      MOVE 'Y' TO STEP-COSTED
      MOVE WS-RED-1   TO WS-PRIOR-RED
      MOVE WS-GREEN-1 TO WS-PRIOR-GREEN
      MOVE WS-BLUE-1  TO WS-PRIOR-BLUE
      MOVE WS-WHITE-1 TO WS-PRIOR-WHITE
      MOVE FRQ-BRIGHT-PCT TO WS-PRIOR-BRIGHT-PCT
   ELSE
      IF (WS-FOUND-1 = 'E' OR WS-FOUND-2 = 'E')
         AND NOT TABLE-FAIL-SAID-YES
         MOVE 'Y' TO TABLE-FAIL-SAID
         DISPLAY "COLOR-SHEET: color table failed to load, "
            "draws not estimated" UPON SYSERR
      END-IF
   END-IF.
5000-EXIT.
    EXIT.

*> The same cue resolution COLOR-SEQ's 3150 makes: the cue's look
*> columns replace the row's, the row keeps hold and fixture.
5100-RESOLVE-ROW.
   MOVE SCHFILE-COLOR       TO WS-ROW-COLOR
   MOVE SCHFILE-COLOR-2     TO WS-ROW-COLOR-2
   MOVE SCHFILE-START-PIXEL TO WS-ROW-START-PIXEL
   MOVE SCHFILE-END-PIXEL   TO WS-ROW-END-PIXEL
   MOVE SCHFILE-BRIGHT-PCT  TO WS-ROW-BRIGHT-PCT
   MOVE SCHFILE-XFADE-SECS  TO WS-ROW-XFADE-SECS
   MOVE SPACES              TO WS-ROW-EFFECT-OVR
   MOVE 'N'                 TO WS-CUE-FOUND
   IF SCHFILE-COLOR (1:4) = "CUE "
      AND SCHFILE-COLOR (5:21) NOT = SPACES
      MOVE SCHFILE-COLOR (5:21) TO WS-CUE-NAME
      CALL "CUE-LOOKUP" USING WS-CUE-NAME WS-CUE-COLOR
           WS-CUE-COLOR-2 WS-CUE-EFFECT WS-CUE-START WS-CUE-END
           WS-CUE-BRIGHT WS-CUE-XFADE WS-CUE-FOUND
      IF WS-CUE-FOUND = 'Y'
         MOVE WS-CUE-COLOR   TO WS-ROW-COLOR
         MOVE WS-CUE-COLOR-2 TO WS-ROW-COLOR-2
         MOVE WS-CUE-START   TO WS-ROW-START-PIXEL
         MOVE WS-CUE-END     TO WS-ROW-END-PIXEL
         MOVE WS-CUE-BRIGHT  TO WS-ROW-BRIGHT-PCT
         MOVE WS-CUE-XFADE   TO WS-ROW-XFADE-SECS
         MOVE WS-CUE-EFFECT  TO WS-ROW-EFFECT-OVR
      END-IF
   END-IF.
5100-EXIT.
    EXIT.

*> COLOR-SEQ's 3240: the row's fixture, else the track's, else the
*> default channel at the run's strip length; a name missing from
*> fixtures.cfg falls back to those defaults as it does at show time.
5200-SET-FIXTURE.
   MOVE '0'    TO FRQ-CHANNEL
   MOVE "RGBW" TO FRQ-RGBW-MODE
   MOVE WS-PIXEL-COUNT TO FRQ-PIXEL-COUNT
   IF SCHFILE-FIXTURE NOT = SPACES
      MOVE SCHFILE-FIXTURE TO WS-STEP-FIXTURE
   ELSE
      MOVE TRK-FIXTURE (WS-TRK) TO WS-STEP-FIXTURE
   END-IF
   IF WS-STEP-FIXTURE NOT = SPACES
      MOVE SPACES TO WS-FIX-LIMIT-MA
      CALL "FIXTURE-LOOKUP" USING WS-STEP-FIXTURE WS-FIX-CHANNEL
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
      END-IF
   END-IF.
5200-EXIT.
    EXIT.

5300-BUILD-REQUEST.
   MOVE WS-RED-1   TO FRQ-RED-1
   MOVE WS-GREEN-1 TO FRQ-GREEN-1
   MOVE WS-BLUE-1  TO FRQ-BLUE-1
   MOVE WS-WHITE-1 TO FRQ-WHITE-1
   MOVE WS-RED-2   TO FRQ-RED-2
   MOVE WS-GREEN-2 TO FRQ-GREEN-2
   MOVE WS-BLUE-2  TO FRQ-BLUE-2
   MOVE WS-WHITE-2 TO FRQ-WHITE-2
   MOVE WS-EFFECT-1 TO FRQ-EFFECT
   IF WS-ROW-EFFECT-OVR NOT = SPACES
      MOVE WS-ROW-EFFECT-OVR TO FRQ-EFFECT
   END-IF
   IF WS-ROW-BRIGHT-PCT NUMERIC
      MOVE WS-ROW-BRIGHT-PCT TO FRQ-BRIGHT-PCT
      IF FRQ-BRIGHT-PCT > 100
         MOVE 100 TO FRQ-BRIGHT-PCT
      END-IF
   ELSE
      MOVE WS-BRIGHTNESS-PCT TO FRQ-BRIGHT-PCT
   END-IF
   IF WS-ROW-START-PIXEL NUMERIC
      MOVE WS-ROW-START-PIXEL TO FRQ-START-PIXEL
   ELSE
      MOVE 0 TO FRQ-START-PIXEL
   END-IF
   IF WS-ROW-END-PIXEL NUMERIC
      MOVE WS-ROW-END-PIXEL TO FRQ-END-PIXEL
   ELSE
      MOVE 0 TO FRQ-END-PIXEL
   END-IF
   MOVE 0 TO FRQ-XFADE-FRAMES
   IF WS-ROW-XFADE-SECS NUMERIC
      MOVE WS-ROW-XFADE-SECS TO WS-XFADE-SECS
      COMPUTE FRQ-XFADE-FRAMES = WS-XFADE-SECS * 6
   END-IF
   MOVE WS-PRIOR-RED        TO FRQ-PRIOR-RED
   MOVE WS-PRIOR-GREEN      TO FRQ-PRIOR-GREEN
   MOVE WS-PRIOR-BLUE       TO FRQ-PRIOR-BLUE
   MOVE WS-PRIOR-WHITE      TO FRQ-PRIOR-WHITE
   MOVE WS-PRIOR-BRIGHT-PCT TO FRQ-PRIOR-BRIGHT-PCT
   MOVE 'N' TO FRQ-PREVIEW-FLAG
   MOVE SPACES TO FRQ-HEX-OUT FRQ-HEX-OUT-2.
5300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The step's two lines: start time, fixture, span, brightness,
*> hold, lead-in and draw, then what it shows -- the colors (and
*> the cue they came from), and the effect.
*> ----------------------------------------------------------------
6000-WRITE-STEP.
   MOVE WS-CLOCK TO WS-FMT-SECS
   PERFORM 7000-FORMAT-CLOCK THRU 7000-EXIT
   IF WS-STEP-FIXTURE = SPACES
      MOVE "(default channel)" TO WS-FIXTURE-OUT
   ELSE
      MOVE WS-STEP-FIXTURE TO WS-FIXTURE-OUT
   END-IF
   IF FRQ-START-PIXEL = 0 AND FRQ-END-PIXEL = 0
      MOVE "ALL" TO WS-SPAN-OUT
   ELSE
      MOVE SPACES TO WS-SPAN-OUT
      IF WS-ROW-START-PIXEL NUMERIC
         MOVE WS-ROW-START-PIXEL TO WS-SPAN-OUT (1:4)
      ELSE
         MOVE "0001" TO WS-SPAN-OUT (1:4)
      END-IF
      MOVE "-" TO WS-SPAN-OUT (5:1)
      IF WS-ROW-END-PIXEL NUMERIC
         MOVE WS-ROW-END-PIXEL TO WS-SPAN-OUT (6:4)
      ELSE
         MOVE "END" TO WS-SPAN-OUT (6:4)
      END-IF
   END-IF
   MOVE FRQ-BRIGHT-PCT TO WS-BRIGHT-OUT
   MOVE 0 TO WS-HOLD-SECS WS-XFADE-SECS
   IF SCHFILE-HOLD-SECS NUMERIC
      MOVE SCHFILE-HOLD-SECS TO WS-HOLD-SECS
   END-IF
   IF WS-ROW-XFADE-SECS NUMERIC
      MOVE WS-ROW-XFADE-SECS TO WS-XFADE-SECS
   END-IF
   MOVE WS-HOLD-SECS TO WS-HOLD-OUT
   MOVE WS-XFADE-SECS TO WS-XFADE-OUT
   IF STEP-COSTED-YES
      MOVE WS-DRAW-MA TO WS-DRAW-EDIT
      MOVE WS-DRAW-EDIT TO WS-DRAW-OUT
   ELSE
      MOVE "     n/a" TO WS-DRAW-OUT
      ADD 1 TO WS-UNRESOLVED-COUNT
   END-IF
   MOVE SPACES TO REPORT-LINE
   STRING "    " WS-FMT-OUT "  " WS-FIXTURE-OUT "  " WS-SPAN-OUT
          "  " WS-BRIGHT-OUT " " WS-HOLD-OUT " " WS-XFADE-OUT
          " " WS-DRAW-OUT " mA"
      DELIMITED BY SIZE INTO REPORT-LINE
   END-STRING
   WRITE REPORT-LINE

   MOVE SPACES TO REPORT-LINE
   MOVE 15 TO WS-LINE-PTR
   IF SCHFILE-COLOR (1:4) = "CUE "
      STRING "CUE " WS-CUE-NAME DELIMITED BY "  "
             ": " DELIMITED BY SIZE
         INTO REPORT-LINE
         WITH POINTER WS-LINE-PTR
      END-STRING
   END-IF
   IF SCHFILE-COLOR (1:4) = "CUE " AND WS-CUE-FOUND NOT = 'Y'
      STRING "not in the cue library" DELIMITED BY SIZE
         INTO REPORT-LINE
         WITH POINTER WS-LINE-PTR
      END-STRING
   ELSE
      STRING WS-ROW-COLOR DELIMITED BY "  "
         INTO REPORT-LINE
         WITH POINTER WS-LINE-PTR
      END-STRING
      IF WS-ROW-COLOR-2 NOT = SPACES
         STRING " -> " DELIMITED BY SIZE
                WS-ROW-COLOR-2 DELIMITED BY "  "
            INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
         END-STRING
      END-IF
      IF STEP-COSTED-YES
         STRING "   " FRQ-EFFECT DELIMITED BY SIZE
            INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
         END-STRING
      ELSE
         STRING "   (does not resolve)" DELIMITED BY SIZE
            INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
         END-STRING
      END-IF
   END-IF
   WRITE REPORT-LINE.
6000-EXIT.
    EXIT.

*> Seconds past the night's midnight to HH:MM:SS on the dial.
7000-FORMAT-CLOCK.
   DIVIDE WS-FMT-SECS BY 86400 GIVING WS-FMT-DAYS
      REMAINDER WS-FMT-REST
   DIVIDE WS-FMT-REST BY 3600 GIVING WS-FMT-HH
      REMAINDER WS-FMT-REST
   DIVIDE WS-FMT-REST BY 60 GIVING WS-FMT-MM
      REMAINDER WS-FMT-SS.
7000-EXIT.
    EXIT.

8000-SUMMARY.
   MOVE SPACES TO REPORT-LINE
   WRITE REPORT-LINE
   IF WS-DARK-COUNT > 0 OR WS-LOAD-FAIL-COUNT > 0
      OR WS-UNRESOLVED-COUNT > 0
      IF WS-RETURN-CODE < 1
         MOVE 1 TO WS-RETURN-CODE
      END-IF
   END-IF
   MOVE SPACES TO REPORT-LINE
   MOVE 1 TO WS-LINE-PTR
   MOVE WS-NIGHT-COUNT TO WS-COUNT-OUT
   STRING "NIGHTS:" WS-COUNT-OUT DELIMITED BY SIZE
      INTO REPORT-LINE WITH POINTER WS-LINE-PTR
   END-STRING
   MOVE WS-DARK-COUNT TO WS-COUNT-OUT
   STRING "   DARK:" WS-COUNT-OUT DELIMITED BY SIZE
      INTO REPORT-LINE WITH POINTER WS-LINE-PTR
   END-STRING
   MOVE WS-LOAD-FAIL-COUNT TO WS-COUNT-OUT
   STRING "   NOT LOADED:" WS-COUNT-OUT DELIMITED BY SIZE
      INTO REPORT-LINE WITH POINTER WS-LINE-PTR
   END-STRING
   MOVE WS-UNRESOLVED-COUNT TO WS-COUNT-OUT
   STRING "   UNRESOLVED STEPS:" WS-COUNT-OUT DELIMITED BY SIZE
      INTO REPORT-LINE WITH POINTER WS-LINE-PTR
   END-STRING
   MOVE WS-CUT-COUNT TO WS-COUNT-OUT
   STRING "   CUT:" WS-COUNT-OUT DELIMITED BY SIZE
      INTO REPORT-LINE WITH POINTER WS-LINE-PTR
   END-STRING
   WRITE REPORT-LINE
   DISPLAY "COLOR-SHEET: " REPORT-LINE (1:83)
   DISPLAY "COLOR-SHEET: written to " WS-REPORT-PATH.
8000-EXIT.
    EXIT.

END PROGRAM COLOR-SHEET.
