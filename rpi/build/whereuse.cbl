*> GNU COBOL -- shared where-used loader for colours.txt's names.
*> Walks everything that can refer to a color by name and fills the
*> caller's where-used tables (xreftbl.cpy):
*>    calendar.txt   every SCHED and THEME row is a show; each
*>                   row's schedule is read for the colors and cues
*>                   its steps name (TRACK header rows name neither)
*>                   and each row's theme file for its colors
*>    themes/*.thm   every theme file in the library, listed from
*>                   the directory; one no calendar row plays is
*>                   still read for its colors, which belong to no
*>                   show, and is recorded as found in the library
*>                   so COLOR-XREF lists it with the rest
*>    cues.txt       every cue's two colors
*>    events.cfg     every event's cue
*> so COLOR-XREF can print the cross-reference, and COLOR-MAINT and
*> COLOR-CONSOLE can refuse to delete a color still in use and say
*> which shows a change to one will alter.
*>
*> Unlike the lookups the tables are rebuilt on every CALL -- the
*> console may save a schedule between two questions, and a stale
*> answer here is exactly the surprise this exists to prevent.
*>
*> A non-blank LK-COLOR-NAME also marks, with XREF-HIT, each
*> reference to that color and each use of a cue carrying it, and
*> with XSHOW-HIT each calendar row that plays it directly, through
*> a cue or through its theme.  A blank name marks nothing.
*>
*> LK-LOAD-FLAG comes back:
*>    'Y' - every file that exists was read in full
*>    'E' - a file that exists could not be opened, or a table
*>          filled up; the tables may be missing references, so a
*>          caller deciding whether a delete is safe must not take
*>          "no references" at face value
*> A missing calendar.txt, cues.txt, events.cfg, schedule or theme
*> file, or an empty themes directory, is simply nothing referring
*> to anything.  The directory is listed through the shell into
*> whereuse-<pid>.lst beside the show files, read, and removed.
*>
*> Modification history
*>    2026-10-15  DL  first version.
*>    2026-10-15  DL  list the themes directory, so a theme no
*>                     calendar row plays still holds on to its colors.
IDENTIFICATION DIVISION.
PROGRAM-ID.      WHERE-USED.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CALENDAR-FILE ASSIGN TO "/opt/rpi/effects/calendar.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CALENDAR-STATUS.
   SELECT SCHEDULE-FILE ASSIGN DYNAMIC WS-SCHEDULE-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-SCHEDULE-STATUS.
   SELECT THEME-FILE ASSIGN DYNAMIC WS-THEME-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-THEME-STATUS.
   SELECT THEME-LIST ASSIGN DYNAMIC WS-LIST-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-LIST-STATUS.
   SELECT CUE-FILE ASSIGN TO "/opt/rpi/effects/cues.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CUE-STATUS.
   SELECT EVENT-MAP ASSIGN TO "/opt/rpi/effects/events.cfg"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-MAP-STATUS.

DATA DIVISION.
FILE SECTION.

FD  CALENDAR-FILE.
  01  CAL-RECS.
      COPY "calrec.cpy".

FD  SCHEDULE-FILE.
  01  SCH-RECS.
      COPY "schedrec.cpy".

FD  THEME-FILE.
  01  THEME-FILE-REC             PIC X(25).

FD  THEME-LIST.
  01  THEME-LIST-REC             PIC X(60).

FD  CUE-FILE.
  01  CUE-RECS.
      COPY "cuerec.cpy".

FD  EVENT-MAP.
  01  EVTMAP-RECS.
      COPY "evtmrec.cpy".

WORKING-STORAGE SECTION.

  01  STORAGE.
       05  WS-SCHEDULE-PATH        PIC X(40).
       05  WS-THEME-PATH           PIC X(60).
       05  WS-THEME-NAME           PIC X(25).
       05  WS-THEME-SHOW           PIC 9(03).
       05  WS-SHOW                 PIC 9(03) COMP VALUE 0.
       05  WS-SCAN                 PIC 9(04) COMP VALUE 0.
       05  WS-CUE-SCAN             PIC 9(04) COMP VALUE 0.
       05  WS-HIT-IDX              PIC 9(04) COMP VALUE 0.

*> The reference about to be added, deduplicated against the table.
  01  NEW-REF.
       05  WS-NEW-KIND             PIC X(05).
       05  WS-NEW-NAME             PIC X(25).
       05  WS-NEW-FROM-KIND        PIC X(05).
       05  WS-NEW-FROM             PIC X(40).
       05  WS-NEW-SHOW             PIC 9(03).
       05  WS-NEW-FOUND            PIC X(01).

*> The themes directory listing: one <name>.thm per row, named for
*> this run's process id so two callers never share one.
  01  LIST-WORK.
       05  WS-MY-PID               PIC 9(07) VALUE 0.
       05  WS-LIST-PATH            PIC X(60).
       05  WS-COMMAND              PIC X(200).
       05  WS-PLAYED               PIC X(01).

  01  FLAGS.
       05  CALENDAR-EOF            PIC X(01) VALUE 'N'.
         88  CALENDAR-EOF-YES      VALUE 'Y'.
         88  CALENDAR-EOF-NO       VALUE 'N'.
       05  SCHEDULE-EOF            PIC X(01) VALUE 'N'.
         88  SCHEDULE-EOF-YES      VALUE 'Y'.
         88  SCHEDULE-EOF-NO       VALUE 'N'.
       05  THEME-EOF               PIC X(01) VALUE 'N'.
         88  THEME-EOF-YES         VALUE 'Y'.
         88  THEME-EOF-NO          VALUE 'N'.
       05  CUE-EOF                 PIC X(01) VALUE 'N'.
         88  CUE-EOF-YES           VALUE 'Y'.
         88  CUE-EOF-NO            VALUE 'N'.
       05  LIST-EOF                PIC X(01) VALUE 'N'.
         88  LIST-EOF-YES          VALUE 'Y'.
         88  LIST-EOF-NO           VALUE 'N'.
       05  MAP-EOF                 PIC X(01) VALUE 'N'.
         88  MAP-EOF-YES           VALUE 'Y'.
         88  MAP-EOF-NO            VALUE 'N'.
       05  XREF-FULL               PIC X(01) VALUE 'N'.
         88  XREF-FULL-YES         VALUE 'Y'.

  01  WS-FILE-STATUSES.
       05  WS-CALENDAR-STATUS      PIC X(02).
         88  CALENDAR-OPEN-OK       VALUE '00'.
         88  CALENDAR-NOT-FOUND     VALUE '35'.
       05  WS-SCHEDULE-STATUS      PIC X(02).
         88  SCHEDULE-OPEN-OK       VALUE '00'.
         88  SCHEDULE-NOT-FOUND     VALUE '35'.
       05  WS-THEME-STATUS         PIC X(02).
         88  THEME-OPEN-OK          VALUE '00'.
         88  THEME-NOT-FOUND        VALUE '35'.
       05  WS-LIST-STATUS          PIC X(02).
         88  LIST-OPEN-OK           VALUE '00'.
       05  WS-CUE-STATUS           PIC X(02).
         88  CUE-OPEN-OK            VALUE '00'.
         88  CUE-NOT-FOUND          VALUE '35'.
       05  WS-MAP-STATUS           PIC X(02).
         88  MAP-OPEN-OK            VALUE '00'.
         88  MAP-NOT-FOUND          VALUE '35'.

LINKAGE SECTION.

  01  LK-COLOR-NAME              PIC X(25).

  COPY "xreftbl.cpy".

  01  LK-LOAD-FLAG               PIC X(01).

PROCEDURE DIVISION USING LK-COLOR-NAME XREF-TABLE-MAIN XREF-SHOW-MAIN
                         XREF-CUE-MAIN LK-LOAD-FLAG.

0010-MAIN.
   MOVE 'Y' TO LK-LOAD-FLAG
   MOVE 'N' TO XREF-FULL
   MOVE 0 TO XREF-COUNT XREF-HIT-COUNT
   MOVE 0 TO XSHOW-COUNT XSHOW-HIT-COUNT
   MOVE 0 TO XCUE-COUNT
   PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
   PERFORM 2000-LOAD-ONE-SHOW THRU 2000-EXIT
      VARYING WS-SHOW FROM 1 BY 1 UNTIL WS-SHOW > XSHOW-COUNT
   PERFORM 2500-LIST-THEMES THRU 2500-EXIT
   PERFORM 3000-LOAD-CUES THRU 3000-EXIT
   PERFORM 4000-LOAD-EVENTS THRU 4000-EXIT
   IF LK-COLOR-NAME NOT = SPACES
      PERFORM 5000-MARK-COLOR THRU 5000-EXIT
   END-IF
   GOBACK.
0010-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The calendar's SCHED and THEME rows, in file order; the row's
*> position in this table is the show number every reference under
*> it carries.  Rows of any other mode (blank lines included) are
*> not shows and are skipped, as COLOR-CAL would never launch them.
*> ----------------------------------------------------------------
1000-LOAD-CALENDAR.
   MOVE 'N' TO CALENDAR-EOF
   OPEN INPUT CALENDAR-FILE
   EVALUATE TRUE
      WHEN CALENDAR-OPEN-OK
         PERFORM 1100-READ-ONE-ROW THRU 1100-EXIT
            UNTIL CALENDAR-EOF-YES
         CLOSE CALENDAR-FILE
      WHEN CALENDAR-NOT-FOUND
         CONTINUE
      WHEN OTHER
         DISPLAY "WHERE-USED: calendar.txt could not be opened, "
            "status " WS-CALENDAR-STATUS UPON SYSERR
         MOVE 'E' TO LK-LOAD-FLAG
   END-EVALUATE.
1000-EXIT.
    EXIT.

1100-READ-ONE-ROW.
   READ CALENDAR-FILE AT END MOVE 'Y' TO CALENDAR-EOF.
   IF CALENDAR-EOF-NO
      AND (CALFILE-MODE = "SCHED" OR CALFILE-MODE = "THEME")
      IF XSHOW-COUNT >= 200
         MOVE 'Y' TO CALENDAR-EOF
         DISPLAY "WHERE-USED: calendar.txt exceeds 200 shows, "
            "remainder not cross-referenced" UPON SYSERR
         MOVE 'E' TO LK-LOAD-FLAG
      ELSE
         ADD 1 TO XSHOW-COUNT
         MOVE CALFILE-START-DATE TO XSHOW-START-DATE (XSHOW-COUNT)
         MOVE CALFILE-END-DATE   TO XSHOW-END-DATE (XSHOW-COUNT)
         MOVE CALFILE-MODE       TO XSHOW-MODE (XSHOW-COUNT)
         MOVE CALFILE-TARGET     TO XSHOW-TARGET (XSHOW-COUNT)
         MOVE 'N'                TO XSHOW-HIT (XSHOW-COUNT)
      END-IF
   END-IF.
1100-EXIT.
    EXIT.

*> One show: a schedule's steps, or a theme's colors.  The theme
*> itself is recorded as referred to by the calendar so COLOR-XREF
*> can say where each theme plays.
2000-LOAD-ONE-SHOW.
   IF XSHOW-MODE (WS-SHOW) = "SCHED"
      PERFORM 2100-LOAD-SCHEDULE THRU 2100-EXIT
   ELSE
      MOVE "THEME"        TO WS-NEW-KIND
      MOVE XSHOW-TARGET (WS-SHOW) TO WS-NEW-NAME
      MOVE "CAL"          TO WS-NEW-FROM-KIND
      MOVE "calendar.txt" TO WS-NEW-FROM
      MOVE WS-SHOW        TO WS-NEW-SHOW
      PERFORM 9000-ADD-REF THRU 9000-EXIT
      MOVE XSHOW-TARGET (WS-SHOW) TO WS-THEME-NAME
      MOVE WS-SHOW        TO WS-THEME-SHOW
      PERFORM 2200-LOAD-THEME THRU 2200-EXIT
   END-IF.
2000-EXIT.
    EXIT.

2100-LOAD-SCHEDULE.
   MOVE XSHOW-TARGET (WS-SHOW) TO WS-SCHEDULE-PATH
   MOVE 'N' TO SCHEDULE-EOF
   OPEN INPUT SCHEDULE-FILE
   EVALUATE TRUE
      WHEN SCHEDULE-OPEN-OK
         PERFORM 2110-READ-ONE-STEP THRU 2110-EXIT
            UNTIL SCHEDULE-EOF-YES
         CLOSE SCHEDULE-FILE
      WHEN SCHEDULE-NOT-FOUND
         CONTINUE
      WHEN OTHER
         DISPLAY "WHERE-USED: " WS-SCHEDULE-PATH
            " could not be opened, status " WS-SCHEDULE-STATUS
            UPON SYSERR
         MOVE 'E' TO LK-LOAD-FLAG
   END-EVALUATE.
2100-EXIT.
    EXIT.

*> A "CUE name" step refers to the cue; any other step refers to its
*> color and, for a gradient, its second color.  TRACK header rows
*> and blank lines name nothing.
2110-READ-ONE-STEP.
   READ SCHEDULE-FILE AT END MOVE 'Y' TO SCHEDULE-EOF.
   IF SCHEDULE-EOF-NO AND SCHFILE-COLOR NOT = SPACES
      AND SCHFILE-COLOR NOT = "TRACK"
      MOVE "SCHED"   TO WS-NEW-FROM-KIND
      MOVE WS-SCHEDULE-PATH TO WS-NEW-FROM
      MOVE WS-SHOW   TO WS-NEW-SHOW
      IF SCHFILE-COLOR (1:4) = "CUE "
         MOVE "CUE"  TO WS-NEW-KIND
         MOVE SCHFILE-COLOR (5:21) TO WS-NEW-NAME
         PERFORM 9000-ADD-REF THRU 9000-EXIT
      ELSE
         MOVE "COLOR" TO WS-NEW-KIND
         MOVE SCHFILE-COLOR TO WS-NEW-NAME
         PERFORM 9000-ADD-REF THRU 9000-EXIT
         IF SCHFILE-COLOR-2 NOT = SPACES
            MOVE SCHFILE-COLOR-2 TO WS-NEW-NAME
            PERFORM 9000-ADD-REF THRU 9000-EXIT
         END-IF
      END-IF
   END-IF.
2110-EXIT.
    EXIT.

*> The theme file THEME-LOAD would read for WS-THEME-NAME, its
*> colors referred to under show WS-THEME-SHOW (zero for none).
2200-LOAD-THEME.
   MOVE SPACES TO WS-THEME-PATH
   STRING "/opt/rpi/effects/themes/"     DELIMITED BY SIZE
          WS-THEME-NAME                  DELIMITED BY " "
          ".thm"                         DELIMITED BY SIZE
      INTO WS-THEME-PATH
   END-STRING
   MOVE 'N' TO THEME-EOF
   OPEN INPUT THEME-FILE
   EVALUATE TRUE
      WHEN THEME-OPEN-OK
         PERFORM 2210-READ-ONE-COLOR THRU 2210-EXIT
            UNTIL THEME-EOF-YES
         CLOSE THEME-FILE
      WHEN THEME-NOT-FOUND
         CONTINUE
      WHEN OTHER
         DISPLAY "WHERE-USED: " WS-THEME-PATH
            " could not be opened, status " WS-THEME-STATUS
            UPON SYSERR
         MOVE 'E' TO LK-LOAD-FLAG
   END-EVALUATE.
2200-EXIT.
    EXIT.

2210-READ-ONE-COLOR.
   READ THEME-FILE AT END MOVE 'Y' TO THEME-EOF.
   IF THEME-EOF-NO AND THEME-FILE-REC NOT = SPACES
      MOVE "COLOR"          TO WS-NEW-KIND
      MOVE THEME-FILE-REC   TO WS-NEW-NAME
      MOVE "THEME"          TO WS-NEW-FROM-KIND
      MOVE WS-THEME-NAME    TO WS-NEW-FROM
      MOVE WS-THEME-SHOW    TO WS-NEW-SHOW
      PERFORM 9000-ADD-REF THRU 9000-EXIT
   END-IF.
2210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The theme library itself.  A theme the calendar plays was read
*> under its shows above; any other is read here with no show, and
*> recorded as referred to by the library directory.  The listing
*> comes back empty, not missing, when there are no themes; a
*> listing that cannot be read at all leaves the tables short.
*> ----------------------------------------------------------------
2500-LIST-THEMES.
   IF WS-MY-PID = 0
      CALL "C$GETPID" RETURNING WS-MY-PID
   END-IF
   MOVE SPACES TO WS-LIST-PATH
   STRING "/opt/rpi/effects/whereuse-" DELIMITED BY SIZE
          WS-MY-PID                    DELIMITED BY SIZE
          ".lst"                       DELIMITED BY SIZE
      INTO WS-LIST-PATH
   END-STRING
   MOVE SPACES TO WS-COMMAND
   STRING "(cd /opt/rpi/effects/themes && ls -1 *.thm) > "
                                       DELIMITED BY SIZE
          WS-LIST-PATH                 DELIMITED BY " "
          " 2>/dev/null"               DELIMITED BY SIZE
      INTO WS-COMMAND
   END-STRING
   CALL "SYSTEM" USING WS-COMMAND
   MOVE 0 TO RETURN-CODE
   MOVE 'N' TO LIST-EOF
   OPEN INPUT THEME-LIST
   IF LIST-OPEN-OK
      PERFORM 2510-READ-ONE-THEME THRU 2510-EXIT
         UNTIL LIST-EOF-YES
      CLOSE THEME-LIST
   ELSE
      DISPLAY "WHERE-USED: the themes directory could not be "
         "listed, status " WS-LIST-STATUS UPON SYSERR
      MOVE 'E' TO LK-LOAD-FLAG
   END-IF
   CALL "CBL_DELETE_FILE" USING WS-LIST-PATH
   MOVE 0 TO RETURN-CODE.
2500-EXIT.
    EXIT.

2510-READ-ONE-THEME.
   READ THEME-LIST AT END MOVE 'Y' TO LIST-EOF.
   IF LIST-EOF-NO AND THEME-LIST-REC NOT = SPACES
      MOVE SPACES TO WS-THEME-NAME
      UNSTRING THEME-LIST-REC DELIMITED BY ".thm"
         INTO WS-THEME-NAME
      END-UNSTRING
      MOVE 'N' TO WS-PLAYED
      PERFORM 2520-MATCH-SHOW THRU 2520-EXIT
         VARYING XSHOW-IDX FROM 1 BY 1
            UNTIL XSHOW-IDX > XSHOW-COUNT OR WS-PLAYED = 'Y'
      IF WS-PLAYED NOT = 'Y' AND WS-THEME-NAME NOT = SPACES
         MOVE "THEME"         TO WS-NEW-KIND
         MOVE WS-THEME-NAME   TO WS-NEW-NAME
         MOVE "DIR"           TO WS-NEW-FROM-KIND
         MOVE "/opt/rpi/effects/themes/" TO WS-NEW-FROM
         MOVE 0               TO WS-NEW-SHOW
         PERFORM 9000-ADD-REF THRU 9000-EXIT
         MOVE 0               TO WS-THEME-SHOW
         PERFORM 2200-LOAD-THEME THRU 2200-EXIT
      END-IF
   END-IF.
2510-EXIT.
    EXIT.

2520-MATCH-SHOW.
   IF XSHOW-MODE (XSHOW-IDX) = "THEME"
      AND XSHOW-TARGET (XSHOW-IDX) = WS-THEME-NAME
      MOVE 'Y' TO WS-PLAYED
   END-IF.
2520-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The cue library: every cue's name for the caller's list, and its
*> colors as references from the cue.  A library cue belongs to no
*> one show; the shows it reaches are the schedules that name it.
*> ----------------------------------------------------------------
3000-LOAD-CUES.
   MOVE 'N' TO CUE-EOF
   OPEN INPUT CUE-FILE
   EVALUATE TRUE
      WHEN CUE-OPEN-OK
         PERFORM 3100-READ-ONE-CUE THRU 3100-EXIT
            UNTIL CUE-EOF-YES
         CLOSE CUE-FILE
      WHEN CUE-NOT-FOUND
         CONTINUE
      WHEN OTHER
         DISPLAY "WHERE-USED: cues.txt could not be opened, status "
            WS-CUE-STATUS UPON SYSERR
         MOVE 'E' TO LK-LOAD-FLAG
   END-EVALUATE.
3000-EXIT.
    EXIT.

3100-READ-ONE-CUE.
   READ CUE-FILE AT END MOVE 'Y' TO CUE-EOF.
   IF CUE-EOF-NO AND CUEFILE-NAME NOT = SPACES
      IF XCUE-COUNT >= 100
         MOVE 'Y' TO CUE-EOF
         DISPLAY "WHERE-USED: cues.txt exceeds 100 rows, "
            "remainder not cross-referenced" UPON SYSERR
         MOVE 'E' TO LK-LOAD-FLAG
      ELSE
         ADD 1 TO XCUE-COUNT
         MOVE CUEFILE-NAME TO XCUE-NAME (XCUE-COUNT)
         MOVE "COLOR"      TO WS-NEW-KIND
         MOVE "CUE"        TO WS-NEW-FROM-KIND
         MOVE CUEFILE-NAME TO WS-NEW-FROM
         MOVE 0            TO WS-NEW-SHOW
         IF CUEFILE-COLOR NOT = SPACES
            MOVE CUEFILE-COLOR TO WS-NEW-NAME
            PERFORM 9000-ADD-REF THRU 9000-EXIT
         END-IF
         IF CUEFILE-COLOR-2 NOT = SPACES
            MOVE CUEFILE-COLOR-2 TO WS-NEW-NAME
            PERFORM 9000-ADD-REF THRU 9000-EXIT
         END-IF
      END-IF
   END-IF.
3100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> events.cfg: each event's cue, referred to by the event code.
*> Comment rows are skipped the way EVENT-LOOKUP skips them.
*> ----------------------------------------------------------------
4000-LOAD-EVENTS.
   MOVE 'N' TO MAP-EOF
   OPEN INPUT EVENT-MAP
   EVALUATE TRUE
      WHEN MAP-OPEN-OK
         PERFORM 4100-READ-ONE-EVENT THRU 4100-EXIT
            UNTIL MAP-EOF-YES
         CLOSE EVENT-MAP
      WHEN MAP-NOT-FOUND
         CONTINUE
      WHEN OTHER
         DISPLAY "WHERE-USED: events.cfg could not be opened, "
            "status " WS-MAP-STATUS UPON SYSERR
         MOVE 'E' TO LK-LOAD-FLAG
   END-EVALUATE.
4000-EXIT.
    EXIT.

4100-READ-ONE-EVENT.
   READ EVENT-MAP AT END MOVE 'Y' TO MAP-EOF.
   IF MAP-EOF-NO AND EVTMAP-CODE NOT = SPACES
      AND EVTMAP-CODE (1:1) NOT = "*" AND EVTMAP-CUE NOT = SPACES
      MOVE "CUE"       TO WS-NEW-KIND
      MOVE EVTMAP-CUE  TO WS-NEW-NAME
      MOVE "EVENT"     TO WS-NEW-FROM-KIND
      MOVE EVTMAP-CODE TO WS-NEW-FROM
      MOVE 0           TO WS-NEW-SHOW
      PERFORM 9000-ADD-REF THRU 9000-EXIT
   END-IF.
4100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Mark what reaches the caller's color: its own references first,
*> then, for each cue carrying it, every schedule and event that
*> names that cue.  A show is hit if any marked reference plays
*> under it.
*> ----------------------------------------------------------------
5000-MARK-COLOR.
   PERFORM 5100-MARK-DIRECT THRU 5100-EXIT
      VARYING WS-SCAN FROM 1 BY 1 UNTIL WS-SCAN > XREF-COUNT
   PERFORM 5200-MARK-VIA-CUE THRU 5200-EXIT
      VARYING WS-SCAN FROM 1 BY 1 UNTIL WS-SCAN > XREF-COUNT.
5000-EXIT.
    EXIT.

5100-MARK-DIRECT.
   IF XREF-KIND-COLOR (WS-SCAN)
      AND XREF-NAME (WS-SCAN) = LK-COLOR-NAME
      MOVE WS-SCAN TO WS-HIT-IDX
      PERFORM 5900-HIT-ONE THRU 5900-EXIT
   END-IF.
5100-EXIT.
    EXIT.

5200-MARK-VIA-CUE.
   IF XREF-HIT-YES (WS-SCAN) AND XREF-FROM-CUE (WS-SCAN)
      AND XREF-KIND-COLOR (WS-SCAN)
      MOVE XREF-FROM (WS-SCAN) (1:21) TO WS-NEW-NAME
      PERFORM 5210-MARK-CUE-USE THRU 5210-EXIT
         VARYING WS-CUE-SCAN FROM 1 BY 1
            UNTIL WS-CUE-SCAN > XREF-COUNT
   END-IF.
5200-EXIT.
    EXIT.

5210-MARK-CUE-USE.
   IF XREF-KIND-CUE (WS-CUE-SCAN)
      AND XREF-NAME (WS-CUE-SCAN) = WS-NEW-NAME
      AND NOT XREF-HIT-YES (WS-CUE-SCAN)
      MOVE WS-CUE-SCAN TO WS-HIT-IDX
      PERFORM 5900-HIT-ONE THRU 5900-EXIT
   END-IF.
5210-EXIT.
    EXIT.

5900-HIT-ONE.
   MOVE 'Y' TO XREF-HIT (WS-HIT-IDX)
   ADD 1 TO XREF-HIT-COUNT
   IF XREF-SHOW (WS-HIT-IDX) > 0
      IF NOT XSHOW-HIT-YES (XREF-SHOW (WS-HIT-IDX))
         MOVE 'Y' TO XSHOW-HIT (XREF-SHOW (WS-HIT-IDX))
         ADD 1 TO XSHOW-HIT-COUNT
      END-IF
   END-IF.
5900-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Add NEW-REF unless the same reference is already in the table --
*> a color used on forty steps of one schedule is one reference.
*> ----------------------------------------------------------------
9000-ADD-REF.
   MOVE 'N' TO WS-NEW-FOUND
   PERFORM 9010-MATCH-REF THRU 9010-EXIT
      VARYING XREF-IDX FROM 1 BY 1
         UNTIL XREF-IDX > XREF-COUNT OR WS-NEW-FOUND = 'Y'
   IF WS-NEW-FOUND NOT = 'Y'
      IF XREF-COUNT >= 3000
         IF NOT XREF-FULL-YES
            MOVE 'Y' TO XREF-FULL
            DISPLAY "WHERE-USED: more than 3000 references, "
               "remainder not cross-referenced" UPON SYSERR
         END-IF
         MOVE 'E' TO LK-LOAD-FLAG
      ELSE
         ADD 1 TO XREF-COUNT
         MOVE WS-NEW-KIND      TO XREF-KIND (XREF-COUNT)
         MOVE WS-NEW-NAME      TO XREF-NAME (XREF-COUNT)
         MOVE WS-NEW-FROM-KIND TO XREF-FROM-KIND (XREF-COUNT)
         MOVE WS-NEW-FROM      TO XREF-FROM (XREF-COUNT)
         MOVE WS-NEW-SHOW      TO XREF-SHOW (XREF-COUNT)
         MOVE 'N'              TO XREF-HIT (XREF-COUNT)
      END-IF
   END-IF.
9000-EXIT.
    EXIT.

9010-MATCH-REF.
   IF XREF-KIND (XREF-IDX) = WS-NEW-KIND
      AND XREF-NAME (XREF-IDX) = WS-NEW-NAME
      AND XREF-FROM-KIND (XREF-IDX) = WS-NEW-FROM-KIND
      AND XREF-FROM (XREF-IDX) = WS-NEW-FROM
      AND XREF-SHOW (XREF-IDX) = WS-NEW-SHOW
      MOVE 'Y' TO WS-NEW-FOUND
   END-IF.
9010-EXIT.
    EXIT.

END PROGRAM WHERE-USED.
