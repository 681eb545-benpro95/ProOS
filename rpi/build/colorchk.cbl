*> library: the cue must exist, its colors must resolve, and the
*> row's own look columns must be blank since the cue supplies them.
*>
*> Theme mode: a first argument of THEME validates one theme file
*> (see THEME-LOAD), and the arguments shift:
*>    1  THEME           the literal word
*>    2  THEME-PATH      the theme file, required
*> Every non-blank row must be a color COLOR-LOOKUP resolves, the
*> file must name at least one color (THEME-LOAD treats an empty
*> theme as no theme at all) and no more than THEME-LOAD's 200.
*>
*> A "TRACK" row (see schedrec.cpy) opens a parallel track: it must
*> name a registry fixture, no two TRACK rows may claim the same
*> fixture, and its other columns must be blank.  A step row inside
*> a track that names a fixture of its own must name the track's --
*> anything else would have two tracks fighting over one strip.
*>
*> Prints one line per problem found (the row's line number and what
*> is wrong with it -- a row can earn more than one) and a PASS or
*> FAIL summary.  RETURN-CODE is 0 only on a fully
*>    2026-09-02  DL  CUES mode fails a cues.txt past CUE-LOOKUP's
*>                     100-row table instead of approving cues the
*>                     sequencer will never resolve.
*>    2026-10-15  DL  validate TRACK rows: fixture named and known,
*>                     one track per fixture, other columns blank, and
*>                     no step row inside a track routed to another
*>                     fixture.
*>    2026-10-15  DL  THEME mode, validating a theme file's colors
*>                     so a staged theme can be checked before it
*>                     goes live.
IDENTIFICATION DIVISION.
PROGRAM-ID.      COLOR-CHECK.

   SELECT CUE-FILE ASSIGN DYNAMIC WS-CUE-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CUE-FILE-STATUS.
   SELECT THEME-FILE ASSIGN DYNAMIC WS-THEME-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-THEME-STATUS.

DATA DIVISION.
FILE SECTION.
  01  CUE-RECS.
      COPY "cuerec.cpy".

FD  THEME-FILE.
  01  THEME-FILE-REC             PIC X(25).

WORKING-STORAGE SECTION.

  01  STORAGE.
              VALUE "/opt/rpi/effects/schedule.txt".
       05  WS-CUE-PATH              PIC X(40)
              VALUE "/opt/rpi/effects/cues.txt".
       05  WS-THEME-PATH            PIC X(60) VALUE SPACES.
       05  WS-THEME-COLORS          PIC 9(05) VALUE 0.
       05  WS-ARG-NUM               PIC 9(02) COMP.
       05  WS-ARG-VALUE             PIC X(40).
       05  WS-LINE-NUM              PIC 9(05) VALUE 0.
               INDEXED BY CN-IDX.
          10  CN-NAME               PIC X(21).

*> Fixtures already claimed by a TRACK row, for the one-track-per-
*> fixture check, and the fixture of the track now being read.
  01  TRACK-NAME-TABLE-MAIN.
       05  TRACK-NAME-COUNT         PIC 9(03) COMP VALUE 0.
       05  TRACK-NAME-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON TRACK-NAME-COUNT
               INDEXED BY TN-IDX.
          10  TN-FIXTURE            PIC X(25).
  01  WS-TRACK-FIXTURE              PIC X(25) VALUE SPACES.

  01  FIXTURE-INFO.
       05  WS-FIX-CHANNEL           PIC X(01) VALUE '0'.
       05  WS-FIX-PIXELS            PIC 9(04) VALUE 0.
       05  CUE-FILE-EOF             PIC X(01) VALUE 'N'.
         88  CUE-FILE-EOF-YES       VALUE 'Y'.
         88  CUE-FILE-EOF-NO        VALUE 'N'.
       05  THEME-EOF                PIC X(01) VALUE 'N'.
         88  THEME-EOF-YES          VALUE 'Y'.
         88  THEME-EOF-NO           VALUE 'N'.
       05  CUES-MODE                PIC X(01) VALUE 'N'.
         88  CUES-MODE-YES          VALUE 'Y'.
       05  THEME-MODE               PIC X(01) VALUE 'N'.
         88  THEME-MODE-YES         VALUE 'Y'.
       05  ROW-IS-CUE               PIC X(01) VALUE 'N'.
         88  ROW-IS-CUE-YES         VALUE 'Y'.

         88  SCHEDULE-OK             VALUE '00'.
       05  WS-CUE-FILE-STATUS       PIC X(02).
         88  CUE-FILE-OK             VALUE '00'.
       05  WS-THEME-STATUS          PIC X(02).
         88  THEME-FILE-OK           VALUE '00'.

PROCEDURE DIVISION.

0010-MAIN.
   PERFORM 1000-GET-ARGUMENTS THRU 1000-EXIT.
   EVALUATE TRUE
      WHEN CUES-MODE-YES
         PERFORM 6000-CHECK-CUE-FILE THRU 6000-EXIT
      WHEN THEME-MODE-YES
         PERFORM 7000-CHECK-THEME-FILE THRU 7000-EXIT
      WHEN OTHER
         PERFORM 2000-CHECK-SCHEDULE THRU 2000-EXIT
   END-EVALUATE.
   MOVE WS-RETURN-CODE TO RETURN-CODE.
   GOBACK.
0010-EXIT.
         MOVE WS-ARG-VALUE TO WS-CUE-PATH
      END-IF
   ELSE
      IF WS-ARG-VALUE = "THEME"
         MOVE 'Y' TO THEME-MODE
         MOVE 2 TO WS-ARG-NUM
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
         ACCEPT WS-THEME-PATH FROM ARGUMENT-VALUE
            ON EXCEPTION MOVE SPACES TO WS-THEME-PATH
         END-ACCEPT
      ELSE
         IF WS-ARG-VALUE NOT = SPACES
            MOVE WS-ARG-VALUE TO WS-SCHEDULE-PATH
         END-IF
      END-IF
   END-IF.
1000-EXIT.
   READ SCHEDULE-FILE AT END MOVE 'Y' TO SCHEDULE-EOF.
   IF SCHEDULE-EOF-NO
      ADD 1 TO WS-LINE-NUM
      IF SCHFILE-COLOR = "TRACK"
         PERFORM 2050-CHECK-TRACK-ROW THRU 2050-EXIT
      ELSE
         MOVE 'N' TO ROW-IS-CUE
         IF SCHFILE-COLOR (1:4) = "CUE "
            AND SCHFILE-COLOR (5:21) NOT = SPACES
            MOVE 'Y' TO ROW-IS-CUE
         END-IF
         IF ROW-IS-CUE-YES
            PERFORM 2150-CHECK-CUE-REF THRU 2150-EXIT
         ELSE
            PERFORM 2200-CHECK-COLOR THRU 2200-EXIT
            PERFORM 2400-CHECK-SPAN THRU 2400-EXIT
            PERFORM 2500-CHECK-COLOR-2 THRU 2500-EXIT
            PERFORM 2600-CHECK-BRIGHT THRU 2600-EXIT
            PERFORM 2700-CHECK-XFADE THRU 2700-EXIT
         END-IF
         PERFORM 2300-CHECK-HOLD THRU 2300-EXIT
         PERFORM 2800-CHECK-FIXTURE THRU 2800-EXIT
         PERFORM 2850-CHECK-TRACK-FIXTURE THRU 2850-EXIT
      END-IF
   END-IF.
2100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> A track header: the fixture it names must be in the registry and
*> not already claimed by an earlier TRACK row, and nothing else may
*> be filled in -- a hold or a color on a header row would read as a
*> step that never plays.
*> ----------------------------------------------------------------
2050-CHECK-TRACK-ROW.
   MOVE SCHFILE-FIXTURE TO WS-TRACK-FIXTURE
   IF SCH-RECS (26:51) NOT = SPACES
      DISPLAY "LINE " WS-LINE-NUM ": TRACK row may name only a "
         "fixture, other columns must be blank"
      ADD 1 TO WS-ERROR-COUNT
   END-IF
   IF SCHFILE-FIXTURE = SPACES
      DISPLAY "LINE " WS-LINE-NUM ": TRACK row names no fixture"
      ADD 1 TO WS-ERROR-COUNT
   ELSE
      PERFORM 2800-CHECK-FIXTURE THRU 2800-EXIT
      SET TN-IDX TO +1
      IF TRACK-NAME-COUNT > 0
         SEARCH TRACK-NAME-ENTRY
            AT END
              CONTINUE
            WHEN TN-FIXTURE (TN-IDX) = SCHFILE-FIXTURE
              DISPLAY "LINE " WS-LINE-NUM ": second TRACK for fixture "
                 SCHFILE-FIXTURE
              ADD 1 TO WS-ERROR-COUNT
         END-SEARCH
      END-IF
      IF TRACK-NAME-COUNT < 50
         ADD 1 TO TRACK-NAME-COUNT
         MOVE SCHFILE-FIXTURE TO TN-FIXTURE (TRACK-NAME-COUNT)
      ELSE
         DISPLAY "LINE " WS-LINE-NUM ": more than 50 tracks, "
            "COLOR-SEQ will not play this schedule"
         ADD 1 TO WS-ERROR-COUNT
      END-IF
   END-IF.
2050-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> A cue reference: the cue must exist and its colors must resolve
*> today (a CUES run validates the library's other columns).  The
2800-EXIT.
    EXIT.

*> A blank fixture column inside a track takes the track's fixture;
*> a different one would route the step onto a strip another track
*> (or none) owns.
2850-CHECK-TRACK-FIXTURE.
   IF WS-TRACK-FIXTURE NOT = SPACES AND SCHFILE-FIXTURE NOT = SPACES
      AND SCHFILE-FIXTURE NOT = WS-TRACK-FIXTURE
      DISPLAY "LINE " WS-LINE-NUM ": fixture " SCHFILE-FIXTURE
         " is not its track's fixture " WS-TRACK-FIXTURE
      ADD 1 TO WS-ERROR-COUNT
   END-IF.
2850-EXIT.
    EXIT.

2900-SUMMARY.
   IF WS-RETURN-CODE = 2
      CONTINUE
6500-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> THEME mode -- every color a theme file names must resolve, the
*> same check COLOR-SEQ and COLOR-SCAN would otherwise make one
*> reject at a time while the theme plays.  Blank rows are skipped
*> as THEME-LOAD skips them; the summary counts rows read.
*> ----------------------------------------------------------------
7000-CHECK-THEME-FILE.
   MOVE 'N' TO THEME-EOF
   MOVE 0 TO WS-LINE-NUM
   MOVE 0 TO WS-THEME-COLORS
   IF WS-THEME-PATH = SPACES
      DISPLAY "COLOR-CHECK: THEME mode needs a theme file"
         UPON SYSERR
      MOVE 2 TO WS-RETURN-CODE
   ELSE
      OPEN INPUT THEME-FILE
      IF NOT THEME-FILE-OK
         DISPLAY "COLOR-CHECK: " WS-THEME-PATH
            " could not be opened, status " WS-THEME-STATUS
            UPON SYSERR
         MOVE 2 TO WS-RETURN-CODE
      ELSE
         DISPLAY "COLOR-CHECK: validating " WS-THEME-PATH
         PERFORM 7100-CHECK-ONE-COLOR THRU 7100-EXIT
            UNTIL THEME-EOF-YES OR WS-RETURN-CODE = 2
         CLOSE THEME-FILE
         IF WS-THEME-COLORS = 0 AND WS-RETURN-CODE < 2
            DISPLAY "COLOR-CHECK: theme names no colors, "
               "THEME-LOAD would not play it"
            ADD 1 TO WS-ERROR-COUNT
         END-IF
         PERFORM 2900-SUMMARY THRU 2900-EXIT
      END-IF
   END-IF.
7000-EXIT.
    EXIT.

*> THEME-LOAD stops at 200 colors, so a longer theme fails outright
*> the way an oversized cues.txt does.
7100-CHECK-ONE-COLOR.
   READ THEME-FILE AT END MOVE 'Y' TO THEME-EOF.
   IF THEME-EOF-NO
      ADD 1 TO WS-LINE-NUM
      IF THEME-FILE-REC NOT = SPACES
         ADD 1 TO WS-THEME-COLORS
         IF WS-THEME-COLORS > 200
            DISPLAY "COLOR-CHECK: theme exceeds THEME-LOAD's "
               "200-color table, validation abandoned"
            MOVE 2 TO WS-RETURN-CODE
         ELSE
            CALL "COLOR-LOOKUP" USING THEME-FILE-REC WS-RED-1
                 WS-GREEN-1 WS-BLUE-1 WS-WHITE-1 WS-EFFECT-1
                 WS-FOUND-1
            EVALUATE WS-FOUND-1
               WHEN 'Y'
                  CONTINUE
               WHEN 'E'
                  DISPLAY "COLOR-CHECK: color table failed to load, "
                     "validation abandoned"
                  MOVE 2 TO WS-RETURN-CODE
               WHEN OTHER
                  DISPLAY "LINE " WS-LINE-NUM ": unknown color "
                     THEME-FILE-REC
                  ADD 1 TO WS-ERROR-COUNT
            END-EVALUATE
         END-IF
      END-IF
   END-IF.
7100-EXIT.
    EXIT.

END PROGRAM COLOR-CHECK.
