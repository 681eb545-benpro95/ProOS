*>    3  schedule      -- any schedule file (path prompted), rows
*>                        checked the way COLOR-CHECK checks them:
*>                        colors and cues resolve, fixtures exist,
*>                        spans in order, numerics numeric, TRACK
*>                        rows name a fixture and nothing else
*>    Q  quit
*>
*> Browser commands: N(ext page), P(rev page), A(dd), C n (change
*> row n), D n (delete row n), S(ave), Q (back -- discards unsaved
*> edits; the status line warns while any are pending).  In the
*> colours browser D n refuses a color a cue, theme or scheduled
*> show still names (WHERE-USED) and F n deletes it anyway; C n on
*> such a color lists the shows that will look different once saved.
*>
*> Modification history
*>    2026-09-02  DL  first version.
*>                     guard -- a colours.txt that wouldn't open was
*>                     being read anyway, filling the table with
*>                     junk and refusing with a phantom overflow.
*>    2026-10-15  DL  accept a schedule's TRACK header rows: a
*>                     known fixture and every other column blank.
*>    2026-10-15  DL  colours browser: refuse D n on a color still
*>                     referenced, new F n to delete it anyway, and
*>                     list the shows a C n alters.
IDENTIFICATION DIVISION.
PROGRAM-ID.      COLOR-CONSOLE.


  COPY "colortbl.cpy".

  COPY "xreftbl.cpy".

*> The registry rows as raw text columns -- the console edits what
*> the file says, validation normalizes the numerics on the way in.
  01  FIXTURE-TABLE-MAIN.
       05  WS-CMD-NUM-X             PIC X(04).
       05  WS-CMD-NUM               PIC 9(04).
       05  WS-MESSAGE               PIC X(60).
       05  WS-XREF-LOAD             PIC X(01).
         88  XREF-LOAD-INCOMPLETE   VALUE 'E'.
       05  WS-HIT-OUT               PIC ZZZ9.
       05  WS-PANEL-LINE            PIC 9(02) COMP.
       05  WS-DIRTY                 PIC X(01) VALUE 'N'.
         88  WS-DIRTY-YES           VALUE 'Y'.
       05  WS-DONE                  PIC X(01) VALUE 'N'.
    EXIT.

2050-COLOURS-CYCLE.
   DISPLAY "COLOURS.TXT -- N P A C n D n F n S Q"
      AT LINE 1 COLUMN 1 WITH BLANK SCREEN
   DISPLAY "ROW  NAME                      RED GRN BLU WHT EFFCT"
      AT LINE 2 COLUMN 1
         PERFORM 2300-CHANGE-COLOUR THRU 2300-EXIT
      WHEN 'D'
         PERFORM 2400-DELETE-COLOUR THRU 2400-EXIT
      WHEN 'F'
         PERFORM 2450-FORCE-DELETE THRU 2450-EXIT
      WHEN 'S'
         PERFORM 2700-SAVE-COLOURS THRU 2700-EXIT
      WHEN 'Q'
            MOVE WS-ED-EFFECT TO TBL-EFFECT (WS-CMD-NUM)
            MOVE 'Y' TO WS-DIRTY
            MOVE "changed" TO WS-MESSAGE
            PERFORM 2350-SHOW-AFFECTED THRU 2350-EXIT
         END-IF
      END-IF
   END-IF.
2300-EXIT.
    EXIT.

*> A changed color in use: one panel of the calendar rows that play
*> it and the events whose cue carries it, so whoever saves knows
*> which shows they are repainting.  More than the panel holds is
*> counted, not listed -- COLOR-XREF has the whole story.
2350-SHOW-AFFECTED.
   CALL "WHERE-USED" USING TBL-COLOR (WS-CMD-NUM) XREF-TABLE-MAIN
                           XREF-SHOW-MAIN XREF-CUE-MAIN WS-XREF-LOAD
   IF XREF-HIT-COUNT > 0
      DISPLAY "CHANGED -- THESE WILL LOOK DIFFERENT ONCE SAVED:"
         AT LINE 1 COLUMN 1 WITH BLANK SCREEN
      DISPLAY TBL-COLOR (WS-CMD-NUM) AT LINE 2 COLUMN 1
      MOVE 3 TO WS-PANEL-LINE
      PERFORM 2360-SHOW-ONE-SHOW THRU 2360-EXIT
         VARYING XSHOW-IDX FROM 1 BY 1 UNTIL XSHOW-IDX > XSHOW-COUNT
      PERFORM 2370-SHOW-ONE-EVENT THRU 2370-EXIT
         VARYING XREF-IDX FROM 1 BY 1 UNTIL XREF-IDX > XREF-COUNT
      IF WS-PANEL-LINE > 20
         DISPLAY "... MORE -- RUN COLOR-XREF FOR THE FULL LIST"
            AT LINE 21 COLUMN 1
      END-IF
      IF XREF-LOAD-INCOMPLETE
         DISPLAY "NOT EVERY SHOW FILE COULD BE READ, LIST MAY BE SHORT"
            AT LINE 22 COLUMN 1
      END-IF
      DISPLAY "PRESS ENTER" AT LINE 23 COLUMN 1
      MOVE SPACES TO WS-COMMAND
      ACCEPT WS-COMMAND AT LINE 23 COLUMN 13
      MOVE XSHOW-HIT-COUNT TO WS-HIT-OUT
      MOVE SPACES TO WS-MESSAGE
      STRING "changed; shows affected:" WS-HIT-OUT
         DELIMITED BY SIZE INTO WS-MESSAGE
      END-STRING
   END-IF.
2350-EXIT.
    EXIT.

2360-SHOW-ONE-SHOW.
   IF XSHOW-HIT-YES (XSHOW-IDX)
      IF WS-PANEL-LINE <= 20
         MOVE SPACES TO WS-ROW-TEXT
         STRING "SHOW " XSHOW-START-DATE (XSHOW-IDX) "-"
                XSHOW-END-DATE (XSHOW-IDX) " "
                XSHOW-MODE (XSHOW-IDX) " "
                XSHOW-TARGET (XSHOW-IDX)
            DELIMITED BY SIZE INTO WS-ROW-TEXT
         END-STRING
         DISPLAY WS-ROW-TEXT AT LINE WS-PANEL-LINE COLUMN 1
      END-IF
      ADD 1 TO WS-PANEL-LINE
   END-IF.
2360-EXIT.
    EXIT.

2370-SHOW-ONE-EVENT.
   IF XREF-HIT-YES (XREF-IDX) AND XREF-FROM-EVENT (XREF-IDX)
      IF WS-PANEL-LINE <= 20
         MOVE SPACES TO WS-ROW-TEXT
         STRING "EVENT " XREF-FROM (XREF-IDX) (1:12) " CUE "
                XREF-NAME (XREF-IDX)
            DELIMITED BY SIZE INTO WS-ROW-TEXT
         END-STRING
         DISPLAY WS-ROW-TEXT AT LINE WS-PANEL-LINE COLUMN 1
      END-IF
      ADD 1 TO WS-PANEL-LINE
   END-IF.
2370-EXIT.
    EXIT.

*> D n only removes a color nothing names.  One that is still
*> referenced -- or that can't be proven unreferenced because a show
*> file wouldn't read -- stays, and the message says how many
*> references hold it and that F n overrides.
2400-DELETE-COLOUR.
   IF WS-CMD-NUM < 1 OR WS-CMD-NUM > COLOR-TABLE-COUNT
      MOVE "no such row" TO WS-MESSAGE
   ELSE
      CALL "WHERE-USED" USING TBL-COLOR (WS-CMD-NUM) XREF-TABLE-MAIN
                              XREF-SHOW-MAIN XREF-CUE-MAIN
                              WS-XREF-LOAD
      EVALUATE TRUE
         WHEN XREF-HIT-COUNT > 0
            MOVE XREF-HIT-COUNT TO WS-HIT-OUT
            MOVE SPACES TO WS-MESSAGE
            STRING "still referenced" WS-HIT-OUT
                   " times, not deleted; F n deletes anyway"
               DELIMITED BY SIZE INTO WS-MESSAGE
            END-STRING
         WHEN XREF-LOAD-INCOMPLETE
            MOVE "show files unreadable, not deleted; F n forces"
               TO WS-MESSAGE
         WHEN OTHER
            PERFORM 2410-REMOVE-COLOUR THRU 2410-EXIT
            MOVE "deleted" TO WS-MESSAGE
      END-EVALUATE
   END-IF.
2400-EXIT.
    EXIT.

2410-REMOVE-COLOUR.
   MOVE WS-CMD-NUM TO WS-FOUND-IDX
   PERFORM 2295-SHIFT-DOWN THRU 2295-EXIT
      VARYING TBL-IDX FROM WS-FOUND-IDX BY 1
         UNTIL TBL-IDX >= COLOR-TABLE-COUNT
   SUBTRACT 1 FROM COLOR-TABLE-COUNT
   MOVE 'Y' TO WS-DIRTY.
2410-EXIT.
    EXIT.

*> F n: the override.  The color goes whatever refers to it; the
*> references will reject on the night until they are fixed.
2450-FORCE-DELETE.
   IF WS-CMD-NUM < 1 OR WS-CMD-NUM > COLOR-TABLE-COUNT
      MOVE "no such row" TO WS-MESSAGE
   ELSE
      PERFORM 2410-REMOVE-COLOUR THRU 2410-EXIT
      MOVE "deleted (forced)" TO WS-MESSAGE
   END-IF.
2450-EXIT.
    EXIT.

2250-PROMPT-COLOUR.
   IF WS-CMD-CHAR = 'A'
      MOVE SPACES TO WS-ED-NAME
*> here before the row can even land in the table.
4260-VALIDATE-STEP.
   MOVE 'Y' TO WS-VALID
   IF WS-ES-COLOR = "TRACK"
      PERFORM 4268-CHECK-TRACK THRU 4268-EXIT
   ELSE
      PERFORM 4261-VALIDATE-LOOK THRU 4261-EXIT
   END-IF.
4260-EXIT.
    EXIT.

4261-VALIDATE-LOOK.
   IF WS-ES-COLOR = SPACES
      MOVE "a color or cue is required" TO WS-MESSAGE
      MOVE 'N' TO WS-VALID
         MOVE 'N' TO WS-VALID
      END-IF
   END-IF.
4261-EXIT.
    EXIT.

*> A cue row: the cue must exist, and the row's own look columns
4264-EXIT.
    EXIT.

*> A track header names the fixture its rows play on and carries
*> nothing else -- the hold prompt's default is cleared rather than
*> refused, since a TRACK row has no hold of its own.
4268-CHECK-TRACK.
   IF WS-ES-HOLD = "00010" OR WS-ES-HOLD = "00000"
      MOVE SPACES TO WS-ES-HOLD
   END-IF
   IF WS-ES-HOLD NOT = SPACES
      OR WS-ES-START NOT = SPACES OR WS-ES-END NOT = SPACES
      OR WS-ES-COLOR-2 NOT = SPACES OR WS-ES-BRIGHT NOT = SPACES
      OR WS-ES-XFADE NOT = SPACES
      MOVE "a TRACK row names a fixture and nothing else"
         TO WS-MESSAGE
      MOVE 'N' TO WS-VALID
   END-IF
   IF WS-ES-FIXTURE = SPACES
      MOVE "a TRACK row must name a fixture" TO WS-MESSAGE
      MOVE 'N' TO WS-VALID
   ELSE
      MOVE SPACES TO WS-FIX-LIMIT-MA
      CALL "FIXTURE-LOOKUP" USING WS-ES-FIXTURE WS-FIX-CHANNEL
           WS-FIX-PIXELS WS-FIX-MODE WS-FIX-LIMIT-MA WS-FIX-FOUND
      IF WS-FIX-FOUND NOT = 'Y'
         MOVE "fixture is not in fixtures.cfg" TO WS-MESSAGE
         MOVE 'N' TO WS-VALID
      END-IF
   END-IF.
4268-EXIT.
    EXIT.

4266-RESOLVE-ONE.
   CALL "COLOR-LOOKUP" USING WS-CUE-COLOR WS-RED-1 WS-GREEN-1
        WS-BLUE-1 WS-WHITE-1 WS-EFFECT-1 WS-FOUND-1.
