*>                       with, applied to steps without their own;
*>                       default 100 (the worst case)
*>
*> A schedule split into TRACK rows (schedrec.cpy) is costed track
*> by track the way COLOR-SEQ plays it: a step with a blank fixture
*> column is costed on its track's fixture, and each track's first
*> crossfade leads in from dark.
*>
*> Steps on the default channel, on fixtures with no recorded limit,
*> or whose names don't resolve are skipped here -- COLOR-CHECK is
*> the place that gates on bad names.  COLOR-SEQ's ENFORCE argument
*>                     crossfade prior (resolving every row, not
*>                     just the limited ones) so POWER-BUDGET can
*>                     cost the lead-in's dearer prior endpoint.
*>    2026-10-15  DL  TRACK rows: cost a blank-fixture step on its
*>                     track's fixture and start each track's
*>                     crossfade prior dark.
IDENTIFICATION DIVISION.
PROGRAM-ID.      POWER-CHECK.

       05  WS-RETURN-CODE           PIC 9(02) VALUE 0.
       05  WS-LIMIT-MA              PIC 9(05) VALUE 0.
       05  WS-DRAW-MA               PIC 9(08) VALUE 0.
       05  WS-TRACK-FIXTURE         PIC X(25) VALUE SPACES.
       05  WS-STEP-FIXTURE          PIC X(25) VALUE SPACES.

  01  RESOLVED-ROW.
       05  WS-ROW-COLOR             PIC X(25).
   READ SCHEDULE-FILE AT END MOVE 'Y' TO SCHEDULE-EOF.
   IF SCHEDULE-EOF-NO
      ADD 1 TO WS-LINE-NUM
      IF SCHFILE-COLOR = "TRACK"
         MOVE SCHFILE-FIXTURE TO WS-TRACK-FIXTURE
         PERFORM 3310-CLEAR-PRIOR THRU 3310-EXIT
      ELSE
         PERFORM 2200-FIND-LIMIT THRU 2200-EXIT
         PERFORM 3000-COST-ONE-STEP THRU 3000-EXIT
      END-IF
   END-IF.
2100-EXIT.
    EXIT.
   MOVE 'N' TO STEP-LIMITED
   MOVE 0 TO WS-LIMIT-MA
   IF SCHFILE-FIXTURE NOT = SPACES
      MOVE SCHFILE-FIXTURE TO WS-STEP-FIXTURE
   ELSE
      MOVE WS-TRACK-FIXTURE TO WS-STEP-FIXTURE
   END-IF
   IF WS-STEP-FIXTURE NOT = SPACES
      MOVE SPACES TO WS-FIX-LIMIT-MA
      CALL "FIXTURE-LOOKUP" USING WS-STEP-FIXTURE WS-FIX-CHANNEL
           WS-FIX-PIXELS WS-FIX-MODE WS-FIX-LIMIT-MA WS-FIX-FOUND
      IF WS-FIX-FOUND = 'Y' AND WS-FIX-LIMIT-MA NUMERIC
         MOVE WS-FIX-LIMIT-MA TO WS-LIMIT-MA
            CALL "POWER-BUDGET" USING FRAME-REQUEST WS-DRAW-MA
            IF WS-DRAW-MA > WS-LIMIT-MA
               DISPLAY "LINE " WS-LINE-NUM ": worst-case draw "
                  WS-DRAW-MA " mA exceeds " WS-STEP-FIXTURE
                  " supply limit " WS-LIMIT-MA " mA"
               ADD 1 TO WS-ERROR-COUNT
            END-IF
3300-EXIT.
    EXIT.

*> A new track starts from dark, the way COLOR-SEQ starts every
*> track's crossfade lead-in.
3310-CLEAR-PRIOR.
   MOVE "000" TO WS-PRIOR-RED WS-PRIOR-GREEN WS-PRIOR-BLUE
                 WS-PRIOR-WHITE
   MOVE 100 TO WS-PRIOR-BRIGHT-PCT.
3310-EXIT.
    EXIT.

2900-SUMMARY.
   IF WS-RETURN-CODE = 2
      CONTINUE
