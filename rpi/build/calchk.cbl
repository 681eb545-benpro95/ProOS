*>    1  CALENDAR-PATH   default /opt/rpi/effects/calendar.txt, same
*>                       default COLOR-CAL uses
*>
*> Window bounds may be fixed HHMM times or sunset/sunrise offsets
*> (calrec.cpy); each is checked through SUN-WINDOW, the same routine
*> COLOR-CAL and COLOR-SEQ resolve it with.  When any row uses a sun
*> offset, the window each night of the coming year will actually
*> get is listed (WINDOW lines, the row that wins that night) so the
*> season's times can be reviewed before they play.
*>
*> Prints one line per problem found and a PASS or FAIL summary,
*> COLOR-CHECK's report shape.  RETURN-CODE:
*>    0 - every row validated, no overlaps, no uncovered dates
*>
*> Modification history
*>    2026-09-02  DL  first version.
*>    2026-10-15  DL  accept sunset/sunrise-relative window bounds
*>                     through SUN-WINDOW and list the resolved
*>                     windows for the coming year.
IDENTIFICATION DIVISION.
PROGRAM-ID.      CAL-CHECK.

       05  WS-ERROR-COUNT           PIC 9(05) VALUE 0.
       05  WS-RETURN-CODE           PIC 9(02) VALUE 0.
       05  WS-FALLBACK-COUNT        PIC 9(03) VALUE 0.
       05  WS-FALLBACK-START        PIC X(04) VALUE SPACES.
       05  WS-FALLBACK-STOP         PIC X(04) VALUE SPACES.
       05  WS-FALLBACK-LINE         PIC 9(05) VALUE 0.

*> The dated rows, kept for the coverage sweep after the per-row
*> checks.  Rows that failed their date checks are left out -- the
          10  CTBL-START-DATE       PIC X(08).
          10  CTBL-END-DATE         PIC X(08).
          10  CTBL-LINE-NUM         PIC 9(05).
          10  CTBL-START-HHMM       PIC X(04).
          10  CTBL-STOP-HHMM        PIC X(04).

  01  SWEEP-WORK.
       05  WS-TODAY-INT             PIC 9(08) COMP.
       05  WS-DAY-KIND              PIC X(01).
       05  WS-RANGE-FROM            PIC X(08).
       05  WS-RANGE-TO              PIC X(08).
       05  WS-WIN-IDX               PIC 9(03) COMP.

*> The window listing: one night's winning row and its bounds as
*> SUN-WINDOW resolves them.
  01  WINDOW-WORK.
       05  WS-BOUND-IN              PIC X(04).
       05  WS-BOUND-OUT             PIC X(04).
       05  WS-BOUND-FOUND           PIC X(01).
       05  WS-BOUND-NAME            PIC X(05).
       05  WS-LIST-START            PIC X(04).
       05  WS-LIST-STOP             PIC X(04).
       05  WS-LIST-LINE             PIC 9(05).
       05  WS-TODAY                 PIC X(08).

  01  FLAGS.
       05  CALENDAR-EOF             PIC X(01) VALUE 'N'.
         88  ROW-MATCHES-YES        VALUE 'Y'.
       05  TABLE-OVERFLOW           PIC X(01) VALUE 'N'.
         88  TABLE-OVERFLOW-YES     VALUE 'Y'.
       05  SUN-BOUND-SEEN           PIC X(01) VALUE 'N'.
         88  SUN-BOUND-SEEN-YES     VALUE 'Y'.
       05  LIST-KEEP                PIC X(01) VALUE 'N'.
         88  LIST-KEEP-YES          VALUE 'Y'.

  01  WS-FILE-STATUSES.
       05  WS-CALENDAR-STATUS       PIC X(02).
         MOVE 2 TO WS-RETURN-CODE
      ELSE
         PERFORM 4000-SWEEP-COVERAGE THRU 4000-EXIT
         IF SUN-BOUND-SEEN-YES
            PERFORM 4500-LIST-WINDOWS THRU 4500-EXIT
         END-IF
         PERFORM 5000-SUMMARY THRU 5000-EXIT
      END-IF
   END-IF.
            MOVE CALFILE-END-DATE
               TO CTBL-END-DATE (CAL-TABLE-COUNT)
            MOVE WS-LINE-NUM TO CTBL-LINE-NUM (CAL-TABLE-COUNT)
            MOVE CALFILE-START-HHMM
               TO CTBL-START-HHMM (CAL-TABLE-COUNT)
            MOVE CALFILE-STOP-HHMM
               TO CTBL-STOP-HHMM (CAL-TABLE-COUNT)
         END-IF
      END-IF
   END-IF.
   MOVE 'N' TO ROW-DATES-OK
   IF CALFILE-START-DATE = SPACES AND CALFILE-END-DATE = SPACES
      ADD 1 TO WS-FALLBACK-COUNT
      IF WS-FALLBACK-COUNT = 1
         MOVE CALFILE-START-HHMM TO WS-FALLBACK-START
         MOVE CALFILE-STOP-HHMM  TO WS-FALLBACK-STOP
         MOVE WS-LINE-NUM        TO WS-FALLBACK-LINE
      END-IF
      IF WS-FALLBACK-COUNT > 1
         DISPLAY "LINE " WS-LINE-NUM ": more than one fallback row"
         ADD 1 TO WS-ERROR-COUNT
         ADD 1 TO WS-ERROR-COUNT
      END-IF
   END-IF
   MOVE CALFILE-START-HHMM TO WS-BOUND-IN
   MOVE "start" TO WS-BOUND-NAME
   PERFORM 2410-CHECK-BOUND THRU 2410-EXIT
   MOVE CALFILE-STOP-HHMM TO WS-BOUND-IN
   MOVE "stop" TO WS-BOUND-NAME
   PERFORM 2410-CHECK-BOUND THRU 2410-EXIT.
2400-EXIT.
    EXIT.

*> A window bound: blank, numeric HHMM, or a sunset/sunrise offset
*> SUN-WINDOW can resolve -- which takes a usable site.cfg.
2410-CHECK-BOUND.
   IF WS-BOUND-IN NOT = SPACES
      IF WS-BOUND-IN NOT NUMERIC
         MOVE 'Y' TO SUN-BOUND-SEEN
      END-IF
      MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
      CALL "SUN-WINDOW" USING WS-BOUND-IN WS-TODAY WS-BOUND-OUT
           WS-BOUND-FOUND
      EVALUATE WS-BOUND-FOUND
         WHEN 'Y'
            CONTINUE
         WHEN 'S'
            DISPLAY "LINE " WS-LINE-NUM ": " WS-BOUND-NAME
               " time " WS-BOUND-IN " is sun-relative but site.cfg "
               "has no usable latitude/longitude"
            ADD 1 TO WS-ERROR-COUNT
         WHEN OTHER
            DISPLAY "LINE " WS-LINE-NUM ": " WS-BOUND-NAME
               " time not numeric HHMM or a sunset/sunrise offset"
            ADD 1 TO WS-ERROR-COUNT
      END-EVALUATE
   END-IF.
2410-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Coverage sweep -- every date from today through a year out is
*> checked against the dated rows.  More than one claimant is an
   END-IF
   IF ROW-MATCHES-YES
      ADD 1 TO WS-MATCH-COUNT
      IF WS-WIN-IDX = 0
         SET WS-WIN-IDX TO CAL-IDX
      END-IF
   END-IF.
4200-EXIT.
    EXIT.
4300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The coming year's windows, night by night, as COLOR-CAL will
*> launch them: the first dated row covering the night (the
*> fallback if none), its bounds through SUN-WINDOW for that date.
*> Only nights whose row has a sun-relative bound are listed --
*> fixed HHMM rows say what they mean already.
*> ----------------------------------------------------------------
4500-LIST-WINDOWS.
   DISPLAY "CAL-CHECK: show windows for the coming year"
   PERFORM 4510-LIST-ONE-DAY THRU 4510-EXIT
      VARYING WS-DAY-OFFSET FROM 0 BY 1
         UNTIL WS-DAY-OFFSET > 365.
4500-EXIT.
    EXIT.

4510-LIST-ONE-DAY.
   COMPUTE WS-SWEEP-DATE =
      FUNCTION DATE-OF-INTEGER (WS-TODAY-INT + WS-DAY-OFFSET)
   MOVE WS-SWEEP-DATE-X (5:4) TO WS-SWEEP-MMDD
   MOVE 0 TO WS-MATCH-COUNT
   MOVE 0 TO WS-WIN-IDX
   PERFORM 4200-COUNT-ONE-ROW THRU 4200-EXIT
      VARYING CAL-IDX FROM 1 BY 1 UNTIL CAL-IDX > CAL-TABLE-COUNT
   MOVE 'Y' TO LIST-KEEP
   IF WS-WIN-IDX > 0
      MOVE CTBL-START-HHMM (WS-WIN-IDX) TO WS-LIST-START
      MOVE CTBL-STOP-HHMM  (WS-WIN-IDX) TO WS-LIST-STOP
      MOVE CTBL-LINE-NUM   (WS-WIN-IDX) TO WS-LIST-LINE
   ELSE
      IF WS-FALLBACK-COUNT > 0
         MOVE WS-FALLBACK-START TO WS-LIST-START
         MOVE WS-FALLBACK-STOP  TO WS-LIST-STOP
         MOVE WS-FALLBACK-LINE  TO WS-LIST-LINE
      ELSE
         MOVE 'N' TO LIST-KEEP
      END-IF
   END-IF
   IF LIST-KEEP-YES
      IF (WS-LIST-START = SPACES OR WS-LIST-START NUMERIC)
         AND (WS-LIST-STOP = SPACES OR WS-LIST-STOP NUMERIC)
         MOVE 'N' TO LIST-KEEP
      END-IF
   END-IF
   IF LIST-KEEP-YES
      MOVE WS-LIST-START TO WS-BOUND-IN
      PERFORM 4520-RESOLVE-BOUND THRU 4520-EXIT
      MOVE WS-BOUND-OUT TO WS-LIST-START
      MOVE WS-LIST-STOP TO WS-BOUND-IN
      PERFORM 4520-RESOLVE-BOUND THRU 4520-EXIT
      MOVE WS-BOUND-OUT TO WS-LIST-STOP
      IF WS-LIST-START = SPACES
         MOVE "0000" TO WS-LIST-START
      END-IF
      IF WS-LIST-STOP = SPACES
         MOVE "2400" TO WS-LIST-STOP
      END-IF
      DISPLAY "WINDOW " WS-SWEEP-DATE-X " " WS-LIST-START " - "
         WS-LIST-STOP " (line " WS-LIST-LINE ")"
   END-IF.
4510-EXIT.
    EXIT.

*> A bound the row checks already reported comes out as ???? here.
4520-RESOLVE-BOUND.
   CALL "SUN-WINDOW" USING WS-BOUND-IN WS-SWEEP-DATE-X
        WS-BOUND-OUT WS-BOUND-FOUND
   IF WS-BOUND-FOUND NOT = 'Y'
      MOVE "????" TO WS-BOUND-OUT
   END-IF.
4520-EXIT.
    EXIT.

5000-SUMMARY.
   IF WS-ERROR-COUNT = 0
      DISPLAY "CAL-CHECK: PASS, " WS-LINE-NUM " rows clean"
