*> GNU COBOL -- where-used cross-reference over colours.txt.  A color
*> deleted or renamed while a cue, a theme or a scheduled show still
*> names it used to surface only as that night's reject log; this
*> report lays out, from WHERE-USED's tables, what refers to every
*> color, every cue and every theme in the library or the calendar,
*> what refers to a name nothing defines, and the orphans -- colors
*> nothing refers to that also haven't been sent to a fixture in the
*> live transaction log or the dated transact archives for MONTHS
*> months.
*>
*> Command line, optional:
*>    1  MONTHS         how far back an orphan must be unused,
*>                      1-99; default 3
*>    2  REPORT-PATH    default /opt/rpi/effects/colour_xref.rpt
*>
*> Show numbers in the report are the calendar.txt SCHED/THEME rows
*> in file order, as listed in the report's SHOWS section.  The
*> orphan check only reaches back as far as LOG-ARCHIVE has kept the
*> archives, so MONTHS beyond the archive retention proves nothing.
*>
*> RETURN-CODE:
*>    0 - report written, no orphans and no undefined names
*>    1 - report written with orphans or undefined names listed, or
*>        a show file could not be read in full (the report says so)
*>    2 - colours.txt or the report file could not be opened, or
*>        colours.txt exceeds 1000 rows
*>
*> Modification history
*>    2026-10-15  DL  first version.
*>    2026-10-15  DL  list the themes no calendar row plays, now that
*>                     WHERE-USED reads the whole theme library.
IDENTIFICATION DIVISION.
PROGRAM-ID.      COLOR-XREF.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT TABLE-IN ASSIGN TO "/opt/rpi/effects/colours.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-TABLE-STATUS.
   SELECT ARCHIVE-LOG ASSIGN DYNAMIC WS-ARCHIVE-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ARCHIVE-STATUS.
   SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  TABLE-IN.
  01  TBL-RECS.
      COPY "filerec.cpy".

FD  ARCHIVE-LOG.
  01  ARCHIVE-LOG-REC.
       05  ALOG-TIMESTAMP         PIC X(17).
       05  FILLER                 PIC X(01).
       05  ALOG-COLOR-NAME        PIC X(25).
       05  FILLER                 PIC X(57).

FD  REPORT-FILE.
  01  REPORT-LINE                PIC X(80).

WORKING-STORAGE SECTION.

  COPY "colortbl.cpy".

  COPY "xreftbl.cpy".

*> Beside each COLOR-TABLE row: how many references name it, and
*> whether a transaction log in the orphan horizon sent it.
  01  COLOR-USE-MAIN.
       05  CUSE-ENTRY OCCURS 1000 TIMES.
          10  CUSE-REFS            PIC 9(04) COMP.
          10  CUSE-SEEN            PIC X(01).
            88  CUSE-SEEN-YES      VALUE 'Y'.

  01  STORAGE.
       05  WS-MONTHS               PIC 9(02) VALUE 3.
       05  WS-REPORT-PATH          PIC X(40)
              VALUE "/opt/rpi/effects/colour_xref.rpt".
       05  WS-ARCHIVE-PATH         PIC X(60).
       05  WS-ARG-NUM              PIC 9(02) COMP.
       05  WS-ARG-VALUE            PIC X(40).
       05  WS-NO-COLOR             PIC X(25) VALUE SPACES.
       05  WS-LOAD-FLAG            PIC X(01).
         88  LOAD-INCOMPLETE       VALUE 'E'.
       05  WS-FOUND-IDX            PIC 9(04) COMP VALUE 0.
       05  WS-SCAN                 PIC 9(04) COMP.
       05  WS-REF-SCAN             PIC 9(04) COMP.
       05  WS-LINES-OUT            PIC 9(04) COMP.
       05  WS-UNREF-COUNT          PIC 9(04) COMP VALUE 0.
       05  WS-ORPHAN-COUNT         PIC 9(04) COMP VALUE 0.
       05  WS-REFERENCED-COUNT     PIC 9(04) COMP VALUE 0.
       05  WS-UNDEFINED-COUNT      PIC 9(04) COMP VALUE 0.
       05  WS-RETURN-CODE          PIC 9(02) VALUE 0.

*> The orphan horizon: today back MONTHS calendar months (the day of
*> the month held at 28 or less so every month has it), walked one
*> dated archive at a time the way LOG-ARCHIVE's purge walks them.
  01  WS-HORIZON.
       05  WS-TODAY                PIC 9(08).
       05  WS-TODAY-X REDEFINES WS-TODAY.
          10  WS-TODAY-YYYY        PIC 9(04).
          10  WS-TODAY-MM          PIC 9(02).
          10  WS-TODAY-DD          PIC 9(02).
       05  WS-SINCE                PIC 9(08).
       05  WS-SINCE-X REDEFINES WS-SINCE.
          10  WS-SINCE-YYYY        PIC 9(04).
          10  WS-SINCE-MM          PIC 9(02).
          10  WS-SINCE-DD          PIC 9(02).
       05  WS-MONTH-SERIAL         PIC 9(06) COMP.
       05  WS-TODAY-INT            PIC 9(08) COMP.
       05  WS-SINCE-INT            PIC 9(08) COMP.
       05  WS-DAY-OFFSET           PIC 9(04) COMP.
       05  WS-SPAN-DAYS            PIC 9(04) COMP.
       05  WS-SCAN-DATE            PIC 9(08).
       05  WS-SCAN-DATE-X REDEFINES WS-SCAN-DATE PIC X(08).

  01  WS-REPORT-WORK.
       05  WS-SHOW-OUT             PIC ZZ9.
       05  WS-COUNT-OUT            PIC ZZZ9.
       05  WS-REF-OUT              PIC ZZZ9.
       05  WS-ORPHAN-OUT           PIC ZZZ9.
       05  WS-UNDEF-OUT            PIC ZZZ9.
       05  WS-MONTHS-OUT           PIC Z9.

  01  FLAGS.
       05  TABLE-EOF               PIC X(01) VALUE 'N'.
         88  TABLE-EOF-YES         VALUE 'Y'.
         88  TABLE-EOF-NO          VALUE 'N'.
       05  TABLE-OVERFLOW          PIC X(01) VALUE 'N'.
         88  TABLE-OVERFLOW-YES    VALUE 'Y'.
       05  ARCHIVE-EOF             PIC X(01) VALUE 'N'.
         88  ARCHIVE-EOF-YES       VALUE 'Y'.
         88  ARCHIVE-EOF-NO        VALUE 'N'.
       05  WS-FIRST-SEEN           PIC X(01).
         88  WS-FIRST-SEEN-YES     VALUE 'Y'.

  01  WS-FILE-STATUSES.
       05  WS-TABLE-STATUS         PIC X(02).
         88  TABLE-OPEN-OK         VALUE '00'.
         88  TABLE-NOT-FOUND       VALUE '35'.
       05  WS-ARCHIVE-STATUS       PIC X(02).
         88  ARCHIVE-OPEN-OK       VALUE '00'.
         88  ARCHIVE-NOT-FOUND     VALUE '35'.
       05  WS-REPORT-STATUS        PIC X(02).
         88  REPORT-OK             VALUE '00'.

PROCEDURE DIVISION.

0010-MAIN.
   PERFORM 1000-GET-ARGUMENTS THRU 1000-EXIT.
   PERFORM 2000-LOAD-TABLE THRU 2000-EXIT.
   IF WS-RETURN-CODE = 0
      CALL "WHERE-USED" USING WS-NO-COLOR XREF-TABLE-MAIN
                              XREF-SHOW-MAIN XREF-CUE-MAIN
                              WS-LOAD-FLAG
      PERFORM 3000-COUNT-ONE-REF THRU 3000-EXIT
         VARYING WS-SCAN FROM 1 BY 1 UNTIL WS-SCAN > XREF-COUNT
      COMPUTE WS-UNREF-COUNT =
         COLOR-TABLE-COUNT - WS-REFERENCED-COUNT
      IF WS-UNREF-COUNT > 0
         PERFORM 4000-SCAN-LOGS THRU 4000-EXIT
      END-IF
      PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
   END-IF
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
   IF WS-ARG-VALUE (1:2) NUMERIC
      MOVE WS-ARG-VALUE (1:2) TO WS-MONTHS
   ELSE
      IF WS-ARG-VALUE (1:1) NUMERIC AND WS-ARG-VALUE (2:1) = SPACE
         MOVE WS-ARG-VALUE (1:1) TO WS-MONTHS
      END-IF
   END-IF
   IF WS-MONTHS = 0
      MOVE 3 TO WS-MONTHS
   END-IF

   MOVE 2 TO WS-ARG-NUM
   DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
   MOVE SPACES TO WS-ARG-VALUE
   ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
      ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
   END-ACCEPT
   IF WS-ARG-VALUE NOT = SPACES
      MOVE WS-ARG-VALUE TO WS-REPORT-PATH
   END-IF.
1000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> colours.txt into the sorted table, as COLOR-MAINT loads it.
*> ----------------------------------------------------------------
2000-LOAD-TABLE.
   MOVE 'N' TO TABLE-EOF
   MOVE ZERO TO COLOR-TABLE-COUNT
   OPEN INPUT TABLE-IN
   EVALUATE TRUE
      WHEN TABLE-OPEN-OK
         PERFORM 2100-READ-ONE THRU 2100-EXIT
            UNTIL TABLE-EOF-YES OR TABLE-OVERFLOW-YES
         CLOSE TABLE-IN
         IF TABLE-OVERFLOW-YES
            DISPLAY "COLOR-XREF: colours.txt exceeds 1000 rows, "
               "aborted" UPON SYSERR
            MOVE 2 TO WS-RETURN-CODE
         END-IF
      WHEN TABLE-NOT-FOUND
         CONTINUE
      WHEN OTHER
         DISPLAY "COLOR-XREF: colours.txt could not be opened, "
            "status " WS-TABLE-STATUS UPON SYSERR
         MOVE 2 TO WS-RETURN-CODE
   END-EVALUATE.
2000-EXIT.
    EXIT.

2100-READ-ONE.
   READ TABLE-IN AT END MOVE 'Y' TO TABLE-EOF.
   IF TABLE-EOF-NO
      IF COLOR-TABLE-COUNT >= 1000
         MOVE 'Y' TO TABLE-OVERFLOW
      ELSE
         ADD 1 TO COLOR-TABLE-COUNT
         MOVE TBLFILE-RED    TO TBL-RED    (COLOR-TABLE-COUNT)
         MOVE TBLFILE-GREEN  TO TBL-GREEN  (COLOR-TABLE-COUNT)
         MOVE TBLFILE-BLUE   TO TBL-BLUE   (COLOR-TABLE-COUNT)
         MOVE TBLFILE-WHITE  TO TBL-WHITE  (COLOR-TABLE-COUNT)
         MOVE TBLFILE-EFFECT TO TBL-EFFECT (COLOR-TABLE-COUNT)
         MOVE TBLFILE-COLOR  TO TBL-COLOR  (COLOR-TABLE-COUNT)
         MOVE 0   TO CUSE-REFS (COLOR-TABLE-COUNT)
         MOVE 'N' TO CUSE-SEEN (COLOR-TABLE-COUNT)
      END-IF
   END-IF.
2100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Tally each color reference against its colours.txt row, and
*> count the colors left with none -- the orphan candidates.
*> ----------------------------------------------------------------
3000-COUNT-ONE-REF.
   IF XREF-KIND-COLOR (WS-SCAN)
      MOVE XREF-NAME (WS-SCAN) TO WS-ARG-VALUE
      PERFORM 3100-FIND-COLOR THRU 3100-EXIT
      IF WS-FOUND-IDX > 0
         IF CUSE-REFS (WS-FOUND-IDX) = 0
            ADD 1 TO WS-REFERENCED-COUNT
         END-IF
         ADD 1 TO CUSE-REFS (WS-FOUND-IDX)
      END-IF
   END-IF.
3000-EXIT.
    EXIT.

3100-FIND-COLOR.
   MOVE 0 TO WS-FOUND-IDX
   IF COLOR-TABLE-COUNT > 0
      SET TBL-IDX TO +1
      SEARCH ALL COLOR-TABLE
         AT END
           CONTINUE
         WHEN TBL-COLOR (TBL-IDX) = WS-ARG-VALUE (1:25)
           SET WS-FOUND-IDX TO TBL-IDX
      END-SEARCH
   END-IF.
3100-EXIT.
    EXIT.

3200-FIND-CUE.
   MOVE 0 TO WS-FOUND-IDX
   IF XCUE-COUNT > 0
      SET XCUE-IDX TO 1
      SEARCH XCUE-ENTRY
         AT END
           CONTINUE
         WHEN XCUE-NAME (XCUE-IDX) = WS-ARG-VALUE (1:25)
           SET WS-FOUND-IDX TO XCUE-IDX
      END-SEARCH
   END-IF.
3200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The orphan horizon: the live transaction log plus every dated
*> transact archive from MONTHS months ago through today.  A color
*> any of them sent is in use whatever the show files say -- a
*> one-shot COLOR-SCAN, a console test or a show since taken off the
*> calendar.  A night with no archive is skipped.
*> ----------------------------------------------------------------
4000-SCAN-LOGS.
   MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
   COMPUTE WS-MONTH-SERIAL =
      WS-TODAY-YYYY * 12 + WS-TODAY-MM - 1 - WS-MONTHS
   DIVIDE WS-MONTH-SERIAL BY 12 GIVING WS-SINCE-YYYY
      REMAINDER WS-SINCE-MM
   ADD 1 TO WS-SINCE-MM
   MOVE WS-TODAY-DD TO WS-SINCE-DD
   IF WS-SINCE-DD > 28
      MOVE 28 TO WS-SINCE-DD
   END-IF
   COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
   COMPUTE WS-SINCE-INT = FUNCTION INTEGER-OF-DATE (WS-SINCE)
   COMPUTE WS-SPAN-DAYS = WS-TODAY-INT - WS-SINCE-INT

   MOVE "/opt/rpi/effects/colour_transact.log" TO WS-ARCHIVE-PATH
   PERFORM 4100-SCAN-ONE-FILE THRU 4100-EXIT
   PERFORM 4050-SCAN-ONE-DAY THRU 4050-EXIT
      VARYING WS-DAY-OFFSET FROM 0 BY 1
         UNTIL WS-DAY-OFFSET > WS-SPAN-DAYS.
4000-EXIT.
    EXIT.

4050-SCAN-ONE-DAY.
   COMPUTE WS-SCAN-DATE =
      FUNCTION DATE-OF-INTEGER (WS-TODAY-INT - WS-DAY-OFFSET)
   MOVE SPACES TO WS-ARCHIVE-PATH
   STRING "/opt/rpi/effects/archive/transact_"
          WS-SCAN-DATE-X ".log"
      DELIMITED BY SIZE INTO WS-ARCHIVE-PATH
   END-STRING
   PERFORM 4100-SCAN-ONE-FILE THRU 4100-EXIT.
4050-EXIT.
    EXIT.

4100-SCAN-ONE-FILE.
   MOVE 'N' TO ARCHIVE-EOF
   OPEN INPUT ARCHIVE-LOG
   EVALUATE TRUE
      WHEN ARCHIVE-OPEN-OK
         PERFORM 4200-MARK-ONE-LINE THRU 4200-EXIT
            UNTIL ARCHIVE-EOF-YES
         CLOSE ARCHIVE-LOG
      WHEN ARCHIVE-NOT-FOUND
         CONTINUE
      WHEN OTHER
         DISPLAY "COLOR-XREF: " WS-ARCHIVE-PATH
            " could not be opened, status " WS-ARCHIVE-STATUS
            UPON SYSERR
   END-EVALUATE.
4100-EXIT.
    EXIT.

4200-MARK-ONE-LINE.
   READ ARCHIVE-LOG AT END MOVE 'Y' TO ARCHIVE-EOF.
   IF ARCHIVE-EOF-NO
      MOVE ALOG-COLOR-NAME TO WS-ARG-VALUE
      PERFORM 3100-FIND-COLOR THRU 3100-EXIT
      IF WS-FOUND-IDX > 0
         MOVE 'Y' TO CUSE-SEEN (WS-FOUND-IDX)
      END-IF
   END-IF.
4200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The report: the shows the numbers refer to, then every color,
*> cue and theme with what refers to it, the names referred to but
*> defined nowhere, and last the orphans with the totals.
*> ----------------------------------------------------------------
5000-WRITE-REPORT.
   OPEN OUTPUT REPORT-FILE
   IF NOT REPORT-OK
      DISPLAY "COLOR-XREF: " WS-REPORT-PATH
         " could not be opened, status " WS-REPORT-STATUS
         UPON SYSERR
      MOVE 2 TO WS-RETURN-CODE
   ELSE
      MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
      MOVE SPACES TO REPORT-LINE
      STRING "COLOR-XREF WHERE-USED REPORT FOR " WS-TODAY
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
      WRITE REPORT-LINE
      IF LOAD-INCOMPLETE
         MOVE SPACES TO REPORT-LINE
         STRING "WARNING: A SHOW FILE COULD NOT BE READ IN FULL, "
                "REFERENCES MAY BE MISSING"
            DELIMITED BY SIZE INTO REPORT-LINE
         END-STRING
         WRITE REPORT-LINE
         MOVE 1 TO WS-RETURN-CODE
      END-IF

      MOVE SPACES TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE "SHOWS (CALENDAR.TXT SCHED AND THEME ROWS)" TO REPORT-LINE
      WRITE REPORT-LINE
      PERFORM 5100-WRITE-ONE-SHOW THRU 5100-EXIT
         VARYING XSHOW-IDX FROM 1 BY 1 UNTIL XSHOW-IDX > XSHOW-COUNT

      MOVE SPACES TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE "COLORS" TO REPORT-LINE
      WRITE REPORT-LINE
      PERFORM 5200-WRITE-ONE-COLOR THRU 5200-EXIT
         VARYING TBL-IDX FROM 1 BY 1
            UNTIL TBL-IDX > COLOR-TABLE-COUNT

      MOVE SPACES TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE "CUES" TO REPORT-LINE
      WRITE REPORT-LINE
      PERFORM 5300-WRITE-ONE-CUE THRU 5300-EXIT
         VARYING XCUE-IDX FROM 1 BY 1 UNTIL XCUE-IDX > XCUE-COUNT

      MOVE SPACES TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE "THEMES" TO REPORT-LINE
      WRITE REPORT-LINE
      PERFORM 5400-WRITE-ONE-THEME THRU 5400-EXIT
         VARYING WS-SCAN FROM 1 BY 1 UNTIL WS-SCAN > XREF-COUNT

      MOVE SPACES TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE "UNDEFINED NAMES (REFERRED TO, DEFINED NOWHERE)"
         TO REPORT-LINE
      WRITE REPORT-LINE
      PERFORM 5500-WRITE-ONE-UNDEFINED THRU 5500-EXIT
         VARYING WS-SCAN FROM 1 BY 1 UNTIL WS-SCAN > XREF-COUNT
      IF WS-UNDEFINED-COUNT = 0
         MOVE "    NONE" TO REPORT-LINE
         WRITE REPORT-LINE
      END-IF

      MOVE SPACES TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE WS-MONTHS TO WS-MONTHS-OUT
      MOVE SPACES TO REPORT-LINE
      STRING "ORPHANS (UNREFERENCED, NOT SENT IN THE LAST "
             WS-MONTHS-OUT " MONTHS)"
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
      WRITE REPORT-LINE
      PERFORM 5600-WRITE-ONE-ORPHAN THRU 5600-EXIT
         VARYING TBL-IDX FROM 1 BY 1
            UNTIL TBL-IDX > COLOR-TABLE-COUNT
      IF WS-ORPHAN-COUNT = 0
         MOVE "    NONE" TO REPORT-LINE
         WRITE REPORT-LINE
      END-IF

      MOVE SPACES TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE COLOR-TABLE-COUNT   TO WS-COUNT-OUT
      MOVE WS-REFERENCED-COUNT TO WS-REF-OUT
      MOVE WS-ORPHAN-COUNT     TO WS-ORPHAN-OUT
      MOVE WS-UNDEFINED-COUNT  TO WS-UNDEF-OUT
      MOVE SPACES TO REPORT-LINE
      STRING "TOTAL COLORS=" WS-COUNT-OUT
             "  REFERENCED=" WS-REF-OUT
             "  ORPHANS=" WS-ORPHAN-OUT
             "  UNDEFINED=" WS-UNDEF-OUT
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
      WRITE REPORT-LINE
      CLOSE REPORT-FILE
      IF WS-ORPHAN-COUNT > 0 OR WS-UNDEFINED-COUNT > 0
         MOVE 1 TO WS-RETURN-CODE
      END-IF
   END-IF.
5000-EXIT.
    EXIT.

5100-WRITE-ONE-SHOW.
   SET WS-SCAN TO XSHOW-IDX
   MOVE WS-SCAN TO WS-SHOW-OUT
   MOVE SPACES TO REPORT-LINE
   STRING "    SHOW " WS-SHOW-OUT "  "
          XSHOW-START-DATE (XSHOW-IDX) "-"
          XSHOW-END-DATE (XSHOW-IDX) "  "
          XSHOW-MODE (XSHOW-IDX) "  "
          XSHOW-TARGET (XSHOW-IDX)
      DELIMITED BY SIZE INTO REPORT-LINE
   END-STRING
   WRITE REPORT-LINE.
5100-EXIT.
    EXIT.

*> One color: its name, then one line per reference to it.
5200-WRITE-ONE-COLOR.
   MOVE SPACES TO REPORT-LINE
   MOVE TBL-COLOR (TBL-IDX) TO REPORT-LINE
   WRITE REPORT-LINE
   MOVE 0 TO WS-LINES-OUT
   PERFORM 5210-WRITE-COLOR-REF THRU 5210-EXIT
      VARYING WS-REF-SCAN FROM 1 BY 1 UNTIL WS-REF-SCAN > XREF-COUNT
   IF WS-LINES-OUT = 0
      MOVE "    -- not referenced" TO REPORT-LINE
      WRITE REPORT-LINE
   END-IF.
5200-EXIT.
    EXIT.

5210-WRITE-COLOR-REF.
   IF XREF-KIND-COLOR (WS-REF-SCAN)
      AND XREF-NAME (WS-REF-SCAN) = TBL-COLOR (TBL-IDX)
      PERFORM 5900-WRITE-REF-LINE THRU 5900-EXIT
   END-IF.
5210-EXIT.
    EXIT.

*> One cue from cues.txt: the schedules and events that name it.
5300-WRITE-ONE-CUE.
   MOVE SPACES TO REPORT-LINE
   MOVE XCUE-NAME (XCUE-IDX) TO REPORT-LINE
   WRITE REPORT-LINE
   MOVE 0 TO WS-LINES-OUT
   PERFORM 5310-WRITE-CUE-REF THRU 5310-EXIT
      VARYING WS-REF-SCAN FROM 1 BY 1 UNTIL WS-REF-SCAN > XREF-COUNT
   IF WS-LINES-OUT = 0
      MOVE "    -- not referenced" TO REPORT-LINE
      WRITE REPORT-LINE
   END-IF.
5300-EXIT.
    EXIT.

5310-WRITE-CUE-REF.
   IF XREF-KIND-CUE (WS-REF-SCAN)
      AND XREF-NAME (WS-REF-SCAN) = XCUE-NAME (XCUE-IDX)
      PERFORM 5900-WRITE-REF-LINE THRU 5900-EXIT
   END-IF.
5310-EXIT.
    EXIT.

*> One theme, at its first reference: the name, then every show that
*> plays it, or the themes directory for one no show plays.  Later
*> references to the same theme were printed with the first.
5400-WRITE-ONE-THEME.
   IF XREF-KIND-THEME (WS-SCAN)
      MOVE 'Y' TO WS-FIRST-SEEN
      PERFORM 5410-CHECK-EARLIER THRU 5410-EXIT
         VARYING WS-REF-SCAN FROM 1 BY 1
            UNTIL WS-REF-SCAN >= WS-SCAN
      IF WS-FIRST-SEEN-YES
         MOVE SPACES TO REPORT-LINE
         MOVE XREF-NAME (WS-SCAN) TO REPORT-LINE
         WRITE REPORT-LINE
         PERFORM 5420-WRITE-THEME-REF THRU 5420-EXIT
            VARYING WS-REF-SCAN FROM WS-SCAN BY 1
               UNTIL WS-REF-SCAN > XREF-COUNT
      END-IF
   END-IF.
5400-EXIT.
    EXIT.

5410-CHECK-EARLIER.
   IF XREF-KIND-THEME (WS-REF-SCAN)
      AND XREF-NAME (WS-REF-SCAN) = XREF-NAME (WS-SCAN)
      MOVE 'N' TO WS-FIRST-SEEN
   END-IF.
5410-EXIT.
    EXIT.

5420-WRITE-THEME-REF.
   IF XREF-KIND-THEME (WS-REF-SCAN)
      AND XREF-NAME (WS-REF-SCAN) = XREF-NAME (WS-SCAN)
      PERFORM 5900-WRITE-REF-LINE THRU 5900-EXIT
   END-IF.
5420-EXIT.
    EXIT.

*> A color no colours.txt row defines, or a cue no cues.txt row
*> defines, is a reject waiting for the night it plays.
5500-WRITE-ONE-UNDEFINED.
   MOVE XREF-NAME (WS-SCAN) TO WS-ARG-VALUE
   MOVE 1 TO WS-FOUND-IDX
   EVALUATE TRUE
      WHEN XREF-KIND-COLOR (WS-SCAN)
         PERFORM 3100-FIND-COLOR THRU 3100-EXIT
      WHEN XREF-KIND-CUE (WS-SCAN)
         PERFORM 3200-FIND-CUE THRU 3200-EXIT
   END-EVALUATE
   IF WS-FOUND-IDX = 0
      ADD 1 TO WS-UNDEFINED-COUNT
      MOVE SPACES TO REPORT-LINE
      STRING "    " XREF-KIND (WS-SCAN) " " XREF-NAME (WS-SCAN)
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
      WRITE REPORT-LINE
      MOVE WS-SCAN TO WS-REF-SCAN
      PERFORM 5900-WRITE-REF-LINE THRU 5900-EXIT
   END-IF.
5500-EXIT.
    EXIT.

5600-WRITE-ONE-ORPHAN.
   IF CUSE-REFS (TBL-IDX) = 0 AND NOT CUSE-SEEN-YES (TBL-IDX)
      ADD 1 TO WS-ORPHAN-COUNT
      MOVE SPACES TO REPORT-LINE
      STRING "    " TBL-COLOR (TBL-IDX)
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
      WRITE REPORT-LINE
   END-IF.
5600-EXIT.
    EXIT.

*> One referrer line: what kind of file refers, which one, and the
*> show it plays under when it belongs to one.
5900-WRITE-REF-LINE.
   ADD 1 TO WS-LINES-OUT
   MOVE SPACES TO REPORT-LINE
   IF XREF-SHOW (WS-REF-SCAN) > 0
      MOVE XREF-SHOW (WS-REF-SCAN) TO WS-SHOW-OUT
      STRING "      by " XREF-FROM-KIND (WS-REF-SCAN) " "
             XREF-FROM (WS-REF-SCAN) "  show " WS-SHOW-OUT
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
   ELSE
      STRING "      by " XREF-FROM-KIND (WS-REF-SCAN) " "
             XREF-FROM (WS-REF-SCAN)
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
   END-IF
   WRITE REPORT-LINE.
5900-EXIT.
    EXIT.

END PROGRAM COLOR-XREF.
