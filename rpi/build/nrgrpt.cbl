*> GNU COBOL -- month-end energy and burn-hours report over the
*> energy ledger archives (energy_YYYYMMDD.log) LOG-ARCHIVE leaves
*> under /opt/rpi/effects/archive/.  ENERGY-METER writes one ledger
*> line per stretch a lit look stood on a channel; this rolls them
*> up into watt-hours and cost per fixture per night, so facilities
*> can see what the window lighting costs to run, and keeps each
*> fixture's lifetime lit hours in /opt/rpi/effects/burnhours.dat
*> (burnrec.cpy) so the hours outlive the archives' retention and
*> can be set against the strips' rated life.
*>
*> Command line, optional:
*>    1  MONTH          YYYYMM; default the current month
*>    2  REPORT-PATH    default /opt/rpi/effects/energy_month.rpt
*>
*> A stretch belongs to the night it went up on: its open stamp's
*> date, or the day before for one that went up before noon, so the
*> small hours of a show that wraps midnight stay with the evening
*> they started.  Because of that the archives of every day of the
*> month are read plus the 1st of the next, which holds the tail of
*> the month's last night; run it after that night's LOG-ARCHIVE.
*>
*> Supply volts, the tariff per kWh and the LEDs' rated hours come
*> from the optional trailing columns of site.cfg (siterec.cpy):
*> with no volts the strips are taken as 5V, with no tariff the cost
*> column stays zero, and with no rating the life column is left
*> blank.  Watt-hours are POWER-BUDGET's modelled draw, not a meter
*> reading -- good for trend and budget, not for the bill.
*>
*> burnhours.dat keeps one row per fixture per month.  Each run
*> replaces the rows for its own month and writes the file back, so
*> re-running a month (after a late cut, say) never counts its hours
*> twice; a fixture's total hours are the sum of its rows.
*>
*> RETURN-CODE:
*>    0 - report written (even if the month had no ledger lines)
*>    2 - the report file or burnhours.dat could not be written
*>
*> Modification history
*>    2026-10-15  DL  first version.
IDENTIFICATION DIVISION.
PROGRAM-ID.      COLOR-ENERGY.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT LEDGER-LOG ASSIGN DYNAMIC WS-ARCHIVE-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ARCHIVE-STATUS.
   SELECT SITE-IN ASSIGN TO "/opt/rpi/effects/site.cfg"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-SITE-STATUS.
   SELECT BURN-FILE ASSIGN TO "/opt/rpi/effects/burnhours.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-BURN-STATUS.
   SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  LEDGER-LOG.
  01  LEDGER-REC.
      COPY "nrgrec.cpy".

FD  SITE-IN.
  01  SITE-RECS.
      COPY "siterec.cpy".

FD  BURN-FILE.
  01  BURN-REC.
      COPY "burnrec.cpy".

FD  REPORT-FILE.
  01  REPORT-LINE                PIC X(80).

WORKING-STORAGE SECTION.

  01  STORAGE.
       05  WS-MONTH                PIC X(06).
       05  WS-MONTH-NUM REDEFINES WS-MONTH.
          10  WS-MONTH-YYYY         PIC 9(04).
          10  WS-MONTH-MM           PIC 9(02).
       05  WS-NEXT-MONTH           PIC X(06).
       05  WS-NEXT-MONTH-NUM REDEFINES WS-NEXT-MONTH.
          10  WS-NEXT-YYYY          PIC 9(04).
          10  WS-NEXT-MM            PIC 9(02).
       05  WS-REPORT-PATH          PIC X(40)
              VALUE "/opt/rpi/effects/energy_month.rpt".
       05  WS-ARCHIVE-PATH         PIC X(60).
       05  WS-ARG-NUM               PIC 9(02) COMP.
       05  WS-ARG-VALUE             PIC X(40).
       05  WS-DAY-NUM               PIC 9(02).
       05  WS-CLEAR-DAY             PIC 9(02).
       05  WS-FOUND-IDX             PIC 9(04) COMP VALUE 0.
       05  WS-RETURN-CODE           PIC 9(02) VALUE 0.

*> Which night a ledger line belongs to, worked out from its open
*> stamp.
  01  NIGHT-WORK.
       05  WS-OPEN-WORK.
          10  WS-OPEN-DATE          PIC 9(08).
          10  FILLER                PIC X(01).
          10  WS-OPEN-HH            PIC 9(02).
          10  FILLER                PIC X(04).
       05  WS-NIGHT-DATE           PIC 9(08).
       05  WS-NIGHT-X REDEFINES WS-NIGHT-DATE.
          10  WS-NIGHT-MONTH        PIC X(06).
          10  WS-NIGHT-DAY          PIC 9(02).

*> The site's costing figures, as numbers.
  01  SITE-FIGURES.
       05  WS-SUPPLY-VOLTS         PIC 9(02) VALUE 5.
       05  WS-TARIFF               PIC 9(02)V9(04) VALUE 0.
       05  WS-RATED-HOURS          PIC 9(06) VALUE 0.

*> Per fixture label, per night of the month: seconds lit and the
*> draw integrated over them in milliamp-seconds.
  01  ENR-TABLE-MAIN.
       05  ENR-TABLE-COUNT         PIC 9(04) COMP VALUE 0.
       05  ENR-TABLE OCCURS 1 TO 50 TIMES
               DEPENDING ON ENR-TABLE-COUNT
               INDEXED BY ENR-IDX.
          10  ENR-NAME             PIC X(25).
          10  ENR-MONTH-SECS       PIC 9(09) COMP.
          10  ENR-MONTH-MA-SECS    PIC 9(15) COMP.
          10  ENR-NIGHT OCCURS 31 TIMES.
             15  ENR-LIT-SECS      PIC 9(07) COMP.
             15  ENR-MA-SECS       PIC 9(15) COMP.

*> burnhours.dat as it will be written back: every other month's
*> rows as read, then this month's.
  01  BURN-TABLE-MAIN.
       05  BURN-TABLE-COUNT        PIC 9(04) COMP VALUE 0.
       05  BURN-TABLE OCCURS 1 TO 3000 TIMES
               DEPENDING ON BURN-TABLE-COUNT
               INDEXED BY BURN-IDX.
          10  BTBL-REC             PIC X(42).

*> Lifetime lit seconds per fixture, summed over burnhours.dat.
  01  LIFE-TABLE-MAIN.
       05  LIFE-TABLE-COUNT        PIC 9(04) COMP VALUE 0.
       05  LIFE-TABLE OCCURS 1 TO 200 TIMES
               DEPENDING ON LIFE-TABLE-COUNT
               INDEXED BY LIFE-IDX.
          10  LIFE-NAME            PIC X(25).
          10  LIFE-SECS            PIC 9(11) COMP.
          10  LIFE-MONTH-SECS      PIC 9(09) COMP.

  01  TOTALS.
       05  WS-TOTAL-SECS           PIC 9(11) COMP VALUE 0.
       05  WS-TOTAL-MA-SECS        PIC 9(17) COMP VALUE 0.
       05  WS-GRAND-MA-SECS        PIC 9(17) COMP VALUE 0.
       05  WS-WATT-HRS             PIC 9(09)V9(04).
       05  WS-COST                 PIC 9(09)V9(04).
       05  WS-HOURS                PIC 9(09)V9(04).
       05  WS-LIFE-PCT             PIC 9(05)V9(01).

  01  WS-REPORT-WORK.
       05  WS-NIGHT-OUT            PIC 9(08).
       05  WS-NAME-OUT             PIC X(25).
       05  WS-HOURS-OUT            PIC ZZZZZ9.99.
       05  WS-TOTAL-HRS-OUT        PIC ZZZZZZ9.99.
       05  WS-WATT-HRS-OUT         PIC ZZZZZZ9.99.
       05  WS-COST-OUT             PIC ZZZZZ9.99.
       05  WS-RATED-OUT            PIC ZZZZZ9.
       05  WS-LIFE-OUT             PIC ZZ9.9.
       05  WS-VOLTS-OUT            PIC Z9.
       05  WS-TARIFF-OUT           PIC Z9.9999.

  01  FLAGS.
       05  LEDGER-EOF              PIC X(01) VALUE 'N'.
         88  LEDGER-EOF-YES        VALUE 'Y'.
         88  LEDGER-EOF-NO         VALUE 'N'.
       05  BURN-EOF                PIC X(01) VALUE 'N'.
         88  BURN-EOF-YES          VALUE 'Y'.
         88  BURN-EOF-NO           VALUE 'N'.
       05  TABLE-OVERFLOW          PIC X(01) VALUE 'N'.
         88  TABLE-OVERFLOW-YES    VALUE 'Y'.
       05  BURN-HOLD               PIC X(01) VALUE 'N'.
         88  BURN-HOLD-YES         VALUE 'Y'.
       05  LIFE-OVERFLOW           PIC X(01) VALUE 'N'.
         88  LIFE-OVERFLOW-YES     VALUE 'Y'.

  01  WS-FILE-STATUSES.
       05  WS-ARCHIVE-STATUS       PIC X(02).
         88  ARCHIVE-OPEN-OK        VALUE '00'.
         88  ARCHIVE-NOT-FOUND      VALUE '35'.
       05  WS-SITE-STATUS          PIC X(02).
         88  SITE-OPEN-OK           VALUE '00'.
         88  SITE-NOT-FOUND         VALUE '35'.
       05  WS-BURN-STATUS          PIC X(02).
         88  BURN-OK                VALUE '00'.
         88  BURN-NOT-FOUND         VALUE '35'.
       05  WS-REPORT-STATUS        PIC X(02).
         88  REPORT-OK               VALUE '00'.

PROCEDURE DIVISION.

0010-MAIN.
   PERFORM 1000-GET-ARGUMENTS THRU 1000-EXIT.
   PERFORM 1200-LOAD-SITE THRU 1200-EXIT.
   PERFORM 2000-SCAN-ONE-DAY THRU 2000-EXIT
      VARYING WS-DAY-NUM FROM 1 BY 1 UNTIL WS-DAY-NUM > 31.
   PERFORM 2050-SCAN-NEXT-FIRST THRU 2050-EXIT.
   PERFORM 4000-UPDATE-BURN-HOURS THRU 4000-EXIT.
   PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
   MOVE WS-RETURN-CODE TO RETURN-CODE.
   GOBACK.
0010-EXIT.
    EXIT.

1000-GET-ARGUMENTS.
   MOVE FUNCTION CURRENT-DATE (1:6) TO WS-MONTH
   MOVE 1 TO WS-ARG-NUM
   DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
   MOVE SPACES TO WS-ARG-VALUE
   ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
      ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
   END-ACCEPT
   IF WS-ARG-VALUE (1:6) NUMERIC
      AND WS-ARG-VALUE (5:2) >= "01" AND WS-ARG-VALUE (5:2) <= "12"
      MOVE WS-ARG-VALUE (1:6) TO WS-MONTH
   END-IF

   MOVE 2 TO WS-ARG-NUM
   DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
   MOVE SPACES TO WS-ARG-VALUE
   ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
      ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
   END-ACCEPT
   IF WS-ARG-VALUE NOT = SPACES
      MOVE WS-ARG-VALUE TO WS-REPORT-PATH
   END-IF

   IF WS-MONTH-MM = 12
      COMPUTE WS-NEXT-YYYY = WS-MONTH-YYYY + 1
      MOVE 1 TO WS-NEXT-MM
   ELSE
      MOVE WS-MONTH-YYYY TO WS-NEXT-YYYY
      COMPUTE WS-NEXT-MM = WS-MONTH-MM + 1
   END-IF.
1000-EXIT.
    EXIT.

*> The costing columns of site.cfg.  A site with no site.cfg, or
*> one from before the columns existed, costs at the defaults; a
*> column that isn't a number is reported and left at its default.
1200-LOAD-SITE.
   OPEN INPUT SITE-IN
   EVALUATE TRUE
      WHEN SITE-OPEN-OK
         READ SITE-IN
            AT END MOVE SPACES TO SITE-RECS
         END-READ
         CLOSE SITE-IN
         PERFORM 1210-SITE-FIGURES THRU 1210-EXIT
      WHEN SITE-NOT-FOUND
         CONTINUE
      WHEN OTHER
         DISPLAY "COLOR-ENERGY: site.cfg could not be opened, "
            "status " WS-SITE-STATUS UPON SYSERR
   END-EVALUATE.
1200-EXIT.
    EXIT.

1210-SITE-FIGURES.
   EVALUATE TRUE
      WHEN SITE-SUPPLY-VOLTS = SPACES
         CONTINUE
      WHEN SITE-SUPPLY-VOLTS NUMERIC AND SITE-SUPPLY-VOLTS > "00"
         MOVE SITE-SUPPLY-VOLTS TO WS-SUPPLY-VOLTS
      WHEN SITE-SUPPLY-VOLTS (1:1) NUMERIC
         AND SITE-SUPPLY-VOLTS (1:1) > "0"
         AND SITE-SUPPLY-VOLTS (2:1) = SPACE
         MOVE SITE-SUPPLY-VOLTS (1:1) TO WS-SUPPLY-VOLTS
      WHEN OTHER
         DISPLAY "COLOR-ENERGY: site.cfg supply volts "
            SITE-SUPPLY-VOLTS " not understood, using 5"
            UPON SYSERR
   END-EVALUATE
   IF SITE-TARIFF NOT = SPACES
      IF SITE-TRF-UNITS NUMERIC AND SITE-TRF-POINT = "."
         AND SITE-TRF-FRAC NUMERIC
         COMPUTE WS-TARIFF = SITE-TRF-UNITS + SITE-TRF-FRAC / 10000
      ELSE
         DISPLAY "COLOR-ENERGY: site.cfg tariff " SITE-TARIFF
            " not understood, costs left at zero" UPON SYSERR
      END-IF
   END-IF
   IF SITE-RATED-HOURS NOT = SPACES
      IF FUNCTION TEST-NUMVAL (SITE-RATED-HOURS) = 0
         COMPUTE WS-RATED-HOURS = FUNCTION NUMVAL (SITE-RATED-HOURS)
      ELSE
         DISPLAY "COLOR-ENERGY: site.cfg rated hours "
            SITE-RATED-HOURS " not understood, no life figure"
            UPON SYSERR
      END-IF
   END-IF.
1210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> One day's ledger archive.  A day with no archive is a night with
*> no show (or a night whose cut hasn't run yet) and is skipped.
*> ----------------------------------------------------------------
2000-SCAN-ONE-DAY.
   MOVE SPACES TO WS-ARCHIVE-PATH
   STRING "/opt/rpi/effects/archive/energy_"
          WS-MONTH WS-DAY-NUM ".log"
      DELIMITED BY SIZE INTO WS-ARCHIVE-PATH
   END-STRING
   PERFORM 2100-SCAN-ONE-FILE THRU 2100-EXIT.
2000-EXIT.
    EXIT.

2050-SCAN-NEXT-FIRST.
   MOVE SPACES TO WS-ARCHIVE-PATH
   STRING "/opt/rpi/effects/archive/energy_"
          WS-NEXT-MONTH "01.log"
      DELIMITED BY SIZE INTO WS-ARCHIVE-PATH
   END-STRING
   PERFORM 2100-SCAN-ONE-FILE THRU 2100-EXIT.
2050-EXIT.
    EXIT.

2100-SCAN-ONE-FILE.
   MOVE 'N' TO LEDGER-EOF
   OPEN INPUT LEDGER-LOG
   IF ARCHIVE-NOT-FOUND
      CONTINUE
   ELSE
      IF NOT ARCHIVE-OPEN-OK
         DISPLAY "COLOR-ENERGY: " WS-ARCHIVE-PATH
            " could not be opened, status " WS-ARCHIVE-STATUS
            UPON SYSERR
      ELSE
         PERFORM 2200-TALLY-ONE-LINE THRU 2200-EXIT
            UNTIL LEDGER-EOF-YES
         CLOSE LEDGER-LOG
      END-IF
   END-IF.
2100-EXIT.
    EXIT.

*> A line that doesn't parse, or whose night falls in another
*> month, is passed over.
2200-TALLY-ONE-LINE.
   READ LEDGER-LOG AT END MOVE 'Y' TO LEDGER-EOF.
   IF LEDGER-EOF-NO
      MOVE NRG-OPEN-STAMP TO WS-OPEN-WORK
      MOVE SPACES TO WS-NIGHT-MONTH
      IF WS-OPEN-DATE NUMERIC AND WS-OPEN-DATE > 16010101
         AND WS-OPEN-HH NUMERIC
         AND NRG-SECONDS NUMERIC AND NRG-DRAW-MA NUMERIC
         PERFORM 2210-FIND-NIGHT THRU 2210-EXIT
      END-IF
      IF WS-NIGHT-MONTH = WS-MONTH
         PERFORM 3000-TALLY-FIXTURE THRU 3000-EXIT
      END-IF
   END-IF.
2200-EXIT.
    EXIT.

2210-FIND-NIGHT.
   IF WS-OPEN-HH < 12
      COMPUTE WS-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
         (FUNCTION INTEGER-OF-DATE (WS-OPEN-DATE) - 1)
   ELSE
      MOVE WS-OPEN-DATE TO WS-NIGHT-DATE
   END-IF.
2210-EXIT.
    EXIT.

3000-TALLY-FIXTURE.
   MOVE 0 TO WS-FOUND-IDX
   PERFORM 3010-FIND-FIXTURE THRU 3010-EXIT
      VARYING ENR-IDX FROM 1 BY 1
         UNTIL ENR-IDX > ENR-TABLE-COUNT OR WS-FOUND-IDX > 0
   IF WS-FOUND-IDX = 0
      IF ENR-TABLE-COUNT >= 50
         IF NOT TABLE-OVERFLOW-YES
            MOVE 'Y' TO TABLE-OVERFLOW
            DISPLAY "COLOR-ENERGY: more than 50 fixtures in the "
               "ledger, the rest left out" UPON SYSERR
         END-IF
      ELSE
         ADD 1 TO ENR-TABLE-COUNT
         MOVE ENR-TABLE-COUNT TO WS-FOUND-IDX
         PERFORM 3020-CLEAR-FIXTURE THRU 3020-EXIT
      END-IF
   END-IF
   IF WS-FOUND-IDX > 0
      ADD NRG-SECONDS TO ENR-LIT-SECS (WS-FOUND-IDX WS-NIGHT-DAY)
      COMPUTE ENR-MA-SECS (WS-FOUND-IDX WS-NIGHT-DAY) =
         ENR-MA-SECS (WS-FOUND-IDX WS-NIGHT-DAY)
          + NRG-SECONDS * NRG-DRAW-MA
      ADD NRG-SECONDS TO ENR-MONTH-SECS (WS-FOUND-IDX)
      COMPUTE ENR-MONTH-MA-SECS (WS-FOUND-IDX) =
         ENR-MONTH-MA-SECS (WS-FOUND-IDX) + NRG-SECONDS * NRG-DRAW-MA
   END-IF.
3000-EXIT.
    EXIT.

3010-FIND-FIXTURE.
   IF ENR-NAME (ENR-IDX) = NRG-FIXTURE
      SET WS-FOUND-IDX TO ENR-IDX
   END-IF.
3010-EXIT.
    EXIT.

3020-CLEAR-FIXTURE.
   MOVE NRG-FIXTURE TO ENR-NAME (WS-FOUND-IDX)
   MOVE 0 TO ENR-MONTH-SECS (WS-FOUND-IDX)
   MOVE 0 TO ENR-MONTH-MA-SECS (WS-FOUND-IDX)
   PERFORM 3030-CLEAR-NIGHT THRU 3030-EXIT
      VARYING WS-CLEAR-DAY FROM 1 BY 1 UNTIL WS-CLEAR-DAY > 31.
3020-EXIT.
    EXIT.

3030-CLEAR-NIGHT.
   MOVE 0 TO ENR-LIT-SECS (WS-FOUND-IDX WS-CLEAR-DAY)
   MOVE 0 TO ENR-MA-SECS (WS-FOUND-IDX WS-CLEAR-DAY).
3030-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> burnhours.dat: read every other month's rows, add this month's
*> from the ledger, write the lot back.  The lifetime table is
*> summed on the way through.  A file that can't be read is left
*> alone rather than overwritten with just this month.
*> ----------------------------------------------------------------
4000-UPDATE-BURN-HOURS.
   MOVE 0 TO BURN-TABLE-COUNT
   MOVE 'N' TO BURN-EOF
   OPEN INPUT BURN-FILE
   EVALUATE TRUE
      WHEN BURN-OK
         PERFORM 4100-READ-ONE-BURN THRU 4100-EXIT
            UNTIL BURN-EOF-YES
         CLOSE BURN-FILE
      WHEN BURN-NOT-FOUND
         CONTINUE
      WHEN OTHER
         DISPLAY "COLOR-ENERGY: burnhours.dat could not be opened, "
            "status " WS-BURN-STATUS UPON SYSERR
         MOVE 'Y' TO BURN-HOLD
   END-EVALUATE
   PERFORM 4200-ADD-MONTH-ROW THRU 4200-EXIT
      VARYING ENR-IDX FROM 1 BY 1 UNTIL ENR-IDX > ENR-TABLE-COUNT
   IF BURN-HOLD-YES
      DISPLAY "COLOR-ENERGY: burnhours.dat not rewritten, "
         "lifetime hours not updated" UPON SYSERR
      MOVE 2 TO WS-RETURN-CODE
   ELSE
      OPEN OUTPUT BURN-FILE
      IF NOT BURN-OK
         DISPLAY "COLOR-ENERGY: burnhours.dat could not be opened, "
            "status " WS-BURN-STATUS UPON SYSERR
         MOVE 2 TO WS-RETURN-CODE
      ELSE
         PERFORM 4300-WRITE-ONE-BURN THRU 4300-EXIT
            VARYING BURN-IDX FROM 1 BY 1
               UNTIL BURN-IDX > BURN-TABLE-COUNT
         CLOSE BURN-FILE
      END-IF
   END-IF.
4000-EXIT.
    EXIT.

4100-READ-ONE-BURN.
   READ BURN-FILE AT END MOVE 'Y' TO BURN-EOF.
   IF BURN-EOF-NO AND BURN-MONTH NOT = WS-MONTH
      AND BURN-FIXTURE NOT = SPACES
      IF BURN-TABLE-COUNT >= 3000
         IF NOT BURN-HOLD-YES
            MOVE 'Y' TO BURN-HOLD
            DISPLAY "COLOR-ENERGY: more than 3000 rows in "
               "burnhours.dat" UPON SYSERR
         END-IF
      ELSE
         ADD 1 TO BURN-TABLE-COUNT
         MOVE BURN-REC TO BTBL-REC (BURN-TABLE-COUNT)
         PERFORM 4400-ADD-LIFE THRU 4400-EXIT
      END-IF
   END-IF.
4100-EXIT.
    EXIT.

4200-ADD-MONTH-ROW.
   MOVE SPACES TO BURN-REC
   MOVE ENR-NAME (ENR-IDX)       TO BURN-FIXTURE
   MOVE WS-MONTH                 TO BURN-MONTH
   MOVE ENR-MONTH-SECS (ENR-IDX) TO BURN-LIT-SECS
   IF BURN-TABLE-COUNT >= 3000
      IF NOT BURN-HOLD-YES
         MOVE 'Y' TO BURN-HOLD
         DISPLAY "COLOR-ENERGY: more than 3000 rows in "
            "burnhours.dat" UPON SYSERR
      END-IF
   ELSE
      ADD 1 TO BURN-TABLE-COUNT
      MOVE BURN-REC TO BTBL-REC (BURN-TABLE-COUNT)
   END-IF
   PERFORM 4400-ADD-LIFE THRU 4400-EXIT
   IF WS-FOUND-IDX > 0
      ADD BURN-LIT-SECS TO LIFE-MONTH-SECS (WS-FOUND-IDX)
   END-IF.
4200-EXIT.
    EXIT.

4300-WRITE-ONE-BURN.
   MOVE BTBL-REC (BURN-IDX) TO BURN-REC
   WRITE BURN-REC
   IF NOT BURN-OK
      DISPLAY "COLOR-ENERGY: write to burnhours.dat failed, status "
         WS-BURN-STATUS UPON SYSERR
      MOVE 2 TO WS-RETURN-CODE
   END-IF.
4300-EXIT.
    EXIT.

*> BURN-REC's seconds onto its fixture's lifetime total; leaves
*> WS-FOUND-IDX on the fixture's row (0 if the table is full).
4400-ADD-LIFE.
   MOVE 0 TO WS-FOUND-IDX
   PERFORM 4410-FIND-LIFE THRU 4410-EXIT
      VARYING LIFE-IDX FROM 1 BY 1
         UNTIL LIFE-IDX > LIFE-TABLE-COUNT OR WS-FOUND-IDX > 0
   IF WS-FOUND-IDX = 0
      IF LIFE-TABLE-COUNT >= 200
         IF NOT LIFE-OVERFLOW-YES
            MOVE 'Y' TO LIFE-OVERFLOW
            DISPLAY "COLOR-ENERGY: more than 200 fixtures in "
               "burnhours.dat, the rest left off the report"
               UPON SYSERR
         END-IF
      ELSE
         ADD 1 TO LIFE-TABLE-COUNT
         MOVE LIFE-TABLE-COUNT TO WS-FOUND-IDX
         MOVE BURN-FIXTURE TO LIFE-NAME (WS-FOUND-IDX)
         MOVE 0 TO LIFE-SECS (WS-FOUND-IDX)
         MOVE 0 TO LIFE-MONTH-SECS (WS-FOUND-IDX)
      END-IF
   END-IF
   IF WS-FOUND-IDX > 0 AND BURN-LIT-SECS NUMERIC
      ADD BURN-LIT-SECS TO LIFE-SECS (WS-FOUND-IDX)
   END-IF.
4400-EXIT.
    EXIT.

4410-FIND-LIFE.
   IF LIFE-NAME (LIFE-IDX) = BURN-FIXTURE
      SET WS-FOUND-IDX TO LIFE-IDX
   END-IF.
4410-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The report: night by night per fixture, then each fixture's month
*> totals, then lifetime hours against the rated life for every
*> fixture burnhours.dat knows, then the month's grand totals.
*> ----------------------------------------------------------------
5000-WRITE-REPORT.
   OPEN OUTPUT REPORT-FILE
   IF NOT REPORT-OK
      DISPLAY "COLOR-ENERGY: " WS-REPORT-PATH
         " could not be opened, status " WS-REPORT-STATUS
         UPON SYSERR
      MOVE 2 TO WS-RETURN-CODE
   ELSE
      MOVE WS-SUPPLY-VOLTS TO WS-VOLTS-OUT
      MOVE WS-TARIFF TO WS-TARIFF-OUT
      MOVE SPACES TO REPORT-LINE
      STRING "COLOR-ENERGY SUMMARY FOR " WS-MONTH
             "   SUPPLY " WS-VOLTS-OUT "V   TARIFF " WS-TARIFF-OUT
             " PER KWH"
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
      WRITE REPORT-LINE
      MOVE SPACES TO REPORT-LINE
      STRING "NIGHT     FIXTURE                      L"
             "IT HRS    WATT-HRS       COST"
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
      WRITE REPORT-LINE
      PERFORM 5100-WRITE-ONE-NIGHT THRU 5100-EXIT
         VARYING WS-DAY-NUM FROM 1 BY 1 UNTIL WS-DAY-NUM > 31
      MOVE SPACES TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE SPACES TO REPORT-LINE
      STRING "MONTH     FIXTURE                      L"
             "IT HRS    WATT-HRS       COST"
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
      WRITE REPORT-LINE
      PERFORM 5200-WRITE-ONE-MONTH THRU 5200-EXIT
         VARYING ENR-IDX FROM 1 BY 1 UNTIL ENR-IDX > ENR-TABLE-COUNT
      MOVE SPACES TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE SPACES TO REPORT-LINE
      STRING "FIXTURE                    MONTH HRS   T"
             "OTAL HRS  RATED HRS  LIFE USED"
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
      WRITE REPORT-LINE
      PERFORM 5300-WRITE-ONE-LIFE THRU 5300-EXIT
         VARYING LIFE-IDX FROM 1 BY 1 UNTIL LIFE-IDX > LIFE-TABLE-COUNT
      MOVE SPACES TO REPORT-LINE
      WRITE REPORT-LINE
      COMPUTE WS-HOURS ROUNDED = WS-TOTAL-SECS / 3600
      MOVE WS-HOURS TO WS-TOTAL-HRS-OUT
      MOVE WS-GRAND-MA-SECS TO WS-TOTAL-MA-SECS
      PERFORM 5900-COST-MA-SECS THRU 5900-EXIT
      MOVE SPACES TO REPORT-LINE
      STRING "TOTAL LIT HRS=" WS-TOTAL-HRS-OUT
             "  TOTAL WATT-HRS=" WS-WATT-HRS-OUT
             "  TOTAL COST=" WS-COST-OUT
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
      WRITE REPORT-LINE
      CLOSE REPORT-FILE
   END-IF.
5000-EXIT.
    EXIT.

5100-WRITE-ONE-NIGHT.
   PERFORM 5110-WRITE-FIXTURE-NIGHT THRU 5110-EXIT
      VARYING ENR-IDX FROM 1 BY 1 UNTIL ENR-IDX > ENR-TABLE-COUNT.
5100-EXIT.
    EXIT.

5110-WRITE-FIXTURE-NIGHT.
   IF ENR-LIT-SECS (ENR-IDX WS-DAY-NUM) > 0
      MOVE WS-MONTH TO WS-NIGHT-MONTH
      MOVE WS-DAY-NUM TO WS-NIGHT-DAY
      MOVE WS-NIGHT-DATE TO WS-NIGHT-OUT
      MOVE ENR-NAME (ENR-IDX) TO WS-NAME-OUT
      COMPUTE WS-HOURS ROUNDED =
         ENR-LIT-SECS (ENR-IDX WS-DAY-NUM) / 3600
      MOVE WS-HOURS TO WS-HOURS-OUT
      MOVE ENR-MA-SECS (ENR-IDX WS-DAY-NUM) TO WS-TOTAL-MA-SECS
      PERFORM 5900-COST-MA-SECS THRU 5900-EXIT
      MOVE SPACES TO REPORT-LINE
      STRING WS-NIGHT-OUT "  " WS-NAME-OUT "  " WS-HOURS-OUT
             "  " WS-WATT-HRS-OUT "  " WS-COST-OUT
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
      WRITE REPORT-LINE
   END-IF.
5110-EXIT.
    EXIT.

*> Each fixture's month, adding to the grand totals on the way.
5200-WRITE-ONE-MONTH.
   MOVE ENR-NAME (ENR-IDX) TO WS-NAME-OUT
   COMPUTE WS-HOURS ROUNDED = ENR-MONTH-SECS (ENR-IDX) / 3600
   MOVE WS-HOURS TO WS-HOURS-OUT
   MOVE ENR-MONTH-MA-SECS (ENR-IDX) TO WS-TOTAL-MA-SECS
   PERFORM 5900-COST-MA-SECS THRU 5900-EXIT
   MOVE SPACES TO REPORT-LINE
   STRING WS-MONTH "    " WS-NAME-OUT "  " WS-HOURS-OUT
          "  " WS-WATT-HRS-OUT "  " WS-COST-OUT
      DELIMITED BY SIZE INTO REPORT-LINE
   END-STRING
   WRITE REPORT-LINE
   ADD ENR-MONTH-SECS (ENR-IDX) TO WS-TOTAL-SECS
   ADD ENR-MONTH-MA-SECS (ENR-IDX) TO WS-GRAND-MA-SECS.
5200-EXIT.
    EXIT.

5300-WRITE-ONE-LIFE.
   MOVE LIFE-NAME (LIFE-IDX) TO WS-NAME-OUT
   COMPUTE WS-HOURS ROUNDED = LIFE-MONTH-SECS (LIFE-IDX) / 3600
   MOVE WS-HOURS TO WS-HOURS-OUT
   COMPUTE WS-HOURS ROUNDED = LIFE-SECS (LIFE-IDX) / 3600
   MOVE WS-HOURS TO WS-TOTAL-HRS-OUT
   MOVE SPACES TO REPORT-LINE
   IF WS-RATED-HOURS > 0
      MOVE WS-RATED-HOURS TO WS-RATED-OUT
      COMPUTE WS-LIFE-PCT ROUNDED = WS-HOURS * 100 / WS-RATED-HOURS
      IF WS-LIFE-PCT > 999.9
         MOVE 999.9 TO WS-LIFE-PCT
      END-IF
      MOVE WS-LIFE-PCT TO WS-LIFE-OUT
      STRING WS-NAME-OUT "  " WS-HOURS-OUT "  " WS-TOTAL-HRS-OUT
             "     " WS-RATED-OUT "     " WS-LIFE-OUT "%"
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
   ELSE
      STRING WS-NAME-OUT "  " WS-HOURS-OUT "  " WS-TOTAL-HRS-OUT
             "          -          -"
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
   END-IF
   WRITE REPORT-LINE.
5300-EXIT.
    EXIT.

*> WS-TOTAL-MA-SECS in; WS-WATT-HRS-OUT and WS-COST-OUT out.
5900-COST-MA-SECS.
   COMPUTE WS-WATT-HRS ROUNDED =
      WS-TOTAL-MA-SECS * WS-SUPPLY-VOLTS / 3600000
   COMPUTE WS-COST ROUNDED = WS-WATT-HRS * WS-TARIFF / 1000
   MOVE WS-WATT-HRS TO WS-WATT-HRS-OUT
   MOVE WS-COST TO WS-COST-OUT.
5900-EXIT.
    EXIT.

END PROGRAM COLOR-ENERGY.
