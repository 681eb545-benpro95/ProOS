*> GNU COBOL -- shared show-window bound resolver.  A window bound
*> is either a fixed time of day (HHMM, e.g. 2300) or an offset from
*> that night's sunset or sunrise, so calendar.txt stops needing a
*> re-edit every few weeks as dusk moves:
*>    S        sunset
*>    S-15     fifteen minutes before sunset
*>    S+30     half an hour after sunset
*>    R-45     three quarters of an hour before sunrise
*> (S or R, then an optional sign and one or two digits of minutes,
*> all inside the four columns an HHMM bound already takes).
*> COLOR-SEQ, COLOR-CAL, COLOR-WATCH and CAL-CHECK all call this one
*> routine, so the show, the dispatcher, the health check and the
*> preflight can never disagree about when a window opens.
*>
*> Sunset and sunrise are worked out from the site settings record
*> (/opt/rpi/effects/site.cfg, siterec.cpy) with the usual
*> solar-position approximation -- good to a minute or two, which is
*> all a shop window needs -- and put on the local clock through the
*> record's UTC offset and summer-time rule.  Inside the polar
*> circles a day with no sunset resolves to local solar midnight and
*> one with no sunrise to solar noon, rather than failing.  The site
*> record is read once, on the first CALL of a run.
*>
*> Parameters:
*>    LK-BOUND       the bound as written: HHMM, a sun token, or blank
*>    LK-DATE        YYYYMMDD, the night the bound is wanted for
*>    LK-HHMM        comes back the bound as a time of day; a numeric
*>                   bound comes back unchanged, a blank one blank
*>    LK-FOUND-FLAG  comes back:
*>                   'Y' - resolved (or blank)
*>                   'N' - not an HHMM and not a sun token, or the
*>                         date is not YYYYMMDD
*>                   'S' - a sun token, but there is no usable
*>                         site.cfg to work it out from
*>
*> Modification history
*>    2026-10-15  DL  first version.
IDENTIFICATION DIVISION.
PROGRAM-ID.      SUN-WINDOW.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT SITE-IN ASSIGN TO "/opt/rpi/effects/site.cfg"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-SITE-STATUS.

DATA DIVISION.
FILE SECTION.

FD  SITE-IN.
  01  SITE-RECS.
      COPY "siterec.cpy".

WORKING-STORAGE SECTION.

*> The site, as numbers, once site.cfg has been read and accepted.
  01  SITE-WORK.
       05  WS-LATITUDE              PIC S9(02)V9(04) VALUE 0.
       05  WS-LONGITUDE             PIC S9(03)V9(04) VALUE 0.
       05  WS-STD-OFFSET-MINS       PIC S9(04) VALUE 0.
       05  WS-DST-RULE              PIC X(04) VALUE SPACES.

  01  BOUND-WORK.
       05  WS-BOUND-EVENT           PIC X(01).
         88  BOUND-SUNSET           VALUE 'S'.
         88  BOUND-SUNRISE          VALUE 'R'.
       05  WS-BOUND-REST            PIC X(03).
       05  WS-BOUND-MINS            PIC 9(02).
       05  WS-BOUND-OFFSET          PIC S9(03).

*> Calendar arithmetic on integer dates: day of the year for the
*> sun's position, and the Sundays the summer-time rules turn on.
  01  DATE-WORK.
       05  WS-DATE-NUM              PIC 9(08).
       05  WS-DATE-X REDEFINES WS-DATE-NUM
                                    PIC X(08).
       05  WS-YEAR                  PIC 9(04).
       05  WS-DATE-INT              PIC 9(08) COMP.
       05  WS-YEAR-START-INT        PIC 9(08) COMP.
       05  WS-DAY-OF-YEAR           PIC 9(03) COMP.
       05  WS-DAYS-IN-YEAR          PIC 9(03) COMP.
       05  WS-PROBE-DATE            PIC 9(08).
       05  WS-PROBE-INT             PIC 9(08) COMP.
       05  WS-WORK-INT              PIC 9(08) COMP.
       05  WS-QUOTIENT              PIC 9(08) COMP.
       05  WS-WEEKDAY               PIC 9(01) COMP.
       05  WS-SUNDAY-INT            PIC 9(08) COMP.
       05  WS-SUMMER-FROM-INT       PIC 9(08) COMP.
       05  WS-SUMMER-TO-INT         PIC 9(08) COMP.
       05  WS-LOCAL-OFFSET-MINS     PIC S9(04).

  01  SUN-WORK.
       05  WS-GAMMA                 PIC S9(02)V9(09).
       05  WS-EQTIME                PIC S9(03)V9(06).
       05  WS-DECL                  PIC S9(01)V9(09).
       05  WS-LAT-RAD               PIC S9(01)V9(09).
       05  WS-COS-HA                PIC S9(07)V9(09).
       05  WS-HA-DEG                PIC S9(03)V9(06).
       05  WS-EVENT-MINS            PIC S9(05)V9(04).
       05  WS-RESULT-MINS           PIC S9(05).
       05  WS-DAY-MINS              PIC 9(05).
       05  WS-RESULT-HHMM.
          10  WS-RESULT-HH          PIC 9(02).
          10  WS-RESULT-MM          PIC 9(02).

  01  FLAGS.
       05  SITE-LOADED              PIC X(01) VALUE 'N'.
         88  SITE-LOADED-YES        VALUE 'Y'.
       05  SITE-KNOWN               PIC X(01) VALUE 'N'.
         88  SITE-KNOWN-YES         VALUE 'Y'.
       05  SITE-SUMMER              PIC X(01) VALUE 'N'.
         88  SITE-SUMMER-YES        VALUE 'Y'.

  01  WS-FILE-STATUSES.
       05  WS-SITE-STATUS           PIC X(02).
         88  SITE-OPEN-OK            VALUE '00'.
         88  SITE-NOT-FOUND          VALUE '35'.

LINKAGE SECTION.

  01  LK-BOUND                   PIC X(04).
  01  LK-DATE                    PIC X(08).
  01  LK-HHMM                    PIC X(04).
  01  LK-FOUND-FLAG              PIC X(01).

PROCEDURE DIVISION USING LK-BOUND LK-DATE LK-HHMM LK-FOUND-FLAG.

0010-MAIN.
   MOVE 'Y' TO LK-FOUND-FLAG
   MOVE SPACES TO LK-HHMM
   EVALUATE TRUE
      WHEN LK-BOUND = SPACES
         CONTINUE
      WHEN LK-BOUND NUMERIC
         MOVE LK-BOUND TO LK-HHMM
      WHEN OTHER
         PERFORM 0200-PARSE-TOKEN THRU 0200-EXIT
         IF LK-FOUND-FLAG = 'Y'
            IF SITE-LOADED-YES
               CONTINUE
            ELSE
               PERFORM 0100-LOAD-SITE THRU 0100-EXIT
            END-IF
            IF SITE-KNOWN-YES
               PERFORM 0300-RESOLVE-TOKEN THRU 0300-EXIT
            ELSE
               MOVE 'S' TO LK-FOUND-FLAG
            END-IF
         END-IF
   END-EVALUATE.
   GOBACK.
0010-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> A site with no site.cfg simply can't use sun-relative bounds;
*> any other open failure, or a record that doesn't read as a
*> place on the globe, is reported once and treated the same way.
*> ----------------------------------------------------------------
0100-LOAD-SITE.
   MOVE 'Y' TO SITE-LOADED
   OPEN INPUT SITE-IN
   EVALUATE TRUE
      WHEN SITE-OPEN-OK
         MOVE SPACES TO SITE-RECS
         READ SITE-IN
            AT END
               DISPLAY "SUN-WINDOW: site.cfg is empty" UPON SYSERR
            NOT AT END
               PERFORM 0110-ACCEPT-SITE THRU 0110-EXIT
         END-READ
         CLOSE SITE-IN
      WHEN SITE-NOT-FOUND
         CONTINUE
      WHEN OTHER
         DISPLAY "SUN-WINDOW: site.cfg could not be opened, status "
            WS-SITE-STATUS UPON SYSERR
   END-EVALUATE.
0100-EXIT.
    EXIT.

0110-ACCEPT-SITE.
   IF (SITE-LAT-SIGN = '+' OR SITE-LAT-SIGN = '-')
      AND SITE-LAT-DEG NUMERIC AND SITE-LAT-POINT = '.'
      AND SITE-LAT-FRAC NUMERIC AND SITE-LAT-DEG < 90
      AND (SITE-LON-SIGN = '+' OR SITE-LON-SIGN = '-')
      AND SITE-LON-DEG NUMERIC AND SITE-LON-POINT = '.'
      AND SITE-LON-FRAC NUMERIC AND SITE-LON-DEG <= 180
      AND (SITE-UTC-SIGN = '+' OR SITE-UTC-SIGN = '-')
      AND SITE-UTC-HH NUMERIC AND SITE-UTC-MM NUMERIC
      AND SITE-UTC-HH <= 14 AND SITE-UTC-MM < 60
      AND (SITE-DST-RULE = "EU" OR SITE-DST-RULE = "US"
           OR SITE-DST-RULE = "NONE" OR SITE-DST-RULE = SPACES)
      MOVE 'Y' TO SITE-KNOWN
      COMPUTE WS-LATITUDE = SITE-LAT-DEG + SITE-LAT-FRAC / 10000
      IF SITE-LAT-SIGN = '-'
         COMPUTE WS-LATITUDE = 0 - WS-LATITUDE
      END-IF
      COMPUTE WS-LONGITUDE = SITE-LON-DEG + SITE-LON-FRAC / 10000
      IF SITE-LON-SIGN = '-'
         COMPUTE WS-LONGITUDE = 0 - WS-LONGITUDE
      END-IF
      COMPUTE WS-STD-OFFSET-MINS = SITE-UTC-HH * 60 + SITE-UTC-MM
      IF SITE-UTC-SIGN = '-'
         COMPUTE WS-STD-OFFSET-MINS = 0 - WS-STD-OFFSET-MINS
      END-IF
      MOVE SITE-DST-RULE TO WS-DST-RULE
   ELSE
      DISPLAY "SUN-WINDOW: site.cfg latitude, longitude, UTC "
         "offset or summer-time rule not understood" UPON SYSERR
   END-IF.
0110-EXIT.
    EXIT.

*> S or R, then nothing, or a sign and one or two digits.
0200-PARSE-TOKEN.
   MOVE LK-BOUND (1:1) TO WS-BOUND-EVENT
   MOVE LK-BOUND (2:3) TO WS-BOUND-REST
   MOVE 0 TO WS-BOUND-OFFSET
   IF NOT BOUND-SUNSET AND NOT BOUND-SUNRISE
      MOVE 'N' TO LK-FOUND-FLAG
   ELSE
      EVALUATE TRUE
         WHEN WS-BOUND-REST = SPACES
            MOVE 0 TO WS-BOUND-MINS
         WHEN WS-BOUND-REST (1:1) NOT = '+'
              AND WS-BOUND-REST (1:1) NOT = '-'
            MOVE 'N' TO LK-FOUND-FLAG
         WHEN WS-BOUND-REST (2:2) NUMERIC
            MOVE WS-BOUND-REST (2:2) TO WS-BOUND-MINS
         WHEN WS-BOUND-REST (2:1) NUMERIC
              AND WS-BOUND-REST (3:1) = SPACE
            MOVE WS-BOUND-REST (2:1) TO WS-BOUND-MINS
         WHEN OTHER
            MOVE 'N' TO LK-FOUND-FLAG
      END-EVALUATE
      IF LK-FOUND-FLAG = 'Y'
         MOVE WS-BOUND-MINS TO WS-BOUND-OFFSET
         IF WS-BOUND-REST (1:1) = '-'
            COMPUTE WS-BOUND-OFFSET = 0 - WS-BOUND-MINS
         END-IF
      END-IF
   END-IF
   IF LK-DATE NOT NUMERIC
      MOVE 'N' TO LK-FOUND-FLAG
   END-IF.
0200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The sun's position for the date (fractional year, equation of
*> time, declination), the hour angle at which its upper limb
*> crosses the horizon allowing for refraction, and from those the
*> event in minutes past UTC midnight -- then onto the local clock
*> and the token's offset applied, wrapped into one day.
*> ----------------------------------------------------------------
0300-RESOLVE-TOKEN.
   MOVE LK-DATE TO WS-DATE-X
   MOVE WS-DATE-X (1:4) TO WS-YEAR
   COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
   COMPUTE WS-PROBE-DATE = WS-YEAR * 10000 + 0101
   COMPUTE WS-YEAR-START-INT =
      FUNCTION INTEGER-OF-DATE (WS-PROBE-DATE)
   COMPUTE WS-PROBE-DATE = (WS-YEAR + 1) * 10000 + 0101
   COMPUTE WS-DAYS-IN-YEAR =
      FUNCTION INTEGER-OF-DATE (WS-PROBE-DATE) - WS-YEAR-START-INT
   COMPUTE WS-DAY-OF-YEAR = WS-DATE-INT - WS-YEAR-START-INT + 1

   COMPUTE WS-GAMMA =
      2 * FUNCTION PI / WS-DAYS-IN-YEAR * (WS-DAY-OF-YEAR - 1)
   COMPUTE WS-EQTIME = 229.18 * (0.000075
      + 0.001868 * FUNCTION COS (WS-GAMMA)
      - 0.032077 * FUNCTION SIN (WS-GAMMA)
      - 0.014615 * FUNCTION COS (2 * WS-GAMMA)
      - 0.040849 * FUNCTION SIN (2 * WS-GAMMA))
   COMPUTE WS-DECL = 0.006918
      - 0.399912 * FUNCTION COS (WS-GAMMA)
      + 0.070257 * FUNCTION SIN (WS-GAMMA)
      - 0.006758 * FUNCTION COS (2 * WS-GAMMA)
      + 0.000907 * FUNCTION SIN (2 * WS-GAMMA)
      - 0.002697 * FUNCTION COS (3 * WS-GAMMA)
      + 0.00148  * FUNCTION SIN (3 * WS-GAMMA)
   COMPUTE WS-LAT-RAD = WS-LATITUDE * FUNCTION PI / 180
   COMPUTE WS-COS-HA =
      FUNCTION COS (90.833 * FUNCTION PI / 180)
         / (FUNCTION COS (WS-LAT-RAD) * FUNCTION COS (WS-DECL))
      - FUNCTION TAN (WS-LAT-RAD) * FUNCTION TAN (WS-DECL)
   IF WS-COS-HA > 1
      MOVE 1 TO WS-COS-HA
   END-IF
   IF WS-COS-HA < -1
      MOVE -1 TO WS-COS-HA
   END-IF
   COMPUTE WS-HA-DEG =
      FUNCTION ACOS (WS-COS-HA) * 180 / FUNCTION PI

   IF BOUND-SUNSET
      COMPUTE WS-EVENT-MINS =
         720 - 4 * (WS-LONGITUDE - WS-HA-DEG) - WS-EQTIME
   ELSE
      COMPUTE WS-EVENT-MINS =
         720 - 4 * (WS-LONGITUDE + WS-HA-DEG) - WS-EQTIME
   END-IF

   PERFORM 0400-LOCAL-OFFSET THRU 0400-EXIT
   COMPUTE WS-RESULT-MINS ROUNDED = WS-EVENT-MINS
      + WS-LOCAL-OFFSET-MINS + WS-BOUND-OFFSET + 2880
   DIVIDE WS-RESULT-MINS BY 1440 GIVING WS-QUOTIENT
      REMAINDER WS-DAY-MINS
   DIVIDE WS-DAY-MINS BY 60 GIVING WS-RESULT-HH
      REMAINDER WS-RESULT-MM
   MOVE WS-RESULT-HHMM TO LK-HHMM.
0300-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Standard offset, plus an hour on summer-time days.  The clocks
*> change in the small hours, so a whole changeover Sunday's
*> evening is already on the new time.
*>    EU  last Sunday of March up to the last Sunday of October
*>    US  second Sunday of March up to the first Sunday of November
*> ----------------------------------------------------------------
0400-LOCAL-OFFSET.
   MOVE 'N' TO SITE-SUMMER
   EVALUATE WS-DST-RULE
      WHEN "EU"
         COMPUTE WS-PROBE-DATE = WS-YEAR * 10000 + 0401
         COMPUTE WS-PROBE-INT =
            FUNCTION INTEGER-OF-DATE (WS-PROBE-DATE) - 1
         PERFORM 0410-LAST-SUNDAY THRU 0410-EXIT
         MOVE WS-SUNDAY-INT TO WS-SUMMER-FROM-INT
         COMPUTE WS-PROBE-DATE = WS-YEAR * 10000 + 1101
         COMPUTE WS-PROBE-INT =
            FUNCTION INTEGER-OF-DATE (WS-PROBE-DATE) - 1
         PERFORM 0410-LAST-SUNDAY THRU 0410-EXIT
         MOVE WS-SUNDAY-INT TO WS-SUMMER-TO-INT
         MOVE 'Y' TO SITE-SUMMER
      WHEN "US"
         COMPUTE WS-PROBE-DATE = WS-YEAR * 10000 + 0301
         COMPUTE WS-PROBE-INT =
            FUNCTION INTEGER-OF-DATE (WS-PROBE-DATE)
         PERFORM 0420-FIRST-SUNDAY THRU 0420-EXIT
         COMPUTE WS-SUMMER-FROM-INT = WS-SUNDAY-INT + 7
         COMPUTE WS-PROBE-DATE = WS-YEAR * 10000 + 1101
         COMPUTE WS-PROBE-INT =
            FUNCTION INTEGER-OF-DATE (WS-PROBE-DATE)
         PERFORM 0420-FIRST-SUNDAY THRU 0420-EXIT
         MOVE WS-SUNDAY-INT TO WS-SUMMER-TO-INT
         MOVE 'Y' TO SITE-SUMMER
      WHEN OTHER
         CONTINUE
   END-EVALUATE
   IF SITE-SUMMER-YES
      IF WS-DATE-INT < WS-SUMMER-FROM-INT
         OR WS-DATE-INT >= WS-SUMMER-TO-INT
         MOVE 'N' TO SITE-SUMMER
      END-IF
   END-IF
   IF SITE-SUMMER-YES
      COMPUTE WS-LOCAL-OFFSET-MINS = WS-STD-OFFSET-MINS + 60
   ELSE
      MOVE WS-STD-OFFSET-MINS TO WS-LOCAL-OFFSET-MINS
   END-IF.
0400-EXIT.
    EXIT.

*> Integer dates count from Monday 1601-01-01 as day 1, so the
*> remainder below is 0 for a Monday through 6 for a Sunday.
*> WS-PROBE-INT is the month's last day coming in.
0410-LAST-SUNDAY.
   COMPUTE WS-WORK-INT = WS-PROBE-INT - 1
   DIVIDE WS-WORK-INT BY 7 GIVING WS-QUOTIENT
      REMAINDER WS-WEEKDAY
   IF WS-WEEKDAY = 6
      MOVE WS-PROBE-INT TO WS-SUNDAY-INT
   ELSE
      COMPUTE WS-SUNDAY-INT = WS-PROBE-INT - WS-WEEKDAY - 1
   END-IF.
0410-EXIT.
    EXIT.

*> WS-PROBE-INT is the month's first day coming in.
0420-FIRST-SUNDAY.
   COMPUTE WS-WORK-INT = WS-PROBE-INT - 1
   DIVIDE WS-WORK-INT BY 7 GIVING WS-QUOTIENT
      REMAINDER WS-WEEKDAY
   COMPUTE WS-SUNDAY-INT = WS-PROBE-INT + 6 - WS-WEEKDAY.
0420-EXIT.
    EXIT.

END PROGRAM SUN-WINDOW.
