*> GNU COBOL -- nightly status extract for head office.  Head office
*> runs these Pis in several storefronts and until now could only
*> find out how a night went by phoning the store.  This job writes
*> one fixed-layout interchange file per site per night (xtrrec.cpy)
*> to /opt/rpi/effects/outbound/<store>_<YYYYMMDD>.sta, for head
*> office to collect and load by column -- no log or report text to
*> parse.  The file carries:
*>    - the calendar row that played the night, picked the way
*>      COLOR-CAL picks it, and the schedule COLOR-SEQ's checkpoint
*>      says actually played
*>    - each track's pass, completed against planned, and every
*>      exception, from COLOR-RECON's results
*>    - request, reject and event counts from COLOR-RPT's totals
*>    - the COLOR-WATCH health classes raised during the night, off
*>      the verdict history in health.log
*>    - the last look left on each fixture, from laststate.dat
*> between a header and a trailer, each record stamped with the
*> site's store ID (site.cfg) and the night.  The trailer carries
*> the detail record count and a control total, the sum of the
*> detail records' amounts.
*>
*> Command line, optional:
*>    1  NIGHT-DATE      YYYYMMDD, the evening the show started on;
*>                       default the night just gone -- yesterday
*>                       when run before noon, today after
*>
*> The night runs from noon on NIGHT-DATE to noon the day after, so
*> a show window that wraps midnight is one night; COLOR-WATCH runs
*> in that span are the ones counted.  COLOR-RECON and COLOR-RPT
*> are run for their results (binaries at /opt/rpi/bin, as COLOR-CAL
*> launches COLOR-SEQ), into /opt/rpi/effects/extract/.  A THEME
*> night has no checkpoint to reconcile, and a night no calendar
*> row covers played nothing: neither has TK records or a recon
*> run.  Like COLOR-RECON, run this after the show and before
*> LOG-ARCHIVE cuts the day -- the transaction log, the checkpoint
*> and health.log must still be the night's.
*>
*> The file is written whole under a .tmp name and only then
*> renamed over <store>_<YYYYMMDD>.sta, so a rerun for the same
*> night replaces that night's extract -- never a second copy, and
*> never a half-written file where head office might collect it.
*>
*> RETURN-CODE:
*>    0 - the extract was written with every section
*>    1 - the extract was written, but COLOR-RECON or COLOR-RPT
*>        could not produce its results; the file says which in its
*>        RECON-RC / REPORT-RC counts, and that section is empty
*>    2 - no extract: the night is not a valid YYYYMMDD, site.cfg
*>        holds no store ID, the calendar could not be read, or the
*>        file could not be written
*>
*> Modification history
*>    2026-10-15  DL  first version.
IDENTIFICATION DIVISION.
PROGRAM-ID.      STATUS-EXTRACT.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT SITE-IN ASSIGN TO "/opt/rpi/effects/site.cfg"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-SITE-STATUS.
   SELECT CALENDAR-FILE ASSIGN TO "/opt/rpi/effects/calendar.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CALENDAR-STATUS.
   SELECT CHECKPOINT-FILE ASSIGN TO "/opt/rpi/effects/sequence.ckpt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CKPT-STATUS.
   SELECT RESULTS-FILE ASSIGN TO "/opt/rpi/effects/extract/recon.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RESULTS-STATUS.
   SELECT TOTALS-FILE ASSIGN TO "/opt/rpi/effects/extract/daily.tot"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-TOTALS-STATUS.
   SELECT HEALTH-LOG ASSIGN TO "/opt/rpi/effects/health.log"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-HEALTH-STATUS.
   SELECT REGISTRY-IN ASSIGN TO "/opt/rpi/effects/fixtures.cfg"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REGISTRY-STATUS.
   SELECT STATE-FILE ASSIGN TO "/opt/rpi/effects/laststate.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STATE-STATUS.
   SELECT EXTRACT-FILE ASSIGN DYNAMIC WS-TEMP-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-EXTRACT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  SITE-IN.
  01  SITE-RECS.
      COPY "siterec.cpy".

FD  CALENDAR-FILE.
  01  CAL-RECS.
      COPY "calrec.cpy".

FD  CHECKPOINT-FILE.
  01  CKPT-REC.
      COPY "ckptrec.cpy".

FD  RESULTS-FILE.
  01  RESULT-REC.
      COPY "rcnrec.cpy".

FD  TOTALS-FILE.
  01  TOTALS-REC.
      COPY "rpttrec.cpy".

FD  HEALTH-LOG.
  01  HEALTH-LOG-REC.
      COPY "hlthrec.cpy".

FD  REGISTRY-IN.
  01  FIX-RECS.
      COPY "fixtrec.cpy".

FD  STATE-FILE.
  01  STATE-REC.
      COPY "staterec.cpy".

FD  EXTRACT-FILE.
  01  EXTRACT-LINE               PIC X(138).

WORKING-STORAGE SECTION.

  01  STORAGE.
       05  WS-ARG-NUM               PIC 9(02) COMP.
       05  WS-ARG-VALUE             PIC X(40).
       05  WS-STORE-ID              PIC X(08) VALUE SPACES.
       05  WS-NIGHT-DATE            PIC 9(08).
       05  WS-NIGHT-DATE-X REDEFINES WS-NIGHT-DATE
                                    PIC X(08).
       05  WS-NIGHT-MMDD            PIC X(04).
       05  WS-NIGHT-INT             PIC 9(08) COMP.
       05  WS-NEXT-DATE             PIC 9(08).
       05  WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE
                                    PIC X(08).
       05  WS-NOW-STAMP             PIC X(15).
       05  WS-NIGHT-FROM            PIC X(15).
       05  WS-NIGHT-TO              PIC X(15).
       05  WS-RETURN-CODE           PIC 9(02) VALUE 0.

  01  PATH-WORK.
       05  WS-OUTBOUND-DIR          PIC X(60)
              VALUE "/opt/rpi/effects/outbound".
       05  WS-WORK-DIR              PIC X(60)
              VALUE "/opt/rpi/effects/extract".
       05  WS-RESULTS-PATH          PIC X(60)
              VALUE "/opt/rpi/effects/extract/recon.dat".
       05  WS-TOTALS-PATH           PIC X(60)
              VALUE "/opt/rpi/effects/extract/daily.tot".
       05  WS-EXTRACT-PATH          PIC X(60) VALUE SPACES.
       05  WS-TEMP-PATH             PIC X(60) VALUE SPACES.
       05  WS-COMMAND               PIC X(200).

*> The row that won, COLOR-CAL's own layout, so the fallback found
*> mid-file can't be clobbered by rows read after it.
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

  01  COUNT-WORK.
       05  WS-CKPT-RECORDS          PIC 9(05) VALUE 0.
       05  WS-CKPT-SCHEDULE         PIC X(40) VALUE SPACES.
       05  WS-RECON-CODE            PIC 9(03) VALUE 0.
       05  WS-REPORT-CODE           PIC 9(03) VALUE 0.
       05  WS-PASSES-PLANNED        PIC 9(05) VALUE 0.
       05  WS-PASSES-DONE           PIC 9(05) VALUE 0.
       05  WS-EXCEPTIONS            PIC 9(05) VALUE 0.
       05  WS-WATCH-RUNS            PIC 9(05) VALUE 0.
       05  WS-WATCH-FAILS           PIC 9(05) VALUE 0.
       05  WS-HEALTH-BITS           PIC 9(03) VALUE 0.
       05  WS-BIT-QUOTIENT          PIC 9(03).
       05  WS-BIT-HALF              PIC 9(03).
       05  WS-BIT-REMAINDER         PIC 9(01).
       05  WS-HCL                   PIC 9(02) COMP.
       05  WS-COUNT-NAME            PIC X(16).
       05  WS-DTL                   PIC 9(06) COMP.
       05  WS-SEQ                   PIC 9(06) VALUE 0.
       05  WS-CONTROL-TOTAL         PIC 9(12) VALUE 0.

*> COLOR-WATCH's health classes and their RETURN-CODE bits, with
*> what the night's runs raised of each.
  01  HEALTH-CLASS-VALUES.
       05  FILLER                   PIC X(15) VALUE "001CKPT-STALE".
       05  FILLER                   PIC X(15) VALUE "002STATE-STALE".
       05  FILLER                   PIC X(15) VALUE "004REJECT-SURGE".
       05  FILLER                   PIC X(15) VALUE "008INDEX-BAD".
       05  FILLER                   PIC X(15) VALUE "016LEASE-STALE".
  01  HEALTH-CLASS-TABLE REDEFINES HEALTH-CLASS-VALUES.
       05  HEALTH-CLASS OCCURS 5 TIMES.
          10  HCL-BIT               PIC 9(03).
          10  HCL-NAME              PIC X(12).
  01  HEALTH-RAISED-TABLE.
       05  HEALTH-RAISED OCCURS 5 TIMES.
          10  HRS-RUNS              PIC 9(05).
          10  HRS-FIRST             PIC X(15).
          10  HRS-LAST              PIC X(15).

*> fixtures.cfg as channel-to-name, for naming laststate.dat's
*> channels; the first fixture on a channel names it.
  01  FIXTURE-TABLE-MAIN.
       05  FIXTURE-TABLE-COUNT      PIC 9(02) COMP VALUE 0.
       05  FIXTURE-TABLE OCCURS 1 TO 50 TIMES
               DEPENDING ON FIXTURE-TABLE-COUNT
               INDEXED BY FIX-IDX.
          10  FTBL-NAME             PIC X(25).
          10  FTBL-CHANNEL          PIC X(01).

*> The detail records, built as each source is read and written
*> out between the header and trailer once all of them are in.
  01  DETAIL-TABLE-MAIN.
       05  DETAIL-COUNT             PIC 9(06) COMP VALUE 0.
       05  DETAIL-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON DETAIL-COUNT.
          10  DTL-RECORD            PIC X(138).

  01  EXTRACT-WORK.
      COPY "xtrrec.cpy".

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
       05  CKPT-EOF                 PIC X(01) VALUE 'N'.
         88  CKPT-EOF-YES           VALUE 'Y'.
         88  CKPT-EOF-NO            VALUE 'N'.
       05  RESULTS-EOF              PIC X(01) VALUE 'N'.
         88  RESULTS-EOF-YES        VALUE 'Y'.
         88  RESULTS-EOF-NO         VALUE 'N'.
       05  HEALTH-EOF               PIC X(01) VALUE 'N'.
         88  HEALTH-EOF-YES         VALUE 'Y'.
         88  HEALTH-EOF-NO          VALUE 'N'.
       05  REGISTRY-EOF             PIC X(01) VALUE 'N'.
         88  REGISTRY-EOF-YES       VALUE 'Y'.
         88  REGISTRY-EOF-NO        VALUE 'N'.
       05  STATE-EOF                PIC X(01) VALUE 'N'.
         88  STATE-EOF-YES          VALUE 'Y'.
         88  STATE-EOF-NO           VALUE 'N'.
       05  DETAIL-OVERFLOW          PIC X(01) VALUE 'N'.
         88  DETAIL-OVERFLOW-YES    VALUE 'Y'.
       05  EXTRACT-FAILED           PIC X(01) VALUE 'N'.
         88  EXTRACT-FAILED-YES     VALUE 'Y'.

  01  WS-FILE-STATUSES.
       05  WS-SITE-STATUS           PIC X(02).
         88  SITE-OPEN-OK            VALUE '00'.
       05  WS-CALENDAR-STATUS       PIC X(02).
         88  CALENDAR-OK             VALUE '00'.
       05  WS-CKPT-STATUS           PIC X(02).
         88  CKPT-OPEN-OK            VALUE '00'.
       05  WS-RESULTS-STATUS        PIC X(02).
         88  RESULTS-OK              VALUE '00'.
       05  WS-TOTALS-STATUS         PIC X(02).
         88  TOTALS-OK               VALUE '00'.
       05  WS-HEALTH-STATUS         PIC X(02).
         88  HEALTH-OK               VALUE '00'.
       05  WS-REGISTRY-STATUS       PIC X(02).
         88  REGISTRY-OK             VALUE '00'.
       05  WS-STATE-STATUS          PIC X(02).
         88  STATE-OK                VALUE '00'.
       05  WS-EXTRACT-STATUS        PIC X(02).
         88  EXTRACT-OK              VALUE '00'.

PROCEDURE DIVISION.

0010-MAIN.
   PERFORM 1000-GET-ARGUMENTS THRU 1000-EXIT.
   IF WS-RETURN-CODE = 0
      PERFORM 1100-READ-SITE THRU 1100-EXIT
   END-IF
   IF WS-RETURN-CODE = 0
      PERFORM 2000-CALENDAR-ROW THRU 2000-EXIT
   END-IF
   IF WS-RETURN-CODE = 0
      CALL "CBL_CREATE_DIR" USING WS-WORK-DIR
      CALL "CBL_CREATE_DIR" USING WS-OUTBOUND-DIR
      MOVE 0 TO RETURN-CODE
      IF WS-CHOSEN-MODE = "SCHED"
         PERFORM 2500-CHECKPOINT-SCHEDULE THRU 2500-EXIT
         PERFORM 3000-RECON THRU 3000-EXIT
      END-IF
      PERFORM 3900-RECON-COUNTS THRU 3900-EXIT
      PERFORM 4000-REQUEST-TOTALS THRU 4000-EXIT
      PERFORM 5000-HEALTH THRU 5000-EXIT
      PERFORM 6000-LAST-STATE THRU 6000-EXIT
      IF DETAIL-OVERFLOW-YES
         DISPLAY "STATUS-EXTRACT: more than 3000 detail records, "
            "no extract written" UPON SYSERR
         MOVE 2 TO WS-RETURN-CODE
      ELSE
         PERFORM 8000-WRITE-EXTRACT THRU 8000-EXIT
      END-IF
   END-IF
   MOVE WS-RETURN-CODE TO RETURN-CODE.
   GOBACK.
0010-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Arguments.  The night defaults to the one just gone: a run in the
*> small hours or the morning is about yesterday evening's show.
*> The night's span is noon to noon, as stamps compare as text.
*> ----------------------------------------------------------------
1000-GET-ARGUMENTS.
   MOVE FUNCTION CURRENT-DATE (1:8) TO WS-NIGHT-DATE-X
   MOVE SPACES TO WS-NOW-STAMP
   STRING FUNCTION CURRENT-DATE (1:8) "-"
          FUNCTION CURRENT-DATE (9:6)
      DELIMITED BY SIZE INTO WS-NOW-STAMP
   END-STRING
   IF WS-NOW-STAMP (10:4) < "1200"
      COMPUTE WS-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
         (FUNCTION INTEGER-OF-DATE (WS-NIGHT-DATE) - 1)
   END-IF

   MOVE 1 TO WS-ARG-NUM
   DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
   MOVE SPACES TO WS-ARG-VALUE
   ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
      ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
   END-ACCEPT
   IF WS-ARG-VALUE NOT = SPACES
      IF WS-ARG-VALUE (1:8) NOT NUMERIC
         OR WS-ARG-VALUE (9:) NOT = SPACES
         OR FUNCTION TEST-DATE-YYYYMMDD
               (FUNCTION NUMVAL (WS-ARG-VALUE (1:8))) NOT = 0
         DISPLAY "STATUS-EXTRACT: night " WS-ARG-VALUE
            " is not a valid YYYYMMDD" UPON SYSERR
         MOVE 2 TO WS-RETURN-CODE
      ELSE
         MOVE WS-ARG-VALUE (1:8) TO WS-NIGHT-DATE-X
      END-IF
   END-IF

   IF WS-RETURN-CODE = 0
      COMPUTE WS-NIGHT-INT = FUNCTION INTEGER-OF-DATE (WS-NIGHT-DATE)
      COMPUTE WS-NEXT-DATE =
         FUNCTION DATE-OF-INTEGER (WS-NIGHT-INT + 1)
      MOVE WS-NIGHT-DATE-X (5:4) TO WS-NIGHT-MMDD
      MOVE SPACES TO WS-NIGHT-FROM WS-NIGHT-TO
      STRING WS-NIGHT-DATE-X "-120000"
         DELIMITED BY SIZE INTO WS-NIGHT-FROM
      END-STRING
      STRING WS-NEXT-DATE-X "-120000"
         DELIMITED BY SIZE INTO WS-NIGHT-TO
      END-STRING
   END-IF.
1000-EXIT.
    EXIT.

*> The store ID is site.cfg's last column.  Without it the file
*> can't be named or told apart from another store's at head
*> office, so there is no extract; an ID that starts with a blank
*> has been typed a column out and is refused the same way.
1100-READ-SITE.
   MOVE SPACES TO SITE-RECS
   OPEN INPUT SITE-IN
   IF SITE-OPEN-OK
      READ SITE-IN
         AT END
            MOVE SPACES TO SITE-RECS
      END-READ
      CLOSE SITE-IN
   END-IF
   MOVE SITE-STORE-ID TO WS-STORE-ID
   IF WS-STORE-ID (1:1) = SPACE
      DISPLAY "STATUS-EXTRACT: site.cfg holds no store ID in its "
         "last column, no extract written" UPON SYSERR
      MOVE 2 TO WS-RETURN-CODE
   END-IF.
1100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The calendar row, COLOR-CAL's pick for the night asked about:
*> the first dated row covering it wins and ends the scan, the
*> fallback row is remembered wherever it appears.
*> ----------------------------------------------------------------
2000-CALENDAR-ROW.
   MOVE 'N' TO CALENDAR-EOF
   OPEN INPUT CALENDAR-FILE
   IF NOT CALENDAR-OK
      DISPLAY "STATUS-EXTRACT: calendar.txt could not be opened, "
         "status " WS-CALENDAR-STATUS UPON SYSERR
      MOVE 2 TO WS-RETURN-CODE
   ELSE
      PERFORM 2100-READ-ONE-ROW THRU 2100-EXIT
         UNTIL CALENDAR-EOF-YES OR ROW-CHOSEN-YES
      CLOSE CALENDAR-FILE
      MOVE SPACES TO EXTRACT-WORK
      MOVE 0 TO XTR-AMOUNT
      MOVE "CL" TO XTR-TYPE
      EVALUATE TRUE
         WHEN ROW-CHOSEN-YES
            MOVE 'D' TO XTR-CL-SOURCE
         WHEN FALLBACK-SEEN-YES
            MOVE 'F' TO XTR-CL-SOURCE
            MOVE FALLBACK-ROW TO CHOSEN-ROW
         WHEN OTHER
            MOVE 'N' TO XTR-CL-SOURCE
      END-EVALUATE
      MOVE WS-CHOSEN-MODE   TO XTR-CL-MODE
      MOVE WS-CHOSEN-TARGET TO XTR-CL-TARGET
      MOVE WS-CHOSEN-BRIGHT TO XTR-CL-BRIGHT
      MOVE WS-CHOSEN-START  TO XTR-CL-START
      MOVE WS-CHOSEN-STOP   TO XTR-CL-STOP
      PERFORM 7900-ADD-DETAIL THRU 7900-EXIT
   END-IF.
2000-EXIT.
    EXIT.

2100-READ-ONE-ROW.
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
2100-EXIT.
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

*> What COLOR-SEQ actually played: the schedule its checkpoint
*> names, and how many track records it left.
2500-CHECKPOINT-SCHEDULE.
   MOVE 'N' TO CKPT-EOF
   OPEN INPUT CHECKPOINT-FILE
   IF CKPT-OPEN-OK
      PERFORM 2510-READ-ONE-CKPT THRU 2510-EXIT
         UNTIL CKPT-EOF-YES
      CLOSE CHECKPOINT-FILE
   END-IF
   MOVE SPACES TO EXTRACT-WORK
   MOVE "SC" TO XTR-TYPE
   MOVE WS-CKPT-RECORDS  TO XTR-AMOUNT
   MOVE WS-CKPT-SCHEDULE TO XTR-SC-SCHEDULE
   IF WS-CKPT-SCHEDULE = WS-CHOSEN-TARGET
      MOVE 'Y' TO XTR-SC-MATCH
   ELSE
      MOVE 'N' TO XTR-SC-MATCH
   END-IF
   PERFORM 7900-ADD-DETAIL THRU 7900-EXIT.
2500-EXIT.
    EXIT.

2510-READ-ONE-CKPT.
   READ CHECKPOINT-FILE AT END MOVE 'Y' TO CKPT-EOF.
   IF CKPT-EOF-NO
      ADD 1 TO WS-CKPT-RECORDS
      IF WS-CKPT-RECORDS = 1
         MOVE CKPT-SCHEDULE TO WS-CKPT-SCHEDULE
      END-IF
   END-IF.
2510-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> COLOR-RECON over the calendar row's schedule, for its results
*> file: a TK record per track verdict, an EX record per other
*> exception.  A recon that could not run (RC 2 or worse) leaves
*> the section empty and says so in RECON-RC.
*> ----------------------------------------------------------------
3000-RECON.
   CALL "CBL_DELETE_FILE" USING WS-RESULTS-PATH
   MOVE SPACES TO WS-COMMAND
   STRING "/opt/rpi/bin/colorrcn " DELIMITED BY SIZE
          WS-CHOSEN-TARGET         DELIMITED BY " "
          " "                      DELIMITED BY SIZE
          WS-WORK-DIR              DELIMITED BY " "
          "/recon.rpt "            DELIMITED BY SIZE
          WS-RESULTS-PATH          DELIMITED BY " "
      INTO WS-COMMAND
   END-STRING
   CALL "SYSTEM" USING WS-COMMAND
   COMPUTE WS-RECON-CODE = RETURN-CODE / 256
   MOVE 0 TO RETURN-CODE
   IF WS-RECON-CODE > 1
      DISPLAY "STATUS-EXTRACT: COLOR-RECON failed, return code "
         WS-RECON-CODE ", no pass results in the extract"
         UPON SYSERR
      MOVE 1 TO WS-RETURN-CODE
   ELSE
      MOVE 'N' TO RESULTS-EOF
      OPEN INPUT RESULTS-FILE
      IF NOT RESULTS-OK
         DISPLAY "STATUS-EXTRACT: recon.dat could not be opened, "
            "status " WS-RESULTS-STATUS UPON SYSERR
         MOVE 1 TO WS-RETURN-CODE
         MOVE 2 TO WS-RECON-CODE
      ELSE
         PERFORM 3100-READ-ONE-RESULT THRU 3100-EXIT
            UNTIL RESULTS-EOF-YES
         CLOSE RESULTS-FILE
      END-IF
   END-IF.
3000-EXIT.
    EXIT.

3100-READ-ONE-RESULT.
   READ RESULTS-FILE AT END MOVE 'Y' TO RESULTS-EOF.
   IF RESULTS-EOF-NO
      MOVE SPACES TO EXTRACT-WORK
      IF RCN-TRACK
         ADD 1 TO WS-PASSES-PLANNED
         IF RCN-PASS-DONE
            ADD 1 TO WS-PASSES-DONE
         ELSE
            ADD 1 TO WS-EXCEPTIONS
         END-IF
         MOVE "TK"        TO XTR-TYPE
         MOVE RCN-STEP    TO XTR-AMOUNT
         MOVE RCN-FIXTURE TO XTR-TK-FIXTURE
         MOVE RCN-KIND    TO XTR-TK-VERDICT
         MOVE RCN-OF      TO XTR-TK-PLANNED
      ELSE
         ADD 1 TO WS-EXCEPTIONS
         MOVE "EX"        TO XTR-TYPE
         MOVE RCN-STEP    TO XTR-AMOUNT
         MOVE RCN-KIND    TO XTR-EX-KIND
         MOVE RCN-NAME    TO XTR-EX-NAME
      END-IF
      PERFORM 7900-ADD-DETAIL THRU 7900-EXIT
   END-IF.
3100-EXIT.
    EXIT.

*> The pass counts go in every night, zero when nothing was
*> reconciled, so head office always finds the same names.
3900-RECON-COUNTS.
   MOVE "PASSES-PLANNED" TO WS-COUNT-NAME
   MOVE WS-PASSES-PLANNED TO XTR-AMOUNT
   PERFORM 7800-ADD-COUNT THRU 7800-EXIT
   MOVE "PASSES-DONE" TO WS-COUNT-NAME
   MOVE WS-PASSES-DONE TO XTR-AMOUNT
   PERFORM 7800-ADD-COUNT THRU 7800-EXIT
   MOVE "EXCEPTIONS" TO WS-COUNT-NAME
   MOVE WS-EXCEPTIONS TO XTR-AMOUNT
   PERFORM 7800-ADD-COUNT THRU 7800-EXIT
   MOVE "RECON-RC" TO WS-COUNT-NAME
   MOVE WS-RECON-CODE TO XTR-AMOUNT
   PERFORM 7800-ADD-COUNT THRU 7800-EXIT.
3900-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> COLOR-RPT for its totals line: requests, rejects and events.
*> ----------------------------------------------------------------
4000-REQUEST-TOTALS.
   CALL "CBL_DELETE_FILE" USING WS-TOTALS-PATH
   MOVE SPACES TO WS-COMMAND
   STRING "/opt/rpi/bin/colorrpt " DELIMITED BY SIZE
          WS-WORK-DIR              DELIMITED BY " "
          "/daily.rpt "            DELIMITED BY SIZE
          WS-TOTALS-PATH           DELIMITED BY " "
      INTO WS-COMMAND
   END-STRING
   CALL "SYSTEM" USING WS-COMMAND
   COMPUTE WS-REPORT-CODE = RETURN-CODE / 256
   MOVE 0 TO RETURN-CODE
   MOVE SPACES TO TOTALS-REC
   IF WS-REPORT-CODE NOT = 0
      DISPLAY "STATUS-EXTRACT: COLOR-RPT failed, return code "
         WS-REPORT-CODE ", no request counts in the extract"
         UPON SYSERR
      MOVE 1 TO WS-RETURN-CODE
   ELSE
      OPEN INPUT TOTALS-FILE
      IF NOT TOTALS-OK
         DISPLAY "STATUS-EXTRACT: daily.tot could not be opened, "
            "status " WS-TOTALS-STATUS UPON SYSERR
         MOVE 1 TO WS-RETURN-CODE
         MOVE 2 TO WS-REPORT-CODE
      ELSE
         READ TOTALS-FILE
            AT END
               MOVE SPACES TO TOTALS-REC
         END-READ
         CLOSE TOTALS-FILE
      END-IF
   END-IF
   IF WS-REPORT-CODE = 0
      MOVE "REQUESTS" TO WS-COUNT-NAME
      MOVE RPTT-REQUESTS TO XTR-AMOUNT
      PERFORM 7800-ADD-COUNT THRU 7800-EXIT
      MOVE "REJECTS" TO WS-COUNT-NAME
      MOVE RPTT-REJECTS TO XTR-AMOUNT
      PERFORM 7800-ADD-COUNT THRU 7800-EXIT
      MOVE "COLOR-NAMES" TO WS-COUNT-NAME
      MOVE RPTT-NAMES TO XTR-AMOUNT
      PERFORM 7800-ADD-COUNT THRU 7800-EXIT
      MOVE "EVENTS-RECEIVED" TO WS-COUNT-NAME
      MOVE RPTT-EVT-RECEIVED TO XTR-AMOUNT
      PERFORM 7800-ADD-COUNT THRU 7800-EXIT
      MOVE "EVENTS-PLAYED" TO WS-COUNT-NAME
      MOVE RPTT-EVT-PLAYED TO XTR-AMOUNT
      PERFORM 7800-ADD-COUNT THRU 7800-EXIT
      MOVE "EVENTS-IGNORED" TO WS-COUNT-NAME
      MOVE RPTT-EVT-IGNORED TO XTR-AMOUNT
      PERFORM 7800-ADD-COUNT THRU 7800-EXIT
      MOVE "EVENTS-PREEMPTED" TO WS-COUNT-NAME
      MOVE RPTT-EVT-PREEMPTED TO XTR-AMOUNT
      PERFORM 7800-ADD-COUNT THRU 7800-EXIT
   END-IF
   MOVE "REPORT-RC" TO WS-COUNT-NAME
   MOVE WS-REPORT-CODE TO XTR-AMOUNT
   PERFORM 7800-ADD-COUNT THRU 7800-EXIT.
4000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> COLOR-WATCH's verdicts inside the night's span: how many runs,
*> how many failed, and for each class raised the runs that raised
*> it and the first and last of them.  No health.log means the
*> watch never ran, and the counts say so.
*> ----------------------------------------------------------------
5000-HEALTH.
   INITIALIZE HEALTH-RAISED-TABLE
   MOVE 'N' TO HEALTH-EOF
   OPEN INPUT HEALTH-LOG
   IF HEALTH-OK
      PERFORM 5100-READ-ONE-VERDICT THRU 5100-EXIT
         UNTIL HEALTH-EOF-YES
      CLOSE HEALTH-LOG
   END-IF
   MOVE "WATCH-RUNS" TO WS-COUNT-NAME
   MOVE WS-WATCH-RUNS TO XTR-AMOUNT
   PERFORM 7800-ADD-COUNT THRU 7800-EXIT
   MOVE "WATCH-FAILS" TO WS-COUNT-NAME
   MOVE WS-WATCH-FAILS TO XTR-AMOUNT
   PERFORM 7800-ADD-COUNT THRU 7800-EXIT
   PERFORM 5300-SUM-ONE-CLASS THRU 5300-EXIT
      VARYING WS-HCL FROM 1 BY 1 UNTIL WS-HCL > 5
   MOVE "HEALTH-BITS" TO WS-COUNT-NAME
   MOVE WS-HEALTH-BITS TO XTR-AMOUNT
   PERFORM 7800-ADD-COUNT THRU 7800-EXIT
   PERFORM 5400-ADD-ONE-CLASS THRU 5400-EXIT
      VARYING WS-HCL FROM 1 BY 1 UNTIL WS-HCL > 5.
5000-EXIT.
    EXIT.

5100-READ-ONE-VERDICT.
   READ HEALTH-LOG AT END MOVE 'Y' TO HEALTH-EOF.
   IF HEALTH-EOF-NO
      IF HLTH-STAMP >= WS-NIGHT-FROM AND HLTH-STAMP < WS-NIGHT-TO
         AND HLTH-BITS NUMERIC
         ADD 1 TO WS-WATCH-RUNS
         IF HLTH-BITS > 0
            ADD 1 TO WS-WATCH-FAILS
            PERFORM 5200-RAISE-ONE-CLASS THRU 5200-EXIT
               VARYING WS-HCL FROM 1 BY 1 UNTIL WS-HCL > 5
         END-IF
      END-IF
   END-IF.
5100-EXIT.
    EXIT.

*> A class is raised when its bit is set in the run's RETURN-CODE:
*> an odd quotient after dividing by the bit.
5200-RAISE-ONE-CLASS.
   DIVIDE HLTH-BITS BY HCL-BIT (WS-HCL) GIVING WS-BIT-QUOTIENT
   DIVIDE WS-BIT-QUOTIENT BY 2 GIVING WS-BIT-HALF
      REMAINDER WS-BIT-REMAINDER
   IF WS-BIT-REMAINDER = 1
      ADD 1 TO HRS-RUNS (WS-HCL)
      IF HRS-FIRST (WS-HCL) = SPACES
         MOVE HLTH-STAMP TO HRS-FIRST (WS-HCL)
      END-IF
      MOVE HLTH-STAMP TO HRS-LAST (WS-HCL)
   END-IF.
5200-EXIT.
    EXIT.

5300-SUM-ONE-CLASS.
   IF HRS-RUNS (WS-HCL) > 0
      ADD HCL-BIT (WS-HCL) TO WS-HEALTH-BITS
   END-IF.
5300-EXIT.
    EXIT.

5400-ADD-ONE-CLASS.
   IF HRS-RUNS (WS-HCL) > 0
      MOVE SPACES TO EXTRACT-WORK
      MOVE "HB"               TO XTR-TYPE
      MOVE HRS-RUNS (WS-HCL)  TO XTR-AMOUNT
      MOVE HCL-NAME (WS-HCL)  TO XTR-HB-CLASS
      MOVE HCL-BIT (WS-HCL)   TO XTR-HB-BIT
      MOVE HRS-FIRST (WS-HCL) TO XTR-HB-FIRST
      MOVE HRS-LAST (WS-HCL)  TO XTR-HB-LAST
      PERFORM 7900-ADD-DETAIL THRU 7900-EXIT
   END-IF.
5400-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The last look per channel, named by the fixture on it.
*> ----------------------------------------------------------------
6000-LAST-STATE.
   MOVE 'N' TO REGISTRY-EOF
   OPEN INPUT REGISTRY-IN
   IF REGISTRY-OK
      PERFORM 6100-READ-ONE-FIXTURE THRU 6100-EXIT
         UNTIL REGISTRY-EOF-YES
      CLOSE REGISTRY-IN
   END-IF
   MOVE 'N' TO STATE-EOF
   OPEN INPUT STATE-FILE
   IF STATE-OK
      PERFORM 6200-READ-ONE-STATE THRU 6200-EXIT
         UNTIL STATE-EOF-YES
      CLOSE STATE-FILE
   END-IF.
6000-EXIT.
    EXIT.

6100-READ-ONE-FIXTURE.
   READ REGISTRY-IN AT END MOVE 'Y' TO REGISTRY-EOF.
   IF REGISTRY-EOF-NO AND FIXFILE-NAME NOT = SPACES
      AND FIXTURE-TABLE-COUNT < 50
      ADD 1 TO FIXTURE-TABLE-COUNT
      MOVE FIXFILE-NAME    TO FTBL-NAME (FIXTURE-TABLE-COUNT)
      MOVE FIXFILE-CHANNEL TO FTBL-CHANNEL (FIXTURE-TABLE-COUNT)
   END-IF.
6100-EXIT.
    EXIT.

6200-READ-ONE-STATE.
   READ STATE-FILE AT END MOVE 'Y' TO STATE-EOF.
   IF STATE-EOF-NO
      MOVE SPACES TO EXTRACT-WORK
      MOVE "LS" TO XTR-TYPE
      IF STATE-BRIGHT-PCT NUMERIC
         MOVE STATE-BRIGHT-PCT TO XTR-AMOUNT
      ELSE
         MOVE 0 TO XTR-AMOUNT
      END-IF
      IF FIXTURE-TABLE-COUNT > 0
         SET FIX-IDX TO 1
         SEARCH FIXTURE-TABLE
            AT END
               CONTINUE
            WHEN FTBL-CHANNEL (FIX-IDX) = STATE-CHANNEL
               MOVE FTBL-NAME (FIX-IDX) TO XTR-LS-FIXTURE
         END-SEARCH
      END-IF
      MOVE STATE-CHANNEL     TO XTR-LS-CHANNEL
      MOVE STATE-COLOR-1     TO XTR-LS-COLOR-1
      MOVE STATE-COLOR-2     TO XTR-LS-COLOR-2
      MOVE STATE-EFFECT      TO XTR-LS-EFFECT
      MOVE STATE-START-PIXEL TO XTR-LS-START
      MOVE STATE-END-PIXEL   TO XTR-LS-END
      PERFORM 7900-ADD-DETAIL THRU 7900-EXIT
   END-IF.
6200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Detail records into the table.  A CT record is named by
*> WS-COUNT-NAME with its count already in XTR-AMOUNT; every detail
*> amount goes into the control total as it is tabled.
*> ----------------------------------------------------------------
7800-ADD-COUNT.
   MOVE "CT" TO XTR-TYPE
   MOVE SPACES TO XTR-BODY
   MOVE WS-COUNT-NAME TO XTR-CT-NAME
   PERFORM 7900-ADD-DETAIL THRU 7900-EXIT.
7800-EXIT.
    EXIT.

7900-ADD-DETAIL.
   IF DETAIL-COUNT >= 3000
      MOVE 'Y' TO DETAIL-OVERFLOW
   ELSE
      MOVE WS-STORE-ID     TO XTR-STORE
      MOVE WS-NIGHT-DATE-X TO XTR-NIGHT
      ADD 1 TO DETAIL-COUNT
      MOVE EXTRACT-WORK TO DTL-RECORD (DETAIL-COUNT)
      ADD XTR-AMOUNT TO WS-CONTROL-TOTAL
   END-IF.
7900-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Header, details, trailer, written under the .tmp name and then
*> renamed over the night's file.  A write that fails leaves the
*> previous extract for the night where it was and removes the
*> partial one.
*> ----------------------------------------------------------------
8000-WRITE-EXTRACT.
   MOVE SPACES TO WS-EXTRACT-PATH WS-TEMP-PATH
   STRING WS-OUTBOUND-DIR DELIMITED BY " "
          "/"             DELIMITED BY SIZE
          WS-STORE-ID     DELIMITED BY " "
          "_" WS-NIGHT-DATE-X ".sta" DELIMITED BY SIZE
      INTO WS-EXTRACT-PATH
   END-STRING
   STRING WS-EXTRACT-PATH DELIMITED BY " "
          ".tmp"          DELIMITED BY SIZE
      INTO WS-TEMP-PATH
   END-STRING
   OPEN OUTPUT EXTRACT-FILE
   IF NOT EXTRACT-OK
      DISPLAY "STATUS-EXTRACT: " WS-TEMP-PATH
         " could not be opened, status " WS-EXTRACT-STATUS
         UPON SYSERR
      MOVE 2 TO WS-RETURN-CODE
   ELSE
      MOVE SPACES TO EXTRACT-WORK
      MOVE "HD" TO XTR-TYPE
      MOVE DETAIL-COUNT TO XTR-AMOUNT
      MOVE "ST01" TO XTR-HD-LAYOUT
      MOVE WS-NOW-STAMP TO XTR-HD-CREATED
      PERFORM 8100-WRITE-ONE THRU 8100-EXIT
      PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
         VARYING WS-DTL FROM 1 BY 1
            UNTIL WS-DTL > DETAIL-COUNT OR EXTRACT-FAILED-YES
      MOVE SPACES TO EXTRACT-WORK
      MOVE "TR" TO XTR-TYPE
      MOVE DETAIL-COUNT TO XTR-AMOUNT
      MOVE WS-CONTROL-TOTAL TO XTR-TR-CONTROL
      COMPUTE XTR-TR-RECORDS = DETAIL-COUNT + 2
      IF NOT EXTRACT-FAILED-YES
         PERFORM 8100-WRITE-ONE THRU 8100-EXIT
      END-IF
      CLOSE EXTRACT-FILE
      IF EXTRACT-FAILED-YES
         CALL "CBL_DELETE_FILE" USING WS-TEMP-PATH
         MOVE 2 TO WS-RETURN-CODE
      ELSE
         CALL "CBL_RENAME_FILE" USING WS-TEMP-PATH WS-EXTRACT-PATH
         IF RETURN-CODE NOT = 0
            DISPLAY "STATUS-EXTRACT: " WS-EXTRACT-PATH
               " could not be replaced" UPON SYSERR
            CALL "CBL_DELETE_FILE" USING WS-TEMP-PATH
            MOVE 2 TO WS-RETURN-CODE
         ELSE
            DISPLAY "STATUS-EXTRACT: " XTR-TR-RECORDS
               " records written to " WS-EXTRACT-PATH UPON SYSERR
         END-IF
      END-IF
   END-IF.
8000-EXIT.
    EXIT.

8100-WRITE-ONE.
   MOVE WS-STORE-ID     TO XTR-STORE
   MOVE WS-NIGHT-DATE-X TO XTR-NIGHT
   ADD 1 TO WS-SEQ
   MOVE WS-SEQ TO XTR-SEQ
   WRITE EXTRACT-LINE FROM EXTRACT-WORK
   IF NOT EXTRACT-OK
      DISPLAY "STATUS-EXTRACT: write to " WS-TEMP-PATH
         " failed, status " WS-EXTRACT-STATUS UPON SYSERR
      MOVE 'Y' TO EXTRACT-FAILED
   END-IF.
8100-EXIT.
    EXIT.

8200-WRITE-DETAIL.
   MOVE DTL-RECORD (WS-DTL) TO EXTRACT-WORK
   PERFORM 8100-WRITE-ONE THRU 8100-EXIT.
8200-EXIT.
    EXIT.

END PROGRAM STATUS-EXTRACT.
