*> GNU COBOL -- the fixture lease registry, shared by COLOR-SCAN,
*> COLOR-SEQ and COLOR-WATCH so only one program drives a strip at a
*> time.  A running show owns every channel it plays on; a one-shot
*> that wants one of them -- the wall panel putting a color up on the
*> window mid-show -- borrows it through a lease, and the show sends
*> nothing on that channel until the lease runs out or is released,
*> then takes it back.  Without it both processes write frames on
*> the same channel, the strip flickers between them, and
*> laststate.dat records whichever wrote last.
*>
*> The registry is /opt/rpi/effects/leases.dat, one leaserec.cpy
*> line per lease, read whole and rewritten whole on every change,
*> the way STATE-SAVE keeps laststate.dat.  The caller's
*> LEASE-REQUEST (leasereq.cpy) says what it wants; every call hands
*> back the registry in LEASE-TABLE-MAIN with each lease judged in
*> force, expired or orphaned.  A lease's holder is judged running by
*> its process id still being listed under /proc, so a one-shot that
*> died holding a channel can't keep the show off it: its lease is
*> orphaned, nobody honors it, and COLOR-WATCH reports it.
*>
*> A rewrite drops expired leases and orphaned ones whose time is
*> up -- they keep nobody off anything -- but keeps an orphaned
*> lease that still had time to run, so COLOR-WATCH can see what a
*> crash left behind until the channel is leased again.
*>
*> Modification history
*>    2026-10-15  DL  first version.
IDENTIFICATION DIVISION.
PROGRAM-ID.      FIXTURE-LEASE.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT LEASE-FILE ASSIGN TO "/opt/rpi/effects/leases.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-LEASE-STATUS.

DATA DIVISION.
FILE SECTION.

FD  LEASE-FILE.
  01  LEASE-REC.
      COPY "leaserec.cpy".

WORKING-STORAGE SECTION.

  01  STORAGE.
       05  WS-SCAN                  PIC 9(03) COMP VALUE 0.
       05  WS-KEEP                  PIC 9(03) COMP VALUE 0.
       05  WS-PROBE-PID             PIC 9(07).
       05  WS-PID-EDIT              PIC Z(06)9.
       05  WS-PROBE-NAME            PIC X(20).

*> Clock arithmetic for the expiry stamp: the current date and time
*> as seconds since the start of the calendar, plus the lease, and
*> back to a date and time of day.
  01  CLOCK-WORK.
       05  WS-NOW-DATE              PIC 9(08).
       05  WS-NOW-TIME              PIC 9(06).
       05  WS-NOW-HMS REDEFINES WS-NOW-TIME.
          10  WS-NOW-HH             PIC 9(02).
          10  WS-NOW-MM             PIC 9(02).
          10  WS-NOW-SS             PIC 9(02).
       05  WS-ABS-SECS              PIC 9(12) COMP.
       05  WS-EXP-DAYS              PIC 9(08) COMP.
       05  WS-EXP-DAY-SECS          PIC 9(05) COMP.
       05  WS-EXP-DATE              PIC 9(08).
       05  WS-EXP-HH                PIC 9(02).
       05  WS-EXP-MM                PIC 9(02).
       05  WS-EXP-SS                PIC 9(02).

*> The file-details block CBL_CHECK_FILE_EXIST fills in; only
*> whether the holder's /proc entry exists matters here.
  01  FILE-INFO.
       05  FI-SIZE                  PIC X(08) COMP-X.
       05  FI-DAY                   PIC X(01) COMP-X.
       05  FI-MONTH                 PIC X(01) COMP-X.
       05  FI-YEAR                  PIC X(02) COMP-X.
       05  FI-HOURS                 PIC X(01) COMP-X.
       05  FI-MINS                  PIC X(01) COMP-X.
       05  FI-SECS                  PIC X(01) COMP-X.
       05  FI-HUNDS                 PIC X(01) COMP-X.

  01  FLAGS.
       05  LEASE-EOF                PIC X(01) VALUE 'N'.
         88  LEASE-EOF-YES          VALUE 'Y'.
         88  LEASE-EOF-NO           VALUE 'N'.
       05  HOLDER-RUNNING           PIC X(01) VALUE 'N'.
         88  HOLDER-RUNNING-YES     VALUE 'Y'.
       05  KEEP-ENTRY               PIC X(01) VALUE 'Y'.
         88  KEEP-ENTRY-YES         VALUE 'Y'.

  01  WS-FILE-STATUSES.
       05  WS-LEASE-STATUS          PIC X(02).
         88  LEASE-OPEN-OK           VALUE '00'.
         88  LEASE-WRITE-OK          VALUE '00'.
         88  LEASE-NOT-FOUND         VALUE '35'.

LINKAGE SECTION.

  COPY "leasereq.cpy".

PROCEDURE DIVISION USING LEASE-REQUEST LEASE-TABLE-MAIN.

0010-MAIN.
   PERFORM 0100-READ-CLOCK THRU 0100-EXIT
   MOVE 'Y' TO LRQ-RESULT
   MOVE SPACES TO LRQ-EXPIRES LRQ-BY-FIXTURE LRQ-BY-HOLDER
                  LRQ-BY-EXPIRES
   MOVE 0 TO LRQ-BY-PID
   PERFORM 1000-LOAD-LEASES THRU 1000-EXIT
   IF NOT LRQ-FAILED
      EVALUATE TRUE
         WHEN LRQ-ACQUIRE
            PERFORM 2000-ACQUIRE THRU 2000-EXIT
         WHEN LRQ-CHECK
            PERFORM 2100-FIND-BLOCKER THRU 2100-EXIT
         WHEN LRQ-RELEASE
            PERFORM 3000-RELEASE THRU 3000-EXIT
         WHEN OTHER
            CONTINUE
      END-EVALUATE
   END-IF
   GOBACK.
0010-EXIT.
    EXIT.

0100-READ-CLOCK.
   MOVE FUNCTION CURRENT-DATE (1:8) TO WS-NOW-DATE
   MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOW-TIME
   MOVE SPACES TO LRQ-NOW
   STRING WS-NOW-DATE "-" WS-NOW-TIME DELIMITED BY SIZE
      INTO LRQ-NOW
   END-STRING.
0100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Load and judge the registry.  No file is no leases; a file that
*> is there and can't be read fails the call, since granting a
*> lease over one we couldn't see could hand a channel out twice.
*> ----------------------------------------------------------------
1000-LOAD-LEASES.
   MOVE 0 TO LEASE-COUNT
   MOVE 'N' TO LEASE-EOF
   OPEN INPUT LEASE-FILE
   EVALUATE TRUE
      WHEN LEASE-OPEN-OK
         PERFORM 1010-READ-ONE-LEASE THRU 1010-EXIT
            UNTIL LEASE-EOF-YES
         CLOSE LEASE-FILE
      WHEN LEASE-NOT-FOUND
         CONTINUE
      WHEN OTHER
         DISPLAY "FIXTURE-LEASE: leases.dat could not be read, "
            "status " WS-LEASE-STATUS UPON SYSERR
         MOVE 'E' TO LRQ-RESULT
   END-EVALUATE.
1000-EXIT.
    EXIT.

1010-READ-ONE-LEASE.
   READ LEASE-FILE AT END MOVE 'Y' TO LEASE-EOF.
   IF LEASE-EOF-NO AND LEASE-CHANNEL NOT = SPACE
      AND LEASE-COUNT < 64
      ADD 1 TO LEASE-COUNT
      MOVE LEASE-CHANNEL TO LSE-CHANNEL (LEASE-COUNT)
      MOVE LEASE-FIXTURE TO LSE-FIXTURE (LEASE-COUNT)
      MOVE LEASE-HOLDER  TO LSE-HOLDER (LEASE-COUNT)
      MOVE LEASE-GRANTED TO LSE-GRANTED (LEASE-COUNT)
      MOVE LEASE-EXPIRES TO LSE-EXPIRES (LEASE-COUNT)
      IF LEASE-PID NUMERIC
         MOVE LEASE-PID TO LSE-PID (LEASE-COUNT)
      ELSE
         MOVE 0 TO LSE-PID (LEASE-COUNT)
      END-IF
      PERFORM 1100-JUDGE-LEASE THRU 1100-EXIT
   END-IF.
1010-EXIT.
    EXIT.

*> A holder that is gone orphans its lease whatever time was left
*> on it; otherwise the expiry stamp decides.
1100-JUDGE-LEASE.
   MOVE LSE-PID (LEASE-COUNT) TO WS-PROBE-PID
   PERFORM 1200-PROBE-HOLDER THRU 1200-EXIT
   EVALUATE TRUE
      WHEN NOT HOLDER-RUNNING-YES
         MOVE 'D' TO LSE-STATE (LEASE-COUNT)
      WHEN LSE-EXPIRES (LEASE-COUNT) > LRQ-NOW
         MOVE 'F' TO LSE-STATE (LEASE-COUNT)
      WHEN OTHER
         MOVE 'X' TO LSE-STATE (LEASE-COUNT)
   END-EVALUATE.
1100-EXIT.
    EXIT.

1200-PROBE-HOLDER.
   MOVE 'N' TO HOLDER-RUNNING
   IF WS-PROBE-PID > 0
      MOVE WS-PROBE-PID TO WS-PID-EDIT
      MOVE SPACES TO WS-PROBE-NAME
      STRING "/proc/" FUNCTION TRIM (WS-PID-EDIT LEADING)
         DELIMITED BY SIZE INTO WS-PROBE-NAME
      END-STRING
      CALL "CBL_CHECK_FILE_EXIST" USING WS-PROBE-NAME FILE-INFO
      IF RETURN-CODE = 0
         MOVE 'Y' TO HOLDER-RUNNING
      END-IF
      MOVE 0 TO RETURN-CODE
   END-IF.
1200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Acquire: refused if another holder's lease is in force on the
*> channel.  Otherwise the new lease replaces whatever else was on
*> file for the channel -- the caller's own earlier lease (a
*> renewal), an expired one, an orphan -- and the registry is
*> rewritten.
*> ----------------------------------------------------------------
2000-ACQUIRE.
   PERFORM 2100-FIND-BLOCKER THRU 2100-EXIT
   IF LRQ-GRANTED
      PERFORM 2200-COMPUTE-EXPIRY THRU 2200-EXIT
      PERFORM 4000-SWEEP THRU 4000-EXIT
      IF LEASE-COUNT >= 64
         DISPLAY "FIXTURE-LEASE: leases.dat already holds 64 "
            "leases, channel " LRQ-CHANNEL " not leased" UPON SYSERR
         MOVE 'E' TO LRQ-RESULT
      ELSE
         ADD 1 TO LEASE-COUNT
         MOVE LRQ-CHANNEL TO LSE-CHANNEL (LEASE-COUNT)
         MOVE LRQ-FIXTURE TO LSE-FIXTURE (LEASE-COUNT)
         MOVE LRQ-HOLDER  TO LSE-HOLDER (LEASE-COUNT)
         MOVE LRQ-PID     TO LSE-PID (LEASE-COUNT)
         MOVE LRQ-NOW     TO LSE-GRANTED (LEASE-COUNT)
         MOVE LRQ-EXPIRES TO LSE-EXPIRES (LEASE-COUNT)
         MOVE 'F'         TO LSE-STATE (LEASE-COUNT)
         PERFORM 5000-WRITE-LEASES THRU 5000-EXIT
      END-IF
   END-IF.
2000-EXIT.
    EXIT.

2100-FIND-BLOCKER.
   PERFORM 2110-CHECK-ONE-LEASE THRU 2110-EXIT
      VARYING LEASE-IDX FROM 1 BY 1
         UNTIL LEASE-IDX > LEASE-COUNT OR LRQ-REFUSED.
2100-EXIT.
    EXIT.

2110-CHECK-ONE-LEASE.
   IF LSE-CHANNEL (LEASE-IDX) = LRQ-CHANNEL
      AND LSE-IN-FORCE (LEASE-IDX)
      AND LSE-PID (LEASE-IDX) NOT = LRQ-PID
      MOVE 'N' TO LRQ-RESULT
      MOVE LSE-FIXTURE (LEASE-IDX) TO LRQ-BY-FIXTURE
      MOVE LSE-HOLDER (LEASE-IDX)  TO LRQ-BY-HOLDER
      MOVE LSE-PID (LEASE-IDX)     TO LRQ-BY-PID
      MOVE LSE-EXPIRES (LEASE-IDX) TO LRQ-BY-EXPIRES
   END-IF.
2110-EXIT.
    EXIT.

2200-COMPUTE-EXPIRY.
   COMPUTE WS-ABS-SECS =
      FUNCTION INTEGER-OF-DATE (WS-NOW-DATE) * 86400
      + WS-NOW-HH * 3600 + WS-NOW-MM * 60 + WS-NOW-SS + LRQ-SECS
   DIVIDE WS-ABS-SECS BY 86400 GIVING WS-EXP-DAYS
      REMAINDER WS-EXP-DAY-SECS
   COMPUTE WS-EXP-DATE = FUNCTION DATE-OF-INTEGER (WS-EXP-DAYS)
   DIVIDE WS-EXP-DAY-SECS BY 3600 GIVING WS-EXP-HH
      REMAINDER WS-EXP-DAY-SECS
   DIVIDE WS-EXP-DAY-SECS BY 60 GIVING WS-EXP-MM
      REMAINDER WS-EXP-SS
   MOVE SPACES TO LRQ-EXPIRES
   STRING WS-EXP-DATE "-" WS-EXP-HH WS-EXP-MM WS-EXP-SS
      DELIMITED BY SIZE INTO LRQ-EXPIRES
   END-STRING.
2200-EXIT.
    EXIT.

*> Release: the caller's own lease on the channel comes off the
*> registry; one that is already gone is no error.
3000-RELEASE.
   PERFORM 4000-SWEEP THRU 4000-EXIT
   PERFORM 5000-WRITE-LEASES THRU 5000-EXIT.
3000-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Close up the table ahead of a rewrite, keeping only what the
*> registry still needs: leases in force, and orphans with time
*> left to run.  The channel being acquired is cleared for the new
*> lease; the channel being released loses the caller's lease.
*> ----------------------------------------------------------------
4000-SWEEP.
   MOVE 0 TO WS-KEEP
   PERFORM 4010-SWEEP-ONE-LEASE THRU 4010-EXIT
      VARYING WS-SCAN FROM 1 BY 1
         UNTIL WS-SCAN > LEASE-COUNT
   MOVE WS-KEEP TO LEASE-COUNT.
4000-EXIT.
    EXIT.

4010-SWEEP-ONE-LEASE.
   MOVE 'Y' TO KEEP-ENTRY
   IF LSE-EXPIRED (WS-SCAN)
      MOVE 'N' TO KEEP-ENTRY
   END-IF
   IF LSE-ORPHANED (WS-SCAN)
      AND LSE-EXPIRES (WS-SCAN) <= LRQ-NOW
      MOVE 'N' TO KEEP-ENTRY
   END-IF
   IF LSE-CHANNEL (WS-SCAN) = LRQ-CHANNEL
      IF LRQ-ACQUIRE
         MOVE 'N' TO KEEP-ENTRY
      END-IF
      IF LRQ-RELEASE AND LSE-PID (WS-SCAN) = LRQ-PID
         MOVE 'N' TO KEEP-ENTRY
      END-IF
   END-IF
   IF KEEP-ENTRY-YES
      ADD 1 TO WS-KEEP
      IF WS-KEEP < WS-SCAN
         MOVE LEASE-ENTRY (WS-SCAN) TO LEASE-ENTRY (WS-KEEP)
      END-IF
   END-IF.
4010-EXIT.
    EXIT.

5000-WRITE-LEASES.
   OPEN OUTPUT LEASE-FILE
   IF NOT LEASE-WRITE-OK
      DISPLAY "FIXTURE-LEASE: leases.dat could not be opened, "
         "status " WS-LEASE-STATUS UPON SYSERR
      MOVE 'E' TO LRQ-RESULT
   ELSE
      PERFORM 5010-WRITE-ONE-LEASE THRU 5010-EXIT
         VARYING WS-SCAN FROM 1 BY 1
            UNTIL WS-SCAN > LEASE-COUNT
      CLOSE LEASE-FILE
   END-IF.
5000-EXIT.
    EXIT.

5010-WRITE-ONE-LEASE.
   MOVE SPACES TO LEASE-REC
   MOVE LSE-CHANNEL (WS-SCAN) TO LEASE-CHANNEL
   MOVE LSE-FIXTURE (WS-SCAN) TO LEASE-FIXTURE
   MOVE LSE-HOLDER (WS-SCAN)  TO LEASE-HOLDER
   MOVE LSE-PID (WS-SCAN)     TO LEASE-PID
   MOVE LSE-GRANTED (WS-SCAN) TO LEASE-GRANTED
   MOVE LSE-EXPIRES (WS-SCAN) TO LEASE-EXPIRES
   WRITE LEASE-REC
   IF NOT LEASE-WRITE-OK
      DISPLAY "FIXTURE-LEASE: write to leases.dat failed, status "
         WS-LEASE-STATUS UPON SYSERR
      MOVE 'E' TO LRQ-RESULT
   END-IF.
5010-EXIT.
    EXIT.

END PROGRAM FIXTURE-LEASE.
