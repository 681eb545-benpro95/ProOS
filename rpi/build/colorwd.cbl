*> GNU COBOL -- health check for the lights system, runnable from
*> cron every few minutes, so monitoring hears about a silently
*> broken show before a passerby does.  Five independent failure
*> classes are checked, each with its own RETURN-CODE bit so a pager
*> rule can tell a stuck sequencer from a rotting SD card:
*>     1  CKPT-STALE    the clock is inside the show window but
*>     8  INDEX-BAD     colours.dat is unreadable or its record
*>                      count disagrees with colours.txt -- a corrupt
*>                      index quietly degrades every lookup
*>    16  LEASE-STALE   leases.dat holds a fixture lease whose
*>                      holder is no longer running -- a one-shot
*>                      crashed or was killed holding a fixture; each
*>                      one is listed on SYSERR
*> RETURN-CODE is the sum of the failing classes; 0 is healthy.
*>
*> Command line, all optional:
*>    1  START-HHMM        show window start; with no window the
*>    2  STOP-HHMM         checkpoint is expected to advance always.
*>                         Either may be a sunset/sunrise offset
*>                         (S-15, R+30), resolved by SUN-WINDOW for
*>                         today exactly as COLOR-SEQ resolves it
*>    3  CKPT-STALE-MINS   default 20
*>    4  REJECT-LIMIT      today's reject lines at/over this fail,
*>                         default 50
*> /opt/rpi/effects/health.status every run:
*>    YYYYMMDD-HHMMSS OK
*>    YYYYMMDD-HHMMSS FAIL CKPT-STALE REJECT-SURGE ...
*> and the same verdict, with the RETURN-CODE it went out on, is
*> appended to /opt/rpi/effects/health.log (hlthrec.cpy), so the
*> classes raised overnight can be read back the next morning after
*> health.status has long since gone back to OK.
*>
*> Modification history
*>    2026-09-02  DL  first version.
*>    2026-10-15  DL  accept sunset/sunrise-relative window bounds,
*>                     resolved through SUN-WINDOW, so the CKPT-STALE
*>                     test follows the same window the show does.
*>    2026-10-15  DL  LEASE-STALE: report fixture leases left behind
*>                     by a holder that is no longer running.
*>    2026-10-15  DL  keep a history of every run's verdict in
*>                     health.log beside the one-line health.status.
IDENTIFICATION DIVISION.
PROGRAM-ID.      COLOR-WATCH.

   SELECT STATUS-FILE ASSIGN TO "/opt/rpi/effects/health.status"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STATUS-STATUS.
   SELECT HEALTH-LOG ASSIGN TO "/opt/rpi/effects/health.log"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-HEALTH-STATUS.

DATA DIVISION.
FILE SECTION.
FD  STATUS-FILE.
  01  STATUS-REC                 PIC X(100).

FD  HEALTH-LOG.
  01  HEALTH-LOG-REC.
      COPY "hlthrec.cpy".

WORKING-STORAGE SECTION.

  01  STORAGE.
       05  WS-NOW-HHMM              PIC X(04).
       05  WS-NOW-STAMP             PIC X(15).
       05  WS-STATUS-PTR            PIC 9(03) COMP.
       05  WS-STATUS-LINE           PIC X(100).
       05  WS-NOW-MINS              PIC 9(10) COMP.
       05  WS-FILE-MINS             PIC 9(10) COMP.
       05  WS-AGE-MINS              PIC 9(10) COMP.
       05  WS-WINDOW-FROM           PIC X(04).
       05  WS-WINDOW-TO             PIC X(04).
       05  WS-BOUND-OUT             PIC X(04).
       05  WS-BOUND-FOUND           PIC X(01).

*> The file-details block CBL_CHECK_FILE_EXIST fills in: size, then
*> the modification date and time.
       05  WS-TABLE-ROWS            PIC 9(06) VALUE 0.
       05  WS-IDX-ROWS              PIC 9(06) VALUE 0.

  COPY "leasereq.cpy".

  01  FLAGS.
       05  WINDOW-STATE             PIC X(01) VALUE 'O'.
         88  WINDOW-OPEN            VALUE 'O'.
         88  FAIL-REJECTS-YES       VALUE 'Y'.
       05  FAIL-INDEX               PIC X(01) VALUE 'N'.
         88  FAIL-INDEX-YES         VALUE 'Y'.
       05  FAIL-LEASE               PIC X(01) VALUE 'N'.
         88  FAIL-LEASE-YES         VALUE 'Y'.

  01  WS-FILE-STATUSES.
       05  WS-REJECT-STATUS         PIC X(02).
         88  IDX-NOT-FOUND           VALUE '35'.
       05  WS-STATUS-STATUS         PIC X(02).
         88  STATUS-WRITE-OK         VALUE '00'.
       05  WS-HEALTH-STATUS         PIC X(02).
         88  HEALTH-OK               VALUE '00'.
         88  HEALTH-NOT-FOUND        VALUE '35'.

PROCEDURE DIVISION.

   PERFORM 3000-CHECK-STATE THRU 3000-EXIT.
   PERFORM 4000-CHECK-REJECTS THRU 4000-EXIT.
   PERFORM 5000-CHECK-INDEX THRU 5000-EXIT.
   PERFORM 5500-CHECK-LEASES THRU 5500-EXIT.
   PERFORM 6000-WRITE-STATUS THRU 6000-EXIT.
   IF FAIL-CKPT-YES
      ADD 1 TO WS-RETURN-CODE
   IF FAIL-INDEX-YES
      ADD 8 TO WS-RETURN-CODE
   END-IF
   IF FAIL-LEASE-YES
      ADD 16 TO WS-RETURN-CODE
   END-IF
   PERFORM 6100-APPEND-HISTORY THRU 6100-EXIT.
   MOVE WS-RETURN-CODE TO RETURN-CODE.
   GOBACK.
0010-EXIT.
   ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
      ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
   END-ACCEPT
   PERFORM 1050-CHECK-BOUND THRU 1050-EXIT
   IF WS-BOUND-FOUND = 'Y'
      MOVE WS-ARG-VALUE (1:4) TO WS-START-HHMM
   END-IF

   ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
      ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
   END-ACCEPT
   PERFORM 1050-CHECK-BOUND THRU 1050-EXIT
   IF WS-BOUND-FOUND = 'Y'
      MOVE WS-ARG-VALUE (1:4) TO WS-STOP-HHMM
   END-IF

1000-EXIT.
    EXIT.

*> A bound argument SUN-WINDOW can't resolve is reported and left
*> open, the way COLOR-SEQ treats the same argument.
1050-CHECK-BOUND.
   MOVE 'N' TO WS-BOUND-FOUND
   IF WS-ARG-VALUE NOT = SPACES
      MOVE FUNCTION CURRENT-DATE (1:8) TO WS-NOW-DATE
      CALL "SUN-WINDOW" USING WS-ARG-VALUE (1:4) WS-NOW-DATE
           WS-BOUND-OUT WS-BOUND-FOUND
      EVALUATE WS-BOUND-FOUND
         WHEN 'Y'
            CONTINUE
         WHEN 'S'
            DISPLAY "COLOR-WATCH: window bound " WS-ARG-VALUE (1:4)
               " needs the site's latitude and longitude in "
               "site.cfg, left open" UPON SYSERR
         WHEN OTHER
            DISPLAY "COLOR-WATCH: window bound " WS-ARG-VALUE (1:4)
               " is not HHMM or a sunset/sunrise offset, left open"
               UPON SYSERR
      END-EVALUATE
   END-IF.
1050-EXIT.
    EXIT.

1100-READ-CLOCK.
   MOVE FUNCTION CURRENT-DATE (1:8) TO WS-NOW-DATE
   MOVE FUNCTION CURRENT-DATE (9:4) TO WS-NOW-HHMM
    EXIT.

*> Same window semantics COLOR-SEQ runs the show on: no arguments
*> means always open, a stop before the start wraps midnight, and
*> each bound is resolved through SUN-WINDOW for today.
1200-CHECK-WINDOW.
   IF WS-START-HHMM = SPACES AND WS-STOP-HHMM = SPACES
      MOVE 'O' TO WINDOW-STATE
      IF WS-START-HHMM = SPACES
         MOVE "0000" TO WS-WINDOW-FROM
      ELSE
         CALL "SUN-WINDOW" USING WS-START-HHMM WS-NOW-DATE
              WS-WINDOW-FROM WS-BOUND-FOUND
      END-IF
      IF WS-STOP-HHMM = SPACES
         MOVE "2400" TO WS-WINDOW-TO
      ELSE
         CALL "SUN-WINDOW" USING WS-STOP-HHMM WS-NOW-DATE
              WS-WINDOW-TO WS-BOUND-FOUND
      END-IF
      IF WS-WINDOW-FROM <= WS-WINDOW-TO
         IF WS-NOW-HHMM >= WS-WINDOW-FROM
5200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The fixture lease registry, as FIXTURE-LEASE judges it.  A lease
*> whose holder is no longer running was left behind by a process
*> that died holding a fixture: the show no longer honors it, but
*> it sits on file until the channel is leased again, and whatever
*> killed the holder wants looking at.  No registry is no leases.
*> ----------------------------------------------------------------
5500-CHECK-LEASES.
   MOVE 'L' TO LRQ-ACTION
   CALL "FIXTURE-LEASE" USING LEASE-REQUEST LEASE-TABLE-MAIN
   IF LRQ-FAILED
      MOVE 0 TO LEASE-COUNT
   END-IF
   PERFORM 5510-CHECK-ONE-LEASE THRU 5510-EXIT
      VARYING LEASE-IDX FROM 1 BY 1
         UNTIL LEASE-IDX > LEASE-COUNT.
5500-EXIT.
    EXIT.

5510-CHECK-ONE-LEASE.
   IF LSE-ORPHANED (LEASE-IDX)
      MOVE 'Y' TO FAIL-LEASE
      DISPLAY "COLOR-WATCH: stale lease on channel "
         LSE-CHANNEL (LEASE-IDX) " " LSE-FIXTURE (LEASE-IDX)
         " held by " LSE-HOLDER (LEASE-IDX) " pid "
         LSE-PID (LEASE-IDX) ", granted " LSE-GRANTED (LEASE-IDX)
         UPON SYSERR
   END-IF.
5510-EXIT.
    EXIT.

*> One status line, rewritten every run, so monitoring can read the
*> verdict off the file system without parsing our RETURN-CODE.
6000-WRITE-STATUS.
   PERFORM 6050-BUILD-STATUS-LINE THRU 6050-EXIT
   OPEN OUTPUT STATUS-FILE
   IF NOT STATUS-WRITE-OK
      DISPLAY "COLOR-WATCH: health.status could not be opened, "
         "status " WS-STATUS-STATUS UPON SYSERR
   ELSE
      MOVE WS-STATUS-LINE TO STATUS-REC
      WRITE STATUS-REC
      CLOSE STATUS-FILE
   END-IF.
6000-EXIT.
    EXIT.

6050-BUILD-STATUS-LINE.
   MOVE SPACES TO WS-STATUS-LINE
   MOVE 1 TO WS-STATUS-PTR
   IF FAIL-CKPT-YES OR FAIL-STATE-YES OR FAIL-REJECTS-YES
      OR FAIL-INDEX-YES OR FAIL-LEASE-YES
      STRING WS-NOW-STAMP " FAIL" DELIMITED BY SIZE
         INTO WS-STATUS-LINE
         WITH POINTER WS-STATUS-PTR
      END-STRING
      IF FAIL-CKPT-YES
         STRING " CKPT-STALE" DELIMITED BY SIZE
            INTO WS-STATUS-LINE
            WITH POINTER WS-STATUS-PTR
         END-STRING
      END-IF
      IF FAIL-STATE-YES
         STRING " STATE-STALE" DELIMITED BY SIZE
            INTO WS-STATUS-LINE
            WITH POINTER WS-STATUS-PTR
         END-STRING
      END-IF
      IF FAIL-REJECTS-YES
         STRING " REJECT-SURGE" DELIMITED BY SIZE
            INTO WS-STATUS-LINE
            WITH POINTER WS-STATUS-PTR
         END-STRING
      END-IF
      IF FAIL-INDEX-YES
         STRING " INDEX-BAD" DELIMITED BY SIZE
            INTO WS-STATUS-LINE
            WITH POINTER WS-STATUS-PTR
         END-STRING
      END-IF
      IF FAIL-LEASE-YES
         STRING " LEASE-STALE" DELIMITED BY SIZE
            INTO WS-STATUS-LINE
            WITH POINTER WS-STATUS-PTR
         END-STRING
      END-IF
   ELSE
      STRING WS-NOW-STAMP " OK" DELIMITED BY SIZE
         INTO WS-STATUS-LINE
         WITH POINTER WS-STATUS-PTR
      END-STRING
   END-IF.
6050-EXIT.
    EXIT.

*> The same verdict appended to the history, the stamp and the class
*> words split out of the status line, the bits beside them.  A
*> history that can't be written is said on SYSERR and otherwise
*> left alone -- it must never change the health check's own answer.
6100-APPEND-HISTORY.
   OPEN EXTEND HEALTH-LOG
   IF HEALTH-NOT-FOUND
      OPEN OUTPUT HEALTH-LOG
   END-IF
   IF NOT HEALTH-OK
      DISPLAY "COLOR-WATCH: health.log could not be opened, "
         "status " WS-HEALTH-STATUS UPON SYSERR
   ELSE
      MOVE SPACES                 TO HEALTH-LOG-REC
      MOVE WS-NOW-STAMP           TO HLTH-STAMP
      MOVE WS-RETURN-CODE         TO HLTH-BITS
      MOVE WS-STATUS-LINE (17:80) TO HLTH-WORDS
      WRITE HEALTH-LOG-REC
      IF NOT HEALTH-OK
         DISPLAY "COLOR-WATCH: write to health.log failed, status "
            WS-HEALTH-STATUS UPON SYSERR
      END-IF
      CLOSE HEALTH-LOG
   END-IF.
6100-EXIT.
    EXIT.

END PROGRAM COLOR-WATCH.
