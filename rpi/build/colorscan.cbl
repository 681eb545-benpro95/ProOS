*>    6  PREVIEW        the literal word; frames go to the preview
*>                      file (see FRAME-BUILD) instead of opc_client
*>                      so a cue can be proofed off-hardware
*>    7  LEASE-SECS     borrow the fixture from a running show for
*>                      this many seconds (see below); default 0
*>
*> Theme mode: a first argument of THEME cycles a theme's color list
*> once instead of showing a single color, and the arguments shift:
*>    4  BRIGHTNESS-PCT  0-100, default 100
*>    5  FIXTURE-NAME    as above
*>    6  PREVIEW         as above
*>    7  LEASE-SECS      as above
*> For a show that cycles a theme all evening, COLOR-SEQ's theme
*> mode adds repeat and a time window on top of this.
*>
*> Color-table lookup, the transaction/reject logging and the frame
*> itself are delegated to COLOR-LOOKUP, AUDIT-LOG and FRAME-BUILD so
*> the sequencer (COLOR-SEQ) can drive the same logic a line at a
*> time instead of shelling back out to this program.  Each frame
*> that goes out is metered through ENERGY-METER the same way.
*>
*> Fixture leases: a live run checks the fixture's channel against
*> the lease registry (FIXTURE-LEASE) before anything goes out.  With
*> LEASE-SECS the run borrows the channel -- a COLOR-SEQ show playing
*> on it leaves it alone -- then stays up holding the lease until it
*> runs out, releases it and ends, and the show takes the fixture
*> back; the wall panel starts a leased run in the background.  A
*> theme run always leases the channel for its whole pass (plus
*> LEASE-SECS), renewing before each color.  Without LEASE-SECS a
*> color run takes no lease and the show simply repaints over it at
*> its next step, as before.  Either way, a channel another program
*> holds a lease on is refused.  Preview runs take no part.
*>
*> RETURN-CODE:
*>    0  shown
*>    1  a color name didn't match anything in colours.txt, so a
*>       bad cue in a show script is caught by whatever invoked this
*>       instead of just going dark
*>    2  the color table or theme couldn't be loaded, or the lease
*>       registry couldn't be read or written
*>    3  refused: another program holds a lease on the fixture's
*>       channel; nothing (or, for a theme, nothing more) was shown
*>
*> Modification history
*>    2026-08-08  DL  gradient fill, brightness, configurable pixel
*>    2026-09-02  DL  carry FIXTURE-LOOKUP's new supply-limit
*>                     parameter through the registry call; the
*>                     one-shot path doesn't act on it.
*>    2026-10-15  DL  pass the frame's channel to AUDIT-LOG.
*>    2026-10-15  DL  meter each frame through ENERGY-METER for the
*>                     energy ledger.
*>    2026-10-15  DL  fixture leases: LEASE-SECS argument borrows the
*>                     fixture from a running show through
*>                     FIXTURE-LEASE; a theme run leases for its
*>                     pass; a channel leased by another program is
*>                     refused with RETURN-CODE 3.
IDENTIFICATION DIVISION.
PROGRAM-ID.      COLOR-SCAN.

       05  WS-ARG-NUM             PIC 9(02) COMP.
       05  WS-ARG-VALUE           PIC X(25).
       05  WS-FIXTURE-NAME        PIC X(25).
       05  WS-LEASE-SECS          PIC 9(05) VALUE 0.
       05  WS-RETURN-CODE         PIC 9(02) VALUE 0.

*> The lease this run holds (or asked for): how long the next
*> acquire is for, and when the lease granted last runs out.
  01  LEASE-WORK.
       05  WS-MY-PID              PIC 9(07) VALUE 0.
       05  WS-LEASE-FOR           PIC 9(07) VALUE 0.
       05  WS-LEASE-EXPIRES       PIC X(15) VALUE SPACES.
       05  WS-NOW-STAMP           PIC X(15) VALUE SPACES.

  COPY "leasereq.cpy".

  01  FIXTURE-INFO.
       05  WS-FIX-CHANNEL         PIC X(01) VALUE '0'.
       05  WS-FIX-PIXELS          PIC 9(04) VALUE 0.
         88  THEME-MODE-NO        VALUE 'N'.
       05  PREVIEW-ARG            PIC X(07) VALUE SPACES.
         88  PREVIEW-REQUESTED    VALUE "PREVIEW".
       05  LEASE-HELD             PIC X(01) VALUE 'N'.
         88  LEASE-HELD-YES       VALUE 'Y'.
       05  LEASE-REFUSED          PIC X(01) VALUE 'N'.
         88  LEASE-REFUSED-YES    VALUE 'Y'.

  01  WS-FILE-STATUSES.
       05  WS-CFG-STATUS          PIC X(02).
   IF THEME-MODE-YES
      PERFORM 3000-PROCESS-THEME THRU 3000-EXIT
   ELSE
      MOVE WS-LEASE-SECS TO WS-LEASE-FOR
      PERFORM 5000-TAKE-LEASE THRU 5000-EXIT
      IF NOT LEASE-REFUSED-YES
         PERFORM 2000-PROCESS THRU 2000-EXIT
      END-IF
   END-IF.
   PERFORM 5200-HOLD-LEASE THRU 5200-EXIT.
   MOVE WS-RETURN-CODE TO RETURN-CODE.
   GOBACK.
0010-EXIT.
   ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
      ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
   END-ACCEPT
   MOVE WS-ARG-VALUE (1:7) TO PREVIEW-ARG

   MOVE 7 TO WS-ARG-NUM
   DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
   MOVE SPACES TO WS-ARG-VALUE
   ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
      ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
   END-ACCEPT
   IF WS-ARG-VALUE NOT = SPACES
      MOVE WS-ARG-VALUE (1:5) TO WS-LEASE-SECS
   END-IF.
1000-EXIT.
    EXIT.


   IF NOT PREVIEW-REQUESTED
      CALL "AUDIT-LOG" USING WS-COLOR-1 WS-RED-1 WS-GREEN-1
           WS-BLUE-1 WS-WHITE-1 FRQ-HEX-OUT WS-FOUND-1 FRQ-CHANNEL
      IF WS-COLOR-2 NOT = SPACES
         CALL "AUDIT-LOG" USING WS-COLOR-2 WS-RED-2 WS-GREEN-2
              WS-BLUE-2 WS-WHITE-2 FRQ-HEX-OUT-2 WS-FOUND-2
              FRQ-CHANNEL
      END-IF
   END-IF

   IF WS-FOUND-1 = 'Y' AND WS-FOUND-2 = 'Y'
      AND NOT PREVIEW-REQUESTED
      CALL "STATE-SAVE" USING WS-COLOR-1 WS-COLOR-2 FRAME-REQUEST
   END-IF

   IF NOT PREVIEW-REQUESTED
      CALL "ENERGY-METER" USING FRAME-REQUEST WS-FIXTURE-NAME
   END-IF.
2000-EXIT.
    EXIT.
*> Theme mode -- one pass through the theme's colors in file order,
*> each resolved, shown solid and held for the dwell time.  The
*> RETURN-CODE contract is the same as a gradient run's: the worst
*> flag any color came back with.  The lease is renewed ahead of
*> each color to cover what is left of the pass, so a slow frame
*> can't let it lapse mid-theme; losing it ends the pass.
*> ----------------------------------------------------------------
3000-PROCESS-THEME.
   CALL "THEME-LOAD" USING WS-THEME-NAME THEME-TABLE-MAIN
         " could not be loaded" UPON SYSERR
      MOVE 2 TO WS-RETURN-CODE
   ELSE
      PERFORM 3050-LEASE-ONE-COLOR THRU 3050-EXIT
         VARYING THEME-IDX FROM 1 BY 1
            UNTIL THEME-IDX > THEME-COLOR-COUNT OR LEASE-REFUSED-YES
   END-IF.
3000-EXIT.
    EXIT.

3050-LEASE-ONE-COLOR.
   COMPUTE WS-LEASE-FOR =
      (THEME-COLOR-COUNT - THEME-IDX + 1) * WS-DWELL-SECS
      + WS-LEASE-SECS
   PERFORM 5000-TAKE-LEASE THRU 5000-EXIT
   IF NOT LEASE-REFUSED-YES
      PERFORM 3100-THEME-ONE-COLOR THRU 3100-EXIT
   END-IF.
3050-EXIT.
    EXIT.

3100-THEME-ONE-COLOR.
   MOVE THEME-COLOR-NAME (THEME-IDX) TO WS-THEME-COLOR
   CALL "COLOR-LOOKUP" USING WS-THEME-COLOR WS-RED-1 WS-GREEN-1

   IF NOT PREVIEW-REQUESTED
      CALL "AUDIT-LOG" USING WS-THEME-COLOR WS-RED-1 WS-GREEN-1
           WS-BLUE-1 WS-WHITE-1 FRQ-HEX-OUT WS-FOUND-1 FRQ-CHANNEL
   END-IF

   IF WS-FOUND-1 = 'Y' AND NOT PREVIEW-REQUESTED
      CALL "STATE-SAVE" USING WS-THEME-COLOR WS-COLOR-2 FRAME-REQUEST
   END-IF

   IF NOT PREVIEW-REQUESTED
      CALL "ENERGY-METER" USING FRAME-REQUEST WS-FIXTURE-NAME
   END-IF

   PERFORM 2100-CHECK-OVERFLOW THRU 2100-EXIT

   IF NOT PREVIEW-REQUESTED
4100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Ask the lease registry for the fixture's channel: a lease for
*> WS-LEASE-FOR seconds, or with nothing to lease just a check that
*> nobody else holds one.  A refusal names the holder and when its
*> lease runs out, so the panel operator knows how long to wait.
*> ----------------------------------------------------------------
5000-TAKE-LEASE.
   IF NOT PREVIEW-REQUESTED
      IF WS-MY-PID = 0
         CALL "C$GETPID" RETURNING WS-MY-PID
      END-IF
      MOVE WS-FIX-CHANNEL  TO LRQ-CHANNEL
      MOVE WS-FIXTURE-NAME TO LRQ-FIXTURE
      MOVE "COLOR-SCAN"    TO LRQ-HOLDER
      MOVE WS-MY-PID       TO LRQ-PID
      IF WS-LEASE-FOR > 0
         MOVE 'A' TO LRQ-ACTION
         IF WS-LEASE-FOR > 99999
            MOVE 99999 TO LRQ-SECS
         ELSE
            MOVE WS-LEASE-FOR TO LRQ-SECS
         END-IF
      ELSE
         MOVE 'C' TO LRQ-ACTION
         MOVE 0 TO LRQ-SECS
      END-IF
      CALL "FIXTURE-LEASE" USING LEASE-REQUEST LEASE-TABLE-MAIN
      EVALUATE TRUE
         WHEN LRQ-GRANTED
            IF LRQ-ACQUIRE
               MOVE 'Y' TO LEASE-HELD
               MOVE LRQ-EXPIRES TO WS-LEASE-EXPIRES
            END-IF
         WHEN LRQ-REFUSED
            DISPLAY "COLOR-SCAN: channel " LRQ-CHANNEL
               " is leased to " LRQ-BY-HOLDER " (pid " LRQ-BY-PID
               ") until " LRQ-BY-EXPIRES ", nothing shown"
               UPON SYSERR
            MOVE 'Y' TO LEASE-REFUSED
            MOVE 3 TO WS-RETURN-CODE
         WHEN OTHER
            DISPLAY "COLOR-SCAN: no lease could be taken on channel "
               LRQ-CHANNEL ", nothing shown" UPON SYSERR
            MOVE 'Y' TO LEASE-REFUSED
            MOVE 2 TO WS-RETURN-CODE
      END-EVALUATE
   END-IF.
5000-EXIT.
    EXIT.

*> A run holding a lease stays up until it runs out, then hands the
*> channel back; one that lost its lease mid-theme still takes its
*> own record off the registry.
5200-HOLD-LEASE.
   IF LEASE-HELD-YES
      IF NOT LEASE-REFUSED-YES
         PERFORM 5210-READ-STAMP THRU 5210-EXIT
         PERFORM 5220-HOLD-ONE-SECOND THRU 5220-EXIT
            UNTIL WS-NOW-STAMP >= WS-LEASE-EXPIRES
      END-IF
      MOVE 'R' TO LRQ-ACTION
      CALL "FIXTURE-LEASE" USING LEASE-REQUEST LEASE-TABLE-MAIN
   END-IF.
5200-EXIT.
    EXIT.

5210-READ-STAMP.
   MOVE SPACES TO WS-NOW-STAMP
   STRING FUNCTION CURRENT-DATE (1:8) "-"
          FUNCTION CURRENT-DATE (9:6) DELIMITED BY SIZE
      INTO WS-NOW-STAMP
   END-STRING.
5210-EXIT.
    EXIT.

5220-HOLD-ONE-SECOND.
   PERFORM 4100-SLEEP-ONE-SECOND THRU 4100-EXIT
   PERFORM 5210-READ-STAMP THRU 5210-EXIT.
5220-EXIT.
    EXIT.

END PROGRAM COLOR-SCAN.
