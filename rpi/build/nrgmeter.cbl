*> GNU COBOL -- energy and burn-hours meter, shared by COLOR-SCAN and
*> COLOR-SEQ the way STATE-SAVE is and called beside it after every
*> frame that really went out.  POWER-BUDGET already costs a frame
*> in milliamps for the preflight; this puts the same model on the
*> clock, so facilities can be told what the lights cost to run and
*> how many hours each strip has actually been lit.
*>
*> /opt/rpi/effects/energy.open (nrgopen.cpy) holds one running
*> meter per OPC channel: the look standing on it, since when, at
*> what draw.  Each call closes its channel's meter -- the look
*> that just came down is billed for every second it stood, however
*> it ended: the next step, a SKIP, a one-shot from the wall panel
*> -- and opens a new one for the frame that replaced it.  Nothing
*> is written while a look merely stands, so a PAUSE is billed as
*> lit for as long as it lasts, and a dark frame (a BLACKOUT, a
*> closed window) starts a stretch that draws nothing and bills
*> nothing.  A closed stretch that was lit for at least a second is
*> appended to the ledger, /opt/rpi/effects/energy.log (nrgrec.cpy),
*> which LOG-ARCHIVE cuts daily with the audit logs and COLOR-ENERGY
*> rolls up at month end.
*>
*> The look is costed as it stands, not as it arrives: POWER-BUDGET
*> is handed the request with its crossfade lead-in taken off, so
*> the peak of the prior look the lead-in starts from isn't billed
*> for the whole hold.  The model's other limits carry over as they
*> are (a gradient at its dearer end, a chase at a tenth of its
*> span, pixels a zero-hold zone step left lit outside its own
*> span uncounted).
*>
*> Like STATE-SAVE, a failed write is reported but never fails the
*> caller's run -- the lights are already showing the right thing.
*>
*> Modification history
*>    2026-10-15  DL  first version.
IDENTIFICATION DIVISION.
PROGRAM-ID.      ENERGY-METER.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT METER-FILE ASSIGN TO "/opt/rpi/effects/energy.open"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-METER-STATUS.
   SELECT LEDGER-LOG ASSIGN TO "/opt/rpi/effects/energy.log"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-LEDGER-STATUS.

DATA DIVISION.
FILE SECTION.

FD  METER-FILE.
  01  METER-REC.
      COPY "nrgopen.cpy".

FD  LEDGER-LOG.
  01  LEDGER-REC.
      COPY "nrgrec.cpy".

WORKING-STORAGE SECTION.

*> Every channel's running meter as it stood before this call.
  01  METER-TABLE-MAIN.
       05  METER-TABLE-COUNT        PIC 9(03) COMP VALUE 0.
       05  METER-TABLE OCCURS 1 TO 64 TIMES
               DEPENDING ON METER-TABLE-COUNT.
          10  MTR-CHANNEL           PIC X(01).
          10  MTR-REC               PIC X(60).

  01  STORAGE.
       05  WS-MTR-IDX               PIC 9(03) COMP VALUE 0.
       05  WS-THIS-IDX              PIC 9(03) COMP VALUE 0.
       05  WS-CHANNEL               PIC X(01).
       05  WS-LABEL                 PIC X(25).
       05  WS-DRAW-MA               PIC 9(08) VALUE 0.
       05  WS-SAVE-XFADE            PIC 9(04) COMP.

*> A YYYYMMDD-HHMMSS stamp taken apart, and the same instant as
*> seconds since the start of the integer-date calendar, so a
*> stretch that runs past midnight still subtracts cleanly.
  01  CLOCK-WORK.
       05  WS-NOW-STAMP             PIC X(15).
       05  WS-NOW-SECS              PIC 9(12) COMP.
       05  WS-OPEN-SECS             PIC 9(12) COMP.
       05  WS-HELD-SECS             PIC 9(12) COMP.
       05  WS-STAMP-WORK.
          10  WS-STAMP-DATE         PIC 9(08).
          10  FILLER                PIC X(01).
          10  WS-STAMP-HH           PIC 9(02).
          10  WS-STAMP-MM           PIC 9(02).
          10  WS-STAMP-SS           PIC 9(02).
       05  WS-STAMP-SECS            PIC 9(12) COMP.

  01  FLAGS.
       05  METER-EOF                PIC X(01) VALUE 'N'.
         88  METER-EOF-YES          VALUE 'Y'.
         88  METER-EOF-NO           VALUE 'N'.

  01  WS-FILE-STATUSES.
       05  WS-METER-STATUS          PIC X(02).
         88  METER-OPEN-OK          VALUE '00'.
         88  METER-WRITE-OK         VALUE '00'.
         88  METER-NOT-FOUND        VALUE '35'.
       05  WS-LEDGER-STATUS         PIC X(02).
         88  LEDGER-OK              VALUE '00'.
         88  LEDGER-NOT-FOUND       VALUE '35'.

LINKAGE SECTION.

  COPY "framereq.cpy".

  01  LK-FIXTURE-NAME            PIC X(25).

PROCEDURE DIVISION USING FRAME-REQUEST LK-FIXTURE-NAME.

0010-MAIN.
   PERFORM 0100-COST-LOOK THRU 0100-EXIT
   PERFORM 0200-READ-CLOCK THRU 0200-EXIT
   PERFORM 0300-LOAD-METERS THRU 0300-EXIT
   PERFORM 0400-CLOSE-METER THRU 0400-EXIT
   PERFORM 0500-OPEN-METER THRU 0500-EXIT
   OPEN OUTPUT METER-FILE
   IF NOT METER-WRITE-OK
      DISPLAY "ENERGY-METER: energy.open could not be opened, "
         "status " WS-METER-STATUS UPON SYSERR
   ELSE
      PERFORM 0600-WRITE-ONE-METER THRU 0600-EXIT
         VARYING WS-MTR-IDX FROM 1 BY 1
            UNTIL WS-MTR-IDX > METER-TABLE-COUNT
      CLOSE METER-FILE
   END-IF
   GOBACK.
0010-EXIT.
    EXIT.

*> The standing look's draw, and the channel and label it is kept
*> under: a blank channel is channel '0', same as FRAME-BUILD.
0100-COST-LOOK.
   MOVE FRQ-XFADE-FRAMES TO WS-SAVE-XFADE
   MOVE 0 TO FRQ-XFADE-FRAMES
   CALL "POWER-BUDGET" USING FRAME-REQUEST WS-DRAW-MA
   MOVE WS-SAVE-XFADE TO FRQ-XFADE-FRAMES
   MOVE FRQ-CHANNEL TO WS-CHANNEL
   IF WS-CHANNEL = SPACE
      MOVE '0' TO WS-CHANNEL
   END-IF
   IF LK-FIXTURE-NAME = SPACES
      MOVE SPACES TO WS-LABEL
      STRING "CHANNEL " WS-CHANNEL DELIMITED BY SIZE INTO WS-LABEL
      END-STRING
   ELSE
      MOVE LK-FIXTURE-NAME TO WS-LABEL
   END-IF.
0100-EXIT.
    EXIT.

0200-READ-CLOCK.
   MOVE SPACES TO WS-NOW-STAMP
   STRING FUNCTION CURRENT-DATE (1:8) "-"
          FUNCTION CURRENT-DATE (9:6)
      DELIMITED BY SIZE INTO WS-NOW-STAMP
   END-STRING
   MOVE WS-NOW-STAMP TO WS-STAMP-WORK
   PERFORM 0210-STAMP-SECONDS THRU 0210-EXIT
   MOVE WS-STAMP-SECS TO WS-NOW-SECS.
0200-EXIT.
    EXIT.

*> WS-STAMP-WORK in, WS-STAMP-SECS out; a stamp that doesn't read
*> as one comes back 0, which bills nothing.
0210-STAMP-SECONDS.
   MOVE 0 TO WS-STAMP-SECS
   IF WS-STAMP-DATE NUMERIC AND WS-STAMP-DATE > 16010101
      AND WS-STAMP-HH NUMERIC AND WS-STAMP-MM NUMERIC
      AND WS-STAMP-SS NUMERIC
      COMPUTE WS-STAMP-SECS =
         FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE) * 86400
          + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60 + WS-STAMP-SS
   END-IF.
0210-EXIT.
    EXIT.

*> A missing file is a first frame; an unreadable one is reported
*> and started over -- the stretches it held are lost, not the
*> ones still to come.
0300-LOAD-METERS.
   MOVE 0 TO METER-TABLE-COUNT
   MOVE 'N' TO METER-EOF
   OPEN INPUT METER-FILE
   EVALUATE TRUE
      WHEN METER-OPEN-OK
         PERFORM 0310-READ-ONE-METER THRU 0310-EXIT
            UNTIL METER-EOF-YES
         CLOSE METER-FILE
      WHEN METER-NOT-FOUND
         CONTINUE
      WHEN OTHER
         DISPLAY "ENERGY-METER: energy.open could not be read, "
            "status " WS-METER-STATUS UPON SYSERR
   END-EVALUATE.
0300-EXIT.
    EXIT.

0310-READ-ONE-METER.
   READ METER-FILE AT END MOVE 'Y' TO METER-EOF.
   IF METER-EOF-NO AND METER-TABLE-COUNT < 64
      ADD 1 TO METER-TABLE-COUNT
      MOVE EOPN-CHANNEL TO MTR-CHANNEL (METER-TABLE-COUNT)
      MOVE METER-REC    TO MTR-REC (METER-TABLE-COUNT)
   END-IF.
0310-EXIT.
    EXIT.

*> The look coming down: billed from its stamp to now if it drew
*> anything at all.
0400-CLOSE-METER.
   MOVE 0 TO WS-THIS-IDX
   PERFORM 0410-FIND-CHANNEL THRU 0410-EXIT
      VARYING WS-MTR-IDX FROM 1 BY 1
         UNTIL WS-MTR-IDX > METER-TABLE-COUNT OR WS-THIS-IDX > 0
   IF WS-THIS-IDX > 0
      MOVE MTR-REC (WS-THIS-IDX) TO METER-REC
      MOVE EOPN-STAMP TO WS-STAMP-WORK
      PERFORM 0210-STAMP-SECONDS THRU 0210-EXIT
      MOVE WS-STAMP-SECS TO WS-OPEN-SECS
      MOVE 0 TO WS-HELD-SECS
      IF WS-OPEN-SECS > 0 AND WS-NOW-SECS > WS-OPEN-SECS
         COMPUTE WS-HELD-SECS = WS-NOW-SECS - WS-OPEN-SECS
      END-IF
      IF EOPN-DRAW-MA NUMERIC AND EOPN-DRAW-MA > 0
         AND WS-HELD-SECS > 0
         PERFORM 0420-WRITE-LEDGER THRU 0420-EXIT
      END-IF
   END-IF.
0400-EXIT.
    EXIT.

0410-FIND-CHANNEL.
   IF MTR-CHANNEL (WS-MTR-IDX) = WS-CHANNEL
      MOVE WS-MTR-IDX TO WS-THIS-IDX
   END-IF.
0410-EXIT.
    EXIT.

0420-WRITE-LEDGER.
   OPEN EXTEND LEDGER-LOG
   IF LEDGER-NOT-FOUND
      OPEN OUTPUT LEDGER-LOG
   END-IF
   MOVE SPACES TO LEDGER-REC
   MOVE WS-NOW-STAMP TO NRG-CLOSE-STAMP
   MOVE EOPN-STAMP   TO NRG-OPEN-STAMP
   MOVE EOPN-CHANNEL TO NRG-CHANNEL
   MOVE EOPN-FIXTURE TO NRG-FIXTURE
   IF WS-HELD-SECS > 9999999
      MOVE 9999999 TO NRG-SECONDS
   ELSE
      MOVE WS-HELD-SECS TO NRG-SECONDS
   END-IF
   MOVE EOPN-DRAW-MA TO NRG-DRAW-MA
   WRITE LEDGER-REC
   IF NOT LEDGER-OK
      DISPLAY "ENERGY-METER: write to energy.log failed, status "
         WS-LEDGER-STATUS UPON SYSERR
   END-IF
   CLOSE LEDGER-LOG.
0420-EXIT.
    EXIT.

*> The look going up: this channel's meter restarted from now, over
*> its old record or on the end for a channel not seen yet.
0500-OPEN-METER.
   MOVE SPACES       TO METER-REC
   MOVE WS-CHANNEL   TO EOPN-CHANNEL
   MOVE WS-LABEL     TO EOPN-FIXTURE
   MOVE WS-NOW-STAMP TO EOPN-STAMP
   MOVE WS-DRAW-MA   TO EOPN-DRAW-MA
   IF WS-THIS-IDX = 0 AND METER-TABLE-COUNT < 64
      ADD 1 TO METER-TABLE-COUNT
      MOVE METER-TABLE-COUNT TO WS-THIS-IDX
   END-IF
   IF WS-THIS-IDX > 0
      MOVE EOPN-CHANNEL TO MTR-CHANNEL (WS-THIS-IDX)
      MOVE METER-REC    TO MTR-REC (WS-THIS-IDX)
   END-IF.
0500-EXIT.
    EXIT.

0600-WRITE-ONE-METER.
   MOVE MTR-REC (WS-MTR-IDX) TO METER-REC
   WRITE METER-REC
   IF NOT METER-WRITE-OK
      DISPLAY "ENERGY-METER: write to energy.open failed, status "
         WS-METER-STATUS UPON SYSERR
   END-IF.
0600-EXIT.
    EXIT.

END PROGRAM ENERGY-METER.
