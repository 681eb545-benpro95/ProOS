*> call rewrites /opt/rpi/effects/laststate.dat (alongside
*> sequence.ckpt) with the resolved color names and the whole
*> FRAME-REQUEST that just went out, so COLOR-RESTORE can put the
*> display back exactly as it was after a power cut.  The file keeps
*> one record per OPC channel: the call replaces its own channel's
*> record and carries every other channel's across, so a show
*> running several fixtures at once leaves each one's last look on
*> file, not just whichever fixture happened to move last -- the
*> sequencer's checkpoint only covers a show that died mid-schedule;
*> this covers the far more common case where the last thing shown
*> was a one-shot.
*>
*> Modification history
*>    2026-08-22  DL  first version.
*>    2026-10-15  DL  one record per channel: read the file back,
*>                     replace or add this channel's record and
*>                     rewrite the lot.
IDENTIFICATION DIVISION.
PROGRAM-ID.      STATE-SAVE.


WORKING-STORAGE SECTION.

*> Every channel's record as it stood before this call.
  01  STATE-TABLE-MAIN.
       05  STATE-TABLE-COUNT        PIC 9(03) COMP VALUE 0.
       05  STATE-TABLE OCCURS 1 TO 64 TIMES
               DEPENDING ON STATE-TABLE-COUNT.
          10  STT-CHANNEL           PIC X(01).
          10  STT-REC               PIC X(100).

  01  STORAGE.
       05  WS-STT-IDX               PIC 9(03) COMP VALUE 0.
       05  WS-THIS-IDX              PIC 9(03) COMP VALUE 0.

  01  FLAGS.
       05  STATE-EOF                PIC X(01) VALUE 'N'.
         88  STATE-EOF-YES          VALUE 'Y'.
         88  STATE-EOF-NO           VALUE 'N'.

  01  WS-FILE-STATUSES.
       05  WS-STATE-STATUS        PIC X(02).
         88  STATE-WRITE-OK        VALUE '00'.
         88  STATE-OPEN-OK         VALUE '00'.
         88  STATE-NOT-FOUND       VALUE '35'.

LINKAGE SECTION.

PROCEDURE DIVISION USING LK-COLOR-1 LK-COLOR-2 FRAME-REQUEST.

0010-MAIN.
   PERFORM 0050-LOAD-STATES THRU 0050-EXIT
   PERFORM 0100-WRITE-STATE THRU 0100-EXIT
   OPEN OUTPUT STATE-FILE
   IF NOT STATE-WRITE-OK
      DISPLAY "STATE-SAVE: laststate.dat could not be opened, "
         "status " WS-STATE-STATUS UPON SYSERR
   ELSE
      PERFORM 0200-WRITE-ONE-STATE THRU 0200-EXIT
         VARYING WS-STT-IDX FROM 1 BY 1
            UNTIL WS-STT-IDX > STATE-TABLE-COUNT
      CLOSE STATE-FILE
   END-IF
   GOBACK.
0010-EXIT.
    EXIT.

*> A missing file is a first save; an unreadable one is reported
*> and started over, since the frame just shown is still worth
*> keeping.
0050-LOAD-STATES.
   MOVE 0 TO STATE-TABLE-COUNT
   MOVE 'N' TO STATE-EOF
   OPEN INPUT STATE-FILE
   EVALUATE TRUE
      WHEN STATE-OPEN-OK
         PERFORM 0060-READ-ONE-STATE THRU 0060-EXIT
            UNTIL STATE-EOF-YES
         CLOSE STATE-FILE
      WHEN STATE-NOT-FOUND
         CONTINUE
      WHEN OTHER
         DISPLAY "STATE-SAVE: laststate.dat could not be read, "
            "status " WS-STATE-STATUS UPON SYSERR
   END-EVALUATE.
0050-EXIT.
    EXIT.

0060-READ-ONE-STATE.
   READ STATE-FILE AT END MOVE 'Y' TO STATE-EOF.
   IF STATE-EOF-NO AND STATE-TABLE-COUNT < 64
      ADD 1 TO STATE-TABLE-COUNT
      MOVE STATE-CHANNEL TO STT-CHANNEL (STATE-TABLE-COUNT)
      MOVE STATE-REC     TO STT-REC (STATE-TABLE-COUNT)
   END-IF.
0060-EXIT.
    EXIT.

*> Build this call's record and drop it into the table over its
*> channel's old record, or on the end for a channel not seen yet.
0100-WRITE-STATE.
   MOVE LK-COLOR-1        TO STATE-COLOR-1
   MOVE LK-COLOR-2        TO STATE-COLOR-2
   MOVE FRQ-RGBW-MODE     TO STATE-RGBW-MODE
   MOVE FRQ-START-PIXEL   TO STATE-START-PIXEL
   MOVE FRQ-END-PIXEL     TO STATE-END-PIXEL
   MOVE 0 TO WS-THIS-IDX
   PERFORM 0110-FIND-CHANNEL THRU 0110-EXIT
      VARYING WS-STT-IDX FROM 1 BY 1
         UNTIL WS-STT-IDX > STATE-TABLE-COUNT OR WS-THIS-IDX > 0
   IF WS-THIS-IDX = 0 AND STATE-TABLE-COUNT < 64
      ADD 1 TO STATE-TABLE-COUNT
      MOVE STATE-TABLE-COUNT TO WS-THIS-IDX
   END-IF
   IF WS-THIS-IDX > 0
      MOVE STATE-CHANNEL TO STT-CHANNEL (WS-THIS-IDX)
      MOVE STATE-REC     TO STT-REC (WS-THIS-IDX)
   END-IF.
0100-EXIT.
    EXIT.

0110-FIND-CHANNEL.
   IF STT-CHANNEL (WS-STT-IDX) = STATE-CHANNEL
      MOVE WS-STT-IDX TO WS-THIS-IDX
   END-IF.
0110-EXIT.
    EXIT.

0200-WRITE-ONE-STATE.
   MOVE STT-REC (WS-STT-IDX) TO STATE-REC
   WRITE STATE-REC
   IF NOT STATE-WRITE-OK
      DISPLAY "STATE-SAVE: write to laststate.dat failed, status "
         WS-STATE-STATUS UPON SYSERR
   END-IF.
0200-EXIT.
    EXIT.

END PROGRAM STATE-SAVE.
