*> GNU COBOL -- boot-time replay of the last frame shown.  Reads the
*> state records STATE-SAVE keeps in /opt/rpi/effects/laststate.dat
*> -- one per OPC channel -- and replays each through FRAME-BUILD,
*> so after a power cut every strip comes back showing exactly what
*> it showed before instead of staying dark all weekend.  Run it
*> once from boot, after opc_client is up.
*>
*> No state file (a fresh install, or nothing shown yet) is not an
*> error -- there is nothing to restore and the run ends cleanly.
*> RETURN-CODE:
*>    0 - restored, or nothing to restore
*>    2 - laststate.dat exists but couldn't be read back sensibly
*>        (a malformed record is skipped; the rest still replay)
*>
*> Modification history
*>    2026-08-22  DL  first version.
*>    2026-10-15  DL  replay every channel's record, not just the
*>                     first.
IDENTIFICATION DIVISION.
PROGRAM-ID.      COLOR-RESTORE.


  01  STORAGE.
       05  WS-RETURN-CODE         PIC 9(02) VALUE 0.
       05  WS-REPLAY-COUNT        PIC 9(03) VALUE 0.

  01  FLAGS.
       05  STATE-EOF              PIC X(01) VALUE 'N'.
         88  STATE-EOF-YES        VALUE 'Y'.
         88  STATE-EOF-NO         VALUE 'N'.

  01  WS-FILE-STATUSES.
       05  WS-STATE-STATUS        PIC X(02).
            UPON SYSERR
      WHEN STATE-OPEN-OK
         PERFORM 1000-READ-AND-REPLAY THRU 1000-EXIT
            UNTIL STATE-EOF-YES
         CLOSE STATE-FILE
         IF WS-REPLAY-COUNT = 0 AND WS-RETURN-CODE = 0
            DISPLAY "COLOR-RESTORE: laststate.dat is empty, "
               "nothing to restore" UPON SYSERR
         END-IF
      WHEN OTHER
         DISPLAY "COLOR-RESTORE: laststate.dat could not be opened, "
            "status " WS-STATE-STATUS UPON SYSERR

1000-READ-AND-REPLAY.
   READ STATE-FILE AT END MOVE 'Y' TO STATE-EOF.
   IF STATE-EOF-NO
      IF STATE-PIXEL-COUNT NUMERIC AND STATE-BRIGHT-PCT NUMERIC
         AND STATE-START-PIXEL NUMERIC AND STATE-END-PIXEL NUMERIC
         PERFORM 2000-REPLAY-FRAME THRU 2000-EXIT
         ADD 1 TO WS-REPLAY-COUNT
      ELSE
         DISPLAY "COLOR-RESTORE: laststate.dat is malformed, "
            "not replayed" UPON SYSERR
      MOVE 2048 TO FRQ-PIXEL-COUNT
   END-IF
   CALL "FRAME-BUILD" USING FRAME-REQUEST
   DISPLAY "COLOR-RESTORE: replayed " STATE-COLOR-1
      " on channel " STATE-CHANNEL UPON SYSERR.
2000-EXIT.
    EXIT.

