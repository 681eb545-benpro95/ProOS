*> whole strip).  Pixels outside the span keep whatever the previous
*> call of this run left in OPC-TABLE -- the table is primed to all
*> dark on the first call -- so a sequence of zoned steps composes
*> one picture.  Every emitted frame is still the full strip.  Each
*> OPC channel keeps its own picture: when a call is for a different
*> channel than the last, the table is put by under the old channel
*> and the new channel's own table brought back (primed dark the
*> first time it is seen), so one fixture's zoned step never emits
*> pixels another fixture's track painted.
*>
*> Everything above is in logical pixels.  Where the fixture on the
*> request's channel has a pixel map (PIXEL-MAP, pixmrec.cpy) the
*> strip is painted at its logical length -- the physical length
*> less any SKIPped pixels -- and each finished frame is laid onto
*> the physical strip just before it leaves: REVERSEd runs turned
*> round, SKIPped and BLANKed pixels dark, every pixel's bytes put
*> in the strip's ORDER.  A preview run writes both layouts, the
*> logical line then a physical one ("P" after the channel), so the
*> proof sheet can show either.
*>
*> Modification history
*>    2026-08-08  DL  widen WS-FRAME-COUNT so CHASE sweeps the full
*>    2026-08-22  DL  preview mode: route frames to preview.out as
*>                     run-length lines (and skip the inter-frame
*>                     sleeps) so cues can be proofed off-hardware.
*>    2026-10-15  DL  lay each frame onto the strip through the
*>                     fixture's pixel map (byte order, reversed runs,
*>                     skipped and blanked pixels) just before it is
*>                     emitted; preview writes the physical layout
*>                     after the logical one.
*>    2026-10-15  DL  keep a separate pixel table per OPC channel so
*>                     the tracks of a multi-fixture show (and an
*>                     event's restore) only ever carry their own
*>                     fixture's pixels outside a zoned span.
IDENTIFICATION DIVISION.
PROGRAM-ID.      FRAME-BUILD.


  COPY "opctbl.cpy".

*> OPC-TABLE is the working copy for the channel being built; every
*> other channel's last picture waits here, a full 2048 pixels each,
*> one slot per channel in the order they are first seen.  A channel
*> past the last slot is primed dark whenever it is switched to.
  01  CHANNEL-SAVE-MAIN.
       05  CHS-COUNT              PIC 9(04) COMP VALUE 0.
       05  CHS-SLOT OCCURS 50 TIMES
               INDEXED BY CHS-IDX.
          10  CHS-CHANNEL          PIC X(01).
          10  CHS-PIXELS           PIC X(18432).
  01  WS-TABLE-CHANNEL           PIC X(01) VALUE SPACE.
  01  WS-FIND-CHANNEL            PIC X(01).
  01  WS-SLOT-FOUND              PIC 9(04) COMP VALUE 0.

*> The frame as it goes onto the strip when the fixture has a pixel
*> map: the same layout as OPC-TABLE, at the physical length.
  01  WS-PHYS-COUNT              PIC 9(04) COMP VALUE 1.
  01  PHYS-TABLE-MAIN.
       05  PHYS-TABLE OCCURS 1 TO 2048 TIMES
               DEPENDING ON WS-PHYS-COUNT
               INDEXED BY PHYS-IDX.
          10  PHYS-OPC-BLANK       PIC X(01).
          10  PHYS-OPC-HEX         PIC X(08).

  COPY "pixmtbl.cpy".

  01  HEX-CONV.
       05  NUMERIC-VALUE          COMP PIC 9(18).
       05  ALPHA-VALUE            PIC X(64).
       05  WS-SLEEP-NANOS        PIC S9(09) COMP-5 VALUE 150000000.

  01  WS-CHANNEL                 PIC X(01) VALUE '0'.
  01  WS-MAP-FOUND               PIC X(01) VALUE 'N'.
  01  WS-MAP-HEX                 PIC X(08).

  01  PREVIEW-WORK.
       05  WS-PREVIEW-FRAME-NUM  PIC 9(05) VALUE 0.
       05  WS-RUN-HEX            PIC X(08).
       05  WS-RUN-COUNT          PIC 9(04) COMP VALUE 0.
       05  WS-RUN-COUNT-OUT      PIC 9(04).
       05  WS-RUN-LIMIT          PIC 9(04) COMP.
       05  WS-PIXEL-HEX          PIC X(08).

  01  FLAGS.
       05  TABLE-PRIMED          PIC X(01) VALUE 'N'.
         88  PREVIEW-MODE-YES    VALUE 'Y'.
       05  PREVIEW-STARTED       PIC X(01) VALUE 'N'.
         88  PREVIEW-STARTED-YES VALUE 'Y'.
       05  MAP-ACTIVE            PIC X(01) VALUE 'N'.
         88  MAP-ACTIVE-YES      VALUE 'Y'.
       05  PREVIEW-LAYOUT        PIC X(01) VALUE 'L'.
         88  PREVIEW-LOGICAL     VALUE 'L'.
         88  PREVIEW-PHYSICAL    VALUE 'P'.

  01  WS-FILE-STATUSES.
       05  WS-PREVIEW-STATUS     PIC X(02).
   ELSE
      MOVE 'N' TO PREVIEW-MODE
   END-IF
   IF TABLE-PRIMED-YES AND WS-CHANNEL = WS-TABLE-CHANNEL
      CONTINUE
   ELSE
      PERFORM 0040-SWITCH-CHANNEL THRU 0040-EXIT
   END-IF
   PERFORM 0070-LOAD-PIXEL-MAP THRU 0070-EXIT
   PERFORM 0060-SET-ZONE THRU 0060-EXIT
   PERFORM 0100-REPORT-HEX THRU 0100-EXIT
   PERFORM 0105-REPORT-HEX-2 THRU 0105-EXIT
0010-EXIT.
    EXIT.

*> The last channel's table is put by in its slot and this channel's
*> brought back, or primed dark if this channel has not been seen.
*> Both moves run at the full 2048 pixels, whatever the strip.
0040-SWITCH-CHANNEL.
   MOVE 2048 TO WS-PIXEL-COUNT
   IF TABLE-PRIMED-YES
      MOVE WS-TABLE-CHANNEL TO WS-FIND-CHANNEL
      PERFORM 0045-FIND-SLOT THRU 0045-EXIT
      IF WS-SLOT-FOUND = 0 AND CHS-COUNT < 50
         ADD 1 TO CHS-COUNT
         MOVE CHS-COUNT TO WS-SLOT-FOUND
         MOVE WS-TABLE-CHANNEL TO CHS-CHANNEL (WS-SLOT-FOUND)
      END-IF
      IF WS-SLOT-FOUND > 0
         MOVE OPC-TABLE-MAIN TO CHS-PIXELS (WS-SLOT-FOUND)
      END-IF
   END-IF
   MOVE WS-CHANNEL TO WS-FIND-CHANNEL
   PERFORM 0045-FIND-SLOT THRU 0045-EXIT
   IF WS-SLOT-FOUND > 0
      MOVE CHS-PIXELS (WS-SLOT-FOUND) TO OPC-TABLE-MAIN
   ELSE
      PERFORM 0050-PRIME-TABLE THRU 0050-EXIT
   END-IF
   MOVE WS-CHANNEL TO WS-TABLE-CHANNEL
   MOVE FRQ-PIXEL-COUNT TO WS-PIXEL-COUNT.
0040-EXIT.
    EXIT.

*> Leaves WS-SLOT-FOUND on WS-FIND-CHANNEL's slot, 0 if it has none.
0045-FIND-SLOT.
   MOVE 0 TO WS-SLOT-FOUND
   PERFORM 0046-CHECK-SLOT THRU 0046-EXIT
      VARYING CHS-IDX FROM 1 BY 1
         UNTIL CHS-IDX > CHS-COUNT OR WS-SLOT-FOUND > 0.
0045-EXIT.
    EXIT.

0046-CHECK-SLOT.
   IF CHS-CHANNEL (CHS-IDX) = WS-FIND-CHANNEL
      SET WS-SLOT-FOUND TO CHS-IDX
   END-IF.
0046-EXIT.
    EXIT.

*> Pixels a zoned request never touches still go out in every frame,
*> so before a channel's first frame of a run its whole table is set
*> dark once; after that whatever its previous request painted
*> persists.
0050-PRIME-TABLE.
   MOVE 2048 TO WS-PIXEL-COUNT
   PERFORM 0055-PRIME-ONE-PIXEL THRU 0055-EXIT
0060-EXIT.
    EXIT.

*> A mapped fixture is painted at its logical length; the caller's
*> pixel count is the physical strip the map is laid onto.
0070-LOAD-PIXEL-MAP.
   CALL "PIXEL-MAP" USING WS-CHANNEL FRQ-PIXEL-COUNT
        PIXMAP-TABLE-MAIN WS-MAP-FOUND
   IF WS-MAP-FOUND = 'Y'
      MOVE 'Y' TO MAP-ACTIVE
      MOVE PXM-LOGICAL-COUNT TO WS-PIXEL-COUNT
      MOVE PXM-PHYSICAL-COUNT TO WS-PHYS-COUNT
   ELSE
      MOVE 'N' TO MAP-ACTIVE
   END-IF.
0070-EXIT.
    EXIT.

*> Resolved color-1's scaled hex, handed back purely for the audit
*> trail -- this is not part of any frame.
0100-REPORT-HEX.
*> run of identical pixels -- on a preview run.
*> ----------------------------------------------------------------
6000-EMIT-FRAME.
   IF MAP-ACTIVE-YES
      PERFORM 6300-MAP-FRAME THRU 6300-EXIT
   END-IF
   IF PREVIEW-MODE-YES
      PERFORM 6200-WRITE-PREVIEW THRU 6200-EXIT
   ELSE
      IF MAP-ACTIVE-YES
         DISPLAY WS-CHANNEL PHYS-TABLE-MAIN
      ELSE
         DISPLAY WS-CHANNEL OPC-TABLE-MAIN
      END-IF
   END-IF.
6000-EXIT.
    EXIT.
    EXIT.

*> The first preview frame of a run starts the file fresh; later
*> frames append, so one sequencer pass proofs as one file.  A
*> mapped frame's physical line follows its logical one under the
*> same frame number, marked "P" after the channel.
6200-WRITE-PREVIEW.
   IF PREVIEW-STARTED-YES
      OPEN EXTEND PREVIEW-FILE
         "status " WS-PREVIEW-STATUS UPON SYSERR
   ELSE
      ADD 1 TO WS-PREVIEW-FRAME-NUM
      MOVE 'L' TO PREVIEW-LAYOUT
      PERFORM 6205-WRITE-PREVIEW-LINE THRU 6205-EXIT
      IF MAP-ACTIVE-YES
         MOVE 'P' TO PREVIEW-LAYOUT
         PERFORM 6205-WRITE-PREVIEW-LINE THRU 6205-EXIT
      END-IF
      CLOSE PREVIEW-FILE
   END-IF.
6200-EXIT.
    EXIT.

6205-WRITE-PREVIEW-LINE.
   MOVE SPACES TO PREVIEW-LINE
   MOVE 1 TO WS-PREVIEW-PTR
   IF PREVIEW-PHYSICAL
      STRING WS-PREVIEW-FRAME-NUM " " WS-CHANNEL "P"
         DELIMITED BY SIZE INTO PREVIEW-LINE
         WITH POINTER WS-PREVIEW-PTR
      END-STRING
      MOVE WS-PHYS-COUNT TO WS-RUN-LIMIT
      MOVE PHYS-OPC-HEX (1) TO WS-RUN-HEX
   ELSE
      STRING WS-PREVIEW-FRAME-NUM " " WS-CHANNEL " "
         DELIMITED BY SIZE INTO PREVIEW-LINE
         WITH POINTER WS-PREVIEW-PTR
      END-STRING
      MOVE WS-PIXEL-COUNT TO WS-RUN-LIMIT
      MOVE TBL-OPC-HEX (1) TO WS-RUN-HEX
   END-IF
   MOVE 0 TO WS-RUN-COUNT
   PERFORM 6210-ONE-PREVIEW-PIXEL THRU 6210-EXIT
      VARYING OPC-IDX FROM 1 BY 1
         UNTIL OPC-IDX > WS-RUN-LIMIT
   PERFORM 6220-FLUSH-RUN THRU 6220-EXIT
   WRITE PREVIEW-LINE
   IF NOT PREVIEW-WRITE-OK
      DISPLAY "FRAME-BUILD: write to preview.out failed, status "
         WS-PREVIEW-STATUS UPON SYSERR
   END-IF.
6205-EXIT.
    EXIT.

6210-ONE-PREVIEW-PIXEL.
   IF PREVIEW-PHYSICAL
      MOVE PHYS-OPC-HEX (OPC-IDX) TO WS-PIXEL-HEX
   ELSE
      MOVE TBL-OPC-HEX (OPC-IDX) TO WS-PIXEL-HEX
   END-IF
   IF WS-PIXEL-HEX = WS-RUN-HEX
      ADD 1 TO WS-RUN-COUNT
   ELSE
      PERFORM 6220-FLUSH-RUN THRU 6220-EXIT
      MOVE WS-PIXEL-HEX TO WS-RUN-HEX
      MOVE 1 TO WS-RUN-COUNT
   END-IF.
6210-EXIT.
6220-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The logical frame laid onto the strip through the pixel map:
*> each physical pixel takes the logical pixel the map gives it,
*> its byte pairs put in the strip's order; a SKIPped or BLANKed
*> pixel stays dark.
*> ----------------------------------------------------------------
6300-MAP-FRAME.
   PERFORM 6310-MAP-ONE-PIXEL THRU 6310-EXIT
      VARYING PHYS-IDX FROM 1 BY 1 UNTIL PHYS-IDX > WS-PHYS-COUNT.
6300-EXIT.
    EXIT.

6310-MAP-ONE-PIXEL.
   MOVE SPACES TO PHYS-OPC-BLANK (PHYS-IDX)
   IF PXM-LOGICAL (PHYS-IDX) = 0 OR PXM-BLANK (PHYS-IDX) = 'Y'
      MOVE "00000000" TO PHYS-OPC-HEX (PHYS-IDX)
   ELSE
      MOVE TBL-OPC-HEX (PXM-LOGICAL (PHYS-IDX)) TO WS-MAP-HEX
      MOVE WS-MAP-HEX (PXM-BYTE-FROM (1):2)
         TO PHYS-OPC-HEX (PHYS-IDX) (1:2)
      MOVE WS-MAP-HEX (PXM-BYTE-FROM (2):2)
         TO PHYS-OPC-HEX (PHYS-IDX) (3:2)
      MOVE WS-MAP-HEX (PXM-BYTE-FROM (3):2)
         TO PHYS-OPC-HEX (PHYS-IDX) (5:2)
      MOVE WS-MAP-HEX (PXM-BYTE-FROM (4):2)
         TO PHYS-OPC-HEX (PHYS-IDX) (7:2)
   END-IF.
6310-EXIT.
    EXIT.

END PROGRAM FRAME-BUILD.
