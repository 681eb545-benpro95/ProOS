*> GNU COBOL -- per-fixture pixel maps, the wiring between the strip
*> schedules describe and the strip as hung.  FRAME-BUILD calls it
*> once per request with the channel and frame length it is about
*> to paint; where the fixture on that channel has a map
*> (/opt/rpi/effects/pixmaps/<fixture>.map, pixmrec.cpy) it hands
*> back the map worked out for that length (pixmtbl.cpy): the byte
*> order, which logical pixel each physical pixel shows, and which
*> are kept dark.  Schedules, cues and span columns stay in logical
*> pixel numbers throughout, so a strip rehung right-to-left or
*> swapped for a GRB reel is one map file, not a rewrite of every
*> show that drives it.
*>
*> The maps are loaded once (on the first CALL of a run), the way
*> FIXTURE-LOOKUP loads the registry: fixtures.cfg names the
*> fixtures and their channels, and each fixture's map file is read
*> if there is one.  A rule that doesn't parse is reported with its
*> line number and ignored, so one typo can't take the strip down;
*> the rest of the map still applies.
*>
*> LK-FOUND-FLAG comes back:
*>    'Y' - the channel's fixture has a map; PIXMAP-TABLE-MAIN is set
*>          for LK-PIXEL-COUNT physical pixels
*>    'N' - no map (no fixture on the channel, no map file, or a map
*>          that would leave no pixel lit); the caller paints the
*>          strip straight, as it always did
*>
*> Modification history
*>    2026-10-15  DL  first version.
IDENTIFICATION DIVISION.
PROGRAM-ID.      PIXEL-MAP.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT REGISTRY-IN ASSIGN TO "/opt/rpi/effects/fixtures.cfg"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REGISTRY-STATUS.
   SELECT MAP-FILE ASSIGN DYNAMIC WS-MAP-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-MAP-STATUS.

DATA DIVISION.
FILE SECTION.

FD  REGISTRY-IN.
  01  FIX-RECS.
      COPY "fixtrec.cpy".

FD  MAP-FILE.
  01  MAP-RECS.
      COPY "pixmrec.cpy".

WORKING-STORAGE SECTION.

*> The channels that have a map, and every map's rules in file
*> order, tagged with the channel they belong to.
  01  CHAN-TABLE-MAIN.
       05  CHAN-TABLE-COUNT       PIC 9(02) COMP VALUE 0.
       05  CHAN-TABLE OCCURS 1 TO 50 TIMES
               DEPENDING ON CHAN-TABLE-COUNT
               INDEXED BY CHAN-IDX.
          10  CHAN-ID              PIC X(01).

  01  RULE-TABLE-MAIN.
       05  RULE-TABLE-COUNT       PIC 9(04) COMP VALUE 0.
       05  RULE-TABLE OCCURS 1 TO 1000 TIMES
               DEPENDING ON RULE-TABLE-COUNT
               INDEXED BY RULE-IDX.
          10  RULE-CHANNEL         PIC X(01).
          10  RULE-KIND            PIC X(01).
            88  RULE-ORDER-ROW     VALUE 'O'.
            88  RULE-REVERSE-ROW   VALUE 'R'.
            88  RULE-SKIP-ROW      VALUE 'S'.
            88  RULE-BLANK-ROW     VALUE 'B'.
          10  RULE-FROM            PIC 9(04).
          10  RULE-TO              PIC 9(04).
          10  RULE-ORDER           PIC X(04).

*> The logical walk along the strip while REVERSE runs are applied:
*> WALK-PIXEL (n) is the physical pixel logical position n lands on.
  01  WALK-TABLE-MAIN.
       05  WALK-PIXEL OCCURS 2048 TIMES
                                  PIC 9(04) COMP.

  01  STORAGE.
       05  WS-MAP-PATH            PIC X(60).
       05  WS-FIXTURE-NAME        PIC X(25).
       05  WS-FIXTURE-PIXELS      PIC 9(04) VALUE 0.
       05  WS-LINE-NUM            PIC 9(04) VALUE 0.
       05  WS-CHANNEL             PIC X(01).
       05  WS-PIXELS              PIC 9(04) COMP.
       05  WS-PIX-IDX             PIC 9(04) COMP.
       05  WS-LOGICAL-NUM         PIC 9(04) COMP.
       05  WS-LO                  PIC 9(04) COMP.
       05  WS-HI                  PIC 9(04) COMP.
       05  WS-SWAP                PIC 9(04) COMP.
       05  WS-RANGE-FROM          PIC 9(04) COMP.
       05  WS-RANGE-TO            PIC 9(04) COMP.
       05  WS-KIND                PIC X(01).
       05  WS-ORDER-IN            PIC X(04).
       05  WS-ORDER-OUT           PIC X(04).
       05  WS-ORDER-USED          PIC X(04).
       05  WS-LETTER-IDX          PIC 9(01) COMP.

  01  FLAGS.
       05  REGISTRY-EOF           PIC X(01) VALUE 'N'.
         88  REGISTRY-EOF-YES     VALUE 'Y'.
         88  REGISTRY-EOF-NO      VALUE 'N'.
       05  MAP-EOF                PIC X(01) VALUE 'N'.
         88  MAP-EOF-YES          VALUE 'Y'.
         88  MAP-EOF-NO           VALUE 'N'.
       05  MAPS-LOADED            PIC X(01) VALUE 'N'.
         88  MAPS-LOADED-YES      VALUE 'Y'.
       05  CHANNEL-MAPPED         PIC X(01) VALUE 'N'.
         88  CHANNEL-MAPPED-YES   VALUE 'Y'.
       05  ROW-OK                 PIC X(01) VALUE 'Y'.
         88  ROW-OK-YES           VALUE 'Y'.
       05  RULES-FULL             PIC X(01) VALUE 'N'.
         88  RULES-FULL-YES       VALUE 'Y'.

  01  WS-FILE-STATUSES.
       05  WS-REGISTRY-STATUS     PIC X(02).
         88  REGISTRY-OPEN-OK      VALUE '00'.
         88  REGISTRY-NOT-FOUND    VALUE '35'.
       05  WS-MAP-STATUS          PIC X(02).
         88  MAP-OPEN-OK           VALUE '00'.
         88  MAP-NOT-FOUND         VALUE '35'.

LINKAGE SECTION.

  01  LK-CHANNEL                 PIC X(01).
  01  LK-PIXEL-COUNT             PIC 9(04) COMP.

  COPY "pixmtbl.cpy".

  01  LK-FOUND-FLAG              PIC X(01).

PROCEDURE DIVISION USING LK-CHANNEL LK-PIXEL-COUNT PIXMAP-TABLE-MAIN
                         LK-FOUND-FLAG.

0010-MAIN.
   IF MAPS-LOADED-YES
      CONTINUE
   ELSE
      PERFORM 0100-LOAD-MAPS THRU 0100-EXIT
   END-IF.
   MOVE 'N' TO LK-FOUND-FLAG
   MOVE LK-CHANNEL TO WS-CHANNEL
   IF WS-CHANNEL = SPACE
      MOVE '0' TO WS-CHANNEL
   END-IF
   MOVE 'N' TO CHANNEL-MAPPED
   IF CHAN-TABLE-COUNT > 0
      SET CHAN-IDX TO +1
      SEARCH CHAN-TABLE
         AT END
           CONTINUE
         WHEN CHAN-ID (CHAN-IDX) = WS-CHANNEL
           MOVE 'Y' TO CHANNEL-MAPPED
      END-SEARCH
   END-IF
   IF CHANNEL-MAPPED-YES AND LK-PIXEL-COUNT > 0
      PERFORM 0500-BUILD-MAP THRU 0500-EXIT
   END-IF
   GOBACK.
0010-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Load: every fixtures.cfg row whose map file exists contributes
*> its channel and its rules.  A site with no registry has no maps;
*> any other open failure is reported and the registry left unread.
*> ----------------------------------------------------------------
0100-LOAD-MAPS.
   MOVE 'N' TO REGISTRY-EOF
   MOVE 0 TO CHAN-TABLE-COUNT RULE-TABLE-COUNT
   OPEN INPUT REGISTRY-IN
   EVALUATE TRUE
      WHEN REGISTRY-OPEN-OK
         PERFORM 0110-READ-ONE-FIXTURE THRU 0110-EXIT
            UNTIL REGISTRY-EOF-YES
         CLOSE REGISTRY-IN
      WHEN REGISTRY-NOT-FOUND
         CONTINUE
      WHEN OTHER
         DISPLAY "PIXEL-MAP: fixtures.cfg could not be opened, "
            "status " WS-REGISTRY-STATUS UPON SYSERR
   END-EVALUATE
   MOVE 'Y' TO MAPS-LOADED.
0100-EXIT.
    EXIT.

*> A second fixture on a channel that already has a map can't
*> have one of its own -- the channel only drives one strip.
0110-READ-ONE-FIXTURE.
   READ REGISTRY-IN AT END MOVE 'Y' TO REGISTRY-EOF.
   IF REGISTRY-EOF-NO AND FIXFILE-NAME NOT = SPACES
      MOVE FIXFILE-NAME TO WS-FIXTURE-NAME
      MOVE FIXFILE-CHANNEL TO WS-CHANNEL
      IF WS-CHANNEL = SPACE
         MOVE '0' TO WS-CHANNEL
      END-IF
      IF FIXFILE-PIXELS NUMERIC
         MOVE FIXFILE-PIXELS TO WS-FIXTURE-PIXELS
      ELSE
         MOVE 0 TO WS-FIXTURE-PIXELS
      END-IF
      MOVE 'N' TO CHANNEL-MAPPED
      IF CHAN-TABLE-COUNT > 0
         SET CHAN-IDX TO +1
         SEARCH CHAN-TABLE
            AT END
              CONTINUE
            WHEN CHAN-ID (CHAN-IDX) = WS-CHANNEL
              MOVE 'Y' TO CHANNEL-MAPPED
         END-SEARCH
      END-IF
      IF NOT CHANNEL-MAPPED-YES AND CHAN-TABLE-COUNT < 50
         PERFORM 0200-LOAD-ONE-MAP THRU 0200-EXIT
      END-IF
   END-IF.
0110-EXIT.
    EXIT.

0200-LOAD-ONE-MAP.
   MOVE SPACES TO WS-MAP-PATH
   STRING "/opt/rpi/effects/pixmaps/" DELIMITED BY SIZE
          WS-FIXTURE-NAME            DELIMITED BY " "
          ".map"                     DELIMITED BY SIZE
      INTO WS-MAP-PATH
   END-STRING
   MOVE 'N' TO MAP-EOF
   MOVE 0 TO WS-LINE-NUM
   OPEN INPUT MAP-FILE
   EVALUATE TRUE
      WHEN MAP-OPEN-OK
         ADD 1 TO CHAN-TABLE-COUNT
         MOVE WS-CHANNEL TO CHAN-ID (CHAN-TABLE-COUNT)
         PERFORM 0210-READ-ONE-RULE THRU 0210-EXIT
            UNTIL MAP-EOF-YES
         CLOSE MAP-FILE
      WHEN MAP-NOT-FOUND
         CONTINUE
      WHEN OTHER
         DISPLAY "PIXEL-MAP: " WS-MAP-PATH
            " could not be opened, status " WS-MAP-STATUS
            UPON SYSERR
   END-EVALUATE.
0200-EXIT.
    EXIT.

0210-READ-ONE-RULE.
   READ MAP-FILE AT END MOVE 'Y' TO MAP-EOF.
   IF MAP-EOF-NO
      ADD 1 TO WS-LINE-NUM
      IF MAP-RECS = SPACES OR PXMFILE-KEYWORD (1:1) = "*"
         CONTINUE
      ELSE
         PERFORM 0300-CHECK-RULE THRU 0300-EXIT
         IF ROW-OK-YES
            PERFORM 0400-STORE-RULE THRU 0400-EXIT
         END-IF
      END-IF
   END-IF.
0210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> One rule row: a known keyword, then a byte order or a pixel range
*> that lies on the strip as the registry sizes it.
*> ----------------------------------------------------------------
0300-CHECK-RULE.
   MOVE 'Y' TO ROW-OK
   EVALUATE PXMFILE-KEYWORD
      WHEN "ORDER"
         MOVE 'O' TO WS-KIND
         PERFORM 0310-CHECK-ORDER THRU 0310-EXIT
      WHEN "REVERSE"
         MOVE 'R' TO WS-KIND
         PERFORM 0320-CHECK-RANGE THRU 0320-EXIT
      WHEN "SKIP"
         MOVE 'S' TO WS-KIND
         PERFORM 0320-CHECK-RANGE THRU 0320-EXIT
      WHEN "BLANK"
         MOVE 'B' TO WS-KIND
         PERFORM 0320-CHECK-RANGE THRU 0320-EXIT
      WHEN OTHER
         DISPLAY "PIXEL-MAP: " WS-MAP-PATH " line " WS-LINE-NUM
            ": unknown rule " PXMFILE-KEYWORD UPON SYSERR
         MOVE 'N' TO ROW-OK
   END-EVALUATE.
0300-EXIT.
    EXIT.

*> Each letter may appear once; three letters leave white last.
*> WS-ORDER-OUT ends up as the four starting offsets of the byte
*> pairs in RRGGBBWW, e.g. GRB -> "3157".
0310-CHECK-ORDER.
   MOVE PXMFILE-FROM TO WS-ORDER-IN
   IF WS-ORDER-IN (4:1) = SPACE
      MOVE "W" TO WS-ORDER-IN (4:1)
   END-IF
   MOVE SPACES TO WS-ORDER-OUT WS-ORDER-USED
   PERFORM 0315-ORDER-ONE-LETTER THRU 0315-EXIT
      VARYING WS-LETTER-IDX FROM 1 BY 1
         UNTIL WS-LETTER-IDX > 4 OR NOT ROW-OK-YES
   IF NOT ROW-OK-YES
      DISPLAY "PIXEL-MAP: " WS-MAP-PATH " line " WS-LINE-NUM
         ": byte order " PXMFILE-FROM " is not R, G, B (and W) "
         "once each" UPON SYSERR
   END-IF.
0310-EXIT.
    EXIT.

0315-ORDER-ONE-LETTER.
   EVALUATE WS-ORDER-IN (WS-LETTER-IDX:1)
      WHEN "R"
         MOVE "1" TO WS-ORDER-OUT (WS-LETTER-IDX:1)
      WHEN "G"
         MOVE "3" TO WS-ORDER-OUT (WS-LETTER-IDX:1)
      WHEN "B"
         MOVE "5" TO WS-ORDER-OUT (WS-LETTER-IDX:1)
      WHEN "W"
         MOVE "7" TO WS-ORDER-OUT (WS-LETTER-IDX:1)
      WHEN OTHER
         MOVE 'N' TO ROW-OK
   END-EVALUATE
   IF ROW-OK-YES
      IF WS-ORDER-USED = SPACES
         CONTINUE
      ELSE
         PERFORM 0316-CHECK-REPEAT THRU 0316-EXIT
      END-IF
      MOVE WS-ORDER-OUT (WS-LETTER-IDX:1)
         TO WS-ORDER-USED (WS-LETTER-IDX:1)
   END-IF.
0315-EXIT.
    EXIT.

0316-CHECK-REPEAT.
   IF WS-ORDER-USED (1:1) = WS-ORDER-OUT (WS-LETTER-IDX:1)
      OR WS-ORDER-USED (2:1) = WS-ORDER-OUT (WS-LETTER-IDX:1)
      OR WS-ORDER-USED (3:1) = WS-ORDER-OUT (WS-LETTER-IDX:1)
      MOVE 'N' TO ROW-OK
   END-IF.
0316-EXIT.
    EXIT.

*> Four zero-padded digits, like a schedule's span columns; a
*> blank "to" is the "from" pixel alone.
0320-CHECK-RANGE.
   IF PXMFILE-TO = SPACES
      MOVE PXMFILE-FROM TO PXMFILE-TO
   END-IF
   EVALUATE TRUE
      WHEN PXMFILE-FROM NOT NUMERIC OR PXMFILE-TO NOT NUMERIC
         DISPLAY "PIXEL-MAP: " WS-MAP-PATH " line " WS-LINE-NUM
            ": pixel range " PXMFILE-FROM " " PXMFILE-TO
            " is not numeric" UPON SYSERR
         MOVE 'N' TO ROW-OK
      WHEN PXMFILE-FROM = "0000" OR PXMFILE-TO < PXMFILE-FROM
         DISPLAY "PIXEL-MAP: " WS-MAP-PATH " line " WS-LINE-NUM
            ": pixel range " PXMFILE-FROM " " PXMFILE-TO
            " runs backwards or from zero" UPON SYSERR
         MOVE 'N' TO ROW-OK
      WHEN WS-FIXTURE-PIXELS > 0 AND PXMFILE-TO > WS-FIXTURE-PIXELS
         DISPLAY "PIXEL-MAP: " WS-MAP-PATH " line " WS-LINE-NUM
            ": pixel " PXMFILE-TO " is past the fixture's "
            WS-FIXTURE-PIXELS " pixels" UPON SYSERR
         MOVE 'N' TO ROW-OK
      WHEN OTHER
         CONTINUE
   END-EVALUATE.
0320-EXIT.
    EXIT.

0400-STORE-RULE.
   IF RULE-TABLE-COUNT >= 1000
      IF NOT RULES-FULL-YES
         MOVE 'Y' TO RULES-FULL
         DISPLAY "PIXEL-MAP: more than 1000 map rules, "
            "remainder ignored" UPON SYSERR
      END-IF
   ELSE
      ADD 1 TO RULE-TABLE-COUNT
      MOVE WS-CHANNEL TO RULE-CHANNEL (RULE-TABLE-COUNT)
      MOVE WS-KIND    TO RULE-KIND (RULE-TABLE-COUNT)
      IF WS-KIND = 'O'
         MOVE 0            TO RULE-FROM (RULE-TABLE-COUNT)
         MOVE 0            TO RULE-TO (RULE-TABLE-COUNT)
         MOVE WS-ORDER-OUT TO RULE-ORDER (RULE-TABLE-COUNT)
      ELSE
         MOVE PXMFILE-FROM TO RULE-FROM (RULE-TABLE-COUNT)
         MOVE PXMFILE-TO   TO RULE-TO (RULE-TABLE-COUNT)
         MOVE SPACES       TO RULE-ORDER (RULE-TABLE-COUNT)
      END-IF
   END-IF.
0400-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Work the channel's map out for this frame length: start from the
*> straight walk 1..n, reverse the REVERSE runs in it, mark the
*> SKIPs and BLANKs, then number the pixels that are left in walk
*> order -- those numbers are the logical pixels.  A rule reaching
*> past a shorter frame (an explicit pixel count on a one-shot) is
*> cut at the frame's end.
*> ----------------------------------------------------------------
0500-BUILD-MAP.
   MOVE LK-PIXEL-COUNT TO WS-PIXELS
   IF WS-PIXELS > 2048
      MOVE 2048 TO WS-PIXELS
   END-IF
   MOVE 1 TO PXM-BYTE-FROM (1)
   MOVE 3 TO PXM-BYTE-FROM (2)
   MOVE 5 TO PXM-BYTE-FROM (3)
   MOVE 7 TO PXM-BYTE-FROM (4)
   PERFORM 0510-CLEAR-ONE-PIXEL THRU 0510-EXIT
      VARYING WS-PIX-IDX FROM 1 BY 1 UNTIL WS-PIX-IDX > WS-PIXELS
   PERFORM 0520-APPLY-ONE-RULE THRU 0520-EXIT
      VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > RULE-TABLE-COUNT
   MOVE 0 TO WS-LOGICAL-NUM
   PERFORM 0560-NUMBER-ONE-PIXEL THRU 0560-EXIT
      VARYING WS-PIX-IDX FROM 1 BY 1 UNTIL WS-PIX-IDX > WS-PIXELS
   IF WS-LOGICAL-NUM = 0
      DISPLAY "PIXEL-MAP: channel " WS-CHANNEL " map skips every "
         "pixel, ignored" UPON SYSERR
   ELSE
      MOVE WS-LOGICAL-NUM TO PXM-LOGICAL-COUNT
      MOVE WS-PIXELS      TO PXM-PHYSICAL-COUNT
      MOVE 'Y' TO LK-FOUND-FLAG
   END-IF.
0500-EXIT.
    EXIT.

0510-CLEAR-ONE-PIXEL.
   MOVE WS-PIX-IDX TO WALK-PIXEL (WS-PIX-IDX)
   MOVE 1   TO PXM-LOGICAL (WS-PIX-IDX)
   MOVE 'N' TO PXM-BLANK (WS-PIX-IDX).
0510-EXIT.
    EXIT.

0520-APPLY-ONE-RULE.
   IF RULE-CHANNEL (RULE-IDX) = WS-CHANNEL
      MOVE RULE-FROM (RULE-IDX) TO WS-RANGE-FROM
      MOVE RULE-TO (RULE-IDX)   TO WS-RANGE-TO
      IF WS-RANGE-TO > WS-PIXELS
         MOVE WS-PIXELS TO WS-RANGE-TO
      END-IF
      EVALUATE TRUE
         WHEN RULE-ORDER-ROW (RULE-IDX)
            MOVE RULE-ORDER (RULE-IDX) (1:1) TO PXM-BYTE-FROM (1)
            MOVE RULE-ORDER (RULE-IDX) (2:1) TO PXM-BYTE-FROM (2)
            MOVE RULE-ORDER (RULE-IDX) (3:1) TO PXM-BYTE-FROM (3)
            MOVE RULE-ORDER (RULE-IDX) (4:1) TO PXM-BYTE-FROM (4)
         WHEN WS-RANGE-FROM > WS-RANGE-TO
            CONTINUE
         WHEN RULE-REVERSE-ROW (RULE-IDX)
            MOVE WS-RANGE-FROM TO WS-LO
            MOVE WS-RANGE-TO   TO WS-HI
            PERFORM 0530-SWAP-ONE-PAIR THRU 0530-EXIT
               UNTIL WS-LO >= WS-HI
         WHEN RULE-SKIP-ROW (RULE-IDX)
            PERFORM 0540-MARK-SKIP THRU 0540-EXIT
               VARYING WS-PIX-IDX FROM WS-RANGE-FROM BY 1
                  UNTIL WS-PIX-IDX > WS-RANGE-TO
         WHEN RULE-BLANK-ROW (RULE-IDX)
            PERFORM 0550-MARK-BLANK THRU 0550-EXIT
               VARYING WS-PIX-IDX FROM WS-RANGE-FROM BY 1
                  UNTIL WS-PIX-IDX > WS-RANGE-TO
      END-EVALUATE
   END-IF.
0520-EXIT.
    EXIT.

0530-SWAP-ONE-PAIR.
   MOVE WALK-PIXEL (WS-LO) TO WS-SWAP
   MOVE WALK-PIXEL (WS-HI) TO WALK-PIXEL (WS-LO)
   MOVE WS-SWAP            TO WALK-PIXEL (WS-HI)
   ADD 1 TO WS-LO
   SUBTRACT 1 FROM WS-HI.
0530-EXIT.
    EXIT.

*> Until the numbering pass, PXM-LOGICAL is just "counts" (1) or
*> "skipped" (0).
0540-MARK-SKIP.
   MOVE 0 TO PXM-LOGICAL (WS-PIX-IDX).
0540-EXIT.
    EXIT.

0550-MARK-BLANK.
   MOVE 'Y' TO PXM-BLANK (WS-PIX-IDX).
0550-EXIT.
    EXIT.

0560-NUMBER-ONE-PIXEL.
   IF PXM-LOGICAL (WALK-PIXEL (WS-PIX-IDX)) > 0
      ADD 1 TO WS-LOGICAL-NUM
      MOVE WS-LOGICAL-NUM TO PXM-LOGICAL (WALK-PIXEL (WS-PIX-IDX))
   END-IF.
0560-EXIT.
    EXIT.

END PROGRAM PIXEL-MAP.
