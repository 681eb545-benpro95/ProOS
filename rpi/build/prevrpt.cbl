*> hex in the preview already carries brightness, so a brightness
*> edit shows up as a changed span like any other edit.
*>
*> A frame on a fixture with a pixel map carries a second preview
*> line, the physical layout as it went onto the strip (FRAME-BUILD
*> marks it "P" after the channel).  The proof sheet prints it under
*> the frame's logical runs as a PHYSICAL section -- pixel numbers
*> counted along the strip, hex in the strip's byte order -- so a
*> reversed run or a dead pixel can be checked against the ladder.
*> Its names are only a guide on a strip that isn't RGBW order.
*> Diff mode compares the logical lines only: a schedule edit is
*> what it is for, and a pixel map edit would otherwise show up as
*> every frame changed.
*>
*> Names come back "nearest", not exact, because the preview's hex
*> is brightness-scaled -- a RED step at 50% proofs as the nearest
*> name to 127,0,0,0, which is still RED on any sane palette.
*>    2026-09-02  DL  guard colours.txt's full open status on the
*>                     naming load; a non-open file was read anyway
*>                     and every run was named against junk.
*>    2026-10-15  DL  print a mapped frame's physical layout under its
*>                     logical runs; diff mode passes over the
*>                     physical lines.
IDENTIFICATION DIVISION.
PROGRAM-ID.      PREVIEW-RPT.


3100-PROOF-ONE-FRAME.
   READ PREVIEW-A AT END MOVE 'Y' TO A-EOF.
   IF A-EOF-NO AND PREVIEW-A-LINE (8:1) = "P"
      PERFORM 3150-PROOF-PHYSICAL THRU 3150-EXIT
   END-IF
   IF A-EOF-NO AND PREVIEW-A-LINE (8:1) NOT = "P"
      ADD 1 TO WS-FRAME-COUNT
      MOVE PREVIEW-A-LINE TO WS-PARSE-LINE
      MOVE WS-PARSE-LINE (1:5) TO WS-PARSE-FRAME
3100-EXIT.
    EXIT.

*> The physical line belongs to the frame just printed: no new
*> frame header or count, just its runs under their own heading.
3150-PROOF-PHYSICAL.
   MOVE PREVIEW-A-LINE TO WS-PARSE-LINE
   MOVE SPACES TO REPORT-LINE
   MOVE "  PHYSICAL (pixel map applied)" TO REPORT-LINE
   WRITE REPORT-LINE
   MOVE 9 TO WS-PARSE-PTR
   MOVE 0 TO WS-PIXEL-TOTAL
   MOVE 'N' TO WS-PARSE-DONE
   PERFORM 3200-PROOF-ONE-RUN THRU 3200-EXIT
      UNTIL WS-PARSE-DONE-YES.
3150-EXIT.
    EXIT.

3200-PROOF-ONE-RUN.
   PERFORM 5000-PARSE-ONE-RUN THRU 5000-EXIT
   IF NOT WS-PARSE-DONE-YES
    EXIT.

7100-DIFF-ONE-FRAME.
   PERFORM 7110-READ-A THRU 7110-EXIT
   PERFORM 7110-READ-A THRU 7110-EXIT
      UNTIL A-EOF-YES OR PREVIEW-A-LINE (8:1) NOT = "P"
   PERFORM 7120-READ-B THRU 7120-EXIT
   PERFORM 7120-READ-B THRU 7120-EXIT
      UNTIL B-EOF-YES OR PREVIEW-B-LINE (8:1) NOT = "P"
   EVALUATE TRUE
      WHEN A-EOF-YES AND B-EOF-YES
         CONTINUE
7100-EXIT.
    EXIT.

7110-READ-A.
   READ PREVIEW-A AT END MOVE 'Y' TO A-EOF.
7110-EXIT.
    EXIT.

7120-READ-B.
   READ PREVIEW-B AT END MOVE 'Y' TO B-EOF.
7120-EXIT.
    EXIT.

7200-REPORT-FRAME-DIFF.
   MOVE 'A' TO EXPAND-TARGET
   MOVE PREVIEW-A-LINE TO WS-PARSE-LINE
