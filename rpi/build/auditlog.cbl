*> GNU COBOL -- append-only logging shared by COLOR-SCAN and
*> COLOR-SEQ.  Every call appends one line to the daily transaction
*> log (timestamp, requested color, resolved RGBW/hex, found flag,
*> OPC channel) so COLOR-RPT has a real audit trail to summarize.
*> The channel rides in what was the line's spare tail, so readers
*> laid out on the older line still read it unchanged.  Whenever the
*> color wasn't found in the table the same call also appends a line
*> to the reject log so a typo'd cue name in a show script shows up
*> somewhere instead of just going dark.
*>                     message.
*>    2026-08-08  DL  report a failed WRITE against either log instead
*>                     of silently dropping the line.
*>    2026-10-15  DL  take the OPC channel the frame went out on and
*>                     log it as CH=c, so a show driving several
*>                     fixtures at once leaves a per-fixture trail.
IDENTIFICATION DIVISION.
PROGRAM-ID.      AUDIT-LOG.

  01  LK-WHITE                   PIC X(03).
  01  LK-HEX                     PIC X(08).
  01  LK-FOUND-FLAG              PIC X(01).
  01  LK-CHANNEL                 PIC X(01).

PROCEDURE DIVISION USING LK-COLOR-NAME LK-RED LK-GREEN LK-BLUE
                         LK-WHITE LK-HEX LK-FOUND-FLAG LK-CHANNEL.

0010-MAIN.
   MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-TS-DATE
   MOVE SPACES TO TRANSACT-LOG-REC
   STRING WS-TS-DATE "-" WS-TS-TIME " " LK-COLOR-NAME
          " RGBW=" LK-RED "," LK-GREEN "," LK-BLUE "," LK-WHITE
          " HEX=" LK-HEX " FOUND=" LK-FOUND-FLAG " CH=" LK-CHANNEL
      DELIMITED BY SIZE INTO TRANSACT-LOG-REC
   END-STRING
   WRITE TRANSACT-LOG-REC
