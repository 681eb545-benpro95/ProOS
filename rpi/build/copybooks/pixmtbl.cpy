      *> pixmtbl.cpy -- one fixture's pixel map (pixmrec.cpy) worked out
      *> for one frame length by PIXEL-MAP, for FRAME-BUILD to lay the
      *> logical frame onto the strip with.  PXM-LOGICAL-COUNT is how
      *> many logical pixels there are to paint (the strip less its
      *> SKIPs); each physical pixel carries the logical pixel it
      *> shows (0 for a SKIP) and whether it is BLANKed.  PXM-BYTE-FROM
      *> is, for each of the four output byte pairs in turn, where that
      *> pair starts in the logical RRGGBBWW hex (1, 3, 5 or 7).
      01  PIXMAP-TABLE-MAIN.
          05  PXM-BYTE-FROM OCCURS 4 TIMES
                                   PIC 9(01).
          05  PXM-LOGICAL-COUNT    PIC 9(04) COMP.
          05  PXM-PHYSICAL-COUNT   PIC 9(04) COMP.
          05  PXM-PIXEL OCCURS 2048 TIMES.
             10  PXM-LOGICAL       PIC 9(04) COMP.
             10  PXM-BLANK         PIC X(01).
