      *> pixmrec.cpy -- fixed-width layout of one row of a fixture's
      *> pixel map, /opt/rpi/effects/pixmaps/<fixture>.map, named for
      *> its fixtures.cfg row.  The map says how the strip as hung
      *> differs from the strip as schedules and cues describe it, so
      *> they keep painting logical pixels 1..n left to right in
      *> RRGGBBWW and FRAME-BUILD sorts out the wiring on the way out.
      *> One rule per row, keyword first:
      *>    ORDER    GRB       the strip's channel byte order -- three
      *>                       letters (R, G, B once each, white stays
      *>                       last) or four (R, G, B, W once each);
      *>                       no ORDER row means RGBW as always
      *>    REVERSE  from to   physical pixels from..to are mounted
      *>                       backwards, so the logical run through
      *>                       them is laid down in reverse
      *>    SKIP     from to   physical pixels that are dead or out of
      *>                       sight: kept dark and left out of the
      *>                       logical numbering, so a gradient or a
      *>                       chase closes up across the gap
      *>    BLANK    from to   physical pixels kept dark but still
      *>                       counted, so the picture around them
      *>                       doesn't shift
      *> Pixel numbers are physical -- counted along the strip from its
      *> data input, the way an installer counts them -- and "to" may be
      *> left blank for a single pixel.  REVERSE runs shouldn't overlap;
      *> they are applied in file order before the SKIPs close up the
      *> numbering.  A row starting with * is a comment.
          05  PXMFILE-KEYWORD      PIC X(07).
          05  FILLER               PIC X(01).
          05  PXMFILE-FROM         PIC X(04).
          05  FILLER               PIC X(01).
          05  PXMFILE-TO           PIC X(04).
