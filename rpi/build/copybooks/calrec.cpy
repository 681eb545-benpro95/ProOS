      *> midnight" / "until midnight", same as COLOR-SEQ's own
      *> arguments.  Kept in a copybook so COLOR-CAL and CAL-CHECK
      *> can't drift apart on the field widths, same as schedrec.cpy.
      *>
      *> A window bound is either a fixed HHMM or an offset from that
      *> night's sunset or sunrise: S (sunset), R (sunrise), then an
      *> optional sign and one or two digits of minutes -- "S-15" to
      *> "2300" opens a quarter hour before dusk all season long.
      *> SUN-WINDOW resolves it from the site's latitude and longitude
      *> in site.cfg (siterec.cpy), for COLOR-CAL and CAL-CHECK alike.
          05  CALFILE-START-DATE   PIC X(08).
          05  FILLER               PIC X(01).
          05  CALFILE-END-DATE     PIC X(08).
