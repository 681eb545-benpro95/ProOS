      *> nrgopen.cpy -- one record of /opt/rpi/effects/energy.open, the
      *> ledger's running meter: per OPC channel, the look standing on
      *> it right now -- since when (YYYYMMDD-HHMMSS), drawing how much
      *> -- and the fixture label its ledger line will carry.  ENERGY-
      *> METER closes the record into energy.log (nrgrec.cpy) when the
      *> next frame lands on the channel, so a pause or a long last
      *> look is billed for every second it really stood, and a dark
      *> frame (a BLACKOUT, a closed window) stops the meter.
          05  EOPN-CHANNEL         PIC X(01).
          05  FILLER               PIC X(01).
          05  EOPN-FIXTURE         PIC X(25).
          05  FILLER               PIC X(01).
          05  EOPN-STAMP           PIC X(15).
          05  FILLER               PIC X(01).
          05  EOPN-DRAW-MA         PIC 9(08).
