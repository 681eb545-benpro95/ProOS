      *> nrgrec.cpy -- one line of /opt/rpi/effects/energy.log, the
      *> energy and burn-hours ledger ENERGY-METER appends to: one line
      *> per stretch of time a lit look stood on one channel, written
      *> when the next frame on that channel replaced it.  The close
      *> stamp leads the line so LOG-ARCHIVE dates and cuts the ledger
      *> the same way it cuts the audit logs; the open stamp is when the
      *> look went up, and says which night the stretch belongs to.
      *> NRG-FIXTURE is the fixtures.cfg name, or CHANNEL n for a frame
      *> on a channel no fixture was named for.  NRG-DRAW-MA is the
      *> look's supply current as POWER-BUDGET models it; watt-hours
      *> are NRG-DRAW-MA x NRG-SECONDS x the site's supply volts (see
      *> siterec.cpy) / 3600000.  Kept in a copybook so the meter and
      *> COLOR-ENERGY can't drift apart on the field widths.
          05  NRG-CLOSE-STAMP      PIC X(15).
          05  FILLER               PIC X(01).
          05  NRG-OPEN-STAMP       PIC X(15).
          05  FILLER               PIC X(01).
          05  NRG-CHANNEL          PIC X(01).
          05  FILLER               PIC X(01).
          05  NRG-FIXTURE          PIC X(25).
          05  FILLER               PIC X(01).
          05  NRG-SECONDS          PIC 9(07).
          05  FILLER               PIC X(01).
          05  NRG-DRAW-MA          PIC 9(08).
