      *> burnrec.cpy -- one row of /opt/rpi/effects/burnhours.dat, the
      *> lifetime lit-hours register COLOR-ENERGY keeps: seconds each
      *> fixture (nrgrec.cpy's label) stood lit in one month.  The
      *> dated ledger archives are purged after LOG-ARCHIVE's retention
      *> period, so a strip's hours would be forgotten with them; each
      *> month-end run replaces its own month's rows here instead, and a
      *> fixture's cumulative hours are the sum of its rows.
          05  BURN-FIXTURE         PIC X(25).
          05  FILLER               PIC X(01).
          05  BURN-MONTH           PIC X(06).
          05  FILLER               PIC X(01).
          05  BURN-LIT-SECS        PIC 9(09).
