      *> leaserec.cpy -- one line of /opt/rpi/effects/leases.dat, the
      *> fixture lease registry FIXTURE-LEASE keeps.  A lease lends one
      *> OPC channel to a one-shot (COLOR-SCAN) for a set time: while it
      *> is in force the running COLOR-SEQ show sends nothing on that
      *> channel, and takes it back when the lease runs out or is
      *> released.  The holder's program name and process id are kept
      *> so a lease left behind by a process that died holding it can
      *> be told from a live one.  Stamps are YYYYMMDD-HHMMSS, so they
      *> compare as plain text.  Kept in a copybook so FIXTURE-LEASE
      *> and anything that reads the registry can't drift apart on the
      *> field widths.
          05  LEASE-CHANNEL        PIC X(01).
          05  FILLER               PIC X(01).
          05  LEASE-FIXTURE        PIC X(25).
          05  FILLER               PIC X(01).
          05  LEASE-HOLDER         PIC X(12).
          05  FILLER               PIC X(01).
          05  LEASE-PID            PIC 9(07).
          05  FILLER               PIC X(01).
          05  LEASE-GRANTED        PIC X(15).
          05  FILLER               PIC X(01).
          05  LEASE-EXPIRES        PIC X(15).
