      *> promrec.cpy -- one line of /opt/rpi/effects/promote.log, the
      *> trail COLOR-PROMOTE appends to: who put which show set live,
      *> or took one back, and when.  PROM-ACTION is
      *>    PROMOTE   the staged set went live; PROM-KEPT is the
      *>              version the set it replaced was kept as
      *>    ROLLBACK  kept version PROM-RESTORED was put back live;
      *>              PROM-KEPT is the version the set it replaced was
      *>              kept as
      *>    INSTALL   one member file that went live, named in
      *>              PROM-DETAIL (follows its PROMOTE/ROLLBACK line)
      *>    REMOVE    one member file a rollback took away because the
      *>              restored set never had it
      *>    REFUSED   nothing changed; PROM-DETAIL says why (a failed
      *>              check, a missing staged file, no such version)
      *>    FAILED    a file could not be copied or written; the live
      *>              set was left as it was (or put back)
      *>    PURGED    kept version PROM-KEPT aged out of the retention
      *> PROM-BY is the login the job ran for.  The stamp leads the line
      *> so the trail sorts and dates the same way the other logs do.
          05  PROM-STAMP           PIC X(15).
          05  FILLER               PIC X(01).
          05  PROM-ACTION          PIC X(08).
          05  FILLER               PIC X(01).
          05  PROM-BY              PIC X(12).
          05  FILLER               PIC X(01).
          05  PROM-KEPT            PIC 9(04).
          05  FILLER               PIC X(01).
          05  PROM-RESTORED        PIC 9(04).
          05  FILLER               PIC X(01).
          05  PROM-DETAIL          PIC X(60).
