      *> hlthrec.cpy -- one line of /opt/rpi/effects/health.log, the
      *> running history COLOR-WATCH appends to every run beside the
      *> one-line health.status it rewrites.  health.status only ever
      *> says how things stand now; the log keeps every verdict, so a
      *> class that failed at midnight and cleared by morning is still
      *> on record.  HLTH-BITS is the run's RETURN-CODE (the sum of the
      *> failing class bits, 0 healthy) and HLTH-WORDS the status line
      *> after its stamp, OK or FAIL with the class names.  The stamp
      *> is YYYYMMDD-HHMMSS, so LOG-ARCHIVE can date and cut the log
      *> the way it does the others.
          05  HLTH-STAMP           PIC X(15).
          05  FILLER               PIC X(01).
          05  HLTH-BITS            PIC 9(03).
          05  FILLER               PIC X(01).
          05  HLTH-WORDS           PIC X(80).
