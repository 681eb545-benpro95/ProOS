      *> rpttrec.cpy -- the one-line totals file COLOR-RPT writes beside
      *> its daily report when asked for one: the report's grand totals
      *> as fixed columns, so a program can pick them up without
      *> parsing report text.  STATUS-EXTRACT carries them into the
      *> nightly head-office extract.  RPTT-NAMES is how many distinct
      *> color names were requested; RPTT-EVENT-LOG is 'N' when the
      *> site keeps no event trail, so zero event counts can be told
      *> from no events at all.
          05  RPTT-REQUESTS        PIC 9(06).
          05  FILLER               PIC X(01).
          05  RPTT-REJECTS         PIC 9(06).
          05  FILLER               PIC X(01).
          05  RPTT-NAMES           PIC 9(04).
          05  FILLER               PIC X(01).
          05  RPTT-EVENT-LOG       PIC X(01).
          05  FILLER               PIC X(01).
          05  RPTT-EVT-RECEIVED    PIC 9(06).
          05  FILLER               PIC X(01).
          05  RPTT-EVT-PLAYED      PIC 9(06).
          05  FILLER               PIC X(01).
          05  RPTT-EVT-IGNORED     PIC 9(06).
          05  FILLER               PIC X(01).
          05  RPTT-EVT-PREEMPTED   PIC 9(06).
