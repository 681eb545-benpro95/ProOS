      *> evtrec.cpy -- one line of /opt/rpi/effects/event.log, the
      *> external-event trail EVENT-LOG appends to for COLOR-SEQ and
      *> COLOR-EVENT.  Every event taken off the drop file gets a
      *> RECEIVED line, then one of:
      *>    PLAYED     its cue went up on its fixture
      *>    IGNORED    it was not played; EVT-REASON says why --
      *>               NO MAPPING (code not in events.cfg), NO CUE
      *>               (its cue is not in cues.txt), NO TRACK (the
      *>               running show doesn't drive its fixture),
      *>               OUTRANKED (an equal or higher-priority event
      *>               was already playing there), OUTSIDE (no show
      *>               running and its rule is IGNORE), TOO MANY (more
      *>               fixtures lit by events at once than COLOR-EVENT
      *>               keeps track of), LEASED (its fixture's channel
      *>               is leased through FIXTURE-LEASE to a one-shot
      *>               or, with no show running, to another COLOR-EVENT
      *>               run), NO REGISTRY (COLOR-EVENT could not use the
      *>               lease registry, so lit nothing)
      *>    PREEMPTED  it was playing and a higher-priority event on
      *>               the same fixture cut it short
      *> The stamp leads the line so LOG-ARCHIVE dates and cuts the log
      *> the same way it cuts the audit logs.  Kept in a copybook so
      *> EVENT-LOG and COLOR-RPT can't drift apart on the field widths.
          05  EVT-STAMP            PIC X(15).
          05  FILLER               PIC X(01).
          05  EVT-ACTION           PIC X(09).
          05  FILLER               PIC X(01).
          05  EVT-CODE             PIC X(12).
          05  FILLER               PIC X(01).
          05  EVT-PRIORITY         PIC X(01).
          05  FILLER               PIC X(01).
          05  EVT-CUE              PIC X(21).
          05  FILLER               PIC X(01).
          05  EVT-FIXTURE          PIC X(25).
          05  FILLER               PIC X(01).
          05  EVT-REASON           PIC X(11).
