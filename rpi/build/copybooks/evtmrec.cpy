      *> evtmrec.cpy -- fixed-width layout of one row of
      *> /opt/rpi/effects/events.cfg, the table mapping an external
      *> event (the door chime, the POS "big sale" button, the motion
      *> sensor) to the cues.txt cue it lights up: the event code the
      *> device writes to the drop file (events.in), the cue name, the
      *> fixtures.cfg fixture it plays on (blank is the default
      *> channel, the same as a blank schedule fixture column), how
      *> many seconds the cue holds before the show gets the fixture
      *> back, and its priority, 1 (lowest) to 9 -- a higher-priority
      *> event pre-empts a lower one playing on the same fixture, an
      *> equal or lower one arriving meanwhile is ignored.
      *>
      *> EVTMAP-OUTSIDE says what happens to the event when no show is
      *> playing (outside the show window, see COLOR-EVENT): PLAY still
      *> lights the cue, then darkens the fixture again; IGNORE (or
      *> blank) logs it and does nothing.  A blank or non-numeric hold
      *> means 10 seconds, a blank priority means 1.  Kept in a
      *> copybook so EVENT-LOOKUP and anything validating the file
      *> can't drift apart on the field widths, same as cuerec.cpy.
          05  EVTMAP-CODE          PIC X(12).
          05  FILLER               PIC X(01).
          05  EVTMAP-CUE           PIC X(21).
          05  FILLER               PIC X(01).
          05  EVTMAP-FIXTURE       PIC X(25).
          05  FILLER               PIC X(01).
          05  EVTMAP-HOLD-SECS     PIC X(05).
          05  FILLER               PIC X(01).
          05  EVTMAP-PRIORITY      PIC X(01).
          05  FILLER               PIC X(01).
          05  EVTMAP-OUTSIDE       PIC X(06).
