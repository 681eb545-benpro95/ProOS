      *> fixtrec.cpy): the step goes out on that fixture's OPC channel at
      *> that fixture's pixel count and color mode.  Blank keeps the
      *> pre-registry behavior -- channel '0' at the run's pixel count.
      *>
      *> A color-name column of "TRACK" is not a step but a track
      *> header: every row after it, up to the next TRACK row, belongs
      *> to the track for the fixture named in that row's
      *> SCHFILE-FIXTURE (its hold seconds and other columns are left
      *> blank).  COLOR-SEQ plays all the tracks of a schedule side by
      *> side, each on its own clock, so a roofline can chase while the
      *> porch fades.  A step row inside a track may leave its fixture
      *> blank to take the track's.  Rows ahead of the first TRACK row
      *> play as one track of their own that keeps each row's fixture
      *> column, so a schedule with no TRACK rows plays exactly as it
      *> always did.
          05  SCHFILE-COLOR        PIC X(25).
          05  FILLER               PIC X(01).
          05  SCHFILE-HOLD-SECS    PIC 9(05).
