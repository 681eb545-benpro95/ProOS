      *> ckptrec.cpy -- one record of /opt/rpi/effects/sequence.ckpt,
      *> the restart point COLOR-SEQ rewrites after every step and
      *> COLOR-RECON judges the night's run against.  The file holds one
      *> record per track of the schedule being played: the schedule
      *> path, the last schedule row that track completed (rows are
      *> counted as they sit in the file, TRACK header rows included),
      *> 'R' while the track is mid-pass or 'C' once its pass ended, and
      *> the fixture the track drives.  A schedule with no TRACK rows
      *> plays as one track with a blank fixture, so its checkpoint is
      *> a single record exactly as before tracks existed -- and an old
      *> single-record checkpoint reads back as that track.
          05  CKPT-SCHEDULE        PIC X(40).
          05  CKPT-STEP            PIC 9(05).
          05  CKPT-STATUS          PIC X(01).
          05  CKPT-FIXTURE         PIC X(25).
