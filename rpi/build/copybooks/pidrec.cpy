      *> pidrec.cpy -- the one line of /opt/rpi/effects/sequence.pid,
      *> which COLOR-SEQ writes as it starts playing a show window and
      *> deletes when the run ends.  COLOR-EVENT reads it to tell a
      *> show that is really running -- its process id still listed
      *> under /proc -- from a window nobody is playing: COLOR-SEQ not
      *> launched that night, or a run that died and left the file
      *> behind.  The stamp is YYYYMMDD-HHMMSS; RUNPID-MODE is SCHED or
      *> THEME.
          05  RUNPID-PID           PIC 9(07).
          05  FILLER               PIC X(01).
          05  RUNPID-STARTED       PIC X(15).
          05  FILLER               PIC X(01).
          05  RUNPID-MODE          PIC X(05).
