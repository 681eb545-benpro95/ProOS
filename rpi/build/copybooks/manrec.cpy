      *> manrec.cpy -- one line of a kept version's manifest.txt (see
      *> verrec.cpy): one member of the show set as it stood live when
      *> it was replaced, named relative to /opt/rpi/effects
      *> (schedule.txt, cues.txt, calendar.txt, themes/<name>.thm).
      *> MAN-STATE is K when a copy was kept alongside the manifest, or
      *> A when the member was absent from the live set -- a rollback
      *> to the version takes an absent schedule, cue library or
      *> calendar away again, so the set comes back exactly as it was.
          05  MAN-STATE            PIC X(01).
              88  MAN-KEPT              VALUE 'K'.
              88  MAN-ABSENT            VALUE 'A'.
          05  FILLER               PIC X(01).
          05  MAN-MEMBER           PIC X(50).
