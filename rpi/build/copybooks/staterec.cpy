      *> staterec.cpy -- one fixed-width record of
      *> /opt/rpi/effects/laststate.dat, the last frame request a run of
      *> COLOR-SCAN or COLOR-SEQ successfully put on a strip.  The file
      *> holds one such record per OPC channel.  STATE-SAVE rewrites a
      *> channel's record after every successful frame on it and
      *> COLOR-RESTORE replays them all through FRAME-BUILD at boot,
      *> so a power cut doesn't
      *> leave the storefront dark until somebody notices.  Kept in a
      *> copybook so the writer and the reader can't drift apart on the
      *> field widths.
