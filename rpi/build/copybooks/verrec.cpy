      *> verrec.cpy -- one line of /opt/rpi/effects/versions/
      *> versions.txt, the index of show sets COLOR-PROMOTE has kept.
      *> Each promotion or rollback keeps the set it replaced under
      *> /opt/rpi/effects/versions/NNNN-YYYYMMDD/ -- the version number,
      *> then the date it was kept (VER-KEPT's first eight characters)
      *> -- with a manifest.txt (manrec.cpy) listing its members.  Rows
      *> run oldest first; a version purged by the retention setting
      *> loses its row along with its directory.
          05  VER-NUMBER           PIC 9(04).
          05  FILLER               PIC X(01).
          05  VER-KEPT             PIC X(15).
          05  FILLER               PIC X(01).
          05  VER-CAUSE            PIC X(08).
          05  FILLER               PIC X(01).
          05  VER-BY               PIC X(12).
          05  FILLER               PIC X(01).
          05  VER-MEMBERS          PIC 9(03).
