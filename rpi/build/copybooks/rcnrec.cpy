      *> rcnrec.cpy -- one line of the results file COLOR-RECON writes
      *> beside its report when asked for one: the same verdicts the
      *> report prints, as fixed columns a program can read without
      *> parsing report text.  STATUS-EXTRACT carries them into the
      *> nightly head-office extract.
      *>
      *> RCN-CLASS says what the line is about:
      *>    T  a track's verdict -- one line per track of the schedule,
      *>       clean or not, so passes planned and passes completed
      *>       can both be counted off the file
      *>    R  the run as a whole could not be judged
      *>    S  one schedule step or color name
      *> RCN-KIND is the verdict:
      *>    PASS-DONE     (T) the track's pass closed at its last row
      *>    DIED-MID      (T) the run died inside the track's pass
      *>    WRONG-STEP    (T) the pass closed short of its last row
      *>    NO-RECORD     (T) the checkpoint says nothing of the track
      *>    NO-CKPT       (R) no checkpoint file at all
      *>    EMPTY-CKPT    (R) the checkpoint file is empty
      *>    FOREIGN-CKPT  (R) the checkpoint is for another schedule,
      *>                      named in RCN-NAME
      *>    NEVER-PLAYED  (S) step RCN-STEP's color RCN-NAME has no
      *>                      transaction line
      *>    RESOLUTION    (S) RCN-NAME played but resolves differently
      *>                      today
      *> Every kind but PASS-DONE is an exception on the report.  For a
      *> track verdict RCN-STEP is the last row the track completed and
      *> RCN-OF the row its pass should close at.
          05  RCN-CLASS            PIC X(01).
              88  RCN-TRACK             VALUE 'T'.
              88  RCN-RUN               VALUE 'R'.
              88  RCN-STEP-LEVEL        VALUE 'S'.
          05  FILLER               PIC X(01).
          05  RCN-KIND             PIC X(12).
              88  RCN-PASS-DONE         VALUE "PASS-DONE".
          05  FILLER               PIC X(01).
          05  RCN-FIXTURE          PIC X(25).
          05  FILLER               PIC X(01).
          05  RCN-STEP             PIC 9(05).
          05  FILLER               PIC X(01).
          05  RCN-OF               PIC 9(05).
          05  FILLER               PIC X(01).
          05  RCN-NAME             PIC X(40).
