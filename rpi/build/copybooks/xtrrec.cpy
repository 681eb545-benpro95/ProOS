      *> xtrrec.cpy -- one record of the nightly head-office extract
      *> STATUS-EXTRACT writes to /opt/rpi/effects/outbound/, one file
      *> per store per night, <store>_<YYYYMMDD>.sta.  Every record is
      *> the same fixed 138 columns: a common prefix, then a body laid
      *> out by the record type.  Head office loads it by column, so a
      *> field once placed never moves; new information gets a new
      *> record type.
      *>
      *> The prefix: record type, the site's store ID (site.cfg), the
      *> night the file covers (the date the show's evening fell on),
      *> a sequence number from 1 with no gaps, and XTR-AMOUNT, the
      *> record's one countable figure as listed below.
      *>
      *> Record types, in the order they are written:
      *>    HD  header, first record; amount = detail records
      *>    CL  the calendar row that played the night; amount 0
      *>    SC  the schedule COLOR-SEQ's checkpoint says played (SCHED
      *>        nights only); amount = checkpoint records (tracks)
      *>    TK  one per track of the schedule, COLOR-RECON's verdict
      *>        on its pass; amount = the last row the track completed
      *>    EX  one per COLOR-RECON exception that is not a track
      *>        verdict; amount = the schedule step, 0 for the run
      *>    CT  a named count (passes planned and completed, requests,
      *>        rejects, events, COLOR-WATCH runs); amount = the count
      *>    HB  one per COLOR-WATCH health class raised in the night;
      *>        amount = the watch runs that raised it
      *>    LS  one per channel of laststate.dat, the last look each
      *>        fixture was left showing; amount = its brightness
      *>    TR  trailer, last record; amount = detail records, with
      *>        the control total and the file's full record count
      *> Detail records are every record but HD and TR.  The control
      *> total is the sum of XTR-AMOUNT over the detail records, so a
      *> loader can prove it read the file whole.
          05  XTR-TYPE             PIC X(02).
              88  XTR-HEADER            VALUE "HD".
              88  XTR-TRAILER           VALUE "TR".
          05  FILLER               PIC X(01).
          05  XTR-STORE            PIC X(08).
          05  FILLER               PIC X(01).
          05  XTR-NIGHT            PIC X(08).
          05  FILLER               PIC X(01).
          05  XTR-SEQ              PIC 9(06).
          05  FILLER               PIC X(01).
          05  XTR-AMOUNT           PIC 9(09).
          05  FILLER               PIC X(01).
          05  XTR-BODY             PIC X(100).
      *> HD: the layout's version and when the file was made.
          05  XTR-HD-BODY REDEFINES XTR-BODY.
              10  XTR-HD-LAYOUT    PIC X(04).
              10  FILLER           PIC X(01).
              10  XTR-HD-CREATED   PIC X(15).
              10  FILLER           PIC X(80).
      *> CL: XTR-CL-SOURCE is D for a dated row, F for the fallback
      *> row, N when no row covered the night (the rest blank).
          05  XTR-CL-BODY REDEFINES XTR-BODY.
              10  XTR-CL-SOURCE    PIC X(01).
              10  FILLER           PIC X(01).
              10  XTR-CL-MODE      PIC X(05).
              10  FILLER           PIC X(01).
              10  XTR-CL-TARGET    PIC X(40).
              10  FILLER           PIC X(01).
              10  XTR-CL-BRIGHT    PIC X(03).
              10  FILLER           PIC X(01).
              10  XTR-CL-START     PIC X(04).
              10  FILLER           PIC X(01).
              10  XTR-CL-STOP      PIC X(04).
              10  FILLER           PIC X(38).
      *> SC: blank schedule when there is no checkpoint; XTR-SC-MATCH
      *> is Y when it is the schedule the calendar row names.
          05  XTR-SC-BODY REDEFINES XTR-BODY.
              10  XTR-SC-SCHEDULE  PIC X(40).
              10  FILLER           PIC X(01).
              10  XTR-SC-MATCH     PIC X(01).
              10  FILLER           PIC X(58).
      *> TK: the verdict is one of rcnrec.cpy's track kinds
      *> (PASS-DONE, DIED-MID, WRONG-STEP, NO-RECORD); XTR-TK-PLANNED
      *> is the row the pass should have closed at.
          05  XTR-TK-BODY REDEFINES XTR-BODY.
              10  XTR-TK-FIXTURE   PIC X(25).
              10  FILLER           PIC X(01).
              10  XTR-TK-VERDICT   PIC X(12).
              10  FILLER           PIC X(01).
              10  XTR-TK-PLANNED   PIC 9(05).
              10  FILLER           PIC X(56).
      *> EX: kind and name as rcnrec.cpy gives them.
          05  XTR-EX-BODY REDEFINES XTR-BODY.
              10  XTR-EX-KIND      PIC X(12).
              10  FILLER           PIC X(01).
              10  XTR-EX-NAME      PIC X(40).
              10  FILLER           PIC X(47).
          05  XTR-CT-BODY REDEFINES XTR-BODY.
              10  XTR-CT-NAME      PIC X(16).
              10  FILLER           PIC X(84).
      *> HB: the class's COLOR-WATCH name and bit, and the first and
      *> last run in the night that raised it.
          05  XTR-HB-BODY REDEFINES XTR-BODY.
              10  XTR-HB-CLASS     PIC X(12).
              10  FILLER           PIC X(01).
              10  XTR-HB-BIT       PIC 9(03).
              10  FILLER           PIC X(01).
              10  XTR-HB-FIRST     PIC X(15).
              10  FILLER           PIC X(01).
              10  XTR-HB-LAST      PIC X(15).
              10  FILLER           PIC X(52).
      *> LS: a channel no fixtures.cfg row names has a blank fixture.
          05  XTR-LS-BODY REDEFINES XTR-BODY.
              10  XTR-LS-FIXTURE   PIC X(25).
              10  FILLER           PIC X(01).
              10  XTR-LS-CHANNEL   PIC X(01).
              10  FILLER           PIC X(01).
              10  XTR-LS-COLOR-1   PIC X(25).
              10  FILLER           PIC X(01).
              10  XTR-LS-COLOR-2   PIC X(25).
              10  FILLER           PIC X(01).
              10  XTR-LS-EFFECT    PIC X(05).
              10  FILLER           PIC X(01).
              10  XTR-LS-START     PIC 9(04).
              10  FILLER           PIC X(01).
              10  XTR-LS-END       PIC 9(04).
              10  FILLER           PIC X(05).
          05  XTR-TR-BODY REDEFINES XTR-BODY.
              10  XTR-TR-CONTROL   PIC 9(12).
              10  FILLER           PIC X(01).
              10  XTR-TR-RECORDS   PIC 9(06).
              10  FILLER           PIC X(81).
