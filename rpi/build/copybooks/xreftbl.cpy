      *> xreftbl.cpy -- the where-used tables WHERE-USED fills: every
      *> reference the show files make to a color, a cue or a theme,
      *> the calendar rows (shows) those references reach, and the cue
      *> library's names.  Shared by COLOR-XREF, COLOR-MAINT and
      *> COLOR-CONSOLE so the three read the same answer.
      *>
      *> One XREF-ENTRY per distinct reference: XREF-KIND/XREF-NAME is
      *> what is referred to, XREF-FROM-KIND/XREF-FROM is what refers
      *> to it --
      *>    CUE    a cues.txt cue (XREF-FROM is the cue name)
      *>    THEME  a theme file (XREF-FROM is the theme name)
      *>    SCHED  a schedule file (XREF-FROM is its path)
      *>    EVENT  an events.cfg row (XREF-FROM is the event code)
      *>    CAL    a calendar.txt THEME row (XREF-FROM is the
      *>           calendar's file name)
      *>    DIR    the themes directory, for a theme file no
      *>           calendar row plays (XREF-FROM is the directory)
      *> and XREF-SHOW is the calendar row the reference plays under,
      *> zero for a cue-library or events.cfg reference that belongs
      *> to no one show.  XREF-HIT and XSHOW-HIT mark the references
      *> and shows that reach the color the caller asked about.
      01  XREF-TABLE-MAIN.
          05  XREF-COUNT           PIC 9(04) COMP.
          05  XREF-HIT-COUNT       PIC 9(04) COMP.
          05  XREF-ENTRY OCCURS 1 TO 3000 TIMES
                  DEPENDING ON XREF-COUNT
                  INDEXED BY XREF-IDX.
             10  XREF-KIND         PIC X(05).
                 88  XREF-KIND-COLOR    VALUE "COLOR".
                 88  XREF-KIND-CUE      VALUE "CUE".
                 88  XREF-KIND-THEME    VALUE "THEME".
             10  XREF-NAME         PIC X(25).
             10  XREF-FROM-KIND    PIC X(05).
                 88  XREF-FROM-CUE      VALUE "CUE".
                 88  XREF-FROM-THEME    VALUE "THEME".
                 88  XREF-FROM-SCHED    VALUE "SCHED".
                 88  XREF-FROM-EVENT    VALUE "EVENT".
                 88  XREF-FROM-CAL      VALUE "CAL".
                 88  XREF-FROM-DIR      VALUE "DIR".
             10  XREF-FROM         PIC X(40).
             10  XREF-SHOW         PIC 9(03).
             10  XREF-HIT          PIC X(01).
                 88  XREF-HIT-YES       VALUE 'Y'.

      01  XREF-SHOW-MAIN.
          05  XSHOW-COUNT          PIC 9(03) COMP.
          05  XSHOW-HIT-COUNT      PIC 9(03) COMP.
          05  XSHOW-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON XSHOW-COUNT
                  INDEXED BY XSHOW-IDX.
             10  XSHOW-START-DATE  PIC X(08).
             10  XSHOW-END-DATE    PIC X(08).
             10  XSHOW-MODE        PIC X(05).
             10  XSHOW-TARGET      PIC X(40).
             10  XSHOW-HIT         PIC X(01).
                 88  XSHOW-HIT-YES      VALUE 'Y'.

      01  XREF-CUE-MAIN.
          05  XCUE-COUNT           PIC 9(03) COMP.
          05  XCUE-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON XCUE-COUNT
                  INDEXED BY XCUE-IDX.
             10  XCUE-NAME         PIC X(21).
