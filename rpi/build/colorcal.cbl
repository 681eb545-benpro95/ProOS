*>    THEME rows:  colorseq THEME <target> 10 <bright> REPEAT
*>                          <start> <stop>
*> A blank brightness runs at 100; a blank window bound is passed as
*> 0000 / 2400, which COLOR-SEQ treats as an always-open bound.  A
*> sunset/sunrise bound (S-15, R+30 -- see calrec.cpy) is resolved
*> through SUN-WINDOW for today and passed on as the HHMM it works
*> out to, so the launch line shows tonight's real window; one that
*> can't be resolved is reported and passed as the open bound.
*>
*> RETURN-CODE:
*>    0 - a show was launched (COLOR-SEQ's own code comes back if it
*>                     wait status (exit 1 arrives as 256) so
*>                     COLOR-SEQ's code really does come back as
*>                     this run's instead of a truncated status.
*>    2026-10-15  DL  resolve sunset/sunrise-relative window bounds
*>                     through SUN-WINDOW before the launch.
IDENTIFICATION DIVISION.
PROGRAM-ID.      COLOR-CAL.

       05  WS-RUN-START             PIC X(04).
       05  WS-RUN-STOP              PIC X(04).
       05  WS-CHILD-CODE            PIC 9(04) COMP.
       05  WS-BOUND-IN              PIC X(04).
       05  WS-BOUND-OUT             PIC X(04).
       05  WS-BOUND-FOUND           PIC X(01).

  01  FLAGS.
       05  CALENDAR-EOF             PIC X(01) VALUE 'N'.
   ELSE
      MOVE "100" TO WS-RUN-BRIGHT
   END-IF
   MOVE WS-CHOSEN-START TO WS-BOUND-IN
   PERFORM 3100-RESOLVE-BOUND THRU 3100-EXIT
   IF WS-BOUND-OUT NUMERIC
      MOVE WS-BOUND-OUT TO WS-RUN-START
   ELSE
      MOVE "0000" TO WS-RUN-START
   END-IF
   MOVE WS-CHOSEN-STOP TO WS-BOUND-IN
   PERFORM 3100-RESOLVE-BOUND THRU 3100-EXIT
   IF WS-BOUND-OUT NUMERIC
      MOVE WS-BOUND-OUT TO WS-RUN-STOP
   ELSE
      MOVE "2400" TO WS-RUN-STOP
   END-IF
3000-EXIT.
    EXIT.

*> One window bound to tonight's HHMM.  Blank stays blank; one
*> SUN-WINDOW can't resolve comes back blank too, after saying why.
3100-RESOLVE-BOUND.
   CALL "SUN-WINDOW" USING WS-BOUND-IN WS-TODAY WS-BOUND-OUT
        WS-BOUND-FOUND
   EVALUATE WS-BOUND-FOUND
      WHEN 'Y'
         CONTINUE
      WHEN 'S'
         DISPLAY "COLOR-CAL: window bound " WS-BOUND-IN
            " needs the site's latitude and longitude in site.cfg,"
            " left open" UPON SYSERR
         MOVE SPACES TO WS-BOUND-OUT
      WHEN OTHER
         DISPLAY "COLOR-CAL: window bound " WS-BOUND-IN
            " is not HHMM or a sunset/sunrise offset, left open"
            UPON SYSERR
         MOVE SPACES TO WS-BOUND-OUT
   END-EVALUATE.
3100-EXIT.
    EXIT.

END PROGRAM COLOR-CAL.
