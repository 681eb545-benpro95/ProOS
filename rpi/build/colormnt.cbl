*> Command line:
*>    1  ACTION       ADD, CHANGE or DELETE
*>    2  COLOR-NAME
*>    3  RED           0-255, optional for ADD/CHANGE, defaults to 0;
*>                     for DELETE, FORCE deletes a color still in use
*>    4  GREEN         0-255, optional for ADD/CHANGE, defaults to 0
*>    5  BLUE          0-255, optional for ADD/CHANGE, defaults to 0
*>    6  WHITE         0-255, optional, defaults to 0
*> the action or values are invalid, the name already exists (ADD) or
*> the name doesn't exist (CHANGE/DELETE).
*>
*> A DELETE of a color that a cue, a theme or a scheduled show still
*> names (WHERE-USED) is refused with RETURN-CODE 1 and the list of
*> what refers to it, unless FORCE is given -- the references then
*> reject on the night, which is the point of asking.  A CHANGE to a
*> color in use goes through and lists the shows that will look
*> different.
*>
*> Modification history
*>    2026-08-08  DL  reject non-numeric RGBW arguments instead of
*>                     letting them silently evaluate to 000.
*>                     COLOR-LOOKUP can resolve a name with a single
*>                     keyed READ instead of loading the whole of
*>                     colours.txt per run.
*>    2026-10-15  DL  refuse to DELETE a color still referenced by a
*>                     cue, theme or scheduled show unless FORCE is
*>                     given, and list the shows a CHANGE alters.
IDENTIFICATION DIVISION.
PROGRAM-ID.      COLOR-MAINT.


  COPY "colortbl.cpy".

  COPY "xreftbl.cpy".

  01  STORAGE.
       05  WS-ACTION              PIC X(06).
         88  ACTION-ADD            VALUE "ADD".
       05  WS-RETURN-CODE         PIC 9(02) VALUE 0.
       05  WS-FOUND-IDX           PIC 9(04) COMP VALUE 0.
       05  WS-CHANGE-DESC         PIC X(60) VALUE SPACES.
       05  WS-LOAD-FLAG           PIC X(01).
         88  LOAD-INCOMPLETE       VALUE 'E'.
       05  WS-SHOW-OUT            PIC ZZ9.

  01  FLAGS.
       05  TABLE-EOF              PIC X(01) VALUE 'N'.
         88  WS-VALID-NO           VALUE 'N'.
       05  WS-WRITE-FAILED         PIC X(01) VALUE 'N'.
         88  WS-WRITE-FAILED-YES    VALUE 'Y'.
       05  WS-FORCE                PIC X(01) VALUE 'N'.
         88  WS-FORCE-YES           VALUE 'Y'.

  01  WS-RANGE-CHECK.
       05  WS-RANGE-NUM           PIC 9(03).
   ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
      ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
   END-ACCEPT
   IF WS-ARG-VALUE = "FORCE"
      MOVE 'Y' TO WS-FORCE
   ELSE
      IF WS-ARG-VALUE NOT = SPACES
         MOVE WS-ARG-VALUE (1:3) TO WS-ARG-RED
      END-IF
   END-IF

   MOVE 4 TO WS-ARG-NUM
               " not found" UPON SYSERR
            MOVE 1 TO WS-RETURN-CODE
         ELSE
            PERFORM 4400-CHECK-WHERE-USED THRU 4400-EXIT
         END-IF
   END-EVALUATE

      ELSE
         PERFORM 5500-REBUILD-INDEX THRU 5500-EXIT
         PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT
         IF ACTION-CHANGE
            PERFORM 4500-LIST-AFFECTED THRU 4500-EXIT
         END-IF
      END-IF
   END-IF.
4000-EXIT.
4310-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> DELETE only goes ahead on a color nothing refers to, or with
*> FORCE.  If WHERE-USED couldn't read every show file, "nothing
*> refers to it" isn't proven, so that needs FORCE too.  A forced
*> delete still lists what it just broke and says so in the history.
*> ----------------------------------------------------------------
4400-CHECK-WHERE-USED.
   CALL "WHERE-USED" USING WS-ARG-NAME XREF-TABLE-MAIN
                           XREF-SHOW-MAIN XREF-CUE-MAIN WS-LOAD-FLAG
   IF XREF-HIT-COUNT > 0
      DISPLAY "COLOR-MAINT: " WS-ARG-NAME " is still referenced by:"
         UPON SYSERR
      PERFORM 4410-SHOW-ONE-REF THRU 4410-EXIT
         VARYING XREF-IDX FROM 1 BY 1 UNTIL XREF-IDX > XREF-COUNT
   END-IF
   IF LOAD-INCOMPLETE
      DISPLAY "COLOR-MAINT: not every show file could be read, "
         "references may be missing" UPON SYSERR
   END-IF
   IF (XREF-HIT-COUNT > 0 OR LOAD-INCOMPLETE) AND NOT WS-FORCE-YES
      DISPLAY "COLOR-MAINT: " WS-ARG-NAME " not deleted, give "
         "FORCE as the third argument to delete it anyway"
         UPON SYSERR
      MOVE 1 TO WS-RETURN-CODE
   ELSE
      PERFORM 4300-REMOVE-ENTRY THRU 4300-EXIT
      IF XREF-HIT-COUNT > 0 OR LOAD-INCOMPLETE
         STRING "DELETE " WS-ARG-NAME " FORCED"
            DELIMITED BY SIZE INTO WS-CHANGE-DESC
      ELSE
         STRING "DELETE " WS-ARG-NAME DELIMITED BY SIZE
            INTO WS-CHANGE-DESC
      END-IF
   END-IF.
4400-EXIT.
    EXIT.

4410-SHOW-ONE-REF.
   IF XREF-HIT-YES (XREF-IDX)
      IF XREF-SHOW (XREF-IDX) > 0
         MOVE XREF-SHOW (XREF-IDX) TO WS-SHOW-OUT
         DISPLAY "   " XREF-FROM-KIND (XREF-IDX) " "
            XREF-FROM (XREF-IDX) " show " WS-SHOW-OUT UPON SYSERR
      ELSE
         DISPLAY "   " XREF-FROM-KIND (XREF-IDX) " "
            XREF-FROM (XREF-IDX) UPON SYSERR
      END-IF
   END-IF.
4410-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> After a CHANGE: the calendar rows that play the color, directly,
*> through a cue or through their theme, and the events whose cue
*> carries it -- what will look different from the next frame on.
*> ----------------------------------------------------------------
4500-LIST-AFFECTED.
   CALL "WHERE-USED" USING WS-ARG-NAME XREF-TABLE-MAIN
                           XREF-SHOW-MAIN XREF-CUE-MAIN WS-LOAD-FLAG
   IF XREF-HIT-COUNT = 0
      DISPLAY "COLOR-MAINT: no cue, theme or show uses "
         WS-ARG-NAME
   ELSE
      DISPLAY "COLOR-MAINT: " WS-ARG-NAME
         " changed, these will look different:"
      PERFORM 4510-SHOW-ONE-SHOW THRU 4510-EXIT
         VARYING XSHOW-IDX FROM 1 BY 1 UNTIL XSHOW-IDX > XSHOW-COUNT
      PERFORM 4520-SHOW-ONE-EVENT THRU 4520-EXIT
         VARYING XREF-IDX FROM 1 BY 1 UNTIL XREF-IDX > XREF-COUNT
   END-IF
   IF LOAD-INCOMPLETE
      DISPLAY "COLOR-MAINT: not every show file could be read, "
         "the list may be short" UPON SYSERR
   END-IF.
4500-EXIT.
    EXIT.

4510-SHOW-ONE-SHOW.
   IF XSHOW-HIT-YES (XSHOW-IDX)
      DISPLAY "   SHOW " XSHOW-START-DATE (XSHOW-IDX) "-"
         XSHOW-END-DATE (XSHOW-IDX) " " XSHOW-MODE (XSHOW-IDX) " "
         XSHOW-TARGET (XSHOW-IDX)
   END-IF.
4510-EXIT.
    EXIT.

4520-SHOW-ONE-EVENT.
   IF XREF-HIT-YES (XREF-IDX) AND XREF-FROM-EVENT (XREF-IDX)
      DISPLAY "   EVENT " XREF-FROM (XREF-IDX) (1:12) " cue "
         XREF-NAME (XREF-IDX)
   END-IF.
4520-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Rewrite colours.txt from the in-memory table (still sorted).
*> ----------------------------------------------------------------
