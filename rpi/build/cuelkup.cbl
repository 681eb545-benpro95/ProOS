*> search, no sort requirement on the file, same as the fixtures
*> registry.
*>
*> The environment variable RPI_CUE_LIBRARY, when set, names another
*> cue file to load instead.  COLOR-PROMOTE sets it when it runs
*> COLOR-CHECK and POWER-CHECK over a staged schedule, so the staged
*> schedule's CUE rows are judged against the staged cue library
*> that will go live with it rather than the one playing tonight.
*>
*> The cue's columns come back as the raw X fields of the file row,
*> with the same blank/numeric conventions the matching schedule
*> columns have, so the caller treats them exactly as it would have
*>
*> Modification history
*>    2026-09-02  DL  first version.
*>    2026-10-15  DL  RPI_CUE_LIBRARY overrides the cue file, so a
*>                     staged set can be checked against its own cues.
IDENTIFICATION DIVISION.
PROGRAM-ID.      CUE-LOOKUP.

CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CUE-FILE ASSIGN DYNAMIC WS-CUE-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CUE-STATUS.


WORKING-STORAGE SECTION.

  01  WS-CUE-PATH                PIC X(60).

  01  CUE-TABLE-MAIN.
       05  CUE-TABLE-COUNT        PIC 9(03) COMP VALUE 0.
       05  CUE-TABLE OCCURS 1 TO 100 TIMES
0100-LOAD-CUES.
   MOVE 'N' TO CUE-EOF
   MOVE ZERO TO CUE-TABLE-COUNT
   MOVE SPACES TO WS-CUE-PATH
   ACCEPT WS-CUE-PATH FROM ENVIRONMENT "RPI_CUE_LIBRARY"
      ON EXCEPTION MOVE SPACES TO WS-CUE-PATH
   END-ACCEPT
   IF WS-CUE-PATH = SPACES
      MOVE "/opt/rpi/effects/cues.txt" TO WS-CUE-PATH
   END-IF
   OPEN INPUT CUE-FILE
   EVALUATE TRUE
      WHEN CUE-OPEN-OK
      WHEN CUE-NOT-FOUND
         CONTINUE
      WHEN OTHER
         DISPLAY "CUE-LOOKUP: " WS-CUE-PATH
            " could not be opened, status " WS-CUE-STATUS
            UPON SYSERR
   END-EVALUATE
   MOVE 'Y' TO CUES-LOADED.
0100-EXIT.
