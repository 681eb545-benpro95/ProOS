*> GNU COBOL -- staged promotion of the show set, with versioned
*> rollback.  Editing schedule.txt, cues.txt, the theme files and
*> calendar.txt in place under /opt/rpi/effects means a half-saved
*> edit, or a cue renamed in one file and not the other, is what
*> plays that night, and nothing remembers what was there before.
*> Edits are made instead in the staging area,
*> /opt/rpi/effects/staging/, laid out the same way (schedule.txt,
*> cues.txt, calendar.txt, themes/<name>.thm), and this job puts
*> them live.
*>
*> Command line, all optional:
*>    1  ACTION          PROMOTE (the default) or ROLLBACK
*>    2  KEEP-VERSIONS   kept versions to retain, 1-99, default 10;
*>                       older ones are purged, LOG-ARCHIVE's
*>                       retention setting over again
*>    3  PROMOTED-BY     who to log the promotion against; default
*>                       the login the job runs for (SUDO_USER, else
*>                       USER)
*>
*> Rollback: a first argument of ROLLBACK puts a kept version back
*> live, and the arguments shift:
*>    1  ROLLBACK        the literal word
*>    2  VERSION         the kept version's number (versions.txt)
*>    3  KEEP-VERSIONS   as above
*>    4  ROLLED-BACK-BY  as PROMOTED-BY above
*>
*> The staged set is schedule.txt, cues.txt and calendar.txt, all
*> three required, plus every themes/*.thm in the staging area,
*> listed from the directory the way WHERE-USED lists the live one,
*> whether or not the staged calendar plays it.  A theme a THEME
*> row of the staged calendar names that the staging area doesn't
*> have must already be live.  A staged theme the member list has
*> no room for refuses the promotion, naming it, rather than going
*> live without it.
*>
*> Before anything changes the staged set must pass the preflights:
*> COLOR-CHECK over every schedule the staged calendar plays (its
*> SCHED rows, with /opt/rpi/effects/schedule.txt meaning the
*> staged one) and over staging/schedule.txt itself, COLOR-CHECK's
*> CUES mode over the staged cue library, POWER-CHECK over each of
*> those schedules at the brightness its calendar row runs it at,
*> and CAL-CHECK over the staged calendar.  The schedule checks are
*> run with RPI_CUE_LIBRARY set (see CUE-LOOKUP) so CUE rows are
*> judged against the staged cue library.  Every staged theme is
*> put through COLOR-CHECK's THEME mode.  Every check runs, so one
*> promotion attempt reports everything wrong with the set; if any
*> of them fails nothing is changed.  Colours.txt and fixtures.cfg
*> are not part of the set: the checks read the live ones.
*>
*> Promotion and rollback replace the live set the same way:
*>    1  the live set is kept as the next numbered version,
*>       /opt/rpi/effects/versions/NNNN-YYYYMMDD/, with a
*>       manifest.txt (manrec.cpy) listing its members and a row in
*>       versions.txt (verrec.cpy)
*>    2  every incoming member is copied in beside its live file as
*>       <name>.new
*>    3  only when every copy is complete are the .new files renamed
*>       over the live ones, so the set changes as one unit; if a
*>       rename fails the kept version is copied back
*> A failure in steps 1 or 2 leaves the live set untouched and
*> removes the half-kept version.  The live set a promotion keeps
*> covers the members it replaces and the themes the live calendar
*> names, so a rollback to it puts that whole set back; a rollback
*> keeps the set it replaces the same way, so it can be undone.  A
*> rollback isn't checked again -- the version was checked when it
*> was promoted, and a rollback is for getting a known-good set
*> back in a hurry.
*>
*> Every promotion, rollback, refusal and purge is logged to
*> /opt/rpi/effects/promote.log (promrec.cpy) with who ran it.
*>
*> RETURN-CODE:
*>    0 - the set was promoted (or rolled back) and the replaced set
*>        kept
*>    1 - refused: the staged set is incomplete, a check failed, or
*>        the version to roll back to isn't kept; nothing changed
*>    2 - a file could not be read, copied or written; the live set
*>        was left as it was (or put back), see SYSERR
*>
*> Modification history
*>    2026-10-15  DL  first version.
*>    2026-10-15  DL  carry every staged theme, listed from
*>                     staging/themes/, and COLOR-CHECK each one.
IDENTIFICATION DIVISION.
PROGRAM-ID.      COLOR-PROMOTE.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CALENDAR-FILE ASSIGN DYNAMIC WS-CALENDAR-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CALENDAR-STATUS.
   SELECT THEME-LIST ASSIGN DYNAMIC WS-LIST-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-LIST-STATUS.
   SELECT MANIFEST-FILE ASSIGN DYNAMIC WS-MANIFEST-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-MANIFEST-STATUS.
   SELECT VERSION-INDEX
          ASSIGN TO "/opt/rpi/effects/versions/versions.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-INDEX-STATUS.
   SELECT PROMOTE-LOG ASSIGN TO "/opt/rpi/effects/promote.log"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.

FD  CALENDAR-FILE.
  01  CAL-RECS.
      COPY "calrec.cpy".

FD  THEME-LIST.
  01  THEME-LIST-REC              PIC X(60).

FD  MANIFEST-FILE.
  01  MANIFEST-REC.
      COPY "manrec.cpy".

FD  VERSION-INDEX.
  01  VERSION-REC.
      COPY "verrec.cpy".

FD  PROMOTE-LOG.
  01  PROMOTE-REC.
      COPY "promrec.cpy".

WORKING-STORAGE SECTION.

  01  STORAGE.
       05  WS-ARG-NUM               PIC 9(02) COMP.
       05  WS-ARG-VALUE             PIC X(40).
       05  WS-KEEP-VERSIONS         PIC 9(02) VALUE 10.
       05  WS-ROLLBACK-VERSION      PIC 9(04) VALUE 0.
       05  WS-WHO                   PIC X(12) VALUE SPACES.
       05  WS-NOW-STAMP             PIC X(15).
       05  WS-RETURN-CODE           PIC 9(02) VALUE 0.

  01  PATH-WORK.
       05  WS-STAGING-DIR           PIC X(40)
              VALUE "/opt/rpi/effects/staging/".
       05  WS-LIVE-DIR              PIC X(40)
              VALUE "/opt/rpi/effects/".
       05  WS-VERSIONS-DIR          PIC X(40)
              VALUE "/opt/rpi/effects/versions".
       05  WS-LIST-PATH             PIC X(40)
              VALUE "/opt/rpi/effects/promote.lst".
       05  WS-SOURCE-DIR            PIC X(60).
       05  WS-VERSION-DIR           PIC X(60).
       05  WS-DIR-PATH              PIC X(100).
       05  WS-FROM-PATH             PIC X(100).
       05  WS-TO-PATH               PIC X(100).
       05  WS-CALENDAR-PATH         PIC X(60).
       05  WS-MANIFEST-PATH         PIC X(100).
       05  WS-MEMBER-NAME           PIC X(50).
       05  WS-VERSION-EDIT          PIC 9(04).
       05  WS-DATE-PART             PIC X(08).

*> The checks run through the shell, COLOR-CAL's way of launching
*> COLOR-SEQ, and each comes back through SYSTEM's raw wait status.
  01  CHECK-WORK.
       05  WS-COMMAND               PIC X(200).
       05  WS-CMD-PTR               PIC 9(03) COMP.
       05  WS-CHECK-NAME            PIC X(11).
       05  WS-CHILD-CODE            PIC 9(04).
       05  WS-SCHED-PATH            PIC X(40).
       05  WS-SCHED-BRIGHT          PIC X(03).
       05  WS-THEME-NAME            PIC X(25).

*> Every file the swap touches, named relative to the live
*> directory.  MBR-ACTION says what the swap does with it:
*> I install it from the source directory, R remove it from the
*> live set, or blank keep it with the replaced set only.
*> MBR-LIVE-STATE says whether a kept copy was taken (K) or the
*> live set had no such file (A), as the manifest records it.
  01  MEMBER-TABLE-MAIN.
       05  MEMBER-COUNT             PIC 9(03) COMP VALUE 0.
       05  MEMBER-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON MEMBER-COUNT
               INDEXED BY MBR-IDX.
          10  MBR-NAME              PIC X(50).
          10  MBR-ACTION            PIC X(01).
              88  MBR-INSTALL            VALUE 'I'.
              88  MBR-REMOVE             VALUE 'R'.
          10  MBR-LIVE-STATE        PIC X(01).
              88  MBR-LIVE-KEPT          VALUE 'K'.
              88  MBR-LIVE-ABSENT        VALUE 'A'.
          10  MBR-NEW-STATE         PIC X(01).
              88  MBR-NEW-COPIED         VALUE 'Y'.
              88  MBR-NEW-PLACED         VALUE 'P'.
  01  WS-MBR                         PIC 9(03) COMP.

*> The schedules the staged calendar plays, each with the brightness
*> its row runs it at; CHK-FIRST marks a path's first appearance so
*> COLOR-CHECK only reads a schedule once.
  01  CHECK-TABLE-MAIN.
       05  CHECK-COUNT              PIC 9(03) COMP VALUE 0.
       05  CHECK-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON CHECK-COUNT
               INDEXED BY CHK-IDX.
          10  CHK-PATH              PIC X(40).
          10  CHK-BRIGHT            PIC X(03).
          10  CHK-FIRST             PIC X(01).
  01  WS-CHK                         PIC 9(03) COMP.

*> versions.txt as it stood, oldest first.
  01  VERSION-TABLE-MAIN.
       05  VERSION-COUNT            PIC 9(03) COMP VALUE 0.
       05  VERSION-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON VERSION-COUNT
               INDEXED BY VER-IDX.
          10  VTB-NUMBER            PIC 9(04).
          10  VTB-KEPT              PIC X(15).
          10  VTB-CAUSE             PIC X(08).
          10  VTB-BY                PIC X(12).
          10  VTB-MEMBERS           PIC 9(03).
  01  VERSION-WORK.
       05  WS-VER                   PIC 9(03) COMP.
       05  WS-NEW-VERSION           PIC 9(04) VALUE 0.
       05  WS-PURGE-COUNT           PIC 9(03) COMP VALUE 0.
       05  WS-KEPT-MEMBERS          PIC 9(03) VALUE 0.
       05  WS-FOUND-VER             PIC 9(03) COMP VALUE 0.
       05  WS-FIRST-KEPT            PIC 9(03) COMP VALUE 0.

*> The file-details block CBL_CHECK_FILE_EXIST fills in; only
*> whether a staged or live member exists matters here.
  01  FILE-INFO.
       05  FI-SIZE                  PIC X(08) COMP-X.
       05  FI-DAY                   PIC X(01) COMP-X.
       05  FI-MONTH                 PIC X(01) COMP-X.
       05  FI-YEAR                  PIC X(02) COMP-X.
       05  FI-HOURS                 PIC X(01) COMP-X.
       05  FI-MINS                  PIC X(01) COMP-X.
       05  FI-SECS                  PIC X(01) COMP-X.
       05  FI-HUNDS                 PIC X(01) COMP-X.

  01  LOG-WORK.
       05  WS-LOG-ACTION            PIC X(08).
       05  WS-LOG-KEPT              PIC 9(04).
       05  WS-LOG-RESTORED          PIC 9(04).
       05  WS-LOG-DETAIL            PIC X(60).

  01  FLAGS.
       05  ROLLBACK-MODE            PIC X(01) VALUE 'N'.
         88  ROLLBACK-MODE-YES      VALUE 'Y'.
       05  CALENDAR-EOF             PIC X(01) VALUE 'N'.
         88  CALENDAR-EOF-YES       VALUE 'Y'.
         88  CALENDAR-EOF-NO        VALUE 'N'.
       05  MANIFEST-EOF             PIC X(01) VALUE 'N'.
         88  MANIFEST-EOF-YES       VALUE 'Y'.
         88  MANIFEST-EOF-NO        VALUE 'N'.
       05  LIST-EOF                 PIC X(01) VALUE 'N'.
         88  LIST-EOF-YES           VALUE 'Y'.
         88  LIST-EOF-NO            VALUE 'N'.
       05  INDEX-EOF                PIC X(01) VALUE 'N'.
         88  INDEX-EOF-YES          VALUE 'Y'.
         88  INDEX-EOF-NO           VALUE 'N'.
       05  CALENDAR-STAGED          PIC X(01) VALUE 'N'.
         88  CALENDAR-STAGED-YES    VALUE 'Y'.
       05  SWAP-FAILED              PIC X(01) VALUE 'N'.
         88  SWAP-FAILED-YES        VALUE 'Y'.
       05  CHECK-NEW                PIC X(01) VALUE 'N'.
         88  CHECK-NEW-YES          VALUE 'Y'.

  01  WS-FILE-STATUSES.
       05  WS-CALENDAR-STATUS       PIC X(02).
         88  CALENDAR-OK             VALUE '00'.
         88  CALENDAR-NOT-FOUND      VALUE '35'.
       05  WS-MANIFEST-STATUS       PIC X(02).
         88  MANIFEST-OK             VALUE '00'.
       05  WS-LIST-STATUS           PIC X(02).
         88  LIST-OK                 VALUE '00'.
       05  WS-INDEX-STATUS          PIC X(02).
         88  INDEX-OK                VALUE '00'.
         88  INDEX-NOT-FOUND         VALUE '35'.
       05  WS-LOG-STATUS            PIC X(02).
         88  LOG-OK                  VALUE '00'.
         88  LOG-NOT-FOUND           VALUE '35'.

PROCEDURE DIVISION.

0010-MAIN.
   PERFORM 1000-GET-ARGUMENTS THRU 1000-EXIT.
   MOVE FUNCTION CURRENT-DATE (1:8) TO WS-NOW-STAMP (1:8)
   MOVE "-" TO WS-NOW-STAMP (9:1)
   MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOW-STAMP (10:6)
   PERFORM 7000-LOAD-INDEX THRU 7000-EXIT.
   IF WS-RETURN-CODE = 0
      IF ROLLBACK-MODE-YES
         PERFORM 3000-ROLLBACK THRU 3000-EXIT
      ELSE
         PERFORM 2000-PROMOTE THRU 2000-EXIT
      END-IF
   END-IF
   MOVE WS-RETURN-CODE TO RETURN-CODE.
   GOBACK.
0010-EXIT.
    EXIT.

1000-GET-ARGUMENTS.
   MOVE 1 TO WS-ARG-NUM
   PERFORM 1100-NEXT-ARGUMENT THRU 1100-EXIT
   IF WS-ARG-VALUE = "ROLLBACK"
      MOVE 'Y' TO ROLLBACK-MODE
      PERFORM 1100-NEXT-ARGUMENT THRU 1100-EXIT
      PERFORM 1200-NUMERIC-ARGUMENT THRU 1200-EXIT
      MOVE WS-VERSION-EDIT TO WS-ROLLBACK-VERSION
   END-IF
   PERFORM 1100-NEXT-ARGUMENT THRU 1100-EXIT
   PERFORM 1200-NUMERIC-ARGUMENT THRU 1200-EXIT
   IF WS-VERSION-EDIT > 0 AND WS-VERSION-EDIT < 100
      MOVE WS-VERSION-EDIT TO WS-KEEP-VERSIONS
   END-IF
   PERFORM 1100-NEXT-ARGUMENT THRU 1100-EXIT
   MOVE WS-ARG-VALUE TO WS-WHO
   IF WS-WHO = SPACES
      ACCEPT WS-WHO FROM ENVIRONMENT "SUDO_USER"
         ON EXCEPTION MOVE SPACES TO WS-WHO
      END-ACCEPT
   END-IF
   IF WS-WHO = SPACES
      ACCEPT WS-WHO FROM ENVIRONMENT "USER"
         ON EXCEPTION MOVE SPACES TO WS-WHO
      END-ACCEPT
   END-IF
   IF WS-WHO = SPACES
      MOVE "UNKNOWN" TO WS-WHO
   END-IF.
1000-EXIT.
    EXIT.

*> Reads argument WS-ARG-NUM into WS-ARG-VALUE and steps on to the
*> next; a missing argument comes back blank.
1100-NEXT-ARGUMENT.
   DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
   MOVE SPACES TO WS-ARG-VALUE
   ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
      ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
   END-ACCEPT
   ADD 1 TO WS-ARG-NUM.
1100-EXIT.
    EXIT.

*> One to four leading digits of WS-ARG-VALUE into WS-VERSION-EDIT,
*> LOG-ARCHIVE's way with its retention argument; anything else is
*> zero.
1200-NUMERIC-ARGUMENT.
   MOVE 0 TO WS-VERSION-EDIT
   IF WS-ARG-VALUE (1:4) NUMERIC
      MOVE WS-ARG-VALUE (1:4) TO WS-VERSION-EDIT
   ELSE
      IF WS-ARG-VALUE (1:3) NUMERIC AND WS-ARG-VALUE (4:1) = SPACE
         MOVE WS-ARG-VALUE (1:3) TO WS-VERSION-EDIT
      ELSE
         IF WS-ARG-VALUE (1:2) NUMERIC AND WS-ARG-VALUE (3:1) = SPACE
            MOVE WS-ARG-VALUE (1:2) TO WS-VERSION-EDIT
         ELSE
            IF WS-ARG-VALUE (1:1) NUMERIC
               AND WS-ARG-VALUE (2:1) = SPACE
               MOVE WS-ARG-VALUE (1:1) TO WS-VERSION-EDIT
            END-IF
         END-IF
      END-IF
   END-IF.
1200-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Promotion: the staged set must be complete and pass every check
*> before the swap is even started.
*> ----------------------------------------------------------------
2000-PROMOTE.
   MOVE WS-STAGING-DIR TO WS-SOURCE-DIR
   MOVE 0 TO MEMBER-COUNT
   MOVE "schedule.txt" TO WS-MEMBER-NAME
   PERFORM 2100-REQUIRE-STAGED THRU 2100-EXIT
   MOVE "cues.txt" TO WS-MEMBER-NAME
   PERFORM 2100-REQUIRE-STAGED THRU 2100-EXIT
   MOVE "calendar.txt" TO WS-MEMBER-NAME
   PERFORM 2100-REQUIRE-STAGED THRU 2100-EXIT
   IF WS-RETURN-CODE = 0
      MOVE 'Y' TO CALENDAR-STAGED
      MOVE SPACES TO WS-CALENDAR-PATH
      STRING WS-STAGING-DIR DELIMITED BY " "
             "calendar.txt" DELIMITED BY SIZE
         INTO WS-CALENDAR-PATH
      END-STRING
      PERFORM 2200-READ-CALENDAR THRU 2200-EXIT
   END-IF
   IF WS-RETURN-CODE = 0
      PERFORM 2700-STAGED-THEMES THRU 2700-EXIT
   END-IF
   IF WS-RETURN-CODE = 0
      MOVE 'N' TO CALENDAR-STAGED
      MOVE "/opt/rpi/effects/calendar.txt" TO WS-CALENDAR-PATH
      PERFORM 2200-READ-CALENDAR THRU 2200-EXIT
   END-IF
   IF WS-RETURN-CODE = 0
      PERFORM 2500-RUN-CHECKS THRU 2500-EXIT
   END-IF
   IF WS-RETURN-CODE = 0
      MOVE 0 TO WS-LOG-RESTORED
      MOVE "PROMOTE" TO WS-LOG-ACTION
      MOVE SPACES TO WS-LOG-DETAIL
      STRING "staged set from " WS-STAGING-DIR
         DELIMITED BY SIZE INTO WS-LOG-DETAIL
      END-STRING
      PERFORM 5000-SWAP-SET THRU 5000-EXIT
   END-IF.
2000-EXIT.
    EXIT.

*> A staged file the set can't do without; it goes on the member
*> list to be installed.  One that is missing refuses the promotion
*> -- a set with no calendar or no cue library would go live
*> pulling the other half of itself from whatever was there before.
2100-REQUIRE-STAGED.
   MOVE SPACES TO WS-FROM-PATH
   STRING WS-STAGING-DIR DELIMITED BY " "
          WS-MEMBER-NAME DELIMITED BY " "
      INTO WS-FROM-PATH
   END-STRING
   PERFORM 8500-FILE-EXISTS THRU 8500-EXIT
   IF RETURN-CODE = 0
      PERFORM 2400-ADD-MEMBER THRU 2400-EXIT
      MOVE 'I' TO MBR-ACTION (WS-MBR)
   ELSE
      DISPLAY "COLOR-PROMOTE: " WS-FROM-PATH
         " is not staged, nothing promoted" UPON SYSERR
      MOVE "REFUSED" TO WS-LOG-ACTION
      MOVE 0 TO WS-LOG-KEPT
      MOVE 0 TO WS-LOG-RESTORED
      MOVE SPACES TO WS-LOG-DETAIL
      STRING "not staged: " WS-MEMBER-NAME
         DELIMITED BY SIZE INTO WS-LOG-DETAIL
      END-STRING
      PERFORM 8000-WRITE-LOG THRU 8000-EXIT
      MOVE 1 TO WS-RETURN-CODE
   END-IF
   MOVE 0 TO RETURN-CODE.
2100-EXIT.
    EXIT.

*> Walks a calendar for the themes its THEME rows name and, for
*> the staged calendar, the schedules its SCHED rows play.  A live
*> calendar that isn't there simply names nothing.
2200-READ-CALENDAR.
   MOVE 'N' TO CALENDAR-EOF
   OPEN INPUT CALENDAR-FILE
   EVALUATE TRUE
      WHEN CALENDAR-OK
         PERFORM 2210-READ-ONE-ROW THRU 2210-EXIT
            UNTIL CALENDAR-EOF-YES
         CLOSE CALENDAR-FILE
      WHEN CALENDAR-NOT-FOUND AND NOT CALENDAR-STAGED-YES
         CONTINUE
      WHEN OTHER
         DISPLAY "COLOR-PROMOTE: " WS-CALENDAR-PATH
            " could not be opened, status " WS-CALENDAR-STATUS
            UPON SYSERR
         MOVE "FAILED" TO WS-LOG-ACTION
         MOVE 0 TO WS-LOG-KEPT
         MOVE 0 TO WS-LOG-RESTORED
         MOVE WS-CALENDAR-PATH TO WS-LOG-DETAIL
         PERFORM 8000-WRITE-LOG THRU 8000-EXIT
         MOVE 2 TO WS-RETURN-CODE
   END-EVALUATE
   IF CALENDAR-STAGED-YES AND WS-RETURN-CODE = 0
      MOVE "/opt/rpi/effects/staging/schedule.txt" TO WS-SCHED-PATH
      MOVE "100" TO WS-SCHED-BRIGHT
      PERFORM 2300-ADD-CHECK THRU 2300-EXIT
   END-IF.
2200-EXIT.
    EXIT.

2210-READ-ONE-ROW.
   READ CALENDAR-FILE AT END MOVE 'Y' TO CALENDAR-EOF.
   IF CALENDAR-EOF-NO AND CALFILE-TARGET NOT = SPACES
      IF CALFILE-MODE = "THEME"
         PERFORM 2220-THEME-ROW THRU 2220-EXIT
      END-IF
      IF CALFILE-MODE = "SCHED" AND CALENDAR-STAGED-YES
         IF CALFILE-TARGET = "/opt/rpi/effects/schedule.txt"
            MOVE "/opt/rpi/effects/staging/schedule.txt"
               TO WS-SCHED-PATH
         ELSE
            MOVE CALFILE-TARGET TO WS-SCHED-PATH
         END-IF
         IF CALFILE-BRIGHT-PCT NUMERIC
            MOVE CALFILE-BRIGHT-PCT TO WS-SCHED-BRIGHT
         ELSE
            MOVE "100" TO WS-SCHED-BRIGHT
         END-IF
         PERFORM 2300-ADD-CHECK THRU 2300-EXIT
      END-IF
   END-IF.
2210-EXIT.
    EXIT.

*> A theme the staged calendar names goes in from the staging area
*> if it was staged, and otherwise must already be live -- a THEME
*> row naming a file that exists in neither place would go live
*> dark, so it refuses the promotion.  A theme the live calendar
*> names is kept with the replaced set so a rollback gets it back.
2220-THEME-ROW.
   MOVE SPACES TO WS-MEMBER-NAME
   STRING "themes/"      DELIMITED BY SIZE
          CALFILE-TARGET DELIMITED BY " "
          ".thm"         DELIMITED BY SIZE
      INTO WS-MEMBER-NAME
   END-STRING
   PERFORM 2400-ADD-MEMBER THRU 2400-EXIT
   IF CALENDAR-STAGED-YES AND NOT MBR-INSTALL (WS-MBR)
      MOVE SPACES TO WS-FROM-PATH
      STRING WS-STAGING-DIR DELIMITED BY " "
             WS-MEMBER-NAME DELIMITED BY " "
         INTO WS-FROM-PATH
      END-STRING
      PERFORM 8500-FILE-EXISTS THRU 8500-EXIT
      IF RETURN-CODE = 0
         MOVE 'I' TO MBR-ACTION (WS-MBR)
      ELSE
         MOVE SPACES TO WS-FROM-PATH
         STRING WS-LIVE-DIR    DELIMITED BY " "
                WS-MEMBER-NAME DELIMITED BY " "
            INTO WS-FROM-PATH
         END-STRING
         PERFORM 8500-FILE-EXISTS THRU 8500-EXIT
         IF RETURN-CODE NOT = 0
            DISPLAY "COLOR-PROMOTE: theme " CALFILE-TARGET
               " is named by the staged calendar but is neither "
               "staged nor live" UPON SYSERR
            MOVE "REFUSED" TO WS-LOG-ACTION
            MOVE 0 TO WS-LOG-KEPT
            MOVE 0 TO WS-LOG-RESTORED
            MOVE SPACES TO WS-LOG-DETAIL
            STRING "no such theme: " WS-MEMBER-NAME
               DELIMITED BY SIZE INTO WS-LOG-DETAIL
            END-STRING
            PERFORM 8000-WRITE-LOG THRU 8000-EXIT
            MOVE 1 TO WS-RETURN-CODE
         END-IF
      END-IF
      MOVE 0 TO RETURN-CODE
   END-IF.
2220-EXIT.
    EXIT.

*> One schedule and brightness to check, unless that pair is
*> already listed.
2300-ADD-CHECK.
   MOVE 'Y' TO CHECK-NEW
   PERFORM 2310-MATCH-CHECK THRU 2310-EXIT
      VARYING WS-CHK FROM 1 BY 1
         UNTIL WS-CHK > CHECK-COUNT
   IF CHECK-NEW-YES AND CHECK-COUNT < 200
      ADD 1 TO CHECK-COUNT
      MOVE WS-SCHED-PATH   TO CHK-PATH   (CHECK-COUNT)
      MOVE WS-SCHED-BRIGHT TO CHK-BRIGHT (CHECK-COUNT)
      MOVE 'Y'             TO CHK-FIRST  (CHECK-COUNT)
      PERFORM 2320-FIRST-PATH THRU 2320-EXIT
         VARYING WS-CHK FROM 1 BY 1
            UNTIL WS-CHK >= CHECK-COUNT
   END-IF.
2300-EXIT.
    EXIT.

2310-MATCH-CHECK.
   IF CHK-PATH (WS-CHK) = WS-SCHED-PATH
      AND CHK-BRIGHT (WS-CHK) = WS-SCHED-BRIGHT
      MOVE 'N' TO CHECK-NEW
   END-IF.
2310-EXIT.
    EXIT.

2320-FIRST-PATH.
   IF CHK-PATH (WS-CHK) = WS-SCHED-PATH
      MOVE 'N' TO CHK-FIRST (CHECK-COUNT)
   END-IF.
2320-EXIT.
    EXIT.

*> Finds WS-MEMBER-NAME on the member list, adding it (with no
*> action yet) if it isn't there; WS-MBR points at it either way.
2400-ADD-MEMBER.
   MOVE 0 TO WS-MBR
   PERFORM 2410-MATCH-MEMBER THRU 2410-EXIT
      VARYING MBR-IDX FROM 1 BY 1
         UNTIL MBR-IDX > MEMBER-COUNT OR WS-MBR > 0
   IF WS-MBR = 0
      IF MEMBER-COUNT < 100
         ADD 1 TO MEMBER-COUNT
         MOVE MEMBER-COUNT    TO WS-MBR
         MOVE WS-MEMBER-NAME  TO MBR-NAME       (WS-MBR)
         MOVE SPACE           TO MBR-ACTION     (WS-MBR)
         MOVE SPACE           TO MBR-LIVE-STATE (WS-MBR)
         MOVE SPACE           TO MBR-NEW-STATE  (WS-MBR)
      ELSE
*> Past the table the member is simply not carried; point at the
*> last entry so the caller's flag moves land somewhere harmless.
         DISPLAY "COLOR-PROMOTE: more than 100 members, "
            WS-MEMBER-NAME " not carried" UPON SYSERR
         MOVE MEMBER-COUNT TO WS-MBR
      END-IF
   END-IF.
2400-EXIT.
    EXIT.

2410-MATCH-MEMBER.
   IF MBR-NAME (MBR-IDX) = WS-MEMBER-NAME
      SET WS-MBR TO MBR-IDX
   END-IF.
2410-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The preflights, run through the shell against the staged files.
*> Every one runs even after a failure, so the operator gets the
*> whole list of what is wrong from one attempt.
*> ----------------------------------------------------------------
2500-RUN-CHECKS.
   PERFORM 2510-CHECK-SCHEDULE THRU 2510-EXIT
      VARYING WS-CHK FROM 1 BY 1
         UNTIL WS-CHK > CHECK-COUNT

   MOVE "COLOR-CHECK" TO WS-CHECK-NAME
   MOVE SPACES TO WS-COMMAND
   STRING "/opt/rpi/bin/colorchk CUES " DELIMITED BY SIZE
          WS-STAGING-DIR                DELIMITED BY " "
          "cues.txt"                    DELIMITED BY SIZE
      INTO WS-COMMAND
   END-STRING
   MOVE "cues.txt" TO WS-SCHED-PATH
   PERFORM 2600-RUN-ONE-CHECK THRU 2600-EXIT

   MOVE "CAL-CHECK" TO WS-CHECK-NAME
   MOVE SPACES TO WS-COMMAND
   STRING "/opt/rpi/bin/calchk " DELIMITED BY SIZE
          WS-STAGING-DIR         DELIMITED BY " "
          "calendar.txt"         DELIMITED BY SIZE
      INTO WS-COMMAND
   END-STRING
   MOVE "calendar.txt" TO WS-SCHED-PATH
   PERFORM 2600-RUN-ONE-CHECK THRU 2600-EXIT

   PERFORM 2530-CHECK-THEME THRU 2530-EXIT
      VARYING WS-MBR FROM 1 BY 1
         UNTIL WS-MBR > MEMBER-COUNT.
2500-EXIT.
    EXIT.

*> COLOR-CHECK once per schedule, POWER-CHECK once per schedule and
*> brightness.  Both resolve CUE rows through CUE-LOOKUP, pointed
*> at the staged cue library.
2510-CHECK-SCHEDULE.
   MOVE CHK-PATH (WS-CHK) TO WS-SCHED-PATH
   IF CHK-FIRST (WS-CHK) = 'Y'
      MOVE "COLOR-CHECK" TO WS-CHECK-NAME
      MOVE SPACES TO WS-COMMAND
      MOVE 1 TO WS-CMD-PTR
      PERFORM 2520-CUE-LIBRARY-PREFIX THRU 2520-EXIT
      STRING "/opt/rpi/bin/colorchk " DELIMITED BY SIZE
             CHK-PATH (WS-CHK)        DELIMITED BY " "
         INTO WS-COMMAND
         WITH POINTER WS-CMD-PTR
      END-STRING
      PERFORM 2600-RUN-ONE-CHECK THRU 2600-EXIT
   END-IF
   MOVE "POWER-CHECK" TO WS-CHECK-NAME
   MOVE SPACES TO WS-COMMAND
   MOVE 1 TO WS-CMD-PTR
   PERFORM 2520-CUE-LIBRARY-PREFIX THRU 2520-EXIT
   STRING "/opt/rpi/bin/powerchk " DELIMITED BY SIZE
          CHK-PATH (WS-CHK)        DELIMITED BY " "
          " "                      DELIMITED BY SIZE
          CHK-BRIGHT (WS-CHK)      DELIMITED BY SIZE
      INTO WS-COMMAND
      WITH POINTER WS-CMD-PTR
   END-STRING
   PERFORM 2600-RUN-ONE-CHECK THRU 2600-EXIT.
2510-EXIT.
    EXIT.

2520-CUE-LIBRARY-PREFIX.
   STRING "RPI_CUE_LIBRARY=" DELIMITED BY SIZE
          WS-STAGING-DIR     DELIMITED BY " "
          "cues.txt "        DELIMITED BY SIZE
      INTO WS-COMMAND
      WITH POINTER WS-CMD-PTR
   END-STRING.
2520-EXIT.
    EXIT.

*> Each theme going in from the staging area, through COLOR-CHECK's
*> THEME mode against the live color table.
2530-CHECK-THEME.
   IF MBR-INSTALL (WS-MBR) AND MBR-NAME (WS-MBR) (1:7) = "themes/"
      MOVE "COLOR-CHECK" TO WS-CHECK-NAME
      MOVE SPACES TO WS-COMMAND
      STRING "/opt/rpi/bin/colorchk THEME " DELIMITED BY SIZE
             WS-STAGING-DIR                 DELIMITED BY " "
             MBR-NAME (WS-MBR)              DELIMITED BY " "
         INTO WS-COMMAND
      END-STRING
      MOVE MBR-NAME (WS-MBR) TO WS-SCHED-PATH
      PERFORM 2600-RUN-ONE-CHECK THRU 2600-EXIT
   END-IF.
2530-EXIT.
    EXIT.

*> SYSTEM hands back the raw wait status, the exit code shifted up
*> a byte, as COLOR-CAL found.  Anything but a clean zero -- a
*> finding, an unreadable file, a checker that isn't installed --
*> refuses the promotion.
2600-RUN-ONE-CHECK.
   DISPLAY "COLOR-PROMOTE: running " WS-COMMAND UPON SYSERR
   CALL "SYSTEM" USING WS-COMMAND
   IF RETURN-CODE NOT = 0
      COMPUTE WS-CHILD-CODE = RETURN-CODE / 256
      DISPLAY "COLOR-PROMOTE: " WS-CHECK-NAME " failed on "
         WS-SCHED-PATH ", return code " WS-CHILD-CODE UPON SYSERR
      MOVE "REFUSED" TO WS-LOG-ACTION
      MOVE 0 TO WS-LOG-KEPT
      MOVE 0 TO WS-LOG-RESTORED
      MOVE SPACES TO WS-LOG-DETAIL
      STRING WS-CHECK-NAME  DELIMITED BY " "
             " RC "         DELIMITED BY SIZE
             WS-CHILD-CODE  DELIMITED BY SIZE
             " "            DELIMITED BY SIZE
             WS-SCHED-PATH  DELIMITED BY " "
         INTO WS-LOG-DETAIL
      END-STRING
      PERFORM 8000-WRITE-LOG THRU 8000-EXIT
      MOVE 1 TO WS-RETURN-CODE
   END-IF
   MOVE 0 TO RETURN-CODE.
2600-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Every theme file in staging/themes/, listed through the shell
*> into promote.lst, goes in with the set.  An empty or missing
*> themes directory lists nothing; a listing that can't be read
*> at all fails the promotion, since the set it would carry is
*> unknown.  Every theme the member list has no room for is named
*> before the promotion is refused.
*> ----------------------------------------------------------------
2700-STAGED-THEMES.
   CALL "CBL_DELETE_FILE" USING WS-LIST-PATH
   MOVE SPACES TO WS-COMMAND
   STRING "(cd "                       DELIMITED BY SIZE
          WS-STAGING-DIR               DELIMITED BY " "
          "themes && ls -1 *.thm) > "  DELIMITED BY SIZE
          WS-LIST-PATH                 DELIMITED BY " "
          " 2>/dev/null"               DELIMITED BY SIZE
      INTO WS-COMMAND
   END-STRING
   CALL "SYSTEM" USING WS-COMMAND
   MOVE 0 TO RETURN-CODE
   MOVE 'N' TO LIST-EOF
   OPEN INPUT THEME-LIST
   IF NOT LIST-OK
      DISPLAY "COLOR-PROMOTE: staging/themes/ could not be listed, "
         "status " WS-LIST-STATUS UPON SYSERR
      MOVE "FAILED" TO WS-LOG-ACTION
      MOVE 0 TO WS-LOG-KEPT
      MOVE 0 TO WS-LOG-RESTORED
      MOVE "staging/themes/ listing" TO WS-LOG-DETAIL
      PERFORM 8000-WRITE-LOG THRU 8000-EXIT
      MOVE 2 TO WS-RETURN-CODE
   ELSE
      PERFORM 2710-READ-ONE-THEME THRU 2710-EXIT
         UNTIL LIST-EOF-YES
      CLOSE THEME-LIST
   END-IF
   CALL "CBL_DELETE_FILE" USING WS-LIST-PATH
   MOVE 0 TO RETURN-CODE.
2700-EXIT.
    EXIT.

2710-READ-ONE-THEME.
   READ THEME-LIST AT END MOVE 'Y' TO LIST-EOF.
   IF LIST-EOF-NO AND THEME-LIST-REC NOT = SPACES
      MOVE SPACES TO WS-THEME-NAME
      UNSTRING THEME-LIST-REC DELIMITED BY ".thm"
         INTO WS-THEME-NAME
      END-UNSTRING
      MOVE SPACES TO WS-MEMBER-NAME
      STRING "themes/"     DELIMITED BY SIZE
             WS-THEME-NAME DELIMITED BY " "
             ".thm"        DELIMITED BY SIZE
         INTO WS-MEMBER-NAME
      END-STRING
      MOVE 0 TO WS-MBR
      PERFORM 2410-MATCH-MEMBER THRU 2410-EXIT
         VARYING MBR-IDX FROM 1 BY 1
            UNTIL MBR-IDX > MEMBER-COUNT OR WS-MBR > 0
      IF WS-MBR = 0 AND MEMBER-COUNT >= 100
         DISPLAY "COLOR-PROMOTE: staged theme " WS-THEME-NAME
            " cannot be carried, more than 100 members, "
            "nothing promoted" UPON SYSERR
         MOVE "REFUSED" TO WS-LOG-ACTION
         MOVE 0 TO WS-LOG-KEPT
         MOVE 0 TO WS-LOG-RESTORED
         MOVE SPACES TO WS-LOG-DETAIL
         STRING "not carried: " WS-MEMBER-NAME
            DELIMITED BY SIZE INTO WS-LOG-DETAIL
         END-STRING
         PERFORM 8000-WRITE-LOG THRU 8000-EXIT
         MOVE 1 TO WS-RETURN-CODE
      ELSE
         PERFORM 2400-ADD-MEMBER THRU 2400-EXIT
         MOVE 'I' TO MBR-ACTION (WS-MBR)
      END-IF
   END-IF.
2710-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Rollback: the kept version's manifest is the member list -- a
*> kept copy goes back in, a schedule, cue library or calendar the
*> set never had is taken away.  The themes the live calendar names
*> are kept with the replaced set, as a promotion keeps them.
*> ----------------------------------------------------------------
3000-ROLLBACK.
   MOVE 0 TO WS-FOUND-VER
   PERFORM 3010-FIND-VERSION THRU 3010-EXIT
      VARYING WS-VER FROM 1 BY 1
         UNTIL WS-VER > VERSION-COUNT
   IF WS-FOUND-VER = 0
      DISPLAY "COLOR-PROMOTE: version " WS-ROLLBACK-VERSION
         " is not kept, nothing rolled back" UPON SYSERR
      MOVE "REFUSED" TO WS-LOG-ACTION
      MOVE 0 TO WS-LOG-KEPT
      MOVE WS-ROLLBACK-VERSION TO WS-LOG-RESTORED
      MOVE "no such kept version" TO WS-LOG-DETAIL
      PERFORM 8000-WRITE-LOG THRU 8000-EXIT
      MOVE 1 TO WS-RETURN-CODE
   ELSE
      MOVE VTB-NUMBER (WS-FOUND-VER) TO WS-VERSION-EDIT
      MOVE VTB-KEPT (WS-FOUND-VER) (1:8) TO WS-DATE-PART
      PERFORM 5010-VERSION-DIR THRU 5010-EXIT
      MOVE WS-DIR-PATH TO WS-SOURCE-DIR
      MOVE 0 TO MEMBER-COUNT
      PERFORM 3100-READ-MANIFEST THRU 3100-EXIT
   END-IF
   IF WS-RETURN-CODE = 0
      MOVE 'N' TO CALENDAR-STAGED
      MOVE "/opt/rpi/effects/calendar.txt" TO WS-CALENDAR-PATH
      PERFORM 2200-READ-CALENDAR THRU 2200-EXIT
   END-IF
   IF WS-RETURN-CODE = 0
      MOVE WS-ROLLBACK-VERSION TO WS-LOG-RESTORED
      MOVE "ROLLBACK" TO WS-LOG-ACTION
      MOVE SPACES TO WS-LOG-DETAIL
      STRING "kept version from " WS-SOURCE-DIR
         DELIMITED BY SIZE INTO WS-LOG-DETAIL
      END-STRING
      PERFORM 5000-SWAP-SET THRU 5000-EXIT
   END-IF.
3000-EXIT.
    EXIT.

3010-FIND-VERSION.
   IF VTB-NUMBER (WS-VER) = WS-ROLLBACK-VERSION
      MOVE WS-VER TO WS-FOUND-VER
   END-IF.
3010-EXIT.
    EXIT.

3100-READ-MANIFEST.
   MOVE SPACES TO WS-MANIFEST-PATH
   STRING WS-SOURCE-DIR  DELIMITED BY " "
          "manifest.txt" DELIMITED BY SIZE
      INTO WS-MANIFEST-PATH
   END-STRING
   MOVE 'N' TO MANIFEST-EOF
   OPEN INPUT MANIFEST-FILE
   IF NOT MANIFEST-OK
      DISPLAY "COLOR-PROMOTE: " WS-MANIFEST-PATH
         " could not be opened, status " WS-MANIFEST-STATUS
         UPON SYSERR
      MOVE "FAILED" TO WS-LOG-ACTION
      MOVE 0 TO WS-LOG-KEPT
      MOVE WS-ROLLBACK-VERSION TO WS-LOG-RESTORED
      MOVE WS-MANIFEST-PATH TO WS-LOG-DETAIL
      PERFORM 8000-WRITE-LOG THRU 8000-EXIT
      MOVE 2 TO WS-RETURN-CODE
   ELSE
      PERFORM 3110-READ-ONE-MEMBER THRU 3110-EXIT
         UNTIL MANIFEST-EOF-YES
      CLOSE MANIFEST-FILE
   END-IF.
3100-EXIT.
    EXIT.

*> An absent theme is left alone: the theme library is shared with
*> the wall panel's one-shots, and the restored calendar doesn't
*> name it.
3110-READ-ONE-MEMBER.
   READ MANIFEST-FILE AT END MOVE 'Y' TO MANIFEST-EOF.
   IF MANIFEST-EOF-NO
      MOVE MAN-MEMBER TO WS-MEMBER-NAME
      EVALUATE TRUE
         WHEN MAN-KEPT
            PERFORM 2400-ADD-MEMBER THRU 2400-EXIT
            MOVE 'I' TO MBR-ACTION (WS-MBR)
         WHEN MAN-ABSENT AND MAN-MEMBER (1:7) NOT = "themes/"
            PERFORM 2400-ADD-MEMBER THRU 2400-EXIT
            MOVE 'R' TO MBR-ACTION (WS-MBR)
         WHEN OTHER
            CONTINUE
      END-EVALUATE
   END-IF.
3110-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The swap, shared by promotion and rollback: keep the live set,
*> copy the incoming members in beside it, then rename them into
*> place.  WS-SOURCE-DIR is where the incoming members come from,
*> and WS-LOG-ACTION/-RESTORED/-DETAIL carry the summary line.
*> ----------------------------------------------------------------
5000-SWAP-SET.
   MOVE 'N' TO SWAP-FAILED
   PERFORM 5100-KEEP-LIVE-SET THRU 5100-EXIT
   IF NOT SWAP-FAILED-YES
      PERFORM 5200-COPY-IN-NEW THRU 5200-EXIT
   END-IF
   IF NOT SWAP-FAILED-YES
      PERFORM 5300-PUT-IN-PLACE THRU 5300-EXIT
   END-IF
   IF SWAP-FAILED-YES
      MOVE 2 TO WS-RETURN-CODE
   ELSE
      MOVE WS-NEW-VERSION TO WS-LOG-KEPT
      PERFORM 8000-WRITE-LOG THRU 8000-EXIT
      PERFORM 5500-LOG-MEMBERS THRU 5500-EXIT
         VARYING WS-MBR FROM 1 BY 1
            UNTIL WS-MBR > MEMBER-COUNT
      DISPLAY "COLOR-PROMOTE: the new set is live, the set it "
         "replaced is kept as version " WS-NEW-VERSION UPON SYSERR
      PERFORM 6000-RECORD-VERSION THRU 6000-EXIT
   END-IF.
5000-EXIT.
    EXIT.

*> /opt/rpi/effects/versions/NNNN-YYYYMMDD/ into WS-DIR-PATH, from
*> WS-VERSION-EDIT and WS-DATE-PART.
5010-VERSION-DIR.
   MOVE SPACES TO WS-DIR-PATH
   STRING WS-VERSIONS-DIR DELIMITED BY " "
          "/" WS-VERSION-EDIT "-" WS-DATE-PART "/"
                          DELIMITED BY SIZE
      INTO WS-DIR-PATH
   END-STRING.
5010-EXIT.
    EXIT.

*> Step 1: the next version number is one past the newest kept, and
*> its directory takes a copy of every member as it stands live now.
5100-KEEP-LIVE-SET.
   MOVE 1 TO WS-NEW-VERSION
   IF VERSION-COUNT > 0
      COMPUTE WS-NEW-VERSION = VTB-NUMBER (VERSION-COUNT) + 1
   END-IF
   MOVE WS-NEW-VERSION TO WS-VERSION-EDIT
   MOVE WS-NOW-STAMP (1:8) TO WS-DATE-PART
   PERFORM 5010-VERSION-DIR THRU 5010-EXIT
   MOVE WS-DIR-PATH TO WS-VERSION-DIR
*> The versions directory is there after the first promotion; a
*> create that fails because it already exists is expected.
   CALL "CBL_CREATE_DIR" USING WS-VERSIONS-DIR
   CALL "CBL_CREATE_DIR" USING WS-VERSION-DIR
   IF RETURN-CODE NOT = 0
      DISPLAY "COLOR-PROMOTE: " WS-VERSION-DIR
         " could not be created, nothing changed" UPON SYSERR
      MOVE 'Y' TO SWAP-FAILED
      MOVE WS-VERSION-DIR TO WS-FROM-PATH
      PERFORM 5900-LOG-FAILURE THRU 5900-EXIT
   ELSE
      MOVE SPACES TO WS-DIR-PATH
      STRING WS-VERSION-DIR DELIMITED BY " "
             "themes"       DELIMITED BY SIZE
         INTO WS-DIR-PATH
      END-STRING
      CALL "CBL_CREATE_DIR" USING WS-DIR-PATH
      MOVE 0 TO WS-KEPT-MEMBERS
      PERFORM 5110-KEEP-ONE-MEMBER THRU 5110-EXIT
         VARYING WS-MBR FROM 1 BY 1
            UNTIL WS-MBR > MEMBER-COUNT OR SWAP-FAILED-YES
      IF NOT SWAP-FAILED-YES
         PERFORM 5120-WRITE-MANIFEST THRU 5120-EXIT
      END-IF
      IF SWAP-FAILED-YES
         PERFORM 5800-DISCARD-VERSION THRU 5800-EXIT
      END-IF
   END-IF
   MOVE 0 TO RETURN-CODE.
5100-EXIT.
    EXIT.

*> A live member that isn't there (status 35) is recorded absent;
*> any other copy failure stops the swap before anything changed.
5110-KEEP-ONE-MEMBER.
   MOVE SPACES TO WS-FROM-PATH
   STRING WS-LIVE-DIR        DELIMITED BY " "
          MBR-NAME (WS-MBR)  DELIMITED BY " "
      INTO WS-FROM-PATH
   END-STRING
   MOVE SPACES TO WS-TO-PATH
   STRING WS-VERSION-DIR     DELIMITED BY " "
          MBR-NAME (WS-MBR)  DELIMITED BY " "
      INTO WS-TO-PATH
   END-STRING
   CALL "CBL_COPY_FILE" USING WS-FROM-PATH WS-TO-PATH
   EVALUATE RETURN-CODE
      WHEN 0
         MOVE 'K' TO MBR-LIVE-STATE (WS-MBR)
         ADD 1 TO WS-KEPT-MEMBERS
      WHEN 35
         MOVE 'A' TO MBR-LIVE-STATE (WS-MBR)
      WHEN OTHER
         DISPLAY "COLOR-PROMOTE: " WS-FROM-PATH
            " could not be kept in " WS-VERSION-DIR
            ", nothing changed" UPON SYSERR
         MOVE 'Y' TO SWAP-FAILED
         PERFORM 5900-LOG-FAILURE THRU 5900-EXIT
   END-EVALUATE.
5110-EXIT.
    EXIT.

5120-WRITE-MANIFEST.
   MOVE SPACES TO WS-MANIFEST-PATH
   STRING WS-VERSION-DIR DELIMITED BY " "
          "manifest.txt" DELIMITED BY SIZE
      INTO WS-MANIFEST-PATH
   END-STRING
   OPEN OUTPUT MANIFEST-FILE
   IF NOT MANIFEST-OK
      DISPLAY "COLOR-PROMOTE: " WS-MANIFEST-PATH
         " could not be written, status " WS-MANIFEST-STATUS
         ", nothing changed" UPON SYSERR
      MOVE 'Y' TO SWAP-FAILED
      MOVE WS-MANIFEST-PATH TO WS-FROM-PATH
      PERFORM 5900-LOG-FAILURE THRU 5900-EXIT
   ELSE
      PERFORM 5130-WRITE-ONE-MEMBER THRU 5130-EXIT
         VARYING WS-MBR FROM 1 BY 1
            UNTIL WS-MBR > MEMBER-COUNT
      CLOSE MANIFEST-FILE
   END-IF.
5120-EXIT.
    EXIT.

5130-WRITE-ONE-MEMBER.
   MOVE SPACES TO MANIFEST-REC
   MOVE MBR-LIVE-STATE (WS-MBR) TO MAN-STATE
   MOVE MBR-NAME (WS-MBR)       TO MAN-MEMBER
   WRITE MANIFEST-REC
   IF NOT MANIFEST-OK
      MOVE 'Y' TO SWAP-FAILED
   END-IF.
5130-EXIT.
    EXIT.

*> Step 2: every incoming member copied in as <name>.new beside the
*> live one.  A failure takes the .new files and the kept version
*> away again and leaves the live set exactly as it was.
5200-COPY-IN-NEW.
   MOVE SPACES TO WS-DIR-PATH
   STRING WS-LIVE-DIR DELIMITED BY " "
          "themes"    DELIMITED BY SIZE
      INTO WS-DIR-PATH
   END-STRING
   CALL "CBL_CREATE_DIR" USING WS-DIR-PATH
   PERFORM 5210-COPY-ONE-NEW THRU 5210-EXIT
      VARYING WS-MBR FROM 1 BY 1
         UNTIL WS-MBR > MEMBER-COUNT OR SWAP-FAILED-YES
   IF SWAP-FAILED-YES
      PERFORM 5220-DROP-ONE-NEW THRU 5220-EXIT
         VARYING WS-MBR FROM 1 BY 1
            UNTIL WS-MBR > MEMBER-COUNT
      PERFORM 5800-DISCARD-VERSION THRU 5800-EXIT
   END-IF
   MOVE 0 TO RETURN-CODE.
5200-EXIT.
    EXIT.

5210-COPY-ONE-NEW.
   IF MBR-INSTALL (WS-MBR)
      MOVE SPACES TO WS-FROM-PATH
      STRING WS-SOURCE-DIR      DELIMITED BY " "
             MBR-NAME (WS-MBR)  DELIMITED BY " "
         INTO WS-FROM-PATH
      END-STRING
      PERFORM 5230-NEW-PATH THRU 5230-EXIT
      CALL "CBL_COPY_FILE" USING WS-FROM-PATH WS-TO-PATH
      IF RETURN-CODE = 0
         MOVE 'Y' TO MBR-NEW-STATE (WS-MBR)
      ELSE
         DISPLAY "COLOR-PROMOTE: " WS-FROM-PATH
            " could not be copied in, nothing changed" UPON SYSERR
         MOVE 'Y' TO SWAP-FAILED
         PERFORM 5900-LOG-FAILURE THRU 5900-EXIT
      END-IF
   END-IF.
5210-EXIT.
    EXIT.

5220-DROP-ONE-NEW.
   IF MBR-NEW-COPIED (WS-MBR)
      PERFORM 5230-NEW-PATH THRU 5230-EXIT
      CALL "CBL_DELETE_FILE" USING WS-TO-PATH
      MOVE SPACE TO MBR-NEW-STATE (WS-MBR)
   END-IF.
5220-EXIT.
    EXIT.

*> The live path of member WS-MBR with ".new" on the end, into
*> WS-TO-PATH.
5230-NEW-PATH.
   MOVE SPACES TO WS-TO-PATH
   STRING WS-LIVE-DIR        DELIMITED BY " "
          MBR-NAME (WS-MBR)  DELIMITED BY " "
          ".new"             DELIMITED BY SIZE
      INTO WS-TO-PATH
   END-STRING.
5230-EXIT.
    EXIT.

*> Step 3: renames over the live files, then removals.  A rename
*> that fails part-way puts back every member already replaced,
*> from the copy just kept.
5300-PUT-IN-PLACE.
   PERFORM 5310-PLACE-ONE-MEMBER THRU 5310-EXIT
      VARYING WS-MBR FROM 1 BY 1
         UNTIL WS-MBR > MEMBER-COUNT OR SWAP-FAILED-YES
   IF SWAP-FAILED-YES
      PERFORM 5320-PUT-BACK-ONE THRU 5320-EXIT
         VARYING WS-MBR FROM 1 BY 1
            UNTIL WS-MBR > MEMBER-COUNT
      PERFORM 5220-DROP-ONE-NEW THRU 5220-EXIT
         VARYING WS-MBR FROM 1 BY 1
            UNTIL WS-MBR > MEMBER-COUNT
      PERFORM 5800-DISCARD-VERSION THRU 5800-EXIT
   ELSE
      PERFORM 5330-REMOVE-ONE THRU 5330-EXIT
         VARYING WS-MBR FROM 1 BY 1
            UNTIL WS-MBR > MEMBER-COUNT
   END-IF
   MOVE 0 TO RETURN-CODE.
5300-EXIT.
    EXIT.

5310-PLACE-ONE-MEMBER.
   IF MBR-NEW-COPIED (WS-MBR)
      PERFORM 5230-NEW-PATH THRU 5230-EXIT
      MOVE SPACES TO WS-FROM-PATH
      STRING WS-LIVE-DIR        DELIMITED BY " "
             MBR-NAME (WS-MBR)  DELIMITED BY " "
         INTO WS-FROM-PATH
      END-STRING
      CALL "CBL_RENAME_FILE" USING WS-TO-PATH WS-FROM-PATH
      IF RETURN-CODE = 0
         MOVE 'P' TO MBR-NEW-STATE (WS-MBR)
      ELSE
         DISPLAY "COLOR-PROMOTE: " WS-FROM-PATH
            " could not be replaced, putting the set back"
            UPON SYSERR
         MOVE 'Y' TO SWAP-FAILED
         PERFORM 5900-LOG-FAILURE THRU 5900-EXIT
      END-IF
   END-IF.
5310-EXIT.
    EXIT.

*> A member already renamed into place gets its kept copy back, or
*> is taken away if the live set never had it.
5320-PUT-BACK-ONE.
   IF MBR-NEW-PLACED (WS-MBR)
      MOVE SPACES TO WS-TO-PATH
      STRING WS-LIVE-DIR        DELIMITED BY " "
             MBR-NAME (WS-MBR)  DELIMITED BY " "
         INTO WS-TO-PATH
      END-STRING
      IF MBR-LIVE-KEPT (WS-MBR)
         MOVE SPACES TO WS-FROM-PATH
         STRING WS-VERSION-DIR     DELIMITED BY " "
                MBR-NAME (WS-MBR)  DELIMITED BY " "
            INTO WS-FROM-PATH
         END-STRING
         CALL "CBL_COPY_FILE" USING WS-FROM-PATH WS-TO-PATH
         IF RETURN-CODE NOT = 0
            DISPLAY "COLOR-PROMOTE: " WS-TO-PATH
               " could not be put back from " WS-FROM-PATH
               UPON SYSERR
         END-IF
      ELSE
         CALL "CBL_DELETE_FILE" USING WS-TO-PATH
      END-IF
      MOVE SPACE TO MBR-NEW-STATE (WS-MBR)
   END-IF.
5320-EXIT.
    EXIT.

5330-REMOVE-ONE.
   IF MBR-REMOVE (WS-MBR) AND MBR-LIVE-KEPT (WS-MBR)
      MOVE SPACES TO WS-TO-PATH
      STRING WS-LIVE-DIR        DELIMITED BY " "
             MBR-NAME (WS-MBR)  DELIMITED BY " "
         INTO WS-TO-PATH
      END-STRING
      CALL "CBL_DELETE_FILE" USING WS-TO-PATH
   END-IF.
5330-EXIT.
    EXIT.

*> One INSTALL or REMOVE line per member that changed, after the
*> summary line.
5500-LOG-MEMBERS.
   MOVE SPACES TO WS-LOG-ACTION
   IF MBR-NEW-PLACED (WS-MBR)
      MOVE "INSTALL" TO WS-LOG-ACTION
   END-IF
   IF MBR-REMOVE (WS-MBR) AND MBR-LIVE-KEPT (WS-MBR)
      MOVE "REMOVE" TO WS-LOG-ACTION
   END-IF
   IF WS-LOG-ACTION NOT = SPACES
      MOVE MBR-NAME (WS-MBR) TO WS-LOG-DETAIL
      PERFORM 8000-WRITE-LOG THRU 8000-EXIT
   END-IF.
5500-EXIT.
    EXIT.

*> Takes a half-kept version away again: its member copies, the
*> manifest and its directories.  Deleting a copy never taken is a
*> no-op.
5800-DISCARD-VERSION.
   PERFORM 5810-DISCARD-ONE-MEMBER THRU 5810-EXIT
      VARYING WS-MBR FROM 1 BY 1
         UNTIL WS-MBR > MEMBER-COUNT
   MOVE WS-VERSION-DIR TO WS-DIR-PATH
   PERFORM 6310-REMOVE-VERSION-DIR THRU 6310-EXIT.
5800-EXIT.
    EXIT.

5810-DISCARD-ONE-MEMBER.
   MOVE SPACES TO WS-TO-PATH
   STRING WS-VERSION-DIR     DELIMITED BY " "
          MBR-NAME (WS-MBR)  DELIMITED BY " "
      INTO WS-TO-PATH
   END-STRING
   CALL "CBL_DELETE_FILE" USING WS-TO-PATH.
5810-EXIT.
    EXIT.

*> WS-FROM-PATH names what failed.
5900-LOG-FAILURE.
   MOVE "FAILED" TO WS-LOG-ACTION
   MOVE 0 TO WS-LOG-KEPT
   MOVE WS-FROM-PATH TO WS-LOG-DETAIL
   PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
5900-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The new version joins versions.txt, and the oldest beyond the
*> retention setting are purged with their directories.  The index
*> is rewritten whole, STATE-SAVE's way.
*> ----------------------------------------------------------------
6000-RECORD-VERSION.
   IF VERSION-COUNT >= 200
      PERFORM 6100-SHIFT-ONE THRU 6100-EXIT
         VARYING WS-VER FROM 2 BY 1
            UNTIL WS-VER > VERSION-COUNT
      SUBTRACT 1 FROM VERSION-COUNT
   END-IF
   ADD 1 TO VERSION-COUNT
   MOVE WS-NEW-VERSION  TO VTB-NUMBER  (VERSION-COUNT)
   MOVE WS-NOW-STAMP    TO VTB-KEPT    (VERSION-COUNT)
   IF ROLLBACK-MODE-YES
      MOVE "ROLLBACK" TO VTB-CAUSE (VERSION-COUNT)
   ELSE
      MOVE "PROMOTE"  TO VTB-CAUSE (VERSION-COUNT)
   END-IF
   MOVE WS-WHO          TO VTB-BY      (VERSION-COUNT)
   MOVE WS-KEPT-MEMBERS TO VTB-MEMBERS (VERSION-COUNT)

   MOVE 0 TO WS-PURGE-COUNT
   IF VERSION-COUNT > WS-KEEP-VERSIONS
      COMPUTE WS-PURGE-COUNT = VERSION-COUNT - WS-KEEP-VERSIONS
      PERFORM 6300-PURGE-ONE-VERSION THRU 6300-EXIT
         VARYING WS-VER FROM 1 BY 1
            UNTIL WS-VER > WS-PURGE-COUNT
   END-IF

   OPEN OUTPUT VERSION-INDEX
   IF NOT INDEX-OK
      DISPLAY "COLOR-PROMOTE: versions.txt could not be written, "
         "status " WS-INDEX-STATUS UPON SYSERR
      MOVE 2 TO WS-RETURN-CODE
   ELSE
      COMPUTE WS-FIRST-KEPT = WS-PURGE-COUNT + 1
      PERFORM 6200-WRITE-ONE-VERSION THRU 6200-EXIT
         VARYING WS-VER FROM WS-FIRST-KEPT BY 1
            UNTIL WS-VER > VERSION-COUNT
      CLOSE VERSION-INDEX
   END-IF.
6000-EXIT.
    EXIT.

6100-SHIFT-ONE.
   MOVE VERSION-ENTRY (WS-VER) TO VERSION-ENTRY (WS-VER - 1).
6100-EXIT.
    EXIT.

6200-WRITE-ONE-VERSION.
   MOVE SPACES TO VERSION-REC
   MOVE VTB-NUMBER  (WS-VER) TO VER-NUMBER
   MOVE VTB-KEPT    (WS-VER) TO VER-KEPT
   MOVE VTB-CAUSE   (WS-VER) TO VER-CAUSE
   MOVE VTB-BY      (WS-VER) TO VER-BY
   MOVE VTB-MEMBERS (WS-VER) TO VER-MEMBERS
   WRITE VERSION-REC
   IF NOT INDEX-OK
      DISPLAY "COLOR-PROMOTE: versions.txt write failed, status "
         WS-INDEX-STATUS UPON SYSERR
      MOVE 2 TO WS-RETURN-CODE
   END-IF.
6200-EXIT.
    EXIT.

*> A purged version's members are named by its own manifest, which
*> goes last, then the directories.
6300-PURGE-ONE-VERSION.
   MOVE VTB-NUMBER (WS-VER) TO WS-VERSION-EDIT
   MOVE VTB-KEPT (WS-VER) (1:8) TO WS-DATE-PART
   PERFORM 5010-VERSION-DIR THRU 5010-EXIT
   MOVE SPACES TO WS-MANIFEST-PATH
   STRING WS-DIR-PATH    DELIMITED BY " "
          "manifest.txt" DELIMITED BY SIZE
      INTO WS-MANIFEST-PATH
   END-STRING
   MOVE 'N' TO MANIFEST-EOF
   OPEN INPUT MANIFEST-FILE
   IF MANIFEST-OK
      PERFORM 6320-PURGE-ONE-MEMBER THRU 6320-EXIT
         UNTIL MANIFEST-EOF-YES
      CLOSE MANIFEST-FILE
   END-IF
   PERFORM 6310-REMOVE-VERSION-DIR THRU 6310-EXIT
   MOVE "PURGED" TO WS-LOG-ACTION
   MOVE VTB-NUMBER (WS-VER) TO WS-LOG-KEPT
   MOVE 0 TO WS-LOG-RESTORED
   MOVE WS-DIR-PATH TO WS-LOG-DETAIL
   PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
6300-EXIT.
    EXIT.

*> The manifest, the themes directory and the version directory
*> under WS-DIR-PATH, once their member copies are gone.
6310-REMOVE-VERSION-DIR.
   MOVE SPACES TO WS-TO-PATH
   STRING WS-DIR-PATH    DELIMITED BY " "
          "manifest.txt" DELIMITED BY SIZE
      INTO WS-TO-PATH
   END-STRING
   CALL "CBL_DELETE_FILE" USING WS-TO-PATH
   MOVE SPACES TO WS-TO-PATH
   STRING WS-DIR-PATH DELIMITED BY " "
          "themes"    DELIMITED BY SIZE
      INTO WS-TO-PATH
   END-STRING
   CALL "CBL_DELETE_DIR" USING WS-TO-PATH
   CALL "CBL_DELETE_DIR" USING WS-DIR-PATH
   MOVE 0 TO RETURN-CODE.
6310-EXIT.
    EXIT.

6320-PURGE-ONE-MEMBER.
   READ MANIFEST-FILE AT END MOVE 'Y' TO MANIFEST-EOF.
   IF MANIFEST-EOF-NO AND MAN-KEPT
      MOVE SPACES TO WS-TO-PATH
      STRING WS-DIR-PATH DELIMITED BY " "
             MAN-MEMBER  DELIMITED BY " "
         INTO WS-TO-PATH
      END-STRING
      CALL "CBL_DELETE_FILE" USING WS-TO-PATH
   END-IF.
6320-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> versions.txt into the table.  No index yet means nothing kept.
*> ----------------------------------------------------------------
7000-LOAD-INDEX.
   MOVE 0 TO VERSION-COUNT
   MOVE 'N' TO INDEX-EOF
   OPEN INPUT VERSION-INDEX
   EVALUATE TRUE
      WHEN INDEX-OK
         PERFORM 7010-READ-ONE-VERSION THRU 7010-EXIT
            UNTIL INDEX-EOF-YES
         CLOSE VERSION-INDEX
      WHEN INDEX-NOT-FOUND
         CONTINUE
      WHEN OTHER
         DISPLAY "COLOR-PROMOTE: versions.txt could not be opened, "
            "status " WS-INDEX-STATUS UPON SYSERR
         MOVE 2 TO WS-RETURN-CODE
   END-EVALUATE.
7000-EXIT.
    EXIT.

7010-READ-ONE-VERSION.
   READ VERSION-INDEX AT END MOVE 'Y' TO INDEX-EOF.
   IF INDEX-EOF-NO AND VER-NUMBER NUMERIC
      IF VERSION-COUNT >= 200
         PERFORM 6100-SHIFT-ONE THRU 6100-EXIT
            VARYING WS-VER FROM 2 BY 1
               UNTIL WS-VER > VERSION-COUNT
         SUBTRACT 1 FROM VERSION-COUNT
      END-IF
      ADD 1 TO VERSION-COUNT
      MOVE VER-NUMBER  TO VTB-NUMBER  (VERSION-COUNT)
      MOVE VER-KEPT    TO VTB-KEPT    (VERSION-COUNT)
      MOVE VER-CAUSE   TO VTB-CAUSE   (VERSION-COUNT)
      MOVE VER-BY      TO VTB-BY      (VERSION-COUNT)
      MOVE VER-MEMBERS TO VTB-MEMBERS (VERSION-COUNT)
   END-IF.
7010-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> One line on promote.log from WS-LOG-ACTION/-KEPT/-RESTORED/
*> -DETAIL.  A log that can't be written is reported but doesn't
*> undo a swap that already happened.
*> ----------------------------------------------------------------
8000-WRITE-LOG.
   OPEN EXTEND PROMOTE-LOG
   IF LOG-NOT-FOUND
      OPEN OUTPUT PROMOTE-LOG
   END-IF
   IF NOT LOG-OK
      DISPLAY "COLOR-PROMOTE: promote.log could not be opened, "
         "status " WS-LOG-STATUS UPON SYSERR
   ELSE
      MOVE SPACES          TO PROMOTE-REC
      MOVE WS-NOW-STAMP    TO PROM-STAMP
      MOVE WS-LOG-ACTION   TO PROM-ACTION
      MOVE WS-WHO          TO PROM-BY
      MOVE WS-LOG-KEPT     TO PROM-KEPT
      MOVE WS-LOG-RESTORED TO PROM-RESTORED
      MOVE WS-LOG-DETAIL   TO PROM-DETAIL
      WRITE PROMOTE-REC
      CLOSE PROMOTE-LOG
   END-IF.
8000-EXIT.
    EXIT.

*> Does WS-FROM-PATH exist?  RETURN-CODE comes back 0 if so; the
*> caller resets it.
8500-FILE-EXISTS.
   CALL "CBL_CHECK_FILE_EXIST" USING WS-FROM-PATH FILE-INFO.
8500-EXIT.
    EXIT.

END PROGRAM COLOR-PROMOTE.
