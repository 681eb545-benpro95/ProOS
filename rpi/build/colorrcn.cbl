*>    1  SCHEDULE-PATH   default /opt/rpi/effects/schedule.txt, same
*>                       default COLOR-SEQ uses
*>    2  REPORT-PATH     default /opt/rpi/effects/colour_recon.rpt
*>    3  RESULTS-PATH    when given, every verdict is also written
*>                       there as a fixed-layout line (rcnrec.cpy),
*>                       one per track clean or not, for programs
*>                       that need the outcome without the report
*>
*> A schedule split into TRACK rows has one checkpoint record per
*> track; each is judged against its own track's last row and its
*> verdict carries the track's fixture.  TRACK header rows are not
*> steps and never reconcile as NEVER PLAYED.
*>
*> Run it against the transaction log before LOG-ARCHIVE cuts the
*> day, so the log genuinely covers the show being reconciled.
*>                     -- a non-open file must not be read, or the
*>                     blank record area tallies as a color name
*>                     and the scan loop never ends.
*>    2026-10-15  DL  per-track checkpoint: read every record of the
*>                     shared ckptrec.cpy layout and judge each
*>                     against its own track's last row; skip TRACK
*>                     header rows in the step checks.
*>    2026-10-15  DL  optional RESULTS-PATH: the verdicts as fixed
*>                     columns (rcnrec.cpy) for the nightly extract.
IDENTIFICATION DIVISION.
PROGRAM-ID.      COLOR-RECON.

   SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-STATUS.
   SELECT RESULTS-FILE ASSIGN DYNAMIC WS-RESULTS-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RESULTS-STATUS.

DATA DIVISION.
FILE SECTION.

FD  CHECKPOINT-FILE.
  01  CKPT-REC.
      COPY "ckptrec.cpy".

FD  TRANSACT-LOG.
  01  TRANSACT-LOG-REC.
FD  REPORT-FILE.
  01  REPORT-LINE                PIC X(100).

FD  RESULTS-FILE.
  01  RESULT-REC.
      COPY "rcnrec.cpy".

WORKING-STORAGE SECTION.

  01  STORAGE.
              VALUE "/opt/rpi/effects/schedule.txt".
       05  WS-REPORT-PATH          PIC X(40)
              VALUE "/opt/rpi/effects/colour_recon.rpt".
       05  WS-RESULTS-PATH         PIC X(40) VALUE SPACES.
       05  WS-ARG-NUM               PIC 9(02) COMP.
       05  WS-ARG-VALUE             PIC X(40).
       05  WS-STEP-COUNT            PIC 9(05) VALUE 0.
       05  WS-EXCEPTION-COUNT       PIC 9(05) VALUE 0.
       05  WS-RETURN-CODE           PIC 9(02) VALUE 0.
       05  WS-FOUND-IDX             PIC 9(04) COMP VALUE 0.
       05  WS-TRACK-IDX             PIC 9(03) COMP VALUE 0.
       05  WS-TRACK-LAST            PIC 9(05) VALUE 0.
       05  WS-LINE-PTR              PIC 9(03) COMP VALUE 1.

*> The schedule's steps, held so the log and checkpoint can be
*> judged against them step by step.
               INDEXED BY STEP-IDX.
          10  STP-COLOR             PIC X(25).
          10  STP-COLOR-2           PIC X(25).
          10  STP-KIND              PIC X(01).
            88  STP-IS-TRACK        VALUE 'T'.

*> The schedule's tracks -- the rows ahead of the first TRACK row
*> are the blank-fixture track -- with the last row each owns, which
*> is where its checkpoint record should say its pass closed.
  01  TRACK-TABLE-MAIN.
       05  TRACK-TABLE-COUNT        PIC 9(03) COMP VALUE 0.
       05  TRACK-TABLE OCCURS 1 TO 50 TIMES
               DEPENDING ON TRACK-TABLE-COUNT
               INDEXED BY TRK-IDX.
          10  TRK-FIXTURE           PIC X(25).
          10  TRK-LAST-ROW          PIC 9(05).
          10  TRK-JUDGED            PIC X(01).

*> Per-name tallies off the transaction log, kept sorted for SEARCH
*> ALL the same way COLOR-RPT keeps its report table.  The RGBW of
       05  WS-CUE-FOUND             PIC X(01) VALUE SPACES.

  01  WS-CHECK-NAME                 PIC X(25).
  01  WS-RESULT-KIND                PIC X(12).
  01  WS-STEP-NUM-OUT               PIC ZZZZ9.
  01  WS-COUNT-OUT                  PIC ZZZZZ9.

         88  LOG-OVERFLOW-YES       VALUE 'Y'.
       05  STEP-OVERFLOW            PIC X(01) VALUE 'N'.
         88  STEP-OVERFLOW-YES      VALUE 'Y'.
       05  CKPT-EOF                 PIC X(01) VALUE 'N'.
         88  CKPT-EOF-YES           VALUE 'Y'.
         88  CKPT-EOF-NO            VALUE 'N'.
       05  CKPT-FOREIGN             PIC X(01) VALUE 'N'.
         88  CKPT-FOREIGN-YES       VALUE 'Y'.
       05  RESULTS-OPEN             PIC X(01) VALUE 'N'.
         88  RESULTS-OPEN-YES       VALUE 'Y'.

  01  WS-FILE-STATUSES.
       05  WS-SCHEDULE-STATUS       PIC X(02).
         88  TRANSACT-NOT-FOUND      VALUE '35'.
       05  WS-REPORT-STATUS         PIC X(02).
         88  REPORT-OK                VALUE '00'.
       05  WS-RESULTS-STATUS        PIC X(02).
         88  RESULTS-OK               VALUE '00'.

PROCEDURE DIVISION.

   END-ACCEPT
   IF WS-ARG-VALUE NOT = SPACES
      MOVE WS-ARG-VALUE TO WS-REPORT-PATH
   END-IF

   MOVE 3 TO WS-ARG-NUM
   DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
   MOVE SPACES TO WS-ARG-VALUE
   ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
      ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
   END-ACCEPT
   IF WS-ARG-VALUE NOT = SPACES
      MOVE WS-ARG-VALUE TO WS-RESULTS-PATH
   END-IF.
1000-EXIT.
    EXIT.
         UNTIL SCHEDULE-EOF-YES OR STEP-OVERFLOW-YES
      CLOSE SCHEDULE-FILE
      IF STEP-OVERFLOW-YES
         DISPLAY "COLOR-RECON: schedule exceeds 1000 steps or "
            "50 tracks, reconciliation abandoned" UPON SYSERR
         MOVE 2 TO WS-RETURN-CODE
      END-IF
   END-IF.
         ADD 1 TO STEP-TABLE-COUNT
         MOVE SCHFILE-COLOR   TO STP-COLOR   (STEP-TABLE-COUNT)
         MOVE SCHFILE-COLOR-2 TO STP-COLOR-2 (STEP-TABLE-COUNT)
         MOVE SPACE           TO STP-KIND    (STEP-TABLE-COUNT)
         IF SCHFILE-COLOR (1:4) = "CUE "
            AND SCHFILE-COLOR (5:21) NOT = SPACES
            PERFORM 2150-RESOLVE-CUE THRU 2150-EXIT
         END-IF
         PERFORM 2160-TABLE-TRACK THRU 2160-EXIT
      END-IF
   END-IF.
2100-EXIT.
    EXIT.

*> A TRACK row opens a track for its fixture; any other row is the
*> open track's new last row, opening the blank-fixture track first
*> if no TRACK row has come yet.
2160-TABLE-TRACK.
   IF SCHFILE-COLOR = "TRACK"
      MOVE 'T' TO STP-KIND (STEP-TABLE-COUNT)
      PERFORM 2170-OPEN-TRACK THRU 2170-EXIT
      IF NOT STEP-OVERFLOW-YES
         MOVE SCHFILE-FIXTURE TO TRK-FIXTURE (TRACK-TABLE-COUNT)
      END-IF
   ELSE
      IF TRACK-TABLE-COUNT = 0
         PERFORM 2170-OPEN-TRACK THRU 2170-EXIT
      END-IF
      MOVE STEP-TABLE-COUNT TO TRK-LAST-ROW (TRACK-TABLE-COUNT)
   END-IF.
2160-EXIT.
    EXIT.

2170-OPEN-TRACK.
   IF TRACK-TABLE-COUNT >= 50
      MOVE 'Y' TO STEP-OVERFLOW
   ELSE
      ADD 1 TO TRACK-TABLE-COUNT
      MOVE SPACES TO TRK-FIXTURE (TRACK-TABLE-COUNT)
      MOVE STEP-TABLE-COUNT TO TRK-LAST-ROW (TRACK-TABLE-COUNT)
      MOVE 'N' TO TRK-JUDGED (TRACK-TABLE-COUNT)
   END-IF.
2170-EXIT.
    EXIT.

*> A cue reference tables as the cue's color names -- those are
*> what AUDIT-LOG wrote when the step played, the same resolution
*> COLOR-SEQ's 3150 makes at show time.  An unknown cue keeps the
*> ----------------------------------------------------------------
*> The report: checkpoint verdict first, then the per-step
*> exceptions, then a summary line.  A clean show produces a report
*> that says so and nothing else.  The results file, when asked
*> for, is opened first: a run that can't write it has failed.
*> ----------------------------------------------------------------
4000-WRITE-REPORT.
   PERFORM 4010-OPEN-RESULTS THRU 4010-EXIT
   IF WS-RETURN-CODE < 2
      OPEN OUTPUT REPORT-FILE
      IF NOT REPORT-OK
         DISPLAY "COLOR-RECON: " WS-REPORT-PATH
            " could not be opened, status " WS-REPORT-STATUS
            UPON SYSERR
         MOVE 2 TO WS-RETURN-CODE
      ELSE
         MOVE SPACES TO REPORT-LINE
         STRING "COLOR-RECON: " WS-SCHEDULE-PATH
            DELIMITED BY SIZE INTO REPORT-LINE
         END-STRING
         WRITE REPORT-LINE
         PERFORM 4100-CHECK-CHECKPOINT THRU 4100-EXIT
         PERFORM 4200-CHECK-ONE-STEP THRU 4200-EXIT
            VARYING WS-STEP-NUM FROM 1 BY 1
               UNTIL WS-STEP-NUM > STEP-TABLE-COUNT
                  OR WS-RETURN-CODE = 2
         PERFORM 4900-SUMMARY THRU 4900-EXIT
         CLOSE REPORT-FILE
      END-IF
      IF RESULTS-OPEN-YES
         CLOSE RESULTS-FILE
      END-IF
   END-IF.
4000-EXIT.
    EXIT.

4010-OPEN-RESULTS.
   IF WS-RESULTS-PATH NOT = SPACES
      OPEN OUTPUT RESULTS-FILE
      IF NOT RESULTS-OK
         DISPLAY "COLOR-RECON: " WS-RESULTS-PATH
            " could not be opened, status " WS-RESULTS-STATUS
            UPON SYSERR
         MOVE 2 TO WS-RETURN-CODE
      ELSE
         MOVE 'Y' TO RESULTS-OPEN
      END-IF
   END-IF.
4010-EXIT.
    EXIT.

*> The checkpoint verdict, one per record -- one per track.  'R'
*> means the run died inside the track's pass; 'C' short of the
*> track's last row means the pass was cut off (window closed early,
*> or the schedule has since grown).  A checkpoint for some other
*> schedule, or none at all, can't confirm anything and is reported
*> as such; so is a track the checkpoint says nothing about.
4100-CHECK-CHECKPOINT.
   MOVE 'N' TO CKPT-EOF
   MOVE 'N' TO CKPT-FOREIGN
   OPEN INPUT CHECKPOINT-FILE
   IF NOT CKPT-OPEN-OK
      PERFORM 4150-REPORT-EXCEPTION THRU 4150-EXIT
      MOVE "NO CHECKPOINT: the run's end state is unknown"
         TO REPORT-LINE
      WRITE REPORT-LINE
      PERFORM 4160-NEW-RESULT THRU 4160-EXIT
      MOVE 'R' TO RCN-CLASS
      MOVE "NO-CKPT" TO RCN-KIND
      PERFORM 4170-WRITE-RESULT THRU 4170-EXIT
      PERFORM 4125-RESULT-TRACK-UNKNOWN THRU 4125-EXIT
         VARYING WS-TRACK-IDX FROM 1 BY 1
            UNTIL WS-TRACK-IDX > TRACK-TABLE-COUNT
   ELSE
      READ CHECKPOINT-FILE AT END MOVE 'Y' TO CKPT-EOF
      END-READ
      IF CKPT-EOF-YES
         PERFORM 4150-REPORT-EXCEPTION THRU 4150-EXIT
         MOVE "EMPTY CHECKPOINT: the run's end state is unknown"
            TO REPORT-LINE
         WRITE REPORT-LINE
         PERFORM 4160-NEW-RESULT THRU 4160-EXIT
         MOVE 'R' TO RCN-CLASS
         MOVE "EMPTY-CKPT" TO RCN-KIND
         PERFORM 4170-WRITE-RESULT THRU 4170-EXIT
         PERFORM 4125-RESULT-TRACK-UNKNOWN THRU 4125-EXIT
            VARYING WS-TRACK-IDX FROM 1 BY 1
               UNTIL WS-TRACK-IDX > TRACK-TABLE-COUNT
      ELSE
         PERFORM 4105-JUDGE-ONE-RECORD THRU 4105-EXIT
            UNTIL CKPT-EOF-YES OR CKPT-FOREIGN-YES
         IF NOT CKPT-FOREIGN-YES
            PERFORM 4120-CHECK-TRACK-SEEN THRU 4120-EXIT
               VARYING WS-TRACK-IDX FROM 1 BY 1
                  UNTIL WS-TRACK-IDX > TRACK-TABLE-COUNT
         ELSE
            PERFORM 4125-RESULT-TRACK-UNKNOWN THRU 4125-EXIT
               VARYING WS-TRACK-IDX FROM 1 BY 1
                  UNTIL WS-TRACK-IDX > TRACK-TABLE-COUNT
         END-IF
      END-IF
      CLOSE CHECKPOINT-FILE
   END-IF.
4100-EXIT.
    EXIT.

*> Judge the record in hand against its track, then read the next.
*> A record whose fixture no longer has a track is judged against
*> the whole schedule, the way a pre-track checkpoint always was.
4105-JUDGE-ONE-RECORD.
   MOVE STEP-TABLE-COUNT TO WS-TRACK-LAST
   MOVE 0 TO WS-TRACK-IDX
   PERFORM 4106-FIND-TRACK THRU 4106-EXIT
      VARYING TRK-IDX FROM 1 BY 1
         UNTIL TRK-IDX > TRACK-TABLE-COUNT OR WS-TRACK-IDX > 0
   PERFORM 4110-JUDGE-CHECKPOINT THRU 4110-EXIT
   READ CHECKPOINT-FILE AT END MOVE 'Y' TO CKPT-EOF
   END-READ.
4105-EXIT.
    EXIT.

4106-FIND-TRACK.
   IF TRK-FIXTURE (TRK-IDX) = CKPT-FIXTURE
      AND TRK-JUDGED (TRK-IDX) = 'N'
      SET WS-TRACK-IDX TO TRK-IDX
      MOVE 'Y' TO TRK-JUDGED (TRK-IDX)
      MOVE TRK-LAST-ROW (TRK-IDX) TO WS-TRACK-LAST
   END-IF.
4106-EXIT.
    EXIT.

4110-JUDGE-CHECKPOINT.
   MOVE SPACES TO REPORT-LINE
   MOVE 1 TO WS-LINE-PTR
   IF CKPT-FIXTURE NOT = SPACES
      AND CKPT-SCHEDULE = WS-SCHEDULE-PATH
      STRING "TRACK " DELIMITED BY SIZE
             CKPT-FIXTURE DELIMITED BY "  "
             ": " DELIMITED BY SIZE
         INTO REPORT-LINE WITH POINTER WS-LINE-PTR
      END-STRING
   END-IF
   EVALUATE TRUE
      WHEN CKPT-SCHEDULE NOT = WS-SCHEDULE-PATH
         MOVE 'Y' TO CKPT-FOREIGN
         PERFORM 4150-REPORT-EXCEPTION THRU 4150-EXIT
         STRING "CHECKPOINT IS FOR ANOTHER SCHEDULE: "
                CKPT-SCHEDULE
            DELIMITED BY SIZE INTO REPORT-LINE
         END-STRING
         WRITE REPORT-LINE
         PERFORM 4160-NEW-RESULT THRU 4160-EXIT
         MOVE 'R' TO RCN-CLASS
         MOVE "FOREIGN-CKPT" TO RCN-KIND
         MOVE CKPT-SCHEDULE TO RCN-NAME
         PERFORM 4170-WRITE-RESULT THRU 4170-EXIT
      WHEN CKPT-STATUS = 'R'
         PERFORM 4150-REPORT-EXCEPTION THRU 4150-EXIT
         MOVE CKPT-STEP TO WS-STEP-NUM-OUT
         MOVE WS-TRACK-LAST TO WS-COUNT-OUT
         STRING "DIED MID-PASS: last completed step"
                WS-STEP-NUM-OUT " of" WS-COUNT-OUT
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
         END-STRING
         WRITE REPORT-LINE
         MOVE "DIED-MID" TO WS-RESULT-KIND
         PERFORM 4115-RESULT-VERDICT THRU 4115-EXIT
      WHEN CKPT-STATUS = 'C' AND CKPT-STEP < WS-TRACK-LAST
         PERFORM 4150-REPORT-EXCEPTION THRU 4150-EXIT
         MOVE CKPT-STEP TO WS-STEP-NUM-OUT
         MOVE WS-TRACK-LAST TO WS-COUNT-OUT
         STRING "ENDED AT WRONG STEP: pass closed at step"
                WS-STEP-NUM-OUT " of" WS-COUNT-OUT
            DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
         END-STRING
         WRITE REPORT-LINE
         MOVE "WRONG-STEP" TO WS-RESULT-KIND
         PERFORM 4115-RESULT-VERDICT THRU 4115-EXIT
      WHEN OTHER
         MOVE "PASS-DONE" TO WS-RESULT-KIND
         PERFORM 4115-RESULT-VERDICT THRU 4115-EXIT
   END-EVALUATE.
4110-EXIT.
    EXIT.

*> The checkpoint record's verdict on its track, for the results.
4115-RESULT-VERDICT.
   PERFORM 4160-NEW-RESULT THRU 4160-EXIT
   MOVE 'T'            TO RCN-CLASS
   MOVE WS-RESULT-KIND TO RCN-KIND
   MOVE CKPT-FIXTURE   TO RCN-FIXTURE
   MOVE CKPT-STEP      TO RCN-STEP
   MOVE WS-TRACK-LAST  TO RCN-OF
   PERFORM 4170-WRITE-RESULT THRU 4170-EXIT.
4115-EXIT.
    EXIT.

4120-CHECK-TRACK-SEEN.
   IF TRK-JUDGED (WS-TRACK-IDX) = 'N'
      PERFORM 4150-REPORT-EXCEPTION THRU 4150-EXIT
      MOVE SPACES TO REPORT-LINE
      STRING "TRACK " DELIMITED BY SIZE
             TRK-FIXTURE (WS-TRACK-IDX) DELIMITED BY "  "
             ": NO CHECKPOINT RECORD: the track's end state is "
             "unknown" DELIMITED BY SIZE
         INTO REPORT-LINE
      END-STRING
      WRITE REPORT-LINE
      PERFORM 4125-RESULT-TRACK-UNKNOWN THRU 4125-EXIT
   END-IF.
4120-EXIT.
    EXIT.

*> A track nothing in the checkpoint speaks for.  With no usable
*> checkpoint at all the report says so once, but the results still
*> carry one line per track so every planned pass is accounted for.
4125-RESULT-TRACK-UNKNOWN.
   PERFORM 4160-NEW-RESULT THRU 4160-EXIT
   MOVE 'T'                         TO RCN-CLASS
   MOVE "NO-RECORD"                 TO RCN-KIND
   MOVE TRK-FIXTURE (WS-TRACK-IDX)  TO RCN-FIXTURE
   MOVE TRK-LAST-ROW (WS-TRACK-IDX) TO RCN-OF
   PERFORM 4170-WRITE-RESULT THRU 4170-EXIT.
4125-EXIT.
    EXIT.

4150-REPORT-EXCEPTION.
   ADD 1 TO WS-EXCEPTION-COUNT.
4150-EXIT.
    EXIT.

4160-NEW-RESULT.
   MOVE SPACES TO RESULT-REC
   MOVE 0 TO RCN-STEP RCN-OF.
4160-EXIT.
    EXIT.

4170-WRITE-RESULT.
   IF RESULTS-OPEN-YES
      WRITE RESULT-REC
   END-IF.
4170-EXIT.
    EXIT.

*> One schedule step: both its color names judged against the log
*> and against today's table.
4200-CHECK-ONE-STEP.
   IF NOT STP-IS-TRACK (WS-STEP-NUM)
      MOVE STP-COLOR (WS-STEP-NUM) TO WS-CHECK-NAME
      PERFORM 4300-CHECK-ONE-NAME THRU 4300-EXIT
      IF STP-COLOR-2 (WS-STEP-NUM) NOT = SPACES
         MOVE STP-COLOR-2 (WS-STEP-NUM) TO WS-CHECK-NAME
         PERFORM 4300-CHECK-ONE-NAME THRU 4300-EXIT
      END-IF
   END-IF.
4200-EXIT.
    EXIT.
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
      WRITE REPORT-LINE
      MOVE "NEVER-PLAYED" TO WS-RESULT-KIND
      PERFORM 4310-RESULT-STEP THRU 4310-EXIT
   ELSE
      IF LOGT-DRIFT-REPORTED (WS-FOUND-IDX) = 'N'
         PERFORM 4400-CHECK-RESOLUTION THRU 4400-EXIT
4300-EXIT.
    EXIT.

4310-RESULT-STEP.
   PERFORM 4160-NEW-RESULT THRU 4160-EXIT
   MOVE 'S'            TO RCN-CLASS
   MOVE WS-RESULT-KIND TO RCN-KIND
   MOVE WS-STEP-NUM    TO RCN-STEP
   MOVE WS-CHECK-NAME  TO RCN-NAME
   PERFORM 4170-WRITE-RESULT THRU 4170-EXIT.
4310-EXIT.
    EXIT.

4400-CHECK-RESOLUTION.
   CALL "COLOR-LOOKUP" USING WS-CHECK-NAME WS-RED-1 WS-GREEN-1
        WS-BLUE-1 WS-WHITE-1 WS-EFFECT-1 WS-FOUND-1
            DELIMITED BY SIZE INTO REPORT-LINE
         END-STRING
         WRITE REPORT-LINE
         MOVE "RESOLUTION" TO WS-RESULT-KIND
         PERFORM 4310-RESULT-STEP THRU 4310-EXIT
      WHEN LOGT-RED   (WS-FOUND-IDX) NOT = WS-RED-1
        OR LOGT-GREEN (WS-FOUND-IDX) NOT = WS-GREEN-1
        OR LOGT-BLUE  (WS-FOUND-IDX) NOT = WS-BLUE-1
            DELIMITED BY SIZE INTO REPORT-LINE
         END-STRING
         WRITE REPORT-LINE
         MOVE "RESOLUTION" TO WS-RESULT-KIND
         PERFORM 4310-RESULT-STEP THRU 4310-EXIT
      WHEN OTHER
         CONTINUE
   END-EVALUATE.
