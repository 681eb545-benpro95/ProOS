*>
*> Command line, optional:
*>    1  REPORT-PATH   default /opt/rpi/effects/colour_daily.rpt
*>    2  TOTALS-PATH   when given, the report's grand totals are also
*>                     written there as one fixed-layout line
*>                     (rpttrec.cpy) for programs to read
*>
*> Every transaction log line has the fixed layout AUDIT-LOG writes:
*>    YYYYMMDD-HHMMSS NAME(25) RGBW=r,g,b,w HEX=xxxxxxxx FOUND=Y/N
*> so the color name and found flag are pulled out by column position
*> rather than by re-parsing the whole line.
*>
*> After the color totals an EVENTS section summarizes the external
*> event trail (/opt/rpi/effects/event.log, evtrec.cpy) per event
*> code: how many times each was received, played, ignored and
*> pre-empted, in the order the codes first appear, with a totals
*> line.  A site with no event trail gets a one-line note instead.
*>
*> Modification history
*>    2026-08-08  DL  first version.
*>    2026-08-08  DL  check REPORT-FILE's open status instead of
*>                     letting a bad --report-path abort the run.
*>    2026-10-15  DL  EVENTS section summarizing event.log per event
*>                     code.
*>    2026-10-15  DL  optional TOTALS-PATH: the grand totals as one
*>                     fixed-layout line for the nightly extract.
IDENTIFICATION DIVISION.
PROGRAM-ID.      COLOR-RPT.

   SELECT TRANSACT-LOG ASSIGN TO "/opt/rpi/effects/colour_transact.log"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-TRANSACT-STATUS.
   SELECT EVENT-TRAIL ASSIGN TO "/opt/rpi/effects/event.log"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-EVENT-STATUS.
   SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-STATUS.
   SELECT TOTALS-FILE ASSIGN DYNAMIC WS-TOTALS-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-TOTALS-STATUS.

DATA DIVISION.
FILE SECTION.
       05  TLOG-FOUND-FLAG        PIC X(01).
       05  FILLER                 PIC X(15).

FD  EVENT-TRAIL.
  01  EVENT-TRAIL-REC.
      COPY "evtrec.cpy".

FD  REPORT-FILE.
  01  REPORT-LINE                PIC X(80).

FD  TOTALS-FILE.
  01  TOTALS-REC.
      COPY "rpttrec.cpy".

WORKING-STORAGE SECTION.

  01  STORAGE.
       05  WS-REPORT-PATH          PIC X(40)
              VALUE "/opt/rpi/effects/colour_daily.rpt".
       05  WS-TOTALS-PATH          PIC X(40) VALUE SPACES.
       05  WS-ARG-NUM              PIC 9(02) COMP.
       05  WS-ARG-VALUE            PIC X(40).
       05  WS-FOUND-IDX            PIC 9(04) COMP VALUE 0.
       05  WS-TOTAL-COUNT          PIC 9(06) COMP VALUE 0.
       05  WS-TOTAL-REJECTS        PIC 9(06) COMP VALUE 0.
       05  WS-RETURN-CODE          PIC 9(02) VALUE 0.
       05  WS-EVT-IDX              PIC 9(04) COMP VALUE 0.
       05  WS-EVT-FOUND-IDX        PIC 9(04) COMP VALUE 0.
       05  WS-EVT-TOTAL-RECEIVED   PIC 9(06) COMP VALUE 0.
       05  WS-EVT-TOTAL-PLAYED     PIC 9(06) COMP VALUE 0.
       05  WS-EVT-TOTAL-IGNORED    PIC 9(06) COMP VALUE 0.
       05  WS-EVT-TOTAL-PREEMPTED  PIC 9(06) COMP VALUE 0.

  01  RPT-TABLE-MAIN.
       05  RPT-TABLE-COUNT         PIC 9(04) COMP VALUE 0.
          10  RPT-COUNT            PIC 9(06) COMP.
          10  RPT-REJECT-COUNT     PIC 9(06) COMP.

*> Per event code tallies.  A site has a handful of devices, so the
*> codes are kept in the order they first appear and found by a
*> plain linear scan.
  01  EVT-TABLE-MAIN.
       05  EVT-TABLE-COUNT         PIC 9(04) COMP VALUE 0.
       05  EVT-TABLE OCCURS 1 TO 100 TIMES
               DEPENDING ON EVT-TABLE-COUNT.
          10  EVTT-CODE            PIC X(12).
          10  EVTT-RECEIVED        PIC 9(06) COMP.
          10  EVTT-PLAYED          PIC 9(06) COMP.
          10  EVTT-IGNORED         PIC 9(06) COMP.
          10  EVTT-PREEMPTED       PIC 9(06) COMP.

  01  WS-EVENT-DETAIL.
       05  WS-EVENT-CODE           PIC X(12).
       05  FILLER                  PIC X(02).
       05  WS-EVENT-RECEIVED       PIC ZZZZZ9.
       05  FILLER                  PIC X(03).
       05  WS-EVENT-PLAYED         PIC ZZZZZ9.
       05  FILLER                  PIC X(03).
       05  WS-EVENT-IGNORED        PIC ZZZZZ9.
       05  FILLER                  PIC X(03).
       05  WS-EVENT-PREEMPTED      PIC ZZZZZ9.

  01  WS-REPORT-DETAIL.
       05  WS-REPORT-NAME          PIC X(25).
       05  FILLER                  PIC X(03).
         88  TRANSACT-EOF-NO        VALUE 'N'.
       05  TABLE-OVERFLOW           PIC X(01) VALUE 'N'.
         88  TABLE-OVERFLOW-YES      VALUE 'Y'.
       05  EVENT-EOF                PIC X(01) VALUE 'N'.
         88  EVENT-EOF-YES          VALUE 'Y'.
         88  EVENT-EOF-NO           VALUE 'N'.
       05  EVENT-TRAIL-STATE        PIC X(01) VALUE 'N'.
         88  EVENT-TRAIL-READ       VALUE 'Y'.
       05  EVT-OVERFLOW             PIC X(01) VALUE 'N'.
         88  EVT-OVERFLOW-YES       VALUE 'Y'.

  01  WS-FILE-STATUSES.
       05  WS-TRANSACT-STATUS       PIC X(02).
         88  TRANSACT-NOT-FOUND      VALUE '35'.
       05  WS-EVENT-STATUS          PIC X(02).
         88  EVENT-OPEN-OK           VALUE '00'.
         88  EVENT-NOT-FOUND         VALUE '35'.
       05  WS-REPORT-STATUS         PIC X(02).
         88  REPORT-OK                VALUE '00'.
       05  WS-TOTALS-STATUS         PIC X(02).
         88  TOTALS-OK                VALUE '00'.

PROCEDURE DIVISION.

0010-MAIN.
   PERFORM 1000-GET-ARGUMENTS THRU 1000-EXIT.
   PERFORM 2000-SCAN-TRANSACT-LOG THRU 2000-EXIT.
   PERFORM 2500-SCAN-EVENT-TRAIL THRU 2500-EXIT.
   PERFORM 3000-WRITE-REPORT THRU 3000-EXIT.
   IF WS-TOTALS-PATH NOT = SPACES
      PERFORM 3300-WRITE-TOTALS THRU 3300-EXIT
   END-IF
   MOVE WS-RETURN-CODE TO RETURN-CODE.
   GOBACK.
0010-EXIT.
   END-ACCEPT
   IF WS-ARG-VALUE NOT = SPACES
      MOVE WS-ARG-VALUE TO WS-REPORT-PATH
   END-IF

   MOVE 2 TO WS-ARG-NUM
   DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
   MOVE SPACES TO WS-ARG-VALUE
   ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
      ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
   END-ACCEPT
   IF WS-ARG-VALUE NOT = SPACES
      MOVE WS-ARG-VALUE TO WS-TOTALS-PATH
   END-IF.
1000-EXIT.
    EXIT.
2230-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> One pass over the event trail, tallying each line's action under
*> its event code.  No trail just means no devices at this site.
*> ----------------------------------------------------------------
2500-SCAN-EVENT-TRAIL.
   MOVE 'N' TO EVENT-EOF
   OPEN INPUT EVENT-TRAIL
   EVALUATE TRUE
      WHEN EVENT-OPEN-OK
         MOVE 'Y' TO EVENT-TRAIL-STATE
         PERFORM 2600-READ-ONE-EVENT THRU 2600-EXIT
            UNTIL EVENT-EOF-YES
         CLOSE EVENT-TRAIL
      WHEN EVENT-NOT-FOUND
         CONTINUE
      WHEN OTHER
         DISPLAY "COLOR-RPT: event.log could not be opened, status "
            WS-EVENT-STATUS UPON SYSERR
   END-EVALUATE.
2500-EXIT.
    EXIT.

2600-READ-ONE-EVENT.
   READ EVENT-TRAIL AT END MOVE 'Y' TO EVENT-EOF.
   IF EVENT-EOF-NO
      PERFORM 2610-FIND-EVENT-CODE THRU 2610-EXIT
      IF WS-EVT-FOUND-IDX > 0
         EVALUATE EVT-ACTION
            WHEN "RECEIVED"
               ADD 1 TO EVTT-RECEIVED (WS-EVT-FOUND-IDX)
               ADD 1 TO WS-EVT-TOTAL-RECEIVED
            WHEN "PLAYED"
               ADD 1 TO EVTT-PLAYED (WS-EVT-FOUND-IDX)
               ADD 1 TO WS-EVT-TOTAL-PLAYED
            WHEN "IGNORED"
               ADD 1 TO EVTT-IGNORED (WS-EVT-FOUND-IDX)
               ADD 1 TO WS-EVT-TOTAL-IGNORED
            WHEN "PREEMPTED"
               ADD 1 TO EVTT-PREEMPTED (WS-EVT-FOUND-IDX)
               ADD 1 TO WS-EVT-TOTAL-PREEMPTED
            WHEN OTHER
               CONTINUE
         END-EVALUATE
      END-IF
   END-IF.
2600-EXIT.
    EXIT.

2610-FIND-EVENT-CODE.
   MOVE 0 TO WS-EVT-FOUND-IDX
   PERFORM 2620-MATCH-EVENT-CODE THRU 2620-EXIT
      VARYING WS-EVT-IDX FROM 1 BY 1
         UNTIL WS-EVT-IDX > EVT-TABLE-COUNT OR WS-EVT-FOUND-IDX > 0
   IF WS-EVT-FOUND-IDX = 0
      IF EVT-TABLE-COUNT >= 100
         IF NOT EVT-OVERFLOW-YES
            MOVE 'Y' TO EVT-OVERFLOW
            DISPLAY "COLOR-RPT: more than 100 distinct event codes, "
               "events section truncated" UPON SYSERR
         END-IF
      ELSE
         ADD 1 TO EVT-TABLE-COUNT
         MOVE EVT-TABLE-COUNT TO WS-EVT-FOUND-IDX
         MOVE EVT-CODE TO EVTT-CODE (WS-EVT-FOUND-IDX)
         MOVE 0 TO EVTT-RECEIVED (WS-EVT-FOUND-IDX)
                   EVTT-PLAYED (WS-EVT-FOUND-IDX)
                   EVTT-IGNORED (WS-EVT-FOUND-IDX)
                   EVTT-PREEMPTED (WS-EVT-FOUND-IDX)
      END-IF
   END-IF.
2610-EXIT.
    EXIT.

2620-MATCH-EVENT-CODE.
   IF EVTT-CODE (WS-EVT-IDX) = EVT-CODE
      MOVE WS-EVT-IDX TO WS-EVT-FOUND-IDX
   END-IF.
2620-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> Write the sorted per-color counts plus a grand total line.
*> ----------------------------------------------------------------
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
      WRITE REPORT-LINE
      PERFORM 3200-WRITE-EVENTS THRU 3200-EXIT
      CLOSE REPORT-FILE
   END-IF.
3000-EXIT.
3100-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The EVENTS section: per event code, then a totals line.
*> ----------------------------------------------------------------
3200-WRITE-EVENTS.
   MOVE SPACES TO REPORT-LINE
   WRITE REPORT-LINE
   MOVE "EVENTS" TO REPORT-LINE
   WRITE REPORT-LINE
   IF NOT EVENT-TRAIL-READ
      MOVE "NO EVENT LOG, NO EXTERNAL EVENTS AT THIS SITE"
         TO REPORT-LINE
      WRITE REPORT-LINE
   ELSE
      STRING "EVENT CODE    RECEIVED   PLAYED  IGNORED"
             "  PREEMPTED"
         DELIMITED BY SIZE INTO REPORT-LINE
      END-STRING
      WRITE REPORT-LINE
      PERFORM 3210-WRITE-EVENT-DETAIL THRU 3210-EXIT
         VARYING WS-EVT-IDX FROM 1 BY 1
            UNTIL WS-EVT-IDX > EVT-TABLE-COUNT
      MOVE SPACES TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE "TOTAL"                TO WS-EVENT-CODE
      MOVE WS-EVT-TOTAL-RECEIVED  TO WS-EVENT-RECEIVED
      MOVE WS-EVT-TOTAL-PLAYED    TO WS-EVENT-PLAYED
      MOVE WS-EVT-TOTAL-IGNORED   TO WS-EVENT-IGNORED
      MOVE WS-EVT-TOTAL-PREEMPTED TO WS-EVENT-PREEMPTED
      MOVE WS-EVENT-DETAIL TO REPORT-LINE
      WRITE REPORT-LINE
   END-IF.
3200-EXIT.
    EXIT.

3210-WRITE-EVENT-DETAIL.
   MOVE EVTT-CODE (WS-EVT-IDX)      TO WS-EVENT-CODE
   MOVE EVTT-RECEIVED (WS-EVT-IDX)  TO WS-EVENT-RECEIVED
   MOVE EVTT-PLAYED (WS-EVT-IDX)    TO WS-EVENT-PLAYED
   MOVE EVTT-IGNORED (WS-EVT-IDX)   TO WS-EVENT-IGNORED
   MOVE EVTT-PREEMPTED (WS-EVT-IDX) TO WS-EVENT-PREEMPTED
   MOVE WS-EVENT-DETAIL TO REPORT-LINE
   WRITE REPORT-LINE.
3210-EXIT.
    EXIT.

*> ----------------------------------------------------------------
*> The totals line, the same figures as the report's TOTAL lines.
*> ----------------------------------------------------------------
3300-WRITE-TOTALS.
   OPEN OUTPUT TOTALS-FILE
   IF NOT TOTALS-OK
      DISPLAY "COLOR-RPT: " WS-TOTALS-PATH
         " could not be opened, status " WS-TOTALS-STATUS
         UPON SYSERR
      MOVE 2 TO WS-RETURN-CODE
   ELSE
      MOVE SPACES                 TO TOTALS-REC
      MOVE WS-TOTAL-COUNT         TO RPTT-REQUESTS
      MOVE WS-TOTAL-REJECTS       TO RPTT-REJECTS
      MOVE RPT-TABLE-COUNT        TO RPTT-NAMES
      IF EVENT-TRAIL-READ
         MOVE 'Y' TO RPTT-EVENT-LOG
      ELSE
         MOVE 'N' TO RPTT-EVENT-LOG
      END-IF
      MOVE WS-EVT-TOTAL-RECEIVED  TO RPTT-EVT-RECEIVED
      MOVE WS-EVT-TOTAL-PLAYED    TO RPTT-EVT-PLAYED
      MOVE WS-EVT-TOTAL-IGNORED   TO RPTT-EVT-IGNORED
      MOVE WS-EVT-TOTAL-PREEMPTED TO RPTT-EVT-PREEMPTED
      WRITE TOTALS-REC
      CLOSE TOTALS-FILE
   END-IF.
3300-EXIT.
    EXIT.

END PROGRAM COLOR-RPT.
