*> files older than the retention setting.  COLOR-MONTH builds the
*> month-end rollup over the archives this job leaves behind.
*>
*> The energy ledger ENERGY-METER keeps (energy.log) is cut the same
*> way, to energy_YYYYMMDD.log, and purged on the same retention;
*> COLOR-ENERGY's month-end report reads those archives and carries
*> each fixture's lit hours forward in burnhours.dat before the
*> purge can take them.
*>
*> The external-event trail EVENT-LOG keeps (event.log) is cut the
*> same way too, to event_YYYYMMDD.log, so COLOR-RPT's EVENTS
*> section covers the same day its color counts do.
*>
*> COLOR-WATCH's verdict history (health.log) is cut and purged the
*> same way, to health_YYYYMMDD.log.
*>
*> Command line, optional:
*>    1  RETENTION-DAYS   archives older than this many days are
*>                        deleted; default 90
*> Each log is dated by its own first line's YYYYMMDD stamp -- not
*> the clock at run time -- so a cut that runs just after midnight
*> still files the lines under the evening they belong to.  Archive
*> names are transact_YYYYMMDD.log, reject_YYYYMMDD.log,
*> energy_YYYYMMDD.log, event_YYYYMMDD.log and health_YYYYMMDD.log;
*> a re-run on the same day appends to the same archive, so nothing
*> is lost if the job fires twice.  An empty or missing log is
*> simply skipped.  The purge walks a year of dates past the
*> retention horizon and deletes whichever archive names exist
*> there.
*>
*> RETURN-CODE:
*>    0 - logs cut (or nothing to cut) and purge done
*>                     first line can't be dated -- the cut was
*>                     quietly skipping it and the log grew forever
*>                     with no symptom.
*>    2026-10-15  DL  cut and purge the energy ledger (energy.log)
*>                     alongside the audit logs.
*>    2026-10-15  DL  cut and purge the event trail (event.log) as
*>                     well.
*>    2026-10-15  DL  cut and purge COLOR-WATCH's health.log too.
IDENTIFICATION DIVISION.
PROGRAM-ID.      LOG-ARCHIVE.

   MOVE "/opt/rpi/effects/colour_reject.log" TO WS-LIVE-PATH
   MOVE "reject" TO WS-ARG-VALUE
   PERFORM 2000-CUT-ONE-LOG THRU 2000-EXIT.
   MOVE "/opt/rpi/effects/energy.log" TO WS-LIVE-PATH
   MOVE "energy" TO WS-ARG-VALUE
   PERFORM 2000-CUT-ONE-LOG THRU 2000-EXIT.
   MOVE "/opt/rpi/effects/event.log" TO WS-LIVE-PATH
   MOVE "event" TO WS-ARG-VALUE
   PERFORM 2000-CUT-ONE-LOG THRU 2000-EXIT.
   MOVE "/opt/rpi/effects/health.log" TO WS-LIVE-PATH
   MOVE "health" TO WS-ARG-VALUE
   PERFORM 2000-CUT-ONE-LOG THRU 2000-EXIT.
   IF WS-RETURN-CODE = 0
      PERFORM 5000-PURGE-OLD-ARCHIVES THRU 5000-EXIT
   END-IF
*> to the dated archive, and only truncate the live file once the
*> whole copy wrote clean -- a failed archive leaves the live log
*> exactly as it was.  WS-ARG-VALUE carries the archive name stem
*> ("transact", "reject", "energy", "event" or "health") on the
*> way in.
*> ----------------------------------------------------------------
2000-CUT-ONE-LOG.
   MOVE 'N' TO LIVE-EOF
          WS-PURGE-DATE-X ".log"
      DELIMITED BY SIZE INTO WS-PURGE-PATH
   END-STRING
   CALL "CBL_DELETE_FILE" USING WS-PURGE-PATH
   MOVE SPACES TO WS-PURGE-PATH
   STRING "/opt/rpi/effects/archive/energy_"
          WS-PURGE-DATE-X ".log"
      DELIMITED BY SIZE INTO WS-PURGE-PATH
   END-STRING
   CALL "CBL_DELETE_FILE" USING WS-PURGE-PATH
   MOVE SPACES TO WS-PURGE-PATH
   STRING "/opt/rpi/effects/archive/event_"
          WS-PURGE-DATE-X ".log"
      DELIMITED BY SIZE INTO WS-PURGE-PATH
   END-STRING
   CALL "CBL_DELETE_FILE" USING WS-PURGE-PATH
   MOVE SPACES TO WS-PURGE-PATH
   STRING "/opt/rpi/effects/archive/health_"
          WS-PURGE-DATE-X ".log"
      DELIMITED BY SIZE INTO WS-PURGE-PATH
   END-STRING
   CALL "CBL_DELETE_FILE" USING WS-PURGE-PATH.
5100-EXIT.
    EXIT.
