      *-----------------------------------------------------------
      * AUDITLOG and REJECTLOG only ever OPEN EXTEND, so
      * ../audit_log.txt and ../rejects.txt grow forever, and
      * drift_report.txt and alerts.txt are silently overwritten
      * each run. Run as the first step of the nightly cycle, this
      * program rolls all four into dated files under
      * CFG-LOG-ARCHIVE-DIR (appending when the same date's archive
      * already exists, so a same-day rerun loses nothing), purges
      * archives older than CFG-LOG-RETAIN-DAYS, and reports what
      * it archived and freed. The writers all recover from a
      * missing file on their next run - AUDITLOG and REJECTLOG
      * fall back from EXTEND to OUTPUT, and HASHGEN and ALERTGEN
      * open their reports OUTPUT - so rolling the live files away
      * is safe.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           PERFORM ARCHIVE-ONE-LOG
           MOVE "drift_report.txt" TO LOG-FILE-PATH
           MOVE "drift_report" TO LOG-BASE-NAME
           PERFORM ARCHIVE-ONE-LOG
           MOVE "alerts.txt" TO LOG-FILE-PATH
           MOVE "alerts" TO LOG-BASE-NAME
           PERFORM ARCHIVE-ONE-LOG.

      *-----------------------------------------------------------
