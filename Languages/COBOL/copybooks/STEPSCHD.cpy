      *-----------------------------------------------------------
      * STEPSCHD.cpy - call area for the STEPSCHD subroutine,
      * passed after APP-CONFIG. The caller names a cycle step
      * (the name it carries on the dashboard - WEB-SERVER,
      * HASHGEN, MATH, RAND-AVG, BEE-MOVIE, RESPBOOT, CATRECON,
      * CAPFCST, SLACOMP, CERTCHK, WINDOW) and a date as YYYYMMDD,
      * and gets back whether the step schedule
      * (CFG-STEP-SCHEDULE-FILE) runs it that day:
      *   SCHEDULE-RESULT   "RUN" - scheduled that day
      *                     "OFF" - not scheduled that day
      *                     "BAD" - the date is not a real date
      *   SCHEDULE-REASON   the rule that decided it, for the
      *                     console and the preview listing
      *   SCHEDULE-DAY-NAME the date's weekday (MON..SUN)
      *   SCHEDULE-WARNINGS schedule file lines (or rule words)
      *                     that were not understood and ignored
      *-----------------------------------------------------------
       01 SCHEDULE-CALL-RECORD.
          05 SCHEDULE-STEP-NAME PIC X(12).
          05 SCHEDULE-DATE PIC X(8).
          05 SCHEDULE-RESULT PIC X(3).
          05 SCHEDULE-REASON PIC X(60).
          05 SCHEDULE-DAY-NAME PIC X(3).
          05 SCHEDULE-WARNINGS PIC 9(3).
