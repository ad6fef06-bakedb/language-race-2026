      * for curl and HASHGEN uses for its directory listing, and
      * checks RETURN-CODE after each the same way the nightly JCL
      * checks condition codes between steps.
      *
      * Not every step runs every night: the step schedule
      * (CFG-STEP-SCHEDULE-FILE, read through STEPSCHD) names the
      * days each one runs, tonight's step set is settled from it
      * before anything launches, and a step it keeps off shows
      * as SCHEDULED-OFF on the dashboard. Two commands answer
      * from the schedule without running a cycle or taking the
      * run lock:
      *   PREVIEW [YYYYMMDD]     - lists the step set the driver
      *                            would run that day (default
      *                            today)
      *   CHECK step [YYYYMMDD]  - ends 0 if the step runs that
      *                            day, 4 if it is scheduled off;
      *                            the nightly JCL runs one ahead
      *                            of each schedulable step
      * Either ends 8 for a date that is not a date.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO DYNAMIC RAND-REPORT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARTIFACT-STATUS.
           SELECT RESPBOOT-REPORT-FILE
               ASSIGN TO DYNAMIC RESPBOOT-REPORT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARTIFACT-STATUS.
           SELECT BEE-RESULT-FILE ASSIGN TO "bee_results.json"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARTIFACT-STATUS.
           SELECT CATRECON-REPORT-FILE
               ASSIGN TO "catalog_recon_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARTIFACT-STATUS.
           SELECT CAPFCST-REPORT-FILE
               ASSIGN TO "capacity_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARTIFACT-STATUS.
           SELECT BATCHFC-REPORT-FILE
               ASSIGN TO "window_forecast_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARTIFACT-STATUS.
           SELECT DASHBOARD-FILE ASSIGN TO "daily_ops_dashboard.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DASHBOARD-STATUS.
       FD RAND-REPORT-FILE.
       01 RAND-REPORT-LINE PIC X(80).

       FD RESPBOOT-REPORT-FILE.
       01 RESPBOOT-REPORT-LINE PIC X(100).

       FD BEE-RESULT-FILE.
       01 BEE-RESULT-LINE PIC X(1000).

       FD CATRECON-REPORT-FILE.
       01 CATRECON-REPORT-LINE PIC X(132).

       FD CAPFCST-REPORT-FILE.
       01 CAPFCST-REPORT-LINE PIC X(160).

       FD BATCHFC-REPORT-FILE.
       01 BATCHFC-REPORT-LINE PIC X(160).

       FD DASHBOARD-FILE.
       01 DASHBOARD-LINE PIC X(120).

       01 ARTIFACT-STATUS PIC X(2).
       01 DASHBOARD-STATUS PIC X(2).
       01 RAND-REPORT-FILE-PATH PIC X(60).
       01 RESPBOOT-REPORT-FILE-PATH PIC X(60).
       01 STEP-COMMAND PIC X(80).
       01 STEP-PROGRAM PIC X(20).
       01 STEP-RC PIC 9(6).
       01 DASHBOARD-TEXT PIC X(120).
       01 CYCLE-STATE-STATUS PIC X(2).
       01 COMMAND-ARG PIC X(40).
       01 RESUME-IN-EFFECT PIC X(1) VALUE "N".
       01 RC-TEMP-FILENAME PIC X(30).
       01 RC-TEMP-STATUS PIC X(2).
          05 TIME-NOW-RAW PIC 9(8).
          05 TIME-NOW-HHMM PIC 9(4).

      *-----------------------------------------------------------
      * Tonight's step set. Each schedulable step gets its
      * SCHED-OFF switch from STEPSCHD before anything launches;
      * a CATCHUP run leaves them all "N" - it only finishes what
      * the deadline deferred, whatever day it is. The schedule is
      * judged for the calendar date the driver starts on.
      * SCHEDULE-STEP-LIST is the whole cycle in run order for the
      * PREVIEW listing - "S" steps are schedulable, "A" steps run
      * every night because the rest of the cycle hangs off them.
      *-----------------------------------------------------------
       01 STEP-SCHEDULE-AREA.
          05 WEBS-SCHED-OFF PIC X(1) VALUE "N".
          05 HASHG-SCHED-OFF PIC X(1) VALUE "N".
          05 MATHP-SCHED-OFF PIC X(1) VALUE "N".
          05 RANDA-SCHED-OFF PIC X(1) VALUE "N".
          05 BEEMV-SCHED-OFF PIC X(1) VALUE "N".
          05 RESPB-SCHED-OFF PIC X(1) VALUE "N".
          05 CATRC-SCHED-OFF PIC X(1) VALUE "N".
          05 CAPFC-SCHED-OFF PIC X(1) VALUE "N".
          05 WINFC-SCHED-OFF PIC X(1) VALUE "N".
          05 CERTC-SCHED-OFF PIC X(1) VALUE "N".
          05 SLACM-SCHED-OFF PIC X(1) VALUE "N".
          05 SCHEDULE-OFF-NOW PIC X(1).
          05 SCHEDULE-TODAY PIC X(8).
          05 SCHEDULE-VERB PIC X(10).
          05 SCHEDULE-ARG-1 PIC X(20).
          05 SCHEDULE-ARG-2 PIC X(20).
          05 SCHEDULE-RUN-COUNT PIC 9(2).
          05 SCHEDULE-OFF-COUNT PIC 9(2).
          05 SCHEDULE-RUN-DISPLAY PIC Z9.
          05 SCHEDULE-OFF-DISPLAY PIC Z9.
          05 SCHEDULE-WARN-DISPLAY PIC ZZ9.
          05 SCHEDULE-LIST-IDX PIC 9(2).

       01 SCHEDULE-STEP-LIST.
          05 FILLER PIC X(13) VALUE "CTLSNAP     A".
          05 FILLER PIC X(13) VALUE "CONFIGCHK   A".
          05 FILLER PIC X(13) VALUE "WINDOW      S".
          05 FILLER PIC X(13) VALUE "LOGMAINT    A".
          05 FILLER PIC X(13) VALUE "WEB-SERVER  S".
          05 FILLER PIC X(13) VALUE "HASHGEN     S".
          05 FILLER PIC X(13) VALUE "MATH        S".
          05 FILLER PIC X(13) VALUE "RAND-AVG    S".
          05 FILLER PIC X(13) VALUE "BEE-MOVIE   S".
          05 FILLER PIC X(13) VALUE "RESPBOOT    S".
          05 FILLER PIC X(13) VALUE "CATRECON    S".
          05 FILLER PIC X(13) VALUE "CAPFCST     S".
          05 FILLER PIC X(13) VALUE "SLACOMP     S".
          05 FILLER PIC X(13) VALUE "CERTCHK     S".
          05 FILLER PIC X(13) VALUE "DASHPUB     A".
          05 FILLER PIC X(13) VALUE "RUN-HISTORY A".
          05 FILLER PIC X(13) VALUE "ALERTGEN    A".
          05 FILLER PIC X(13) VALUE "CYCAUDIT    A".
          05 FILLER PIC X(13) VALUE "MTRCPUB     A".
       01 SCHEDULE-STEP-TABLE REDEFINES SCHEDULE-STEP-LIST.
          05 SCHEDULE-LIST-ENTRY OCCURS 19 TIMES.
             10 SCHEDULE-LIST-NAME PIC X(12).
             10 SCHEDULE-LIST-KIND PIC X(1).

       01 DASHBOARD-TOTALS.
          05 WEBS-TOTAL-TESTS PIC 9(8) VALUE 0.
          05 WEBS-TOTAL-PASSED PIC 9(8) VALUE 0.
          05 WEBS-TOTAL-FAILED PIC 9(8) VALUE 0.
          05 WEBS-STEP-STATUS PIC X(13) VALUE "NOT RUN".
          05 HASHG-TOTAL-FILES PIC 9(8) VALUE 0.
          05 HASHG-TOTAL-PASSED PIC 9(8) VALUE 0.
          05 HASHG-TOTAL-FAILED PIC 9(8) VALUE 0.
          05 HASHG-STEP-STATUS PIC X(13) VALUE "NOT RUN".
          05 MATHP-TOTAL-SOLVED PIC 9(8) VALUE 0.
          05 MATHP-TOTAL-ERRORS PIC 9(8) VALUE 0.
          05 MATHP-FILES-PICKED PIC 9(8) VALUE 0.
          05 MATHP-FILES-CLEAN PIC 9(8) VALUE 0.
          05 MATHP-FILES-FAILED PIC 9(8) VALUE 0.
          05 MATHP-STEP-STATUS PIC X(13) VALUE "NOT RUN".
          05 RANDA-MEAN-TEXT PIC X(10) VALUE SPACES.
          05 RANDA-STEP-STATUS PIC X(13) VALUE "NOT RUN".
          05 BEEMV-TOTAL-LETTERS PIC 9(8) VALUE 0.
          05 BEEMV-TOTAL-WORDS PIC 9(8) VALUE 0.
          05 BEEMV-UNIQUE-WORDS PIC 9(8) VALUE 0.
          05 BEEMV-FLAGGED-FILES PIC 9(8) VALUE 0.
          05 BEEMV-KWIC-HITS PIC 9(8) VALUE 0.
          05 BEEMV-STEP-STATUS PIC X(13) VALUE "NOT RUN".
          05 CATRC-UNMONITORED PIC 9(4) VALUE 0.
          05 CATRC-UNLISTED PIC 9(4) VALUE 0.
          05 CATRC-DECOMMISSIONED PIC 9(4) VALUE 0.
          05 CATRC-MISMATCHED PIC 9(4) VALUE 0.
          05 CATRC-STEP-STATUS PIC X(13) VALUE "NOT RUN".
          05 CAPFC-USED-PCT PIC 9(3) VALUE 0.
          05 CAPFC-DAYS-TO-FILL PIC 9(5) VALUE 99999.
          05 CAPFC-ALERT-COUNT PIC 9(2) VALUE 0.
          05 CAPFC-STEP-STATUS PIC X(13) VALUE "NOT RUN".
          05 SLACM-STEP-STATUS PIC X(13) VALUE "NOT RUN".
          05 CERTC-STEP-STATUS PIC X(13) VALUE "NOT RUN".
          05 WINFC-MISS-PCT PIC X(6) VALUE "n/a".
          05 WINFC-P90-FINISH PIC X(14) VALUE "n/a".
          05 WINFC-TOP-STEP PIC X(12) VALUE "n/a".
          05 WINFC-ALERT-COUNT PIC 9(2) VALUE 0.
          05 WINFC-STEP-STATUS PIC X(13) VALUE "NOT RUN".
          05 RESPB-ENDPOINTS PIC 9(3) VALUE 0.
          05 RESPB-SIGNIFICANT PIC 9(3) VALUE 0.
          05 RESPB-ELEVATED PIC 9(3) VALUE 0.
          05 RESPB-STEP-STATUS PIC X(13) VALUE "NOT RUN".

      *-----------------------------------------------------------
      * Generic "find a number after this JSON key" scratch area,
       COPY AUDITLOG.
       COPY APPCFG.
       COPY RUNLOCK.
       COPY STEPSCHD.

      *-----------------------------------------------------------
      * One cycle id per driver invocation, minted at startup and

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM RUN-SCHEDULE-COMMAND.
           PERFORM HELLO-WORLD.
           PERFORM ACQUIRE-RUN-LOCK.
           PERFORM LOAD-RUNTIME-CONFIG.
           PERFORM APPLY-CONFIGURATION.
           PERFORM RUN-CTLSNAP.
           PERFORM RUN-CONFIGCHK.
           PERFORM LOAD-CYCLE-STATE.
           PERFORM APPLY-STEP-SCHEDULE.
           PERFORM RUN-WINDOW-FORECAST.
           PERFORM RUN-LOGMAINT.
           PERFORM LOG-AUDIT-START.
           PERFORM RUN-WEB-SERVER.
           PERFORM RUN-MATH.
           PERFORM RUN-RAND-AVG.
           PERFORM RUN-BEE-MOVIE.
           PERFORM RUN-RESP-BOOTSTRAP.
           PERFORM RUN-CATRECON.
           PERFORM RUN-CAPFCST.
           PERFORM RUN-SLACOMP.
           PERFORM RUN-CERTCHK.
           PERFORM WRITE-DASHBOARD.
           PERFORM RUN-DASHPUB.
           PERFORM RUN-RUN-HISTORY.
           PERFORM RUN-ALERTGEN.
           PERFORM RUN-CYCAUDIT.
           PERFORM RUN-MTRCPUB.
           PERFORM JUDGE-CYCLE-STATE.
           PERFORM LOG-AUDIT-END.
           PERFORM RELEASE-RUN-LOCK.
                      DELIMITED BY SIZE
                  "/rand_avg_report.txt" DELIMITED BY SIZE
                  INTO RAND-REPORT-FILE-PATH
           STRING FUNCTION TRIM(CFG-RAND-AVG-OUTPUT-DIR)
                      DELIMITED BY SIZE
                  "/rand_avg_bootstrap_report.txt" DELIMITED BY SIZE
                  INTO RESPBOOT-REPORT-FILE-PATH
           ACCEPT TIME-NOW-RAW FROM TIME
           MOVE TIME-NOW-RAW(1:4) TO CYCLE-START-HHMM.

               FUNCTION TRIM(CYCLE-STEP-NAME)
               " deferred to a CATCHUP run".

      *-----------------------------------------------------------
      * CTLSNAP copies the control files (compare.json, the hash
      * manifest, ops_config.txt, the calendars and the ledgers)
      * into tonight's dated snapshot set before anything else
      * runs - ahead of CONFIGCHK too, so even a cycle flushed for
      * a bad environment leaves the configuration that failed on
      * record. It only reads the control files, so a failed
      * snapshot is a warning and the cycle goes on.
      *-----------------------------------------------------------
       RUN-CTLSNAP.
           MOVE "./ctlsnap" TO STEP-COMMAND
           CALL "SYSTEM" USING STEP-COMMAND
           COMPUTE STEP-RC = RETURN-CODE / 256
           IF STEP-RC NOT = 0
               DISPLAY "WARNING: ctlsnap step ended with rc " STEP-RC
           END-IF.

      *-----------------------------------------------------------
      * CONFIGCHK validates every location APPCFG points at before
      * anything else runs - a bad environment flushes the whole
           MOVE "rm -f cycle_state.txt" TO STEP-COMMAND
           CALL "SYSTEM" USING STEP-COMMAND.

      *-----------------------------------------------------------
      * PREVIEW and CHECK answer from the step schedule and end
      * the run there - no lock, no cycle state, no steps. Any
      * other command line falls through to the cycle itself.
      *-----------------------------------------------------------
       RUN-SCHEDULE-COMMAND.
           MOVE SPACES TO COMMAND-ARG
           ACCEPT COMMAND-ARG FROM COMMAND-LINE
           MOVE SPACES TO SCHEDULE-VERB
           MOVE SPACES TO SCHEDULE-ARG-1
           MOVE SPACES TO SCHEDULE-ARG-2
           UNSTRING FUNCTION UPPER-CASE(FUNCTION TRIM(COMMAND-ARG))
               DELIMITED BY ALL SPACE
               INTO SCHEDULE-VERB SCHEDULE-ARG-1 SCHEDULE-ARG-2
           EVALUATE SCHEDULE-VERB
               WHEN "PREVIEW"
                   PERFORM PREVIEW-STEP-SCHEDULE
               WHEN "CHECK"
                   PERFORM CHECK-STEP-SCHEDULE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           STOP RUN.

      * A date argument longer than YYYYMMDD is carried through as
      * a non-date so STEPSCHD rejects it rather than reading only
      * its first eight characters.
       SET-SCHEDULE-DATE.
           IF SCHEDULE-ARG-1 = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO SCHEDULE-TODAY
           ELSE
               IF SCHEDULE-ARG-1(9:) = SPACES
                   MOVE SCHEDULE-ARG-1 TO SCHEDULE-TODAY
               ELSE
                   MOVE "TOO-LONG" TO SCHEDULE-TODAY
               END-IF
           END-IF.

       PREVIEW-STEP-SCHEDULE.
           PERFORM LOAD-RUNTIME-CONFIG
           PERFORM SET-SCHEDULE-DATE
           MOVE "WINDOW" TO SCHEDULE-STEP-NAME
           MOVE SCHEDULE-TODAY TO SCHEDULE-DATE
           CALL "STEPSCHD" USING APP-CONFIG SCHEDULE-CALL-RECORD
           IF SCHEDULE-RESULT = "BAD"
               DISPLAY "ERROR: " FUNCTION TRIM(SCHEDULE-ARG-1)
                   " is not a date - give it as YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Step schedule for " SCHEDULE-TODAY " ("
               SCHEDULE-DAY-NAME ") from "
               FUNCTION TRIM(CFG-STEP-SCHEDULE-FILE) ":"
           MOVE 0 TO SCHEDULE-RUN-COUNT
           MOVE 0 TO SCHEDULE-OFF-COUNT
           PERFORM VARYING SCHEDULE-LIST-IDX FROM 1 BY 1
               UNTIL SCHEDULE-LIST-IDX > 19
               PERFORM PREVIEW-ONE-STEP
           END-PERFORM
           MOVE SCHEDULE-RUN-COUNT TO SCHEDULE-RUN-DISPLAY
           MOVE SCHEDULE-OFF-COUNT TO SCHEDULE-OFF-DISPLAY
           DISPLAY FUNCTION TRIM(SCHEDULE-RUN-DISPLAY) " steps run, "
               FUNCTION TRIM(SCHEDULE-OFF-DISPLAY)
               " scheduled off"
           IF SCHEDULE-WARNINGS > 0
               MOVE SCHEDULE-WARNINGS TO SCHEDULE-WARN-DISPLAY
               DISPLAY "WARNING: "
                   FUNCTION TRIM(SCHEDULE-WARN-DISPLAY)
                   " step schedule entries not understood -"
                   " see above"
           END-IF
           MOVE 0 TO RETURN-CODE.

      * WINDOW also stays off when CFG-WINDOW-PRECHECK is not "Y",
      * whatever the schedule says - RUN-WINDOW-FORECAST checks
      * that first.
       PREVIEW-ONE-STEP.
           IF SCHEDULE-LIST-KIND(SCHEDULE-LIST-IDX) = "A"
               MOVE "RUN" TO SCHEDULE-RESULT
               MOVE "every night" TO SCHEDULE-REASON
           ELSE
               MOVE SCHEDULE-LIST-NAME(SCHEDULE-LIST-IDX)
                   TO SCHEDULE-STEP-NAME
               MOVE SCHEDULE-TODAY TO SCHEDULE-DATE
               CALL "STEPSCHD" USING APP-CONFIG SCHEDULE-CALL-RECORD
               IF SCHEDULE-STEP-NAME = "WINDOW"
                   AND CFG-WINDOW-PRECHECK NOT = "Y"
                   AND SCHEDULE-RESULT = "RUN"
                   MOVE "OFF" TO SCHEDULE-RESULT
                   MOVE "CFG-WINDOW-PRECHECK is not Y"
                       TO SCHEDULE-REASON
               END-IF
           END-IF
           IF SCHEDULE-RESULT = "RUN"
               ADD 1 TO SCHEDULE-RUN-COUNT
           ELSE
               ADD 1 TO SCHEDULE-OFF-COUNT
           END-IF
           DISPLAY "  " SCHEDULE-LIST-NAME(SCHEDULE-LIST-IDX) " "
               SCHEDULE-RESULT "  " FUNCTION TRIM(SCHEDULE-REASON).

       CHECK-STEP-SCHEDULE.
           PERFORM LOAD-RUNTIME-CONFIG
           IF SCHEDULE-ARG-1 = SPACES
               DISPLAY "Usage: CHECK step [YYYYMMDD]"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SCHEDULE-ARG-1 TO SCHEDULE-STEP-NAME
           MOVE SCHEDULE-ARG-2 TO SCHEDULE-ARG-1
           PERFORM SET-SCHEDULE-DATE
           MOVE SCHEDULE-TODAY TO SCHEDULE-DATE
           CALL "STEPSCHD" USING APP-CONFIG SCHEDULE-CALL-RECORD
           EVALUATE SCHEDULE-RESULT
               WHEN "RUN"
                   DISPLAY FUNCTION TRIM(SCHEDULE-STEP-NAME)
                       " runs on " SCHEDULE-TODAY " - "
                       FUNCTION TRIM(SCHEDULE-REASON)
                   MOVE 0 TO RETURN-CODE
               WHEN "OFF"
                   DISPLAY FUNCTION TRIM(SCHEDULE-STEP-NAME)
                       " is scheduled off on " SCHEDULE-TODAY " - "
                       FUNCTION TRIM(SCHEDULE-REASON)
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "ERROR: " FUNCTION TRIM(SCHEDULE-ARG-1)
                       " is not a date - give it as YYYYMMDD"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *-----------------------------------------------------------
      * Tonight's step set, settled before anything launches. A
      * CATCHUP run ignores the schedule - it only finishes the
      * steps the deadline deferred.
      *-----------------------------------------------------------
       APPLY-STEP-SCHEDULE.
           IF CATCHUP-MODE = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO SCHEDULE-TODAY
           MOVE "WINDOW" TO SCHEDULE-STEP-NAME
           PERFORM ASK-STEP-SCHEDULE
           MOVE SCHEDULE-OFF-NOW TO WINFC-SCHED-OFF
           MOVE "WEB-SERVER" TO SCHEDULE-STEP-NAME
           PERFORM ASK-STEP-SCHEDULE
           MOVE SCHEDULE-OFF-NOW TO WEBS-SCHED-OFF
           MOVE "HASHGEN" TO SCHEDULE-STEP-NAME
           PERFORM ASK-STEP-SCHEDULE
           MOVE SCHEDULE-OFF-NOW TO HASHG-SCHED-OFF
           MOVE "MATH" TO SCHEDULE-STEP-NAME
           PERFORM ASK-STEP-SCHEDULE
           MOVE SCHEDULE-OFF-NOW TO MATHP-SCHED-OFF
           MOVE "RAND-AVG" TO SCHEDULE-STEP-NAME
           PERFORM ASK-STEP-SCHEDULE
           MOVE SCHEDULE-OFF-NOW TO RANDA-SCHED-OFF
           MOVE "BEE-MOVIE" TO SCHEDULE-STEP-NAME
           PERFORM ASK-STEP-SCHEDULE
           MOVE SCHEDULE-OFF-NOW TO BEEMV-SCHED-OFF
           MOVE "RESPBOOT" TO SCHEDULE-STEP-NAME
           PERFORM ASK-STEP-SCHEDULE
           MOVE SCHEDULE-OFF-NOW TO RESPB-SCHED-OFF
           MOVE "CATRECON" TO SCHEDULE-STEP-NAME
           PERFORM ASK-STEP-SCHEDULE
           MOVE SCHEDULE-OFF-NOW TO CATRC-SCHED-OFF
           MOVE "CAPFCST" TO SCHEDULE-STEP-NAME
           PERFORM ASK-STEP-SCHEDULE
           MOVE SCHEDULE-OFF-NOW TO CAPFC-SCHED-OFF
           MOVE "SLACOMP" TO SCHEDULE-STEP-NAME
           PERFORM ASK-STEP-SCHEDULE
           MOVE SCHEDULE-OFF-NOW TO SLACM-SCHED-OFF
           MOVE "CERTCHK" TO SCHEDULE-STEP-NAME
           PERFORM ASK-STEP-SCHEDULE
           MOVE SCHEDULE-OFF-NOW TO CERTC-SCHED-OFF.

       ASK-STEP-SCHEDULE.
           MOVE SCHEDULE-TODAY TO SCHEDULE-DATE
           CALL "STEPSCHD" USING APP-CONFIG SCHEDULE-CALL-RECORD
           MOVE "N" TO SCHEDULE-OFF-NOW
           IF SCHEDULE-RESULT = "OFF"
               MOVE "Y" TO SCHEDULE-OFF-NOW
               DISPLAY "Step schedule: "
                   FUNCTION TRIM(SCHEDULE-STEP-NAME)
                   " off tonight - " FUNCTION TRIM(SCHEDULE-REASON)
           END-IF.

      *-----------------------------------------------------------
      * A clean night retires the state file so tomorrow starts
      * fresh - a step the schedule kept off counts as clean; any
      * FAILED step leaves it behind, and the next driver run
      * resumes at that step.
      *-----------------------------------------------------------
       JUDGE-CYCLE-STATE.
           IF (WEBS-STEP-STATUS = "OK" OR "SCHEDULED-OFF")
               AND (HASHG-STEP-STATUS = "OK" OR "SCHEDULED-OFF")
               AND (MATHP-STEP-STATUS = "OK" OR "SCHEDULED-OFF")
               AND (RANDA-STEP-STATUS = "OK" OR "SCHEDULED-OFF")
               AND (BEEMV-STEP-STATUS = "OK" OR "SCHEDULED-OFF")
               PERFORM CLEAR-CYCLE-STATE
           ELSE
               DISPLAY "Cycle state retained for restart -"
      * output artifact.
      *-----------------------------------------------------------
       RUN-WEB-SERVER.
           IF WEBS-SCHED-OFF = "Y"
               MOVE "SCHEDULED-OFF" TO WEBS-STEP-STATUS
               EXIT PARAGRAPH
           END-IF
           IF WEBS-STEP-DONE = "Y"
               DISPLAY "WEB-SERVER already complete - skipped"
               PERFORM READ-WEB-SERVER-RESULTS
           END-IF.

       RUN-HASHGEN.
           IF HASHG-SCHED-OFF = "Y"
               MOVE "SCHEDULED-OFF" TO HASHG-STEP-STATUS
               EXIT PARAGRAPH
           END-IF
           IF HASHG-STEP-DONE = "Y"
               DISPLAY "HASHGEN already complete - skipped"
               PERFORM READ-HASHGEN-RESULTS
       LAUNCH-PARALLEL-STEPS.
      * With the deadline at risk the two non-critical steps are
      * recorded DEFERRED instead of launched; MATH stays in - its
      * report feeds the history and alert chain every night. A
      * step the schedule keeps off tonight is neither launched
      * nor deferred.
           IF CATCHUP-MODE NOT = "Y"
               PERFORM CHECK-CYCLE-DEADLINE
               IF DEADLINE-AT-RISK = "Y"
                   IF RANDA-STEP-DONE = "N" AND RANDA-SCHED-OFF = "N"
                       MOVE "Y" TO RANDA-DEFER-NOW
                       MOVE "RAND-AVG" TO CYCLE-STEP-NAME
                       PERFORM MARK-STEP-DEFERRED
                   END-IF
                   IF BEEMV-STEP-DONE = "N" AND BEEMV-SCHED-OFF = "N"
                       MOVE "Y" TO BEEMV-DEFER-NOW
                       MOVE "BEE-MOVIE" TO CYCLE-STEP-NAME
                       PERFORM MARK-STEP-DEFERRED
           END-IF
           MOVE "N" TO PARALLEL-NEEDED
           MOVE SPACES TO PARALLEL-COMMAND
           IF MATHP-STEP-DONE = "N" AND MATHP-SCHED-OFF = "N"
               MOVE "Y" TO PARALLEL-NEEDED
               DISPLAY "Launching MATH in the background..."
               STRING "( timeout " DELIMITED BY SIZE
                      INTO PARALLEL-COMMAND
           END-IF
           IF RANDA-STEP-DONE = "N" AND RANDA-DEFER-NOW = "N"
               AND RANDA-SCHED-OFF = "N"
               MOVE "Y" TO PARALLEL-NEEDED
               DISPLAY "Launching RAND-AVG in the background..."
               STRING FUNCTION TRIM(PARALLEL-COMMAND)
                      INTO PARALLEL-COMMAND
           END-IF
           IF BEEMV-STEP-DONE = "N" AND BEEMV-DEFER-NOW = "N"
               AND BEEMV-SCHED-OFF = "N"
               MOVE "Y" TO PARALLEL-NEEDED
               DISPLAY "Launching BEE-MOVIE in the background..."
               STRING FUNCTION TRIM(PARALLEL-COMMAND)
           END-IF.

       RUN-MATH.
           IF MATHP-SCHED-OFF = "Y"
               MOVE "SCHEDULED-OFF" TO MATHP-STEP-STATUS
               EXIT PARAGRAPH
           END-IF
           IF MATHP-STEP-DONE = "Y"
               DISPLAY "MATH already complete - skipped"
               PERFORM READ-MATH-RESULTS
                           WHEN MATH-REPORT-LINE(1:16) =
                                   "Grading summary:"
                               CONTINUE
                           WHEN MATH-REPORT-LINE(1:11) =
                                   "Precision: "
                               CONTINUE
                           WHEN MATH-REPORT-LINE(1:18) =
                                   "Worksheet result: "
                               ADD 1 TO MATHP-FILES-PICKED
           END-IF.

       RUN-RAND-AVG.
           IF RANDA-SCHED-OFF = "Y"
               MOVE "SCHEDULED-OFF" TO RANDA-STEP-STATUS
               EXIT PARAGRAPH
           END-IF
           IF RANDA-DEFER-NOW = "Y"
               MOVE "DEFERRED" TO RANDA-STEP-STATUS
               EXIT PARAGRAPH
           END-IF.

       RUN-BEE-MOVIE.
           IF BEEMV-SCHED-OFF = "Y"
               MOVE "SCHEDULED-OFF" TO BEEMV-STEP-STATUS
               EXIT PARAGRAPH
           END-IF
           IF BEEMV-DEFER-NOW = "Y"
               MOVE "DEFERRED" TO BEEMV-STEP-STATUS
               EXIT PARAGRAPH
                       MOVE '"flagged_files": ' TO JSON-SCAN-MARKER
                       PERFORM EXTRACT-JSON-NUMBER
                       MOVE JSON-SCAN-VALUE TO BEEMV-FLAGGED-FILES
                       MOVE '"kwic_hits": ' TO JSON-SCAN-MARKER
                       PERFORM EXTRACT-JSON-NUMBER
                       MOVE JSON-SCAN-VALUE TO BEEMV-KWIC-HITS
               END-READ
               CLOSE BEE-RESULT-FILE
           END-IF.

      *-----------------------------------------------------------
      * RAND-AVG's BOOTSTRAP mode re-judges tonight's response
      * times against bootstrap intervals over each endpoint's
      * history and rewrites the results RESPTIME and ALERTGEN
      * read. Advisory like CATRECON: a significant slowdown shows
      * as DEGRADED (ALERTGEN pages it from the results file), and
      * no response history yet shows as NO HISTORY.
      *-----------------------------------------------------------
       RUN-RESP-BOOTSTRAP.
           IF RESPB-SCHED-OFF = "Y"
               MOVE "SCHEDULED-OFF" TO RESPB-STEP-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "./rand_avg BOOTSTRAP" TO STEP-COMMAND
           CALL "SYSTEM" USING STEP-COMMAND
           COMPUTE STEP-RC = RETURN-CODE / 256
           EVALUATE STEP-RC
               WHEN 0
                   MOVE "OK" TO RESPB-STEP-STATUS
                   PERFORM READ-RESP-BOOTSTRAP-RESULTS
                   IF RESPB-SIGNIFICANT > 0
                       MOVE "DEGRADED" TO RESPB-STEP-STATUS
                   END-IF
               WHEN 4
                   MOVE "NO HISTORY" TO RESPB-STEP-STATUS
               WHEN OTHER
                   MOVE "FAILED" TO RESPB-STEP-STATUS
                   DISPLAY "WARNING: rand_avg bootstrap step ended"
                       " with rc " STEP-RC
           END-EVALUATE.

       READ-RESP-BOOTSTRAP-RESULTS.
           OPEN INPUT RESPBOOT-REPORT-FILE
           IF ARTIFACT-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ RESPBOOT-REPORT-FILE AT END
                       EXIT PERFORM
                   NOT AT END
                       IF RESPBOOT-REPORT-LINE(1:8) = "Summary:"
                           MOVE RESPBOOT-REPORT-LINE
                               TO JSON-SOURCE-LINE
                           MOVE "endpoints=" TO JSON-SCAN-MARKER
                           PERFORM EXTRACT-JSON-NUMBER
                           MOVE JSON-SCAN-VALUE TO RESPB-ENDPOINTS
                           MOVE "significant=" TO JSON-SCAN-MARKER
                           PERFORM EXTRACT-JSON-NUMBER
                           MOVE JSON-SCAN-VALUE TO RESPB-SIGNIFICANT
                           MOVE "elevated=" TO JSON-SCAN-MARKER
                           PERFORM EXTRACT-JSON-NUMBER
                           MOVE JSON-SCAN-VALUE TO RESPB-ELEVATED
                       END-IF
               END-PERFORM
               CLOSE RESPBOOT-REPORT-FILE
           END-IF.

      *-----------------------------------------------------------
      * CATRECON reconciles compare.json against the service
      * catalog extract. Its findings are advisory - they go on
      * the dashboard as MISMATCH, not into the cycle's condition
      * code - and an extract that never arrived shows as
      * NO EXTRACT.
      *-----------------------------------------------------------
       RUN-CATRECON.
           IF CATRC-SCHED-OFF = "Y"
               MOVE "SCHEDULED-OFF" TO CATRC-STEP-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "./catrecon" TO STEP-COMMAND
           CALL "SYSTEM" USING STEP-COMMAND
           COMPUTE STEP-RC = RETURN-CODE / 256
           EVALUATE STEP-RC
               WHEN 0
                   PERFORM READ-CATRECON-RESULTS
                   IF CATRC-UNMONITORED > 0 OR CATRC-UNLISTED > 0
                       OR CATRC-DECOMMISSIONED > 0
                       OR CATRC-MISMATCHED > 0
                       MOVE "MISMATCH" TO CATRC-STEP-STATUS
                   ELSE
                       MOVE "OK" TO CATRC-STEP-STATUS
                   END-IF
               WHEN 4
                   MOVE "NO EXTRACT" TO CATRC-STEP-STATUS
               WHEN OTHER
                   MOVE "FAILED" TO CATRC-STEP-STATUS
                   DISPLAY "WARNING: catrecon step ended with rc "
                       STEP-RC
           END-EVALUATE.

      *-----------------------------------------------------------
      * The four counts ride on the report's closing "Summary:"
      * line, comma separated so the JSON number scan reads them.
      *-----------------------------------------------------------
       READ-CATRECON-RESULTS.
           OPEN INPUT CATRECON-REPORT-FILE
           IF ARTIFACT-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ CATRECON-REPORT-FILE AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CATRECON-REPORT-LINE(1:8) = "Summary:"
                           MOVE CATRECON-REPORT-LINE
                               TO JSON-SOURCE-LINE
                           MOVE "unmonitored=" TO JSON-SCAN-MARKER
                           PERFORM EXTRACT-JSON-NUMBER
                           MOVE JSON-SCAN-VALUE TO CATRC-UNMONITORED
                           MOVE "unlisted=" TO JSON-SCAN-MARKER
                           PERFORM EXTRACT-JSON-NUMBER
                           MOVE JSON-SCAN-VALUE TO CATRC-UNLISTED
                           MOVE "decommissioned=" TO JSON-SCAN-MARKER
                           PERFORM EXTRACT-JSON-NUMBER
                           MOVE JSON-SCAN-VALUE
                               TO CATRC-DECOMMISSIONED
                           MOVE "mismatched=" TO JSON-SCAN-MARKER
                           PERFORM EXTRACT-JSON-NUMBER
                           MOVE JSON-SCAN-VALUE TO CATRC-MISMATCHED
                       END-IF
               END-PERFORM
               CLOSE CATRECON-REPORT-FILE
           END-IF.

      *-----------------------------------------------------------
      * CAPFCST forecasts when the hashfiles tree fills up from
      * the sizes HASHGEN has been recording. Like CATRECON it is
      * advisory: a fill date inside CFG-CAPACITY-ALERT-DAYS shows
      * as ALERT on the dashboard (ALERTGEN pages it from the
      * report), and a cycle with no hash history yet shows as
      * NO HISTORY.
      *-----------------------------------------------------------
       RUN-CAPFCST.
           IF CAPFC-SCHED-OFF = "Y"
               MOVE "SCHEDULED-OFF" TO CAPFC-STEP-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "./capfcst" TO STEP-COMMAND
           CALL "SYSTEM" USING STEP-COMMAND
           COMPUTE STEP-RC = RETURN-CODE / 256
           EVALUATE STEP-RC
               WHEN 0
                   MOVE "OK" TO CAPFC-STEP-STATUS
                   PERFORM READ-CAPFCST-RESULTS
               WHEN 4
                   MOVE "NO HISTORY" TO CAPFC-STEP-STATUS
               WHEN OTHER
                   MOVE "FAILED" TO CAPFC-STEP-STATUS
                   DISPLAY "WARNING: capfcst step ended with rc "
                       STEP-RC
           END-EVALUATE.

      *-----------------------------------------------------------
      * SLACOMP writes the monthly availability and SLA compliance
      * report, sla_compliance_report.txt. The step schedule keeps
      * it to MONTH-END, and run on a month's last day with no
      * argument SLACOMP reports the month closing tonight.
      *-----------------------------------------------------------
       RUN-SLACOMP.
           IF SLACM-SCHED-OFF = "Y"
               MOVE "SCHEDULED-OFF" TO SLACM-STEP-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "./slacomp" TO STEP-COMMAND
           CALL "SYSTEM" USING STEP-COMMAND
           COMPUTE STEP-RC = RETURN-CODE / 256
           EVALUATE STEP-RC
               WHEN 0
                   MOVE "OK" TO SLACM-STEP-STATUS
               WHEN OTHER
                   MOVE "FAILED" TO SLACM-STEP-STATUS
                   DISPLAY "WARNING: slacomp step ended with rc "
                       STEP-RC
           END-EVALUATE.

       READ-CAPFCST-RESULTS.
           OPEN INPUT CAPFCST-REPORT-FILE
           IF ARTIFACT-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ CAPFCST-REPORT-FILE AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CAPFCST-REPORT-LINE(1:8) = "Summary:"
                           MOVE CAPFCST-REPORT-LINE
                               TO JSON-SOURCE-LINE
                           MOVE "used-pct=" TO JSON-SCAN-MARKER
                           PERFORM EXTRACT-JSON-NUMBER
                           MOVE JSON-SCAN-VALUE TO CAPFC-USED-PCT
                           MOVE "days-to-fill=" TO JSON-SCAN-MARKER
                           PERFORM EXTRACT-JSON-NUMBER
                           MOVE JSON-SCAN-VALUE TO CAPFC-DAYS-TO-FILL
                           MOVE 0 TO CAPFC-ALERT-COUNT
                           INSPECT CAPFCST-REPORT-LINE TALLYING
                               CAPFC-ALERT-COUNT FOR ALL "alert=Y"
                           IF CAPFC-ALERT-COUNT > 0
                               MOVE "ALERT" TO CAPFC-STEP-STATUS
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE CAPFCST-REPORT-FILE
           END-IF.

      *-----------------------------------------------------------
      * BATCHFC forecasts, before anything else runs, how likely
      * tonight's cycle is to finish by CFG-CYCLE-DEADLINE-HHMM -
      * the deadline logic itself only reacts once the cycle is
      * already late. With WARN it pushes the on-call webhook
      * itself when the miss chance is above CFG-WINDOW-RISK-PCT;
      * the cycle still runs either way, and the dashboard shows
      * AT RISK. Skipped when CFG-WINDOW-PRECHECK is not "Y" and
      * in a CATCHUP run, which only finishes deferred steps.
      *-----------------------------------------------------------
       RUN-WINDOW-FORECAST.
           IF CFG-WINDOW-PRECHECK NOT = "Y" OR CATCHUP-MODE = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WINFC-SCHED-OFF = "Y"
               MOVE "SCHEDULED-OFF" TO WINFC-STEP-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "./batchfc WARN" TO STEP-COMMAND
           CALL "SYSTEM" USING STEP-COMMAND
           COMPUTE STEP-RC = RETURN-CODE / 256
           EVALUATE STEP-RC
               WHEN 0
                   MOVE "OK" TO WINFC-STEP-STATUS
                   PERFORM READ-BATCHFC-RESULTS
               WHEN 4
                   MOVE "NO HISTORY" TO WINFC-STEP-STATUS
               WHEN OTHER
                   MOVE "FAILED" TO WINFC-STEP-STATUS
                   DISPLAY "WARNING: batchfc step ended with rc "
                       STEP-RC
           END-EVALUATE.

       READ-BATCHFC-RESULTS.
           OPEN INPUT BATCHFC-REPORT-FILE
           IF ARTIFACT-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ BATCHFC-REPORT-FILE AT END
                       EXIT PERFORM
                   NOT AT END
                       IF BATCHFC-REPORT-LINE(1:8) = "Summary:"
                           MOVE BATCHFC-REPORT-LINE
                               TO JSON-SOURCE-LINE
                           MOVE "miss-pct=" TO JSON-SCAN-MARKER
                           PERFORM EXTRACT-JSON-NUMBER
                           MOVE JSON-VALUE-TEXT TO WINFC-MISS-PCT
      * The finish time and step name are text, not numbers -
      * only the raw value EXTRACT-JSON-NUMBER leaves behind in
      * JSON-VALUE-TEXT is wanted.
                           MOVE "p90=" TO JSON-SCAN-MARKER
                           PERFORM EXTRACT-JSON-NUMBER
                           MOVE JSON-VALUE-TEXT TO WINFC-P90-FINISH
                           MOVE "top=" TO JSON-SCAN-MARKER
                           PERFORM EXTRACT-JSON-NUMBER
                           MOVE JSON-VALUE-TEXT TO WINFC-TOP-STEP
                           MOVE 0 TO WINFC-ALERT-COUNT
                           INSPECT BATCHFC-REPORT-LINE TALLYING
                               WINFC-ALERT-COUNT FOR ALL "alert=Y"
                           IF WINFC-ALERT-COUNT > 0
                               MOVE "AT RISK" TO WINFC-STEP-STATUS
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE BATCHFC-REPORT-FILE
           END-IF.

      *-----------------------------------------------------------
      * RUN-HISTORY rolls tonight's headline totals into the
      * append-only ../run_history.txt after the dashboard is cut,
                   STEP-RC
           END-IF.

      *-----------------------------------------------------------
      * CERTCHK reads the TLS certificate of every monitored host
      * into cert_report.txt ahead of ALERTGEN, which raises the
      * alert for any host inside the critical threshold.
      *-----------------------------------------------------------
       RUN-CERTCHK.
           IF CERTC-SCHED-OFF = "Y"
               MOVE "SCHEDULED-OFF" TO CERTC-STEP-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "./certchk" TO STEP-COMMAND
           CALL "SYSTEM" USING STEP-COMMAND
           COMPUTE STEP-RC = RETURN-CODE / 256
           EVALUATE STEP-RC
               WHEN 0
                   MOVE "OK" TO CERTC-STEP-STATUS
               WHEN OTHER
                   MOVE "FAILED" TO CERTC-STEP-STATUS
                   DISPLAY "WARNING: certchk step ended with rc "
                       STEP-RC
           END-EVALUATE.

      *-----------------------------------------------------------
      * DASHPUB re-renders the text dashboard just written as the
      * self-contained HTML page for the intranet share.
                   " - see consistency_report.txt"
           END-IF.

      *-----------------------------------------------------------
      * MTRCPUB runs last of all, so the feed it hands the
      * monitoring platform carries every step's result - CYCAUDIT
      * included. It is the platform's only view of the cycle, so
      * it runs whatever went before, and a feed it could not
      * publish is a warning, not a failed cycle.
      *-----------------------------------------------------------
       RUN-MTRCPUB.
           MOVE "./mtrcpub" TO STEP-COMMAND
           CALL "SYSTEM" USING STEP-COMMAND
           COMPUTE STEP-RC = RETURN-CODE / 256
           IF STEP-RC NOT = 0
               DISPLAY "WARNING: mtrcpub step ended with rc " STEP-RC
           END-IF.

       WRITE-DASHBOARD.
           OPEN OUTPUT DASHBOARD-FILE
           IF DASHBOARD-STATUS NOT = "00"
                  BEEMV-UNIQUE-WORDS DELIMITED BY SIZE
                  " outliers=" DELIMITED BY SIZE
                  BEEMV-FLAGGED-FILES DELIMITED BY SIZE
                  " hits=" DELIMITED BY SIZE
                  BEEMV-KWIC-HITS DELIMITED BY SIZE
                  INTO DASHBOARD-TEXT
           WRITE DASHBOARD-LINE FROM DASHBOARD-TEXT
           IF DASHBOARD-STATUS NOT = "00"
               DISPLAY "ERROR: unable to write daily_ops_dashboard.txt"
                   " - status " DASHBOARD-STATUS
           END-IF

           MOVE SPACES TO DASHBOARD-TEXT
           STRING "RESPBOOT   [" DELIMITED BY SIZE
                  FUNCTION TRIM(RESPB-STEP-STATUS) DELIMITED BY SIZE
                  "] endpoints=" DELIMITED BY SIZE
                  RESPB-ENDPOINTS DELIMITED BY SIZE
                  " significant=" DELIMITED BY SIZE
                  RESPB-SIGNIFICANT DELIMITED BY SIZE
                  " elevated=" DELIMITED BY SIZE
                  RESPB-ELEVATED DELIMITED BY SIZE
                  INTO DASHBOARD-TEXT
           WRITE DASHBOARD-LINE FROM DASHBOARD-TEXT
           IF DASHBOARD-STATUS NOT = "00"
               DISPLAY "ERROR: unable to write daily_ops_dashboard.txt"
                   " - status " DASHBOARD-STATUS
           END-IF

           MOVE SPACES TO DASHBOARD-TEXT
           STRING "CATRECON   [" DELIMITED BY SIZE
                  FUNCTION TRIM(CATRC-STEP-STATUS) DELIMITED BY SIZE
                  "] unmonitored=" DELIMITED BY SIZE
                  CATRC-UNMONITORED DELIMITED BY SIZE
                  " unlisted=" DELIMITED BY SIZE
                  CATRC-UNLISTED DELIMITED BY SIZE
                  " decommissioned=" DELIMITED BY SIZE
                  CATRC-DECOMMISSIONED DELIMITED BY SIZE
                  " mismatched=" DELIMITED BY SIZE
                  CATRC-MISMATCHED DELIMITED BY SIZE
                  INTO DASHBOARD-TEXT
           WRITE DASHBOARD-LINE FROM DASHBOARD-TEXT
           IF DASHBOARD-STATUS NOT = "00"
               DISPLAY "ERROR: unable to write daily_ops_dashboard.txt"
                   " - status " DASHBOARD-STATUS
           END-IF

           MOVE SPACES TO DASHBOARD-TEXT
           STRING "CAPFCST    [" DELIMITED BY SIZE
                  FUNCTION TRIM(CAPFC-STEP-STATUS) DELIMITED BY SIZE
                  "] used=" DELIMITED BY SIZE
                  CAPFC-USED-PCT DELIMITED BY SIZE
                  "% days_to_fill=" DELIMITED BY SIZE
                  CAPFC-DAYS-TO-FILL DELIMITED BY SIZE
                  INTO DASHBOARD-TEXT
           WRITE DASHBOARD-LINE FROM DASHBOARD-TEXT
           IF DASHBOARD-STATUS NOT = "00"
               DISPLAY "ERROR: unable to write daily_ops_dashboard.txt"
                   " - status " DASHBOARD-STATUS
           END-IF

           MOVE SPACES TO DASHBOARD-TEXT
           STRING "SLACOMP    [" DELIMITED BY SIZE
                  FUNCTION TRIM(SLACM-STEP-STATUS) DELIMITED BY SIZE
                  "]" DELIMITED BY SIZE
                  INTO DASHBOARD-TEXT
           WRITE DASHBOARD-LINE FROM DASHBOARD-TEXT
           IF DASHBOARD-STATUS NOT = "00"
               DISPLAY "ERROR: unable to write daily_ops_dashboard.txt"
                   " - status " DASHBOARD-STATUS
           END-IF

           MOVE SPACES TO DASHBOARD-TEXT
           STRING "CERTCHK    [" DELIMITED BY SIZE
                  FUNCTION TRIM(CERTC-STEP-STATUS) DELIMITED BY SIZE
                  "]" DELIMITED BY SIZE
                  INTO DASHBOARD-TEXT
           WRITE DASHBOARD-LINE FROM DASHBOARD-TEXT
           IF DASHBOARD-STATUS NOT = "00"
               DISPLAY "ERROR: unable to write daily_ops_dashboard.txt"
                   " - status " DASHBOARD-STATUS
           END-IF

           MOVE SPACES TO DASHBOARD-TEXT
           STRING "WINDOW     [" DELIMITED BY SIZE
                  FUNCTION TRIM(WINFC-STEP-STATUS) DELIMITED BY SIZE
                  "] miss=" DELIMITED BY SIZE
                  FUNCTION TRIM(WINFC-MISS-PCT) DELIMITED BY SIZE
                  "% p90_finish=" DELIMITED BY SIZE
                  FUNCTION TRIM(WINFC-P90-FINISH) DELIMITED BY SIZE
                  " top=" DELIMITED BY SIZE
                  FUNCTION TRIM(WINFC-TOP-STEP) DELIMITED BY SIZE
                  INTO DASHBOARD-TEXT
           WRITE DASHBOARD-LINE FROM DASHBOARD-TEXT
           IF DASHBOARD-STATUS NOT = "00"
