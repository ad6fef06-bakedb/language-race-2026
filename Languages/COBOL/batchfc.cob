       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHFC.
       AUTHOR. LANGUAGE RACE.
       DATE-WRITTEN. 2026-10-15.

      *-----------------------------------------------------------
      * Monte Carlo forecast of the nightly batch window. The
      * deadline logic in DAILY-OPS-DRIVER only reacts once the
      * cycle is already late; this program says before the cycle
      * starts how likely it is to finish by
      * CFG-CYCLE-DEADLINE-HHMM.
      *
      * Every step's run history comes from the same START/END
      * pairs RUNSTATS times - the dated archives in
      * CFG-LOG-ARCHIVE-DIR oldest first, then the live
      * ../audit_log.txt - keeping each step's latest 400 elapsed
      * times. Each trial then walks the driver's real step order,
      * drawing one historical run time per step with the same
      * seeded FUNCTION RANDOM generator RAND-AVG uses: sequential
      * steps add up, and the MATH / RAND-AVG / BEE-MOVIE group
      * the driver launches together costs only its slowest
      * member. CFG-FORECAST-TRIALS trials (seeded with
      * CFG-FORECAST-SEED, so the same history always gives the
      * same forecast) build the finish-time distribution.
      *
      * window_forecast_report.txt shows each step's history, the
      * chance of finishing by the deadline, the expected finish
      * and the P50/P90/P99 finish times, and which step drives
      * the late tail - the trials that miss the deadline, or the
      * slowest tenth when none do - measured as each step's run
      * time above its own mean on the trial's critical path.
      * A miss chance above CFG-WINDOW-RISK-PCT writes an "ALERT"
      * line; with WARN on the command line (the driver's
      * pre-cycle run) it also pushes the on-call webhook then and
      * there, since ALERTGEN only runs once the cycle is over.
      * An HHMM on the command line forecasts a cycle starting at
      * that time instead of now. A step the step schedule keeps
      * off today (see STEPSCHD) costs nothing in the trials, the
      * way the driver will skip it. The step ends 0, or 4 when no
      * step has any run history yet.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "../audit_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.
           SELECT ARCHIVE-LOG-FILE
               ASSIGN TO DYNAMIC ARCHIVE-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-LOG-STATUS.
           SELECT DIR-LISTING-FILE ASSIGN TO DYNAMIC LISTING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTING-STATUS.
           SELECT REPORT-FILE ASSIGN TO "window_forecast_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(130).

       FD ARCHIVE-LOG-FILE.
       01 ARCHIVE-LOG-RECORD PIC X(130).

       FD DIR-LISTING-FILE.
       01 LISTING-RECORD PIC X(100).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
          05 AUDIT-LOG-STATUS PIC X(2).
          05 ARCHIVE-LOG-FILENAME PIC X(80).
          05 ARCHIVE-LOG-STATUS PIC X(2).
          05 LISTING-FILENAME PIC X(30)
              VALUE "/tmp/batchfc-listing.tmp".
          05 LISTING-STATUS PIC X(2).
          05 SHELL-COMMAND PIC X(300).
          05 AUDIT-SCAN-LINE PIC X(130).
          05 REPORT-STATUS PIC X(2).
          05 REPORT-TEXT PIC X(160).
          05 COMMAND-TEXT PIC X(40).
          05 ARG-TOKEN-1 PIC X(10).
          05 ARG-TOKEN-2 PIC X(10).
          05 ARG-TOKEN PIC X(10).
          05 WARN-MODE PIC X(1) VALUE "N".
          05 CURRENT-INDEX PIC 9(2).
          05 STEP-IDX PIC 9(2).
          05 RUN-IDX PIC 9(4).
          05 MATCHED-RUNS PIC 9(6) VALUE 0.
          05 HISTORY-STEPS PIC 9(2) VALUE 0.
          05 ELAPSED-SECONDS PIC S9(7)V99 COMP-3.
          05 TRIAL-COUNT PIC 9(6).
          05 TRIAL-NO PIC 9(6).
          05 TRIAL-PASS PIC 9(1).
          05 TRIAL-TOTAL PIC 9(7)V99.
          05 TRIAL-WHOLE PIC 9(7).
          05 TRIAL-SUM PIC 9(13)V99.
          05 RANDOM-DRAW PIC 9V9(9) COMP-3.
          05 PICK-IDX PIC 9(4).
          05 GROUP-OPEN PIC X(1).
          05 GROUP-MAX PIC 9(6)V99.
          05 GROUP-LEADER PIC 9(2).
          05 FINISH-IDX PIC 9(5).
          05 ON-TIME-COUNT PIC 9(6).
          05 MISS-COUNT PIC 9(6).
          05 ON-TIME-PCT PIC 9(3)V9.
          05 MISS-PCT PIC 9(3)V9.
          05 PCT-WANTED PIC 9(2).
          05 PCT-TARGET PIC 9(6).
          05 PCT-CUM PIC 9(6).
          05 PCT-RESULT-SECS PIC 9(5).
          05 P50-SECS PIC 9(5).
          05 P90-SECS PIC 9(5).
          05 P99-SECS PIC 9(5).
          05 EXPECTED-SECS PIC 9(7)V99.
          05 TIME-NOW-RAW PIC 9(8).
          05 START-HHMM PIC 9(4).
          05 START-SECS PIC 9(5).
          05 DEADLINE-SECS PIC 9(5).
          05 WINDOW-SECS PIC S9(6).
          05 TAIL-MODE PIC X(6).
          05 TAIL-COUNT PIC 9(6).
          05 IN-TAIL PIC X(1).
          05 EXCESS-TOTAL PIC S9(11)V99.
          05 TOP-STEP PIC 9(2).
          05 TOP-EXCESS PIC S9(11)V99.
          05 SHARE-PCT PIC S9(3)V9.
          05 WINDOW-ALERT PIC X(1) VALUE "N".
          05 CLOCK-SECS PIC 9(7).
          05 CLOCK-DAYS PIC 9(1).
          05 CLOCK-HH PIC 9(2).
          05 CLOCK-MM PIC 9(2).
          05 CLOCK-SS PIC 9(2).
          05 CLOCK-TEXT PIC X(14).
          05 START-TEXT PIC X(14).
          05 DEADLINE-TEXT PIC X(14).
          05 EXPECTED-TEXT PIC X(14).
          05 P50-TEXT PIC X(14).
          05 P90-TEXT PIC X(14).
          05 P99-TEXT PIC X(14).
          05 TOP-STEP-NAME PIC X(12).
          05 SCHEDULE-TODAY PIC X(8).
          05 SECONDS-DISPLAY PIC Z(6)9.99.
          05 MAX-DISPLAY PIC Z(6)9.99.
          05 RUNS-DISPLAY PIC Z(5)9.
          05 PCT-DISPLAY PIC ZZ9.9.
          05 MISS-DISPLAY PIC ZZ9.9.
          05 RISK-DISPLAY PIC ZZ9.
          05 SHARE-DISPLAY PIC -ZZ9.9.

      *-----------------------------------------------------------
      * Timestamp handling - the same CURRENT-DATE folding
      * RUNSTATS uses, so a run that crosses midnight stays honest.
      *-----------------------------------------------------------
       01 STAMP-SCRATCH.
          05 STAMP-TEXT PIC X(21).
          05 STAMP-DATE PIC 9(8).
          05 STAMP-HH PIC 9(2).
          05 STAMP-MM PIC 9(2).
          05 STAMP-SS PIC 9(2).
          05 STAMP-CC PIC 9(2).
          05 STAMP-TOTAL-CS PIC 9(8).
          05 STAMP-DAY-NUMBER PIC 9(8).
          05 STAMP-SECONDS PIC 9(7)V99.

       01 AUDIT-SCAN-TOKENS.
          05 AUDIT-NAME-TOKEN PIC X(20).
          05 AUDIT-EVENT-TOKEN PIC X(10).
          05 AUDIT-TS-TOKEN PIC X(21).
          05 AUDIT-COUNT-TOKEN PIC X(20).
          05 AUDIT-STATUS-TOKEN PIC X(20).
          05 AUDIT-CYCLE-TOKEN PIC X(24).
          05 LINE-CYCLE-ID PIC X(16).

      *-----------------------------------------------------------
      * The driver's step order after the pre-flight check, as
      * DAILY-OPS-DRIVER's MAIN-PROGRAM runs it. "P" marks the
      * steps LAUNCH-PARALLEL-STEPS starts together; consecutive
      * "P" steps form one group that costs its slowest member.
      *-----------------------------------------------------------
       01 STEP-MODEL-LIST.
          05 FILLER PIC X(13) VALUE "LOGMAINT    S".
          05 FILLER PIC X(13) VALUE "WEB-SERVER  S".
          05 FILLER PIC X(13) VALUE "HASHGEN     S".
          05 FILLER PIC X(13) VALUE "MATH        P".
          05 FILLER PIC X(13) VALUE "RAND-AVG    P".
          05 FILLER PIC X(13) VALUE "BEE-MOVIE   P".
          05 FILLER PIC X(13) VALUE "RAND-BOOT   S".
          05 FILLER PIC X(13) VALUE "CATRECON    S".
          05 FILLER PIC X(13) VALUE "CAPFCST     S".
          05 FILLER PIC X(13) VALUE "SLACOMP     S".
          05 FILLER PIC X(13) VALUE "CERTCHK     S".
          05 FILLER PIC X(13) VALUE "DASHPUB     S".
          05 FILLER PIC X(13) VALUE "RUN-HISTORY S".
          05 FILLER PIC X(13) VALUE "ALERTGEN    S".
          05 FILLER PIC X(13) VALUE "CYCAUDIT    S".
          05 FILLER PIC X(13) VALUE "MTRCPUB     S".
       01 STEP-MODEL-TABLE REDEFINES STEP-MODEL-LIST.
          05 MODEL-ENTRY OCCURS 16 TIMES.
             10 MODEL-NAME PIC X(12).
             10 MODEL-KIND PIC X(1).
       01 MODEL-STEP-COUNT PIC 9(2) VALUE 16.

      *-----------------------------------------------------------
      * Per-step run history - the latest 400 elapsed times in a
      * ring (SH-NEXT is the slot the next run overwrites once it
      * is full) - plus the scratch each trial and the tail
      * attribution work in.
      *-----------------------------------------------------------
       01 STEP-HISTORY-TABLE.
          05 STEP-HISTORY OCCURS 16 TIMES.
             10 SH-RUNS PIC 9(4).
             10 SH-NEXT PIC 9(4).
             10 SH-PENDING PIC X(1).
             10 SH-START-DAY PIC 9(8).
             10 SH-START-SECONDS PIC 9(7)V99.
             10 SH-START-CYCLE PIC X(16).
             10 SH-SUM PIC 9(9)V99.
             10 SH-MEAN PIC 9(7)V99.
             10 SH-MAX PIC 9(7)V99.
             10 SH-DRAW PIC 9(7)V99.
             10 SH-ON-PATH PIC X(1).
             10 SH-SCHED-OFF PIC X(1).
             10 SH-TAIL-EXCESS PIC S9(11)V99.
             10 SH-DURATION OCCURS 400 TIMES PIC 9(7)V99.

      *-----------------------------------------------------------
      * Finish-time distribution - one tally per whole second of
      * cycle run time, the same counting approach RAND-AVG's
      * SORT-NUMBER-TABLE takes, so the percentiles are one
      * cumulative walk instead of a sort of every trial. A day
      * or more lands in the last slot.
      *-----------------------------------------------------------
       01 FINISH-HISTOGRAM.
          05 FINISH-TALLY OCCURS 86400 TIMES PIC 9(6).

       COPY AUDITLOG.
       COPY APPCFG.
       COPY STEPSCHD.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM HELLO-WORLD.
           PERFORM LOAD-RUNTIME-CONFIG.
           PERFORM PARSE-COMMAND-LINE.
           PERFORM LOG-AUDIT-START.
           PERFORM INIT-STEP-HISTORY.
           PERFORM APPLY-STEP-SCHEDULE.
           PERFORM SCAN-ARCHIVED-LOGS.
           PERFORM SCAN-AUDIT-LOG.
           PERFORM SUMMARISE-STEP-HISTORY.
           IF HISTORY-STEPS > 0
               MOVE 1 TO TRIAL-PASS
               PERFORM RUN-TRIALS
               PERFORM SUMMARISE-TRIALS
               MOVE 2 TO TRIAL-PASS
               PERFORM RUN-TRIALS
               PERFORM FIND-TOP-CONTRIBUTOR
           END-IF.
           PERFORM WRITE-FORECAST-REPORT.
           IF WINDOW-ALERT = "Y" AND WARN-MODE = "Y"
               PERFORM PUSH-WINDOW-WARNING
           END-IF.
           PERFORM LOG-AUDIT-END.
           IF HISTORY-STEPS = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       HELLO-WORLD.
           DISPLAY "Hello, World!".

      *-----------------------------------------------------------
      * Runtime configuration overrides (../ops_config.txt) fold
      * over the APPCFG compile-time defaults before any CFG-
      * value is read - see CONFIGLD.
      *-----------------------------------------------------------
       LOAD-RUNTIME-CONFIG.
           CALL "CONFIGLD" USING APP-CONFIG
           MOVE CFG-FORECAST-TRIALS TO TRIAL-COUNT
           IF TRIAL-COUNT < 1000
               DISPLAY "CFG-FORECAST-TRIALS below 1000, using 1000"
               MOVE 1000 TO TRIAL-COUNT
           END-IF
           IF TRIAL-COUNT > 100000
               DISPLAY "CFG-FORECAST-TRIALS capped at 100000"
               MOVE 100000 TO TRIAL-COUNT
           END-IF.

      *-----------------------------------------------------------
      * "WARN" asks for the webhook push on a breach; a four-digit
      * HHMM forecasts a cycle starting then instead of now.
      *-----------------------------------------------------------
       PARSE-COMMAND-LINE.
           MOVE SPACES TO COMMAND-TEXT
           ACCEPT COMMAND-TEXT FROM COMMAND-LINE
           MOVE SPACES TO ARG-TOKEN-1
           MOVE SPACES TO ARG-TOKEN-2
           UNSTRING COMMAND-TEXT DELIMITED BY ALL SPACE
               INTO ARG-TOKEN-1 ARG-TOKEN-2
           ACCEPT TIME-NOW-RAW FROM TIME
           MOVE TIME-NOW-RAW(1:4) TO START-HHMM
           MOVE ARG-TOKEN-1 TO ARG-TOKEN
           PERFORM APPLY-COMMAND-ARG
           MOVE ARG-TOKEN-2 TO ARG-TOKEN
           PERFORM APPLY-COMMAND-ARG
           DIVIDE START-HHMM BY 100 GIVING CLOCK-HH
               REMAINDER CLOCK-MM
           COMPUTE START-SECS = CLOCK-HH * 3600 + CLOCK-MM * 60
           DIVIDE CFG-CYCLE-DEADLINE-HHMM BY 100 GIVING CLOCK-HH
               REMAINDER CLOCK-MM
           COMPUTE DEADLINE-SECS = CLOCK-HH * 3600 + CLOCK-MM * 60
      * A cycle starting after the deadline time is heading for
      * tomorrow's deadline - the driver's own rule for a daytime
      * run.
           COMPUTE WINDOW-SECS = DEADLINE-SECS - START-SECS
           IF WINDOW-SECS <= 0
               ADD 86400 TO WINDOW-SECS
           END-IF.

       APPLY-COMMAND-ARG.
           EVALUATE TRUE
               WHEN ARG-TOKEN = SPACES
                   CONTINUE
               WHEN FUNCTION UPPER-CASE(ARG-TOKEN) = "WARN"
                   MOVE "Y" TO WARN-MODE
               WHEN ARG-TOKEN(1:4) IS NUMERIC
                   AND ARG-TOKEN(5:) = SPACES
                   AND ARG-TOKEN(1:2) < "24"
                   AND ARG-TOKEN(3:2) < "60"
                   MOVE ARG-TOKEN(1:4) TO START-HHMM
               WHEN OTHER
                   DISPLAY "Usage: batchfc [HHMM] [WARN]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       LOG-AUDIT-START.
           MOVE "BATCHFC" TO AUDIT-PROGRAM-NAME
           MOVE "START" TO AUDIT-EVENT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE 0 TO AUDIT-RECORD-COUNT
           MOVE "RUNNING" TO AUDIT-COMPLETION-STATUS
           CALL "AUDITLOG" USING AUDIT-CALL-RECORD.

       LOG-AUDIT-END.
           MOVE "BATCHFC" TO AUDIT-PROGRAM-NAME
           MOVE "END" TO AUDIT-EVENT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE MATCHED-RUNS TO AUDIT-RECORD-COUNT
           EVALUATE TRUE
               WHEN HISTORY-STEPS = 0
                   MOVE "NO HISTORY" TO AUDIT-COMPLETION-STATUS
               WHEN WINDOW-ALERT = "Y"
                   MOVE "ALERT" TO AUDIT-COMPLETION-STATUS
               WHEN OTHER
                   MOVE "OK" TO AUDIT-COMPLETION-STATUS
           END-EVALUATE
           CALL "AUDITLOG" USING AUDIT-CALL-RECORD.

       INIT-STEP-HISTORY.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > MODEL-STEP-COUNT
               MOVE 0 TO SH-RUNS(STEP-IDX)
               MOVE 1 TO SH-NEXT(STEP-IDX)
               MOVE "N" TO SH-PENDING(STEP-IDX)
               MOVE 0 TO SH-SUM(STEP-IDX)
               MOVE 0 TO SH-MEAN(STEP-IDX)
               MOVE 0 TO SH-MAX(STEP-IDX)
               MOVE 0 TO SH-TAIL-EXCESS(STEP-IDX)
               MOVE "N" TO SH-SCHED-OFF(STEP-IDX)
           END-PERFORM.

      *-----------------------------------------------------------
      * Today's step set from the step schedule, as the driver's
      * APPLY-STEP-SCHEDULE settles it. Log maintenance and the
      * closing steps run every night; the bootstrap run goes by
      * its dashboard name there, RESPBOOT.
      *-----------------------------------------------------------
       APPLY-STEP-SCHEDULE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SCHEDULE-TODAY
           PERFORM VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > MODEL-STEP-COUNT
               EVALUATE MODEL-NAME(STEP-IDX)
                   WHEN "LOGMAINT"
                   WHEN "DASHPUB"
                   WHEN "RUN-HISTORY"
                   WHEN "ALERTGEN"
                   WHEN "CYCAUDIT"
                   WHEN "MTRCPUB"
                       CONTINUE
                   WHEN "RAND-BOOT"
                       MOVE "RESPBOOT" TO SCHEDULE-STEP-NAME
                       PERFORM ASK-STEP-SCHEDULE
                   WHEN OTHER
                       MOVE MODEL-NAME(STEP-IDX) TO SCHEDULE-STEP-NAME
                       PERFORM ASK-STEP-SCHEDULE
               END-EVALUATE
           END-PERFORM.

       ASK-STEP-SCHEDULE.
           MOVE SCHEDULE-TODAY TO SCHEDULE-DATE
           CALL "STEPSCHD" USING APP-CONFIG SCHEDULE-CALL-RECORD
           IF SCHEDULE-RESULT = "OFF"
               MOVE "Y" TO SH-SCHED-OFF(STEP-IDX)
           END-IF.

      *-----------------------------------------------------------
      * Archives first, oldest first, then the live log - the
      * order RUNSTATS scans in, so each ring keeps the latest
      * runs.
      *-----------------------------------------------------------
       SCAN-ARCHIVED-LOGS.
           MOVE SPACES TO SHELL-COMMAND
           STRING "ls -1 " DELIMITED BY SIZE
                  FUNCTION TRIM(CFG-LOG-ARCHIVE-DIR) DELIMITED BY SIZE
                  "/audit_log.*.txt 2>/dev/null > " DELIMITED BY SIZE
                  FUNCTION TRIM(LISTING-FILENAME) DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           OPEN INPUT DIR-LISTING-FILE
           IF LISTING-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ DIR-LISTING-FILE AT END
                       EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(LISTING-RECORD) NOT = SPACES
                           MOVE FUNCTION TRIM(LISTING-RECORD)
                               TO ARCHIVE-LOG-FILENAME
                           PERFORM SCAN-ONE-ARCHIVE
                       END-IF
               END-PERFORM
               CLOSE DIR-LISTING-FILE
           END-IF.

       SCAN-ONE-ARCHIVE.
           OPEN INPUT ARCHIVE-LOG-FILE
           IF ARCHIVE-LOG-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ ARCHIVE-LOG-FILE AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE ARCHIVE-LOG-RECORD TO AUDIT-SCAN-LINE
                       PERFORM PROCESS-AUDIT-LINE
               END-PERFORM
               CLOSE ARCHIVE-LOG-FILE
           END-IF.

       SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG-FILE
           IF AUDIT-LOG-STATUS NOT = "00"
               DISPLAY "WARNING: unable to open ../audit_log.txt"
                   " - status " AUDIT-LOG-STATUS
                   " - using archived logs only"
           ELSE
               PERFORM UNTIL EXIT
                   READ AUDIT-LOG-FILE AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE AUDIT-LOG-RECORD TO AUDIT-SCAN-LINE
                       PERFORM PROCESS-AUDIT-LINE
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF
           DISPLAY "Matched " MATCHED-RUNS " step START/END pairs".

      * Only the steps in the model are kept; every other program
      * on the shared log is passed over.
       PROCESS-AUDIT-LINE.
           MOVE SPACES TO AUDIT-CYCLE-TOKEN
           MOVE SPACES TO LINE-CYCLE-ID
           UNSTRING AUDIT-SCAN-LINE DELIMITED BY ALL SPACE
               INTO AUDIT-NAME-TOKEN AUDIT-EVENT-TOKEN AUDIT-TS-TOKEN
                    AUDIT-COUNT-TOKEN AUDIT-STATUS-TOKEN
                    AUDIT-CYCLE-TOKEN
           IF AUDIT-CYCLE-TOKEN(1:6) = "cycle="
               MOVE AUDIT-CYCLE-TOKEN(7:16) TO LINE-CYCLE-ID
           END-IF
           MOVE 0 TO CURRENT-INDEX
           PERFORM VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > MODEL-STEP-COUNT
                  OR CURRENT-INDEX > 0
               IF MODEL-NAME(STEP-IDX) = AUDIT-NAME-TOKEN
                   MOVE STEP-IDX TO CURRENT-INDEX
               END-IF
           END-PERFORM
           IF CURRENT-INDEX > 0
               EVALUATE FUNCTION TRIM(AUDIT-EVENT-TOKEN)
                   WHEN "START"
                       PERFORM RECORD-RUN-START
                   WHEN "END"
                       PERFORM RECORD-RUN-END
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       RECORD-RUN-START.
           MOVE AUDIT-TS-TOKEN TO STAMP-TEXT
           PERFORM CONVERT-STAMP
           MOVE "Y" TO SH-PENDING(CURRENT-INDEX)
           MOVE STAMP-DAY-NUMBER TO SH-START-DAY(CURRENT-INDEX)
           MOVE STAMP-SECONDS TO SH-START-SECONDS(CURRENT-INDEX)
           MOVE LINE-CYCLE-ID TO SH-START-CYCLE(CURRENT-INDEX).

      * An END only closes a START from the same cycle - see
      * RUNSTATS' RECORD-RUN-END. A TIMEOUT END the driver wrote
      * for a killed step is a real (and very late) run time, so
      * it is kept.
       RECORD-RUN-END.
           IF SH-PENDING(CURRENT-INDEX) = "Y"
               AND LINE-CYCLE-ID NOT = SH-START-CYCLE(CURRENT-INDEX)
               MOVE "N" TO SH-PENDING(CURRENT-INDEX)
           END-IF
           IF SH-PENDING(CURRENT-INDEX) = "Y"
               MOVE AUDIT-TS-TOKEN TO STAMP-TEXT
               PERFORM CONVERT-STAMP
               COMPUTE ELAPSED-SECONDS =
                   (STAMP-DAY-NUMBER - SH-START-DAY(CURRENT-INDEX))
                   * 86400
                   + STAMP-SECONDS - SH-START-SECONDS(CURRENT-INDEX)
               IF ELAPSED-SECONDS >= 0
                   PERFORM KEEP-RUN-TIME
                   ADD 1 TO MATCHED-RUNS
               END-IF
               MOVE "N" TO SH-PENDING(CURRENT-INDEX)
           END-IF.

       KEEP-RUN-TIME.
           IF SH-RUNS(CURRENT-INDEX) < 400
               ADD 1 TO SH-RUNS(CURRENT-INDEX)
               MOVE ELAPSED-SECONDS TO SH-DURATION(CURRENT-INDEX,
                   SH-RUNS(CURRENT-INDEX))
           ELSE
               MOVE ELAPSED-SECONDS TO SH-DURATION(CURRENT-INDEX,
                   SH-NEXT(CURRENT-INDEX))
               ADD 1 TO SH-NEXT(CURRENT-INDEX)
               IF SH-NEXT(CURRENT-INDEX) > 400
                   MOVE 1 TO SH-NEXT(CURRENT-INDEX)
               END-IF
           END-IF.

       CONVERT-STAMP.
           MOVE STAMP-TEXT(1:8) TO STAMP-DATE
           COMPUTE STAMP-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(STAMP-DATE)
           MOVE STAMP-TEXT(9:2) TO STAMP-HH
           MOVE STAMP-TEXT(11:2) TO STAMP-MM
           MOVE STAMP-TEXT(13:2) TO STAMP-SS
           MOVE STAMP-TEXT(15:2) TO STAMP-CC
           COMPUTE STAMP-TOTAL-CS = STAMP-HH * 360000
               + STAMP-MM * 6000 + STAMP-SS * 100 + STAMP-CC
           COMPUTE STAMP-SECONDS = STAMP-TOTAL-CS / 100.

      *-----------------------------------------------------------
      * Mean and longest kept run per step. A step with no history
      * yet (a new program, or a freshly rolled archive) costs
      * nothing in the trials and is named as such in the report.
      *-----------------------------------------------------------
       SUMMARISE-STEP-HISTORY.
           MOVE 0 TO HISTORY-STEPS
           PERFORM VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > MODEL-STEP-COUNT
               IF SH-RUNS(STEP-IDX) > 0
                   ADD 1 TO HISTORY-STEPS
                   PERFORM VARYING RUN-IDX FROM 1 BY 1
                       UNTIL RUN-IDX > SH-RUNS(STEP-IDX)
                       ADD SH-DURATION(STEP-IDX, RUN-IDX)
                           TO SH-SUM(STEP-IDX)
                       IF SH-DURATION(STEP-IDX, RUN-IDX)
                               > SH-MAX(STEP-IDX)
                           MOVE SH-DURATION(STEP-IDX, RUN-IDX)
                               TO SH-MAX(STEP-IDX)
                       END-IF
                   END-PERFORM
                   COMPUTE SH-MEAN(STEP-IDX) ROUNDED =
                       SH-SUM(STEP-IDX) / SH-RUNS(STEP-IDX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * Pass 1 builds the finish-time distribution; pass 2 reseeds
      * the generator, replays exactly the same trials and books
      * the late-tail attribution now that the tail is known.
      *-----------------------------------------------------------
       RUN-TRIALS.
           COMPUTE RANDOM-DRAW = FUNCTION RANDOM(CFG-FORECAST-SEED)
           IF TRIAL-PASS = 1
               INITIALIZE FINISH-HISTOGRAM
               MOVE 0 TO TRIAL-SUM
               MOVE 0 TO ON-TIME-COUNT
               MOVE 0 TO MISS-COUNT
           ELSE
               MOVE 0 TO TAIL-COUNT
           END-IF
           PERFORM VARYING TRIAL-NO FROM 1 BY 1
               UNTIL TRIAL-NO > TRIAL-COUNT
               PERFORM RUN-ONE-TRIAL
               IF TRIAL-PASS = 1
                   PERFORM TALLY-TRIAL
               ELSE
                   PERFORM ATTRIBUTE-TRIAL
               END-IF
           END-PERFORM.

      * One pass down the step order: sequential steps add their
      * drawn time, a parallel group adds its slowest member's.
      * SH-ON-PATH marks the steps whose time the total carries.
       RUN-ONE-TRIAL.
           MOVE 0 TO TRIAL-TOTAL
           MOVE "N" TO GROUP-OPEN
           MOVE 0 TO GROUP-MAX
           MOVE 0 TO GROUP-LEADER
           PERFORM VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > MODEL-STEP-COUNT
               MOVE "N" TO SH-ON-PATH(STEP-IDX)
               PERFORM DRAW-STEP-TIME
               IF MODEL-KIND(STEP-IDX) = "P"
                   MOVE "Y" TO GROUP-OPEN
                   IF GROUP-LEADER = 0
                       OR SH-DRAW(STEP-IDX) > GROUP-MAX
                       MOVE SH-DRAW(STEP-IDX) TO GROUP-MAX
                       MOVE STEP-IDX TO GROUP-LEADER
                   END-IF
               ELSE
                   PERFORM CLOSE-PARALLEL-GROUP
                   ADD SH-DRAW(STEP-IDX) TO TRIAL-TOTAL
                   MOVE "Y" TO SH-ON-PATH(STEP-IDX)
               END-IF
           END-PERFORM
           PERFORM CLOSE-PARALLEL-GROUP.

       CLOSE-PARALLEL-GROUP.
           IF GROUP-OPEN = "Y"
               ADD GROUP-MAX TO TRIAL-TOTAL
               MOVE "Y" TO SH-ON-PATH(GROUP-LEADER)
               MOVE "N" TO GROUP-OPEN
               MOVE 0 TO GROUP-MAX
               MOVE 0 TO GROUP-LEADER
           END-IF.

      * FUNCTION RANDOM is in [0,1), so the truncated product is a
      * slot 0 .. runs-1 before the ADD.
       DRAW-STEP-TIME.
           IF SH-RUNS(STEP-IDX) = 0 OR SH-SCHED-OFF(STEP-IDX) = "Y"
               MOVE 0 TO SH-DRAW(STEP-IDX)
           ELSE
               COMPUTE PICK-IDX = FUNCTION RANDOM * SH-RUNS(STEP-IDX)
               ADD 1 TO PICK-IDX
               IF PICK-IDX > SH-RUNS(STEP-IDX)
                   MOVE SH-RUNS(STEP-IDX) TO PICK-IDX
               END-IF
               MOVE SH-DURATION(STEP-IDX, PICK-IDX)
                   TO SH-DRAW(STEP-IDX)
           END-IF.

       TALLY-TRIAL.
           ADD TRIAL-TOTAL TO TRIAL-SUM
           IF TRIAL-TOTAL <= WINDOW-SECS
               ADD 1 TO ON-TIME-COUNT
           ELSE
               ADD 1 TO MISS-COUNT
           END-IF
           MOVE TRIAL-TOTAL TO TRIAL-WHOLE
           IF TRIAL-WHOLE > 86399
               MOVE 86399 TO TRIAL-WHOLE
           END-IF
           COMPUTE FINISH-IDX = TRIAL-WHOLE + 1
           ADD 1 TO FINISH-TALLY(FINISH-IDX).

      *-----------------------------------------------------------
      * A tail trial books, for every step on its critical path,
      * how far that step's drawn time ran over its own mean - the
      * step with the largest total is what makes late nights late.
      *-----------------------------------------------------------
       ATTRIBUTE-TRIAL.
           MOVE "N" TO IN-TAIL
           IF TAIL-MODE = "MISSES"
               IF TRIAL-TOTAL > WINDOW-SECS
                   MOVE "Y" TO IN-TAIL
               END-IF
           ELSE
               MOVE TRIAL-TOTAL TO TRIAL-WHOLE
               IF TRIAL-WHOLE >= P90-SECS
                   MOVE "Y" TO IN-TAIL
               END-IF
           END-IF
           IF IN-TAIL = "Y"
               ADD 1 TO TAIL-COUNT
               PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > MODEL-STEP-COUNT
                   IF SH-ON-PATH(STEP-IDX) = "Y"
                       COMPUTE SH-TAIL-EXCESS(STEP-IDX) =
                           SH-TAIL-EXCESS(STEP-IDX)
                           + SH-DRAW(STEP-IDX) - SH-MEAN(STEP-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       SUMMARISE-TRIALS.
           COMPUTE EXPECTED-SECS ROUNDED = TRIAL-SUM / TRIAL-COUNT
           COMPUTE ON-TIME-PCT ROUNDED =
               ON-TIME-COUNT * 100 / TRIAL-COUNT
           COMPUTE MISS-PCT = 100 - ON-TIME-PCT
           MOVE 50 TO PCT-WANTED
           PERFORM FIND-PERCENTILE
           MOVE PCT-RESULT-SECS TO P50-SECS
           MOVE 90 TO PCT-WANTED
           PERFORM FIND-PERCENTILE
           MOVE PCT-RESULT-SECS TO P90-SECS
           MOVE 99 TO PCT-WANTED
           PERFORM FIND-PERCENTILE
           MOVE PCT-RESULT-SECS TO P99-SECS
           IF MISS-COUNT > 0
               MOVE "MISSES" TO TAIL-MODE
           ELSE
               MOVE "P90" TO TAIL-MODE
           END-IF
           IF MISS-PCT > CFG-WINDOW-RISK-PCT
               MOVE "Y" TO WINDOW-ALERT
           END-IF.

      * The smallest whole second that at least PCT-WANTED percent
      * of the trials finish within.
       FIND-PERCENTILE.
           COMPUTE PCT-TARGET = (TRIAL-COUNT * PCT-WANTED + 99) / 100
           MOVE 0 TO PCT-CUM
           MOVE 0 TO PCT-RESULT-SECS
           PERFORM VARYING FINISH-IDX FROM 1 BY 1
               UNTIL FINISH-IDX > 86400
               ADD FINISH-TALLY(FINISH-IDX) TO PCT-CUM
               IF PCT-CUM >= PCT-TARGET
                   COMPUTE PCT-RESULT-SECS = FINISH-IDX - 1
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-TOP-CONTRIBUTOR.
           MOVE 0 TO TOP-STEP
           MOVE 0 TO TOP-EXCESS
           MOVE 0 TO EXCESS-TOTAL
           MOVE "(none)" TO TOP-STEP-NAME
           PERFORM VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > MODEL-STEP-COUNT
               IF SH-TAIL-EXCESS(STEP-IDX) > 0
                   ADD SH-TAIL-EXCESS(STEP-IDX) TO EXCESS-TOTAL
                   IF SH-TAIL-EXCESS(STEP-IDX) > TOP-EXCESS
                       MOVE SH-TAIL-EXCESS(STEP-IDX) TO TOP-EXCESS
                       MOVE STEP-IDX TO TOP-STEP
                   END-IF
               END-IF
           END-PERFORM
           IF TOP-STEP > 0
               MOVE MODEL-NAME(TOP-STEP) TO TOP-STEP-NAME
           END-IF.

      *-----------------------------------------------------------
      * CLOCK-SECS (seconds past midnight of the start day) as
      * HH:MM:SS, with "+nd" when it rolls into a later day.
      *-----------------------------------------------------------
       FORMAT-CLOCK.
           COMPUTE CLOCK-DAYS = CLOCK-SECS / 86400
           COMPUTE CLOCK-HH = FUNCTION MOD(CLOCK-SECS, 86400) / 3600
           COMPUTE CLOCK-MM = FUNCTION MOD(CLOCK-SECS, 3600) / 60
           COMPUTE CLOCK-SS = FUNCTION MOD(CLOCK-SECS, 60)
           MOVE SPACES TO CLOCK-TEXT
           STRING CLOCK-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  CLOCK-MM DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  CLOCK-SS DELIMITED BY SIZE
                  INTO CLOCK-TEXT
           IF CLOCK-DAYS > 0
               STRING CLOCK-TEXT(1:8) DELIMITED BY SIZE
                      " +" DELIMITED BY SIZE
                      CLOCK-DAYS DELIMITED BY SIZE
                      "d" DELIMITED BY SIZE
                      INTO CLOCK-TEXT
           END-IF.

       FORMAT-FORECAST-TIMES.
           MOVE START-SECS TO CLOCK-SECS
           PERFORM FORMAT-CLOCK
           MOVE CLOCK-TEXT TO START-TEXT
           COMPUTE CLOCK-SECS = START-SECS + WINDOW-SECS
           PERFORM FORMAT-CLOCK
           MOVE CLOCK-TEXT TO DEADLINE-TEXT
           COMPUTE CLOCK-SECS = START-SECS + EXPECTED-SECS
           PERFORM FORMAT-CLOCK
           MOVE CLOCK-TEXT TO EXPECTED-TEXT
           COMPUTE CLOCK-SECS = START-SECS + P50-SECS
           PERFORM FORMAT-CLOCK
           MOVE CLOCK-TEXT TO P50-TEXT
           COMPUTE CLOCK-SECS = START-SECS + P90-SECS
           PERFORM FORMAT-CLOCK
           MOVE CLOCK-TEXT TO P90-TEXT
           COMPUTE CLOCK-SECS = START-SECS + P99-SECS
           PERFORM FORMAT-CLOCK
           MOVE CLOCK-TEXT TO P99-TEXT.

       WRITE-FORECAST-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open"
                   " window_forecast_report.txt - status "
                   REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM FORMAT-FORECAST-TIMES
           IF HISTORY-STEPS = 0
               MOVE "n/a" TO EXPECTED-TEXT
               MOVE "n/a" TO P50-TEXT
               MOVE "n/a" TO P90-TEXT
               MOVE "n/a" TO P99-TEXT
               MOVE "(none)" TO TOP-STEP-NAME
           END-IF
           MOVE "Batch Window Forecast" TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE FUNCTION CURRENT-DATE TO STAMP-TEXT
           MOVE CFG-WINDOW-RISK-PCT TO RISK-DISPLAY
           STRING "Generated " DELIMITED BY SIZE
                  STAMP-TEXT(1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STAMP-TEXT(9:6) DELIMITED BY SIZE
                  "  cycle start " DELIMITED BY SIZE
                  START-TEXT(1:5) DELIMITED BY SIZE
                  "  deadline " DELIMITED BY SIZE
                  FUNCTION TRIM(DEADLINE-TEXT) DELIMITED BY SIZE
                  "  trials " DELIMITED BY SIZE
                  TRIAL-COUNT DELIMITED BY SIZE
                  "  seed " DELIMITED BY SIZE
                  CFG-FORECAST-SEED DELIMITED BY SIZE
                  "  risk limit " DELIMITED BY SIZE
                  FUNCTION TRIM(RISK-DISPLAY) DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE "STEP HISTORY (driver order; P = run in parallel)"
               TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           PERFORM VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > MODEL-STEP-COUNT
               PERFORM WRITE-STEP-LINE
           END-PERFORM
           PERFORM WRITE-REPORT-TEXT
           IF HISTORY-STEPS = 0
               MOVE "No step has any START/END history yet -"
                   & " nothing to forecast." TO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           ELSE
               PERFORM WRITE-FORECAST-SECTION
           END-IF
           PERFORM WRITE-REPORT-TEXT
           MOVE ON-TIME-PCT TO PCT-DISPLAY
           MOVE MISS-PCT TO MISS-DISPLAY
           STRING "Summary: trials=" DELIMITED BY SIZE
                  TRIAL-COUNT DELIMITED BY SIZE
                  ", on-time-pct=" DELIMITED BY SIZE
                  FUNCTION TRIM(PCT-DISPLAY) DELIMITED BY SIZE
                  ", miss-pct=" DELIMITED BY SIZE
                  FUNCTION TRIM(MISS-DISPLAY) DELIMITED BY SIZE
                  ", expected=" DELIMITED BY SIZE
                  FUNCTION TRIM(EXPECTED-TEXT) DELIMITED BY SIZE
                  ", p50=" DELIMITED BY SIZE
                  FUNCTION TRIM(P50-TEXT) DELIMITED BY SIZE
                  ", p90=" DELIMITED BY SIZE
                  FUNCTION TRIM(P90-TEXT) DELIMITED BY SIZE
                  ", p99=" DELIMITED BY SIZE
                  FUNCTION TRIM(P99-TEXT) DELIMITED BY SIZE
                  ", top=" DELIMITED BY SIZE
                  FUNCTION TRIM(TOP-STEP-NAME) DELIMITED BY SIZE
                  ", alert=" DELIMITED BY SIZE
                  WINDOW-ALERT DELIMITED BY SIZE
                  INTO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           CLOSE REPORT-FILE
           DISPLAY FUNCTION TRIM(REPORT-LINE)
           DISPLAY "Report saved to: window_forecast_report.txt".

       WRITE-STEP-LINE.
           MOVE SH-RUNS(STEP-IDX) TO RUNS-DISPLAY
           MOVE SH-MEAN(STEP-IDX) TO SECONDS-DISPLAY
           MOVE SH-MAX(STEP-IDX) TO MAX-DISPLAY
           STRING "  " DELIMITED BY SIZE
                  MODEL-NAME(STEP-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MODEL-KIND(STEP-IDX) DELIMITED BY SIZE
                  "  runs=" DELIMITED BY SIZE
                  RUNS-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-TEXT
           EVALUATE TRUE
               WHEN SH-SCHED-OFF(STEP-IDX) = "Y"
                   STRING REPORT-TEXT(1:36) DELIMITED BY SIZE
                          "  scheduled off today - counted as 0s"
                              DELIMITED BY SIZE
                          INTO REPORT-TEXT
               WHEN SH-RUNS(STEP-IDX) = 0
                   STRING REPORT-TEXT(1:36) DELIMITED BY SIZE
                          "  no run history - counted as 0s"
                              DELIMITED BY SIZE
                          INTO REPORT-TEXT
               WHEN OTHER
                   STRING REPORT-TEXT(1:36) DELIMITED BY SIZE
                          "  mean=" DELIMITED BY SIZE
                          SECONDS-DISPLAY DELIMITED BY SIZE
                          "s  max=" DELIMITED BY SIZE
                          MAX-DISPLAY DELIMITED BY SIZE
                          "s" DELIMITED BY SIZE
                          INTO REPORT-TEXT
           END-EVALUATE
           PERFORM WRITE-REPORT-TEXT.

       WRITE-FORECAST-SECTION.
           MOVE "FORECAST" TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE ON-TIME-PCT TO PCT-DISPLAY
           MOVE MISS-PCT TO MISS-DISPLAY
           STRING "  Chance of finishing by the deadline: "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(PCT-DISPLAY) DELIMITED BY SIZE
                  "%   (miss " DELIMITED BY SIZE
                  FUNCTION TRIM(MISS-DISPLAY) DELIMITED BY SIZE
                  "%)" DELIMITED BY SIZE
                  INTO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           STRING "  Expected finish: " DELIMITED BY SIZE
                  FUNCTION TRIM(EXPECTED-TEXT) DELIMITED BY SIZE
                  INTO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           STRING "  P50 finish: " DELIMITED BY SIZE
                  FUNCTION TRIM(P50-TEXT) DELIMITED BY SIZE
                  "   P90 finish: " DELIMITED BY SIZE
                  FUNCTION TRIM(P90-TEXT) DELIMITED BY SIZE
                  "   P99 finish: " DELIMITED BY SIZE
                  FUNCTION TRIM(P99-TEXT) DELIMITED BY SIZE
                  INTO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE TAIL-COUNT TO RUNS-DISPLAY
           IF TAIL-MODE = "MISSES"
               STRING "LATE TAIL (" DELIMITED BY SIZE
                      FUNCTION TRIM(RUNS-DISPLAY) DELIMITED BY SIZE
                      " trials missing the deadline)"
                          DELIMITED BY SIZE
                      INTO REPORT-TEXT
           ELSE
               STRING "LATE TAIL (" DELIMITED BY SIZE
                      FUNCTION TRIM(RUNS-DISPLAY) DELIMITED BY SIZE
                      " slowest trials at or past P90 - none missed)"
                          DELIMITED BY SIZE
                      INTO REPORT-TEXT
           END-IF
           PERFORM WRITE-REPORT-TEXT
           PERFORM VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > MODEL-STEP-COUNT
               MOVE 0 TO SHARE-PCT
               IF SH-TAIL-EXCESS(STEP-IDX) > 0
                   COMPUTE SHARE-PCT ROUNDED =
                       SH-TAIL-EXCESS(STEP-IDX) * 100 / EXCESS-TOTAL
               END-IF
      * Steps whose overrun rounds to nothing are left off.
               IF SHARE-PCT > 0
                   MOVE SHARE-PCT TO SHARE-DISPLAY
                   STRING "  " DELIMITED BY SIZE
                          MODEL-NAME(STEP-IDX) DELIMITED BY SIZE
                          " share of the tail's overrun "
                              DELIMITED BY SIZE
                          SHARE-DISPLAY DELIMITED BY SIZE
                          "%" DELIMITED BY SIZE
                          INTO REPORT-TEXT
                   PERFORM WRITE-REPORT-TEXT
               END-IF
           END-PERFORM
           IF TOP-STEP = 0
               MOVE "  No step runs over its mean in the tail."
                   TO REPORT-TEXT
           ELSE
               STRING "  Largest contributor to the late tail: "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(TOP-STEP-NAME) DELIMITED BY SIZE
                      INTO REPORT-TEXT
           END-IF
           PERFORM WRITE-REPORT-TEXT
           IF WINDOW-ALERT = "Y"
               PERFORM WRITE-REPORT-TEXT
               MOVE MISS-PCT TO PCT-DISPLAY
               STRING "ALERT    batch window at risk - "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(PCT-DISPLAY) DELIMITED BY SIZE
                      "% chance of missing the " DELIMITED BY SIZE
                      DEADLINE-TEXT(1:5) DELIMITED BY SIZE
                      " deadline, above the " DELIMITED BY SIZE
                      FUNCTION TRIM(RISK-DISPLAY) DELIMITED BY SIZE
                      "% limit; P90 finish " DELIMITED BY SIZE
                      FUNCTION TRIM(P90-TEXT) DELIMITED BY SIZE
                      ", late tail driven by " DELIMITED BY SIZE
                      FUNCTION TRIM(TOP-STEP-NAME) DELIMITED BY SIZE
                      INTO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-IF.

       WRITE-REPORT-TEXT.
           WRITE REPORT-LINE FROM REPORT-TEXT
           IF REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to write"
                   " window_forecast_report.txt - status "
                   REPORT-STATUS
           END-IF
           MOVE SPACES TO REPORT-TEXT.

      *-----------------------------------------------------------
      * Pre-cycle warning to on-call - the same curl shell-out
      * ALERTGEN's PUSH-WEBHOOK-NOTIFICATION uses, to the same
      * CFG-ALERT-WEBHOOK-URL.
      *-----------------------------------------------------------
       PUSH-WINDOW-WARNING.
           MOVE MISS-PCT TO PCT-DISPLAY
           MOVE SPACES TO SHELL-COMMAND
           STRING "curl -s -m 5 -X POST -d 'batch window at risk: "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(PCT-DISPLAY) DELIMITED BY SIZE
                  "% chance of missing the " DELIMITED BY SIZE
                  DEADLINE-TEXT(1:5) DELIMITED BY SIZE
                  " deadline, P90 finish " DELIMITED BY SIZE
                  FUNCTION TRIM(P90-TEXT) DELIMITED BY SIZE
                  ", late tail driven by " DELIMITED BY SIZE
                  FUNCTION TRIM(TOP-STEP-NAME) DELIMITED BY SIZE
                  "' -o /dev/null '" DELIMITED BY SIZE
                  FUNCTION TRIM(CFG-ALERT-WEBHOOK-URL)
                      DELIMITED BY SIZE
                  "' 2>/dev/null" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           DISPLAY "WARNING: batch window at risk - on-call warned"
               " via " FUNCTION TRIM(CFG-ALERT-WEBHOOK-URL).
