       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRCPUB.
       AUTHOR. LANGUAGE RACE.
       DATE-WRITTEN. 2026-10-15.

      *-----------------------------------------------------------
      * End-of-cycle metrics feed for the enterprise monitoring
      * platform. Its file collector picks up CFG-METRICS-FILE
      * (default ../ops_metrics.prom) in the plain-text exposition
      * format - a "# HELP" and a "# TYPE" line per metric, then
      * one sample per line:
      *   name{label="value",...} value
      * The file is rebuilt from the night's artifacts:
      *   - test-result.json, and test-result.<env>.json for each
      *     environment in CFG-ENVIRONMENTS-FILE: per-endpoint
      *     status, elapsed ms and attempts (the secondary passes
      *     carry status only), labelled with the endpoint, its
      *     group and its criticality tier
      *   - hash_results.json: file, failed, drifted and missing
      *     counts
      *   - math_report.txt: solved, error and graded counts,
      *     counted the way DAILY-OPS-DRIVER counts them
      *   - rand_avg_report.txt: the randomness and goodness-of-fit
      *     verdicts and the mean
      *   - bee_results.json: the BEE-MOVIE totals
      *   - the audit log - the LOGMAINT archives dated on or after
      *     the cycle's date, then the live file - for each step's
      *     duration and result this cycle, START paired to END as
      *     CYCDOSS pairs them, plus the steps the dashboard shows
      *     as not run tonight
      * Every sample carries cycle= (OPS_CYCLE_ID, or STANDALONE
      * outside the driver) and environment= (CFG-METRICS-
      * ENVIRONMENT for everything but the secondary passes).
      * A step the dashboard shows as not run tonight
      * (SCHEDULED-OFF, DEFERRED, NOT RUN) exports no artifact
      * metrics - its artifact is an earlier night's.
      * The feed is written to <file>.tmp beside the real file and
      * renamed over it once every line is down. A rename within
      * one directory is atomic, so the collector reads last
      * night's file or tonight's, never half of one; the .tmp
      * name does not end in .prom, so it is never collected.
      * Return code 0 - published, 8 - not published (the previous
      * file is left as it was).
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARTIFACT-FILE ASSIGN TO DYNAMIC ARTIFACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARTIFACT-STATUS.
           SELECT DASHBOARD-FILE ASSIGN TO "daily_ops_dashboard.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DASHBOARD-STATUS.
           SELECT ENVIRONMENTS-FILE
               ASSIGN TO DYNAMIC ENVIRONMENTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENVIRONMENTS-STATUS.
           SELECT SCAN-FILE ASSIGN TO DYNAMIC SCAN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCAN-STATUS.
           SELECT DIR-LISTING-FILE ASSIGN TO DYNAMIC LISTING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTING-STATUS.
           SELECT METRICS-FILE ASSIGN TO DYNAMIC METRICS-TEMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS METRICS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARTIFACT-FILE.
       01 ARTIFACT-LINE PIC X(8000).

       FD DASHBOARD-FILE.
       01 DASHBOARD-LINE PIC X(200).

      * Same layout WEB-SERVER reads the environment list with.
       FD ENVIRONMENTS-FILE.
       01 ENVIRONMENT-RECORD.
          05 ENV-REC-NAME PIC X(10).
          05 FILLER PIC X.
          05 ENV-REC-BASE-URL PIC X(50).

       FD SCAN-FILE.
       01 SCAN-RECORD PIC X(300).

       FD DIR-LISTING-FILE.
       01 LISTING-RECORD PIC X(100).

       FD METRICS-FILE.
       01 METRICS-LINE PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
          05 METRICS-CYCLE-ID PIC X(16).
          05 CYCLE-DATE PIC X(8).
          05 DRIVER-CYCLE PIC X(1) VALUE "N".
          05 ARTIFACT-FILENAME PIC X(80).
          05 ARTIFACT-STATUS PIC X(2).
          05 DASHBOARD-STATUS PIC X(2).
          05 ENVIRONMENTS-FILENAME PIC X(30).
          05 ENVIRONMENTS-STATUS PIC X(2).
          05 SCAN-FILENAME PIC X(80).
          05 SCAN-STATUS PIC X(2).
          05 SCAN-BASE-NAME PIC X(20).
          05 SCAN-LIVE-NAME PIC X(40).
          05 SCAN-LINE PIC X(300).
          05 ARCHIVE-IN-RANGE PIC X(1).
          05 ARCHIVE-DATE PIC X(8).
          05 NAME-LEN PIC 9(3).
          05 LISTING-FILENAME PIC X(30)
              VALUE "/tmp/mtrcpub-listing.tmp".
          05 LISTING-STATUS PIC X(2).
          05 SHELL-COMMAND PIC X(250).
          05 METRICS-TEMP-NAME PIC X(50).
          05 METRICS-STATUS PIC X(2).
          05 METRICS-WRITE-FAULT PIC X(1) VALUE "N".
          05 METRICS-PUBLISHED PIC X(1) VALUE "N".
          05 SAMPLE-COUNT PIC 9(6) VALUE 0.
          05 SAMPLE-DISPLAY PIC Z(5)9.
          05 STEP-TONIGHT PIC X(1).
          05 STEP-LOOKUP-NAME PIC X(12).
          05 STEP-LOOKUP-STATUS PIC X(13).

      *-----------------------------------------------------------
      * One exposition line at a time. START-LABELS opens the
      * label set every sample carries; ADD-LABEL appends one more
      * (a blank value adds nothing - a label only where it
      * applies); WRITE-SAMPLE puts name, labels and SAMPLE-VALUE
      * together.
      *-----------------------------------------------------------
       01 METRIC-LINE-AREA.
          05 METRIC-NAME PIC X(50).
          05 METRIC-HELP PIC X(160).
          05 METRIC-ENVIRONMENT PIC X(10).
          05 LABEL-TEXT PIC X(300).
          05 LABEL-PTR PIC 9(3).
          05 LABEL-NAME PIC X(20).
          05 LABEL-VALUE PIC X(60).
          05 SAMPLE-VALUE PIC X(20).
          05 METRIC-TEXT PIC X(600).
          05 WHOLE-NUMBER PIC 9(12).
          05 WHOLE-EDIT PIC Z(11)9.
          05 DECIMAL-NUMBER PIC 9(8)V99.
          05 DECIMAL-EDIT PIC Z(7)9.99.

      *-----------------------------------------------------------
      * "Find the value after this marker" scratch - a number ends
      * at the next comma or space, a quoted string at its closing
      * quote. SCAN-FOUND says whether the marker was there.
      *-----------------------------------------------------------
       01 SCAN-AREA.
          05 SCAN-MARKER PIC X(30).
          05 SCAN-FOUND PIC X(1).
          05 SCAN-VALUE PIC 9(8).
          05 SCAN-TEXT PIC X(60).
          05 SCAN-SOURCE-LINE PIC X(8000).
          05 SCAN-BEFORE PIC X(8000).
          05 SCAN-AFTER PIC X(8000).
          05 SCAN-VALUE-TEXT PIC X(20).
          05 SCAN-DIGITS PIC X(20).

      *-----------------------------------------------------------
      * Endpoint results - the primary run first, then each
      * secondary environment's pass. A secondary entry takes its
      * group and tier from the primary entry of the same name.
      *-----------------------------------------------------------
       01 ENDPOINT-AREA.
          05 ENDPOINT-COUNT PIC 9(4) VALUE 0.
          05 ENDPOINT-IDX PIC 9(4).
          05 LOOKUP-IDX PIC 9(4).
          05 PRIMARY-ENDPOINT-COUNT PIC 9(4) VALUE 0.
          05 LOAD-ENVIRONMENT PIC X(10).
       01 ENDPOINT-TABLE.
          05 ENDPOINT-ENTRY OCCURS 1200 TIMES.
             10 EP-ENVIRONMENT PIC X(10).
             10 EP-NAME PIC X(20).
             10 EP-STATUS PIC X(10).
             10 EP-GROUP PIC X(10).
             10 EP-TIER PIC X(4).
             10 EP-HAS-TIMING PIC X(1).
             10 EP-ELAPSED-MS PIC 9(8).
             10 EP-ATTEMPTS PIC 9(8).

       01 ENVIRONMENT-AREA.
          05 ENV-COUNT PIC 9(1) VALUE 0.
          05 ENV-IDX PIC 9(1).
       01 ENVIRONMENT-TABLE.
          05 ENV-NAME OCCURS 5 TIMES PIC X(10).

       01 ARTIFACT-TOTALS.
          05 HASHG-FOUND PIC X(1) VALUE "N".
          05 HASHG-TOTAL-FILES PIC 9(8) VALUE 0.
          05 HASHG-TOTAL-FAILED PIC 9(8) VALUE 0.
          05 HASHG-TOTAL-DRIFTED PIC 9(8) VALUE 0.
          05 HASHG-TOTAL-MISSING PIC 9(8) VALUE 0.
          05 MATHP-FOUND PIC X(1) VALUE "N".
          05 MATHP-TOTAL-SOLVED PIC 9(8) VALUE 0.
          05 MATHP-TOTAL-ERRORS PIC 9(8) VALUE 0.
          05 MATHP-GRADED PIC 9(8) VALUE 0.
          05 MATHP-GRADED-PASS PIC 9(8) VALUE 0.
          05 MATHP-GRADED-FAIL PIC 9(8) VALUE 0.
          05 RANDA-FOUND PIC X(1) VALUE "N".
          05 RANDA-LINE-NUMBER PIC 9(4).
          05 RANDA-MEAN-TEXT PIC X(10).
          05 RANDA-MEAN-RAW PIC 9(10).
          05 RANDA-VERDICT PIC X(10).
          05 RANDA-DISTRIBUTION PIC X(12).
          05 RANDA-FIT PIC X(12).
          05 RANDA-SKIP-TEXT PIC X(200).
          05 RANDA-REST-TEXT PIC X(200).
          05 BEEMV-FOUND PIC X(1) VALUE "N".
          05 BEEMV-TOTAL-LETTERS PIC 9(8) VALUE 0.
          05 BEEMV-TOTAL-WORDS PIC 9(8) VALUE 0.
          05 BEEMV-UNIQUE-WORDS PIC 9(8) VALUE 0.
          05 BEEMV-FLAGGED-FILES PIC 9(8) VALUE 0.
          05 BEEMV-KWIC-HITS PIC 9(8) VALUE 0.

      *-----------------------------------------------------------
      * The dashboard's step lines - "<STEP> [<status>] ..." - as
      * DAILY-OPS-DRIVER wrote them this cycle.
      *-----------------------------------------------------------
       01 DASHBOARD-AREA.
          05 DASH-COUNT PIC 9(2) VALUE 0.
          05 DASH-IDX PIC 9(2).
          05 DASH-NAME-PART PIC X(20).
          05 DASH-REST-PART PIC X(200).
       01 DASHBOARD-STEP-TABLE.
          05 DASH-ENTRY OCCURS 20 TIMES.
             10 DASH-STEP-NAME PIC X(12).
             10 DASH-STEP-STATUS PIC X(13).

      *-----------------------------------------------------------
      * Splitting an audit record at its cycle= stamp, then into
      * "<program> <event> <stamp> count=<n> status=<status>".
      *-----------------------------------------------------------
       01 CYCLE-SCAN-AREA.
          05 LINE-BEFORE-CYCLE PIC X(300).
          05 LINE-AFTER-CYCLE PIC X(300).
          05 LINE-CYCLE-ID PIC X(24).
       01 AUDIT-SCAN-TOKENS.
          05 AUDIT-NAME-TOKEN PIC X(20).
          05 AUDIT-EVENT-TOKEN PIC X(10).
          05 AUDIT-TS-TOKEN PIC X(21).
          05 AUDIT-STATUS-VALUE PIC X(20).
          05 AUDIT-SKIP-TOKEN PIC X(200).

      *-----------------------------------------------------------
      * One entry per step program. A START (re)opens the entry,
      * the END that follows closes it with its status and the
      * elapsed time between the two.
      *-----------------------------------------------------------
       01 RUN-AREA.
          05 RUN-COUNT PIC 9(2) VALUE 0.
          05 RUN-IDX PIC 9(2).
          05 MATCH-IDX PIC 9(2).
          05 RUN-LOOKUP-NAME PIC X(20).
       01 RUN-TABLE.
          05 RUN-ENTRY OCCURS 60 TIMES.
             10 RUN-PROGRAM PIC X(20).
             10 RUN-HAS-START PIC X(1).
             10 RUN-HAS-END PIC X(1).
             10 RUN-START-STAMP PIC X(21).
             10 RUN-END-STAMP PIC X(21).
             10 RUN-END-STATUS PIC X(20).
             10 RUN-ELAPSED PIC 9(7)V99.

      *-----------------------------------------------------------
      * Timestamp handling - the same CURRENT-DATE arithmetic
      * RUNSTATS and CYCDOSS use.
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
          05 START-DAY-NUMBER PIC 9(8).
          05 START-SECONDS PIC 9(7)V99.
          05 ELAPSED-SECONDS PIC S9(7)V99 COMP-3.
          05 NOW-STAMP PIC X(21).
          05 OFFSET-HH PIC 9(2).
          05 OFFSET-MM PIC 9(2).
          05 OFFSET-SECONDS PIC 9(5).
          05 EPOCH-SECONDS PIC S9(11).

       COPY AUDITLOG.
       COPY APPCFG.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM HELLO-WORLD.
           PERFORM LOAD-RUNTIME-CONFIG.
           PERFORM SET-CYCLE-LABELS.
           PERFORM LOG-AUDIT-START.
           PERFORM READ-DASHBOARD-STEPS.
           PERFORM LOAD-ENDPOINT-RESULTS.
           PERFORM READ-HASHGEN-ARTIFACT.
           PERFORM READ-MATH-REPORT.
           PERFORM READ-RAND-AVG-REPORT.
           PERFORM READ-BEE-MOVIE-ARTIFACT.
           PERFORM SCAN-AUDIT-LOGS.
           PERFORM WRITE-METRICS-FILE.
           PERFORM PUBLISH-METRICS-FILE.
           PERFORM LOG-AUDIT-END.
      * Set after the last CALL - RETURN-CODE reflects the most
      * recent CALL, so setting it any earlier would see it wiped.
           IF METRICS-PUBLISHED = "Y"
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
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
           CALL "CONFIGLD" USING APP-CONFIG.

      *-----------------------------------------------------------
      * A driver-minted id is "C" and the 14-digit CURRENT-DATE it
      * started at - the audit archives older than that date
      * cannot hold its records. Outside the driver every archive
      * is read.
      *-----------------------------------------------------------
       SET-CYCLE-LABELS.
           MOVE SPACES TO METRICS-CYCLE-ID
           ACCEPT METRICS-CYCLE-ID FROM ENVIRONMENT "OPS_CYCLE_ID"
           IF METRICS-CYCLE-ID = SPACES
               MOVE "STANDALONE" TO METRICS-CYCLE-ID
           END-IF
           IF METRICS-CYCLE-ID(1:1) = "C"
               AND METRICS-CYCLE-ID(2:14) IS NUMERIC
               AND METRICS-CYCLE-ID(16:1) = SPACE
               MOVE "Y" TO DRIVER-CYCLE
               MOVE METRICS-CYCLE-ID(2:8) TO CYCLE-DATE
           END-IF
           MOVE SPACES TO METRICS-TEMP-NAME
           STRING FUNCTION TRIM(CFG-METRICS-FILE) DELIMITED BY SIZE
                  ".tmp" DELIMITED BY SIZE
                  INTO METRICS-TEMP-NAME
           DISPLAY "Exporting metrics for cycle "
               FUNCTION TRIM(METRICS-CYCLE-ID).

       LOG-AUDIT-START.
           MOVE "MTRCPUB" TO AUDIT-PROGRAM-NAME
           MOVE "START" TO AUDIT-EVENT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE 0 TO AUDIT-RECORD-COUNT
           MOVE "RUNNING" TO AUDIT-COMPLETION-STATUS
           CALL "AUDITLOG" USING AUDIT-CALL-RECORD.

       LOG-AUDIT-END.
           MOVE "MTRCPUB" TO AUDIT-PROGRAM-NAME
           MOVE "END" TO AUDIT-EVENT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE SAMPLE-COUNT TO AUDIT-RECORD-COUNT
           IF METRICS-PUBLISHED = "Y"
               MOVE "OK" TO AUDIT-COMPLETION-STATUS
           ELSE
               MOVE "FAILED" TO AUDIT-COMPLETION-STATUS
           END-IF
           CALL "AUDITLOG" USING AUDIT-CALL-RECORD.

      *-----------------------------------------------------------
      * No dashboard (a standalone run before the first cycle)
      * leaves the table empty, and every artifact counts.
      *-----------------------------------------------------------
       READ-DASHBOARD-STEPS.
           OPEN INPUT DASHBOARD-FILE
           IF DASHBOARD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ DASHBOARD-FILE AT END
                   EXIT PERFORM
               NOT AT END
                   PERFORM RECORD-DASHBOARD-STEP
           END-PERFORM
           CLOSE DASHBOARD-FILE.

       RECORD-DASHBOARD-STEP.
           MOVE SPACES TO DASH-NAME-PART
           MOVE SPACES TO DASH-REST-PART
           UNSTRING DASHBOARD-LINE DELIMITED BY " ["
               INTO DASH-NAME-PART DASH-REST-PART
           IF DASH-REST-PART = SPACES OR DASH-COUNT >= 20
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DASH-COUNT
           MOVE FUNCTION TRIM(DASH-NAME-PART)
               TO DASH-STEP-NAME(DASH-COUNT)
           MOVE SPACES TO DASH-STEP-STATUS(DASH-COUNT)
           UNSTRING FUNCTION TRIM(DASH-REST-PART) DELIMITED BY "]"
               INTO DASH-STEP-STATUS(DASH-COUNT).

      * STEP-LOOKUP-NAME is the dashboard name; STEP-TONIGHT comes
      * back "N" when the dashboard says the step did not run.
       CHECK-STEP-TONIGHT.
           MOVE "Y" TO STEP-TONIGHT
           MOVE SPACES TO STEP-LOOKUP-STATUS
           PERFORM VARYING DASH-IDX FROM 1 BY 1
               UNTIL DASH-IDX > DASH-COUNT
               IF DASH-STEP-NAME(DASH-IDX) = STEP-LOOKUP-NAME
                   MOVE DASH-STEP-STATUS(DASH-IDX)
                       TO STEP-LOOKUP-STATUS
               END-IF
           END-PERFORM
           IF STEP-LOOKUP-STATUS = "SCHEDULED-OFF" OR "DEFERRED"
               OR "NOT RUN"
               MOVE "N" TO STEP-TONIGHT
           END-IF.

      *-----------------------------------------------------------
      * test-result.json is the primary run; each environment in
      * CFG-ENVIRONMENTS-FILE left its own test-result.<env>.json.
      *-----------------------------------------------------------
       LOAD-ENDPOINT-RESULTS.
           MOVE "WEB-SERVER" TO STEP-LOOKUP-NAME
           PERFORM CHECK-STEP-TONIGHT
           IF STEP-TONIGHT = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "test-result.json" TO ARTIFACT-FILENAME
           MOVE CFG-METRICS-ENVIRONMENT TO LOAD-ENVIRONMENT
           PERFORM LOAD-ONE-RESULT-FILE
           MOVE ENDPOINT-COUNT TO PRIMARY-ENDPOINT-COUNT
           PERFORM LOAD-ENVIRONMENT-LIST
           PERFORM VARYING ENV-IDX FROM 1 BY 1
               UNTIL ENV-IDX > ENV-COUNT
               MOVE SPACES TO ARTIFACT-FILENAME
               STRING "test-result." DELIMITED BY SIZE
                      FUNCTION TRIM(ENV-NAME(ENV-IDX))
                          DELIMITED BY SIZE
                      ".json" DELIMITED BY SIZE
                      INTO ARTIFACT-FILENAME
               MOVE ENV-NAME(ENV-IDX) TO LOAD-ENVIRONMENT
               PERFORM LOAD-ONE-RESULT-FILE
           END-PERFORM.

       LOAD-ENVIRONMENT-LIST.
           MOVE CFG-ENVIRONMENTS-FILE TO ENVIRONMENTS-FILENAME
           OPEN INPUT ENVIRONMENTS-FILE
           IF ENVIRONMENTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ ENVIRONMENTS-FILE AT END
                   EXIT PERFORM
               NOT AT END
                   IF ENV-COUNT < 5
                       AND ENV-REC-NAME NOT = SPACES
                       AND ENV-REC-BASE-URL NOT = SPACES
                       ADD 1 TO ENV-COUNT
                       MOVE ENV-REC-NAME TO ENV-NAME(ENV-COUNT)
                   END-IF
           END-PERFORM
           CLOSE ENVIRONMENTS-FILE.

       LOAD-ONE-RESULT-FILE.
           OPEN INPUT ARTIFACT-FILE
           IF ARTIFACT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ ARTIFACT-FILE AT END
                   EXIT PERFORM
               NOT AT END
                   IF ARTIFACT-LINE(1:14) = '{"endpoint": "'
                       AND ENDPOINT-COUNT < 1200
                       PERFORM RECORD-ENDPOINT-RESULT
                   END-IF
           END-PERFORM
           CLOSE ARTIFACT-FILE.

       RECORD-ENDPOINT-RESULT.
           ADD 1 TO ENDPOINT-COUNT
           MOVE SPACES TO ENDPOINT-ENTRY(ENDPOINT-COUNT)
           MOVE LOAD-ENVIRONMENT TO EP-ENVIRONMENT(ENDPOINT-COUNT)
           MOVE ARTIFACT-LINE TO SCAN-SOURCE-LINE
           MOVE '"endpoint": "' TO SCAN-MARKER
           PERFORM EXTRACT-TEXT
           MOVE SCAN-TEXT TO EP-NAME(ENDPOINT-COUNT)
           MOVE '"status": "' TO SCAN-MARKER
           PERFORM EXTRACT-TEXT
           MOVE SCAN-TEXT TO EP-STATUS(ENDPOINT-COUNT)
           MOVE '"elapsed_ms": ' TO SCAN-MARKER
           PERFORM EXTRACT-NUMBER
           MOVE SCAN-FOUND TO EP-HAS-TIMING(ENDPOINT-COUNT)
           MOVE SCAN-VALUE TO EP-ELAPSED-MS(ENDPOINT-COUNT)
           MOVE '"attempts": ' TO SCAN-MARKER
           PERFORM EXTRACT-NUMBER
           MOVE SCAN-VALUE TO EP-ATTEMPTS(ENDPOINT-COUNT)
           MOVE '"criticality": "' TO SCAN-MARKER
           PERFORM EXTRACT-TEXT
           IF SCAN-FOUND = "Y"
               MOVE SCAN-TEXT TO EP-TIER(ENDPOINT-COUNT)
               MOVE '"group": "' TO SCAN-MARKER
               PERFORM EXTRACT-TEXT
               MOVE SCAN-TEXT TO EP-GROUP(ENDPOINT-COUNT)
           ELSE
               PERFORM VARYING LOOKUP-IDX FROM 1 BY 1
                   UNTIL LOOKUP-IDX > PRIMARY-ENDPOINT-COUNT
                   IF EP-NAME(LOOKUP-IDX) = EP-NAME(ENDPOINT-COUNT)
                       MOVE EP-TIER(LOOKUP-IDX)
                           TO EP-TIER(ENDPOINT-COUNT)
                       MOVE EP-GROUP(LOOKUP-IDX)
                           TO EP-GROUP(ENDPOINT-COUNT)
                   END-IF
               END-PERFORM
           END-IF.

       READ-HASHGEN-ARTIFACT.
           MOVE "HASHGEN" TO STEP-LOOKUP-NAME
           PERFORM CHECK-STEP-TONIGHT
           IF STEP-TONIGHT = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "hash_results.json" TO ARTIFACT-FILENAME
           OPEN INPUT ARTIFACT-FILE
           IF ARTIFACT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ ARTIFACT-FILE
               NOT AT END
                   MOVE "Y" TO HASHG-FOUND
                   MOVE ARTIFACT-LINE TO SCAN-SOURCE-LINE
                   MOVE '"total_files": ' TO SCAN-MARKER
                   PERFORM EXTRACT-NUMBER
                   MOVE SCAN-VALUE TO HASHG-TOTAL-FILES
                   MOVE '"failed_hashes": ' TO SCAN-MARKER
                   PERFORM EXTRACT-NUMBER
                   MOVE SCAN-VALUE TO HASHG-TOTAL-FAILED
                   MOVE '"drifted_files": ' TO SCAN-MARKER
                   PERFORM EXTRACT-NUMBER
                   MOVE SCAN-VALUE TO HASHG-TOTAL-DRIFTED
                   MOVE '"missing_files": ' TO SCAN-MARKER
                   PERFORM EXTRACT-NUMBER
                   MOVE SCAN-VALUE TO HASHG-TOTAL-MISSING
           END-READ
           CLOSE ARTIFACT-FILE.

      *-----------------------------------------------------------
      * Counted the way DAILY-OPS-DRIVER's READ-MATH-RESULTS counts
      * for the dashboard - an ERROR: line is an error, any other
      * result line a solved equation - plus the grading summary
      * line when an answer key was used.
      *-----------------------------------------------------------
       READ-MATH-REPORT.
           MOVE "MATH" TO STEP-LOOKUP-NAME
           PERFORM CHECK-STEP-TONIGHT
           IF STEP-TONIGHT = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "math_report.txt" TO ARTIFACT-FILENAME
           OPEN INPUT ARTIFACT-FILE
           IF ARTIFACT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO MATHP-FOUND
           PERFORM UNTIL EXIT
               READ ARTIFACT-FILE AT END
                   EXIT PERFORM
               NOT AT END
                   EVALUATE TRUE
                       WHEN ARTIFACT-LINE = SPACES
                           CONTINUE
                       WHEN ARTIFACT-LINE(1:16) = "Grading summary:"
                           PERFORM RECORD-MATH-GRADING
                       WHEN ARTIFACT-LINE(1:11) = "Precision: "
                           CONTINUE
                       WHEN ARTIFACT-LINE(1:18) = "Worksheet result: "
                           CONTINUE
                       WHEN ARTIFACT-LINE(1:11) = "Worksheet: "
                           CONTINUE
                       WHEN ARTIFACT-LINE(1:7) = "ERROR: "
                           ADD 1 TO MATHP-TOTAL-ERRORS
                       WHEN OTHER
                           ADD 1 TO MATHP-TOTAL-SOLVED
                   END-EVALUATE
           END-PERFORM
           CLOSE ARTIFACT-FILE.

       RECORD-MATH-GRADING.
           MOVE ARTIFACT-LINE TO SCAN-SOURCE-LINE
           MOVE "graded=" TO SCAN-MARKER
           PERFORM EXTRACT-NUMBER
           MOVE SCAN-VALUE TO MATHP-GRADED
           MOVE "pass=" TO SCAN-MARKER
           PERFORM EXTRACT-NUMBER
           MOVE SCAN-VALUE TO MATHP-GRADED-PASS
           MOVE "fail=" TO SCAN-MARKER
           PERFORM EXTRACT-NUMBER
           MOVE SCAN-VALUE TO MATHP-GRADED-FAIL.

      *-----------------------------------------------------------
      * rand_avg_report.txt: the third line is "Mean: nnnnnnnnnn
      * ..." at fixed columns (MEAN is 9(8)V99, written unedited),
      * and the verdicts are "Goodness of fit vs <DIST>: <FIT> -
      * <detail>" and "Randomness quality: <VERDICT> ...".
      *-----------------------------------------------------------
       READ-RAND-AVG-REPORT.
           MOVE "RAND-AVG" TO STEP-LOOKUP-NAME
           PERFORM CHECK-STEP-TONIGHT
           IF STEP-TONIGHT = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ARTIFACT-FILENAME
           STRING FUNCTION TRIM(CFG-RAND-AVG-OUTPUT-DIR)
                      DELIMITED BY SIZE
                  "/rand_avg_report.txt" DELIMITED BY SIZE
                  INTO ARTIFACT-FILENAME
           OPEN INPUT ARTIFACT-FILE
           IF ARTIFACT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO RANDA-FOUND
           MOVE 0 TO RANDA-LINE-NUMBER
           PERFORM UNTIL EXIT
               READ ARTIFACT-FILE AT END
                   EXIT PERFORM
               NOT AT END
                   ADD 1 TO RANDA-LINE-NUMBER
                   PERFORM RECORD-RAND-AVG-LINE
           END-PERFORM
           CLOSE ARTIFACT-FILE.

       RECORD-RAND-AVG-LINE.
           EVALUATE TRUE
               WHEN RANDA-LINE-NUMBER = 3
                   AND ARTIFACT-LINE(1:6) = "Mean: "
                   MOVE ARTIFACT-LINE(7:10) TO RANDA-MEAN-TEXT
               WHEN ARTIFACT-LINE(1:19) = "Goodness of fit vs "
                   MOVE SPACES TO RANDA-DISTRIBUTION
                   MOVE SPACES TO RANDA-REST-TEXT
                   UNSTRING ARTIFACT-LINE(20:) DELIMITED BY ": "
                       INTO RANDA-DISTRIBUTION RANDA-REST-TEXT
                   MOVE SPACES TO RANDA-FIT
                   UNSTRING RANDA-REST-TEXT DELIMITED BY " - "
                       INTO RANDA-FIT
               WHEN ARTIFACT-LINE(1:20) = "Randomness quality: "
                   MOVE SPACES TO RANDA-VERDICT
                   UNSTRING ARTIFACT-LINE(21:) DELIMITED BY SPACE
                       INTO RANDA-VERDICT
           END-EVALUATE.

       READ-BEE-MOVIE-ARTIFACT.
           MOVE "BEE-MOVIE" TO STEP-LOOKUP-NAME
           PERFORM CHECK-STEP-TONIGHT
           IF STEP-TONIGHT = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "bee_results.json" TO ARTIFACT-FILENAME
           OPEN INPUT ARTIFACT-FILE
           IF ARTIFACT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ ARTIFACT-FILE
               NOT AT END
                   MOVE "Y" TO BEEMV-FOUND
                   MOVE ARTIFACT-LINE TO SCAN-SOURCE-LINE
                   MOVE '"total_letters": ' TO SCAN-MARKER
                   PERFORM EXTRACT-NUMBER
                   MOVE SCAN-VALUE TO BEEMV-TOTAL-LETTERS
                   MOVE '"total_words": ' TO SCAN-MARKER
                   PERFORM EXTRACT-NUMBER
                   MOVE SCAN-VALUE TO BEEMV-TOTAL-WORDS
                   MOVE '"unique_words": ' TO SCAN-MARKER
                   PERFORM EXTRACT-NUMBER
                   MOVE SCAN-VALUE TO BEEMV-UNIQUE-WORDS
                   MOVE '"flagged_files": ' TO SCAN-MARKER
                   PERFORM EXTRACT-NUMBER
                   MOVE SCAN-VALUE TO BEEMV-FLAGGED-FILES
                   MOVE '"kwic_hits": ' TO SCAN-MARKER
                   PERFORM EXTRACT-NUMBER
                   MOVE SCAN-VALUE TO BEEMV-KWIC-HITS
           END-READ
           CLOSE ARTIFACT-FILE.

       EXTRACT-NUMBER.
           MOVE 0 TO SCAN-VALUE
           MOVE "N" TO SCAN-FOUND
           MOVE SPACES TO SCAN-AFTER
           UNSTRING SCAN-SOURCE-LINE
               DELIMITED BY FUNCTION TRIM(SCAN-MARKER)
               INTO SCAN-BEFORE SCAN-AFTER
           IF FUNCTION TRIM(SCAN-AFTER) NOT = SPACES
               MOVE "Y" TO SCAN-FOUND
               MOVE SPACES TO SCAN-VALUE-TEXT
               UNSTRING SCAN-AFTER DELIMITED BY ","
                   INTO SCAN-VALUE-TEXT
      * Trim before splitting on space - the value may lead with
      * one, and an untrimmed UNSTRING would hand back an empty
      * first field.
               MOVE SPACES TO SCAN-DIGITS
               MOVE FUNCTION TRIM(SCAN-VALUE-TEXT)
                   TO SCAN-VALUE-TEXT
               UNSTRING SCAN-VALUE-TEXT DELIMITED BY ALL SPACE
                   INTO SCAN-DIGITS
               IF FUNCTION TRIM(SCAN-DIGITS) NOT = SPACES
                   COMPUTE SCAN-VALUE =
                       FUNCTION NUMVAL(FUNCTION TRIM(SCAN-DIGITS))
               END-IF
           END-IF.

      * The marker ends at the value's opening quote; the value
      * runs to the closing one. An empty value ("") is found but
      * blank.
       EXTRACT-TEXT.
           MOVE SPACES TO SCAN-TEXT
           MOVE "N" TO SCAN-FOUND
           MOVE SPACES TO SCAN-AFTER
           UNSTRING SCAN-SOURCE-LINE
               DELIMITED BY FUNCTION TRIM(SCAN-MARKER)
               INTO SCAN-BEFORE SCAN-AFTER
           IF SCAN-AFTER NOT = SPACES
               MOVE "Y" TO SCAN-FOUND
               UNSTRING SCAN-AFTER DELIMITED BY '"'
                   INTO SCAN-TEXT
           END-IF.

      *-----------------------------------------------------------
      * The audit log, its LOGMAINT archives first (oldest first,
      * skipping any dated before the cycle), then the live file -
      * LOGMAINT rolls the log partway through the cycle, so the
      * early steps' records are already in tonight's archive.
      *-----------------------------------------------------------
       SCAN-AUDIT-LOGS.
           MOVE "audit_log" TO SCAN-BASE-NAME
           MOVE "../audit_log.txt" TO SCAN-LIVE-NAME
           MOVE SPACES TO SHELL-COMMAND
           STRING "ls -1 " DELIMITED BY SIZE
                  FUNCTION TRIM(CFG-LOG-ARCHIVE-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(SCAN-BASE-NAME) DELIMITED BY SIZE
                  ".*.txt 2>/dev/null > " DELIMITED BY SIZE
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
                               TO SCAN-FILENAME
                           PERFORM JUDGE-ARCHIVE-DATE
                           IF ARCHIVE-IN-RANGE = "Y"
                               PERFORM SCAN-ONE-AUDIT-FILE
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE DIR-LISTING-FILE
           END-IF
           MOVE SCAN-LIVE-NAME TO SCAN-FILENAME
           PERFORM SCAN-ONE-AUDIT-FILE.

      * An archive is dated the night LOGMAINT rolled it, which is
      * never earlier than the records inside it were written.
       JUDGE-ARCHIVE-DATE.
           MOVE "Y" TO ARCHIVE-IN-RANGE
           IF DRIVER-CYCLE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           COMPUTE NAME-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(SCAN-FILENAME))
           IF NAME-LEN > 12
               MOVE SCAN-FILENAME(NAME-LEN - 11:8) TO ARCHIVE-DATE
               IF ARCHIVE-DATE IS NUMERIC
                   AND ARCHIVE-DATE < CYCLE-DATE
                   MOVE "N" TO ARCHIVE-IN-RANGE
               END-IF
           END-IF.

       SCAN-ONE-AUDIT-FILE.
           OPEN INPUT SCAN-FILE
           IF SCAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ SCAN-FILE AT END
                   EXIT PERFORM
               NOT AT END
                   MOVE SCAN-RECORD TO SCAN-LINE
                   PERFORM EXTRACT-LINE-CYCLE
                   IF LINE-CYCLE-ID = METRICS-CYCLE-ID
                       PERFORM PROCESS-AUDIT-RECORD
                   END-IF
           END-PERFORM
           CLOSE SCAN-FILE.

       EXTRACT-LINE-CYCLE.
           MOVE SPACES TO LINE-BEFORE-CYCLE
           MOVE SPACES TO LINE-AFTER-CYCLE
           MOVE SPACES TO LINE-CYCLE-ID
           UNSTRING SCAN-LINE DELIMITED BY " cycle="
               INTO LINE-BEFORE-CYCLE LINE-AFTER-CYCLE
           UNSTRING LINE-AFTER-CYCLE DELIMITED BY SPACE
               INTO LINE-CYCLE-ID.

      * The status is taken from its keyword rather than by
      * position - BATCHFC's NO HISTORY has a space in it.
       PROCESS-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-SCAN-TOKENS
           UNSTRING LINE-BEFORE-CYCLE DELIMITED BY ALL SPACE
               INTO AUDIT-NAME-TOKEN AUDIT-EVENT-TOKEN AUDIT-TS-TOKEN
           UNSTRING LINE-BEFORE-CYCLE DELIMITED BY " status="
               INTO AUDIT-SKIP-TOKEN AUDIT-STATUS-VALUE
           EVALUATE AUDIT-EVENT-TOKEN
               WHEN "START"
                   PERFORM RECORD-STEP-START
               WHEN "END"
                   PERFORM RECORD-STEP-END
           END-EVALUATE.

      * A rerun of a step inside the same cycle replaces the
      * earlier run - the feed carries one series per step.
       RECORD-STEP-START.
           MOVE AUDIT-NAME-TOKEN TO RUN-LOOKUP-NAME
           PERFORM FIND-RUN-ENTRY
           IF MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO RUN-HAS-START(MATCH-IDX)
           MOVE "N" TO RUN-HAS-END(MATCH-IDX)
           MOVE AUDIT-TS-TOKEN TO RUN-START-STAMP(MATCH-IDX)
           MOVE SPACES TO RUN-END-STAMP(MATCH-IDX)
           MOVE SPACES TO RUN-END-STATUS(MATCH-IDX)
           MOVE 0 TO RUN-ELAPSED(MATCH-IDX).

      * The driver writes a step's END itself, status TIMEOUT,
      * when its watchdog killed the step.
       RECORD-STEP-END.
           MOVE AUDIT-NAME-TOKEN TO RUN-LOOKUP-NAME
           PERFORM FIND-RUN-ENTRY
           IF MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO RUN-HAS-END(MATCH-IDX)
           MOVE AUDIT-TS-TOKEN TO RUN-END-STAMP(MATCH-IDX)
           MOVE AUDIT-STATUS-VALUE TO RUN-END-STATUS(MATCH-IDX)
           MOVE 0 TO RUN-ELAPSED(MATCH-IDX)
           IF RUN-HAS-START(MATCH-IDX) = "Y"
               PERFORM CALCULATE-RUN-ELAPSED
           END-IF.

      * MATCH-IDX comes back 0 only when the table is full.
       FIND-RUN-ENTRY.
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT OR MATCH-IDX > 0
               IF RUN-PROGRAM(RUN-IDX) = RUN-LOOKUP-NAME
                   MOVE RUN-IDX TO MATCH-IDX
               END-IF
           END-PERFORM
           IF MATCH-IDX = 0 AND RUN-COUNT < 60
               ADD 1 TO RUN-COUNT
               MOVE RUN-COUNT TO MATCH-IDX
               MOVE SPACES TO RUN-ENTRY(MATCH-IDX)
               MOVE RUN-LOOKUP-NAME TO RUN-PROGRAM(MATCH-IDX)
               MOVE "N" TO RUN-HAS-START(MATCH-IDX)
               MOVE "N" TO RUN-HAS-END(MATCH-IDX)
               MOVE 0 TO RUN-ELAPSED(MATCH-IDX)
           END-IF.

       CALCULATE-RUN-ELAPSED.
           MOVE RUN-START-STAMP(MATCH-IDX) TO STAMP-TEXT
           PERFORM CONVERT-STAMP
           MOVE STAMP-DAY-NUMBER TO START-DAY-NUMBER
           MOVE STAMP-SECONDS TO START-SECONDS
           MOVE RUN-END-STAMP(MATCH-IDX) TO STAMP-TEXT
           PERFORM CONVERT-STAMP
           COMPUTE ELAPSED-SECONDS =
               (STAMP-DAY-NUMBER - START-DAY-NUMBER) * 86400
               + STAMP-SECONDS - START-SECONDS
           IF ELAPSED-SECONDS >= 0
               MOVE ELAPSED-SECONDS TO RUN-ELAPSED(MATCH-IDX)
           END-IF.

      * The hh/mm/ss/cc parts are bare digits, so plain MOVEs into
      * numeric fields do the conversion - see RUNSTATS.
       CONVERT-STAMP.
           MOVE 0 TO STAMP-DAY-NUMBER
           MOVE 0 TO STAMP-SECONDS
           IF STAMP-TEXT(1:16) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
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
      * Every metric is a gauge - the values are tonight's, not
      * running totals. A failed write leaves the .tmp behind for
      * PUBLISH-METRICS-FILE to discard.
      *-----------------------------------------------------------
       WRITE-METRICS-FILE.
           OPEN OUTPUT METRICS-FILE
           IF METRICS-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open "
                   FUNCTION TRIM(METRICS-TEMP-NAME)
                   " - status " METRICS-STATUS
               MOVE "Y" TO METRICS-WRITE-FAULT
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-ENDPOINT-METRICS
           PERFORM WRITE-HASHGEN-METRICS
           PERFORM WRITE-MATH-METRICS
           PERFORM WRITE-RAND-AVG-METRICS
           PERFORM WRITE-BEE-MOVIE-METRICS
           PERFORM WRITE-STEP-METRICS
           PERFORM WRITE-EXPORT-METRICS
           CLOSE METRICS-FILE.

       WRITE-ENDPOINT-METRICS.
           IF ENDPOINT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "ops_batch_endpoint_up" TO METRIC-NAME
           MOVE "1 when the endpoint test PASSED, 0 otherwise; the"
               & " status label carries the test result"
               TO METRIC-HELP
           PERFORM WRITE-FAMILY-HEADER
           PERFORM VARYING ENDPOINT-IDX FROM 1 BY 1
               UNTIL ENDPOINT-IDX > ENDPOINT-COUNT
               PERFORM START-ENDPOINT-LABELS
               MOVE "status" TO LABEL-NAME
               MOVE EP-STATUS(ENDPOINT-IDX) TO LABEL-VALUE
               PERFORM ADD-LABEL
               IF EP-STATUS(ENDPOINT-IDX) = "PASSED"
                   MOVE "1" TO SAMPLE-VALUE
               ELSE
                   MOVE "0" TO SAMPLE-VALUE
               END-IF
               PERFORM WRITE-SAMPLE
           END-PERFORM
           MOVE "ops_batch_endpoint_elapsed_ms" TO METRIC-NAME
           MOVE "Elapsed time of the endpoint test in milliseconds,"
               & " all attempts included"
               TO METRIC-HELP
           PERFORM WRITE-FAMILY-HEADER
           PERFORM VARYING ENDPOINT-IDX FROM 1 BY 1
               UNTIL ENDPOINT-IDX > ENDPOINT-COUNT
               IF EP-HAS-TIMING(ENDPOINT-IDX) = "Y"
                   PERFORM START-ENDPOINT-LABELS
                   MOVE EP-ELAPSED-MS(ENDPOINT-IDX) TO WHOLE-NUMBER
                   PERFORM SET-WHOLE-VALUE
                   PERFORM WRITE-SAMPLE
               END-IF
           END-PERFORM
           MOVE "ops_batch_endpoint_attempts" TO METRIC-NAME
           MOVE "Attempts the endpoint test took, retries included"
               TO METRIC-HELP
           PERFORM WRITE-FAMILY-HEADER
           PERFORM VARYING ENDPOINT-IDX FROM 1 BY 1
               UNTIL ENDPOINT-IDX > ENDPOINT-COUNT
               IF EP-HAS-TIMING(ENDPOINT-IDX) = "Y"
                   PERFORM START-ENDPOINT-LABELS
                   MOVE EP-ATTEMPTS(ENDPOINT-IDX) TO WHOLE-NUMBER
                   PERFORM SET-WHOLE-VALUE
                   PERFORM WRITE-SAMPLE
               END-IF
           END-PERFORM.

       START-ENDPOINT-LABELS.
           MOVE EP-ENVIRONMENT(ENDPOINT-IDX) TO METRIC-ENVIRONMENT
           PERFORM START-LABELS
           MOVE "endpoint" TO LABEL-NAME
           MOVE EP-NAME(ENDPOINT-IDX) TO LABEL-VALUE
           PERFORM ADD-LABEL
           MOVE "group" TO LABEL-NAME
           MOVE EP-GROUP(ENDPOINT-IDX) TO LABEL-VALUE
           PERFORM ADD-LABEL
           MOVE "tier" TO LABEL-NAME
           MOVE EP-TIER(ENDPOINT-IDX) TO LABEL-VALUE
           PERFORM ADD-LABEL.

       WRITE-HASHGEN-METRICS.
           IF HASHG-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "ops_batch_hashgen_files" TO METRIC-NAME
           MOVE "Files HASHGEN covered this cycle" TO METRIC-HELP
           MOVE HASHG-TOTAL-FILES TO WHOLE-NUMBER
           PERFORM WRITE-CYCLE-GAUGE
           MOVE "ops_batch_hashgen_failed_files" TO METRIC-NAME
           MOVE "Files HASHGEN could not hash" TO METRIC-HELP
           MOVE HASHG-TOTAL-FAILED TO WHOLE-NUMBER
           PERFORM WRITE-CYCLE-GAUGE
           MOVE "ops_batch_hashgen_drifted_files" TO METRIC-NAME
           MOVE "Files whose hash drifted from the manifest"
               TO METRIC-HELP
           MOVE HASHG-TOTAL-DRIFTED TO WHOLE-NUMBER
           PERFORM WRITE-CYCLE-GAUGE
           MOVE "ops_batch_hashgen_missing_files" TO METRIC-NAME
           MOVE "Manifest files no longer on disk" TO METRIC-HELP
           MOVE HASHG-TOTAL-MISSING TO WHOLE-NUMBER
           PERFORM WRITE-CYCLE-GAUGE.

       WRITE-MATH-METRICS.
           IF MATHP-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "ops_batch_math_solved" TO METRIC-NAME
           MOVE "Equations MATH solved" TO METRIC-HELP
           MOVE MATHP-TOTAL-SOLVED TO WHOLE-NUMBER
           PERFORM WRITE-CYCLE-GAUGE
           MOVE "ops_batch_math_errors" TO METRIC-NAME
           MOVE "Equations MATH rejected as malformed or unsolvable"
               TO METRIC-HELP
           MOVE MATHP-TOTAL-ERRORS TO WHOLE-NUMBER
           PERFORM WRITE-CYCLE-GAUGE
           MOVE "ops_batch_math_graded" TO METRIC-NAME
           MOVE "Answers MATH graded against the answer key"
               TO METRIC-HELP
           MOVE MATHP-GRADED TO WHOLE-NUMBER
           PERFORM WRITE-CYCLE-GAUGE
           MOVE "ops_batch_math_graded_failed" TO METRIC-NAME
           MOVE "Graded answers that did not match the answer key"
               TO METRIC-HELP
           MOVE MATHP-GRADED-FAIL TO WHOLE-NUMBER
           PERFORM WRITE-CYCLE-GAUGE.

       WRITE-RAND-AVG-METRICS.
           IF RANDA-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF RANDA-VERDICT NOT = SPACES
               MOVE "ops_batch_rand_avg_verdict" TO METRIC-NAME
               MOVE "Always 1; the verdict label carries RAND-AVG's"
                   & " randomness verdict (RANDOM, SUSPECT, UNTESTED)"
                   TO METRIC-HELP
               PERFORM WRITE-FAMILY-HEADER
               MOVE CFG-METRICS-ENVIRONMENT TO METRIC-ENVIRONMENT
               PERFORM START-LABELS
               MOVE "verdict" TO LABEL-NAME
               MOVE RANDA-VERDICT TO LABEL-VALUE
               PERFORM ADD-LABEL
               MOVE "1" TO SAMPLE-VALUE
               PERFORM WRITE-SAMPLE
           END-IF
           IF RANDA-FIT NOT = SPACES
               MOVE "ops_batch_rand_avg_fit" TO METRIC-NAME
               MOVE "Always 1; the fit label carries the goodness-of-"
                   & "fit verdict against the configured distribution"
                   TO METRIC-HELP
               PERFORM WRITE-FAMILY-HEADER
               MOVE CFG-METRICS-ENVIRONMENT TO METRIC-ENVIRONMENT
               PERFORM START-LABELS
               MOVE "distribution" TO LABEL-NAME
               MOVE RANDA-DISTRIBUTION TO LABEL-VALUE
               PERFORM ADD-LABEL
               MOVE "fit" TO LABEL-NAME
               MOVE RANDA-FIT TO LABEL-VALUE
               PERFORM ADD-LABEL
               MOVE "1" TO SAMPLE-VALUE
               PERFORM WRITE-SAMPLE
           END-IF
           IF RANDA-MEAN-TEXT IS NUMERIC
               MOVE "ops_batch_rand_avg_mean" TO METRIC-NAME
               MOVE "Mean of the RAND-AVG draws" TO METRIC-HELP
               PERFORM WRITE-FAMILY-HEADER
               MOVE CFG-METRICS-ENVIRONMENT TO METRIC-ENVIRONMENT
               PERFORM START-LABELS
               MOVE RANDA-MEAN-TEXT TO RANDA-MEAN-RAW
               COMPUTE DECIMAL-NUMBER = RANDA-MEAN-RAW / 100
               PERFORM SET-DECIMAL-VALUE
               PERFORM WRITE-SAMPLE
           END-IF.

       WRITE-BEE-MOVIE-METRICS.
           IF BEEMV-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "ops_batch_bee_movie_letters" TO METRIC-NAME
           MOVE "Letters BEE-MOVIE counted" TO METRIC-HELP
           MOVE BEEMV-TOTAL-LETTERS TO WHOLE-NUMBER
           PERFORM WRITE-CYCLE-GAUGE
           MOVE "ops_batch_bee_movie_words" TO METRIC-NAME
           MOVE "Words BEE-MOVIE counted" TO METRIC-HELP
           MOVE BEEMV-TOTAL-WORDS TO WHOLE-NUMBER
           PERFORM WRITE-CYCLE-GAUGE
           MOVE "ops_batch_bee_movie_unique_words" TO METRIC-NAME
           MOVE "Distinct words BEE-MOVIE counted" TO METRIC-HELP
           MOVE BEEMV-UNIQUE-WORDS TO WHOLE-NUMBER
           PERFORM WRITE-CYCLE-GAUGE
           MOVE "ops_batch_bee_movie_flagged_files" TO METRIC-NAME
           MOVE "Corpus files BEE-MOVIE flagged as outliers"
               TO METRIC-HELP
           MOVE BEEMV-FLAGGED-FILES TO WHOLE-NUMBER
           PERFORM WRITE-CYCLE-GAUGE
           MOVE "ops_batch_bee_movie_kwic_hits" TO METRIC-NAME
           MOVE "Concordance hits for the configured search terms"
               TO METRIC-HELP
           MOVE BEEMV-KWIC-HITS TO WHOLE-NUMBER
           PERFORM WRITE-CYCLE-GAUGE.

      *-----------------------------------------------------------
      * Step series are named by audit program. A step still open
      * (START with no END) died without closing - except the
      * driver and this program, which are still running. A step
      * the dashboard shows as not run has no audit records at
      * all; it goes by its audit name too, so the series carry
      * on from the nights it does run.
      *-----------------------------------------------------------
       WRITE-STEP-METRICS.
           MOVE CFG-METRICS-ENVIRONMENT TO METRIC-ENVIRONMENT
           MOVE "ops_batch_step_duration_seconds" TO METRIC-NAME
           MOVE "Elapsed seconds from the step's START to its END"
               & " audit record"
               TO METRIC-HELP
           PERFORM WRITE-FAMILY-HEADER
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT
               IF RUN-HAS-START(RUN-IDX) = "Y"
                   AND RUN-HAS-END(RUN-IDX) = "Y"
                   PERFORM START-STEP-LABELS
                   MOVE RUN-ELAPSED(RUN-IDX) TO DECIMAL-NUMBER
                   PERFORM SET-DECIMAL-VALUE
                   PERFORM WRITE-SAMPLE
               END-IF
           END-PERFORM
           MOVE "ops_batch_step_result" TO METRIC-NAME
           MOVE "Always 1; the result label carries the step's END"
               & " status, NO END when it never closed, or the"
               & " dashboard status when it did not run"
               TO METRIC-HELP
           PERFORM WRITE-FAMILY-HEADER
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT
               EVALUATE TRUE
                   WHEN RUN-HAS-END(RUN-IDX) = "Y"
                       PERFORM START-STEP-LABELS
                       MOVE "result" TO LABEL-NAME
                       MOVE RUN-END-STATUS(RUN-IDX) TO LABEL-VALUE
                       PERFORM ADD-LABEL
                       MOVE "1" TO SAMPLE-VALUE
                       PERFORM WRITE-SAMPLE
                   WHEN RUN-PROGRAM(RUN-IDX) = "OPS-DRIVER"
                       OR RUN-PROGRAM(RUN-IDX) = "MTRCPUB"
                       CONTINUE
                   WHEN OTHER
                       PERFORM START-STEP-LABELS
                       MOVE "result" TO LABEL-NAME
                       MOVE "NO END" TO LABEL-VALUE
                       PERFORM ADD-LABEL
                       MOVE "1" TO SAMPLE-VALUE
                       PERFORM WRITE-SAMPLE
               END-EVALUATE
           END-PERFORM
           PERFORM VARYING DASH-IDX FROM 1 BY 1
               UNTIL DASH-IDX > DASH-COUNT
               PERFORM WRITE-IDLE-STEP-RESULT
           END-PERFORM.

       START-STEP-LABELS.
           PERFORM START-LABELS
           MOVE "step" TO LABEL-NAME
           MOVE RUN-PROGRAM(RUN-IDX) TO LABEL-VALUE
           PERFORM ADD-LABEL.

       WRITE-IDLE-STEP-RESULT.
           IF DASH-STEP-STATUS(DASH-IDX) NOT = "SCHEDULED-OFF"
               AND DASH-STEP-STATUS(DASH-IDX) NOT = "DEFERRED"
               AND DASH-STEP-STATUS(DASH-IDX) NOT = "NOT RUN"
               EXIT PARAGRAPH
           END-IF
           EVALUATE DASH-STEP-NAME(DASH-IDX)
               WHEN "RESPBOOT"
                   MOVE "RAND-BOOT" TO RUN-LOOKUP-NAME
               WHEN "WINDOW"
                   MOVE "BATCHFC" TO RUN-LOOKUP-NAME
               WHEN OTHER
                   MOVE DASH-STEP-NAME(DASH-IDX) TO RUN-LOOKUP-NAME
           END-EVALUATE
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT
               IF RUN-PROGRAM(RUN-IDX) = RUN-LOOKUP-NAME
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM START-LABELS
           MOVE "step" TO LABEL-NAME
           MOVE RUN-LOOKUP-NAME TO LABEL-VALUE
           PERFORM ADD-LABEL
           MOVE "result" TO LABEL-NAME
           MOVE DASH-STEP-STATUS(DASH-IDX) TO LABEL-VALUE
           PERFORM ADD-LABEL
           MOVE "1" TO SAMPLE-VALUE
           PERFORM WRITE-SAMPLE.

      *-----------------------------------------------------------
      * When the feed was written, as Unix epoch seconds - the
      * platform alerts on a stale feed from this, since a file
      * that stops being rewritten keeps being collected. The
      * CURRENT-DATE offset from UTC is backed out.
      *-----------------------------------------------------------
       WRITE-EXPORT-METRICS.
           MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
           MOVE NOW-STAMP TO STAMP-TEXT
           PERFORM CONVERT-STAMP
           COMPUTE EPOCH-SECONDS =
               (STAMP-DAY-NUMBER
                - FUNCTION INTEGER-OF-DATE(19700101)) * 86400
               + STAMP-HH * 3600 + STAMP-MM * 60 + STAMP-SS
           IF NOW-STAMP(18:4) IS NUMERIC
               MOVE NOW-STAMP(18:2) TO OFFSET-HH
               MOVE NOW-STAMP(20:2) TO OFFSET-MM
               COMPUTE OFFSET-SECONDS = OFFSET-HH * 3600
                   + OFFSET-MM * 60
               IF NOW-STAMP(17:1) = "-"
                   ADD OFFSET-SECONDS TO EPOCH-SECONDS
               ELSE
                   SUBTRACT OFFSET-SECONDS FROM EPOCH-SECONDS
               END-IF
           END-IF
           MOVE "ops_batch_export_timestamp_seconds" TO METRIC-NAME
           MOVE "When this feed was written, in Unix epoch seconds"
               TO METRIC-HELP
           MOVE EPOCH-SECONDS TO WHOLE-NUMBER
           PERFORM WRITE-CYCLE-GAUGE.

      * One-sample gauge with just the cycle and environment
      * labels; METRIC-NAME, METRIC-HELP and WHOLE-NUMBER are set
      * by the caller.
       WRITE-CYCLE-GAUGE.
           PERFORM WRITE-FAMILY-HEADER
           MOVE CFG-METRICS-ENVIRONMENT TO METRIC-ENVIRONMENT
           PERFORM START-LABELS
           PERFORM SET-WHOLE-VALUE
           PERFORM WRITE-SAMPLE.

       WRITE-FAMILY-HEADER.
           MOVE SPACES TO METRIC-TEXT
           STRING "# HELP " DELIMITED BY SIZE
                  FUNCTION TRIM(METRIC-NAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(METRIC-HELP) DELIMITED BY SIZE
                  INTO METRIC-TEXT
           PERFORM WRITE-METRIC-TEXT
           MOVE SPACES TO METRIC-TEXT
           STRING "# TYPE " DELIMITED BY SIZE
                  FUNCTION TRIM(METRIC-NAME) DELIMITED BY SIZE
                  " gauge" DELIMITED BY SIZE
                  INTO METRIC-TEXT
           PERFORM WRITE-METRIC-TEXT.

       START-LABELS.
           MOVE SPACES TO LABEL-TEXT
           MOVE 1 TO LABEL-PTR
           STRING 'cycle="' DELIMITED BY SIZE
                  FUNCTION TRIM(METRICS-CYCLE-ID) DELIMITED BY SIZE
                  '",environment="' DELIMITED BY SIZE
                  FUNCTION TRIM(METRIC-ENVIRONMENT) DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
                  INTO LABEL-TEXT WITH POINTER LABEL-PTR.

      * A double quote or backslash would end or escape the label
      * value early, so neither gets through.
       ADD-LABEL.
           IF LABEL-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           INSPECT LABEL-VALUE REPLACING ALL '"' BY "'"
           INSPECT LABEL-VALUE REPLACING ALL "\" BY "/"
           STRING "," DELIMITED BY SIZE
                  FUNCTION TRIM(LABEL-NAME) DELIMITED BY SIZE
                  '="' DELIMITED BY SIZE
                  FUNCTION TRIM(LABEL-VALUE) DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
                  INTO LABEL-TEXT WITH POINTER LABEL-PTR.

       SET-WHOLE-VALUE.
           MOVE WHOLE-NUMBER TO WHOLE-EDIT
           MOVE FUNCTION TRIM(WHOLE-EDIT) TO SAMPLE-VALUE.

       SET-DECIMAL-VALUE.
           MOVE DECIMAL-NUMBER TO DECIMAL-EDIT
           MOVE FUNCTION TRIM(DECIMAL-EDIT) TO SAMPLE-VALUE.

       WRITE-SAMPLE.
           MOVE SPACES TO METRIC-TEXT
           STRING FUNCTION TRIM(METRIC-NAME) DELIMITED BY SIZE
                  "{" DELIMITED BY SIZE
                  LABEL-TEXT(1:LABEL-PTR - 1) DELIMITED BY SIZE
                  "} " DELIMITED BY SIZE
                  FUNCTION TRIM(SAMPLE-VALUE) DELIMITED BY SIZE
                  INTO METRIC-TEXT
           PERFORM WRITE-METRIC-TEXT
           ADD 1 TO SAMPLE-COUNT.

       WRITE-METRIC-TEXT.
           WRITE METRICS-LINE FROM METRIC-TEXT
           IF METRICS-STATUS NOT = "00"
               DISPLAY "ERROR: unable to write "
                   FUNCTION TRIM(METRICS-TEMP-NAME)
                   " - status " METRICS-STATUS
               MOVE "Y" TO METRICS-WRITE-FAULT
           END-IF.

      *-----------------------------------------------------------
      * The rename is the publish: mv within one directory is a
      * single rename(), so the collector never sees a partial
      * file. A feed that did not write cleanly is discarded and
      * the previous one stays in place.
      *-----------------------------------------------------------
       PUBLISH-METRICS-FILE.
           MOVE SPACES TO SHELL-COMMAND
           IF METRICS-WRITE-FAULT = "Y"
               STRING "rm -f '" DELIMITED BY SIZE
                      FUNCTION TRIM(METRICS-TEMP-NAME)
                          DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                      INTO SHELL-COMMAND
               CALL "SYSTEM" USING SHELL-COMMAND
               DISPLAY "ERROR: metrics feed not published - "
                   FUNCTION TRIM(CFG-METRICS-FILE) " left as it was"
               EXIT PARAGRAPH
           END-IF
           STRING "mv -f '" DELIMITED BY SIZE
                  FUNCTION TRIM(METRICS-TEMP-NAME) DELIMITED BY SIZE
                  "' '" DELIMITED BY SIZE
                  FUNCTION TRIM(CFG-METRICS-FILE) DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "ERROR: unable to rename "
                   FUNCTION TRIM(METRICS-TEMP-NAME) " to "
                   FUNCTION TRIM(CFG-METRICS-FILE)
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO METRICS-PUBLISHED
           MOVE SAMPLE-COUNT TO SAMPLE-DISPLAY
           DISPLAY "Metrics feed saved to: "
               FUNCTION TRIM(CFG-METRICS-FILE) " ("
               FUNCTION TRIM(SAMPLE-DISPLAY) " samples)".
