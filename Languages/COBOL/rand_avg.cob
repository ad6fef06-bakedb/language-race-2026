               ASSIGN TO DYNAMIC REPLAY-REPORT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPLAY-REPORT-STATUS.
           SELECT RESPONSE-HISTORY-FILE
               ASSIGN TO "../response_times.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPONSE-HISTORY-STATUS.
           SELECT BOOT-RESULT-FILE
               ASSIGN TO DYNAMIC BOOT-RESULT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOT-RESULT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPLAY-REPORT-FILE.
       01 REPLAY-REPORT-RECORD PIC X(130).

      *-----------------------------------------------------------
      * WEB-SERVER's append-only response-time history - same
      * layout RESPTIME reads - and the per-endpoint results the
      * BOOTSTRAP mode rewrites for RESPTIME and ALERTGEN.
      *-----------------------------------------------------------
       FD RESPONSE-HISTORY-FILE.
       01 RESPONSE-HISTORY-RECORD.
          05 RT-ENDPOINT-NAME PIC X(10).
          05 FILLER PIC X.
          05 RT-RUN-DATE PIC X(8).
          05 FILLER PIC X.
          05 RT-ELAPSED-MS PIC 9(6).

       FD BOOT-RESULT-FILE.
       COPY RESPBOOT.

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
          05 SAMPLE-COUNT PIC 9(6) VALUE 1000.
          05 RECORDED-MEDIAN PIC 9(3)V9(2).
          05 RECORDED-STDDEV PIC 9(8)V9(4).
          05 RECORDED-FIT PIC X(10).
          05 RECORDED-QUALITY PIC X(8).
          05 LEDGER-TOKENS.
             10 TOK-DATE PIC X(10).
             10 TOK-TIME PIC X(8).
             10 TOK-STDDEV PIC X(22).
             10 TOK-FIT-BEFORE PIC X(200).
             10 TOK-FIT-AFTER PIC X(20).
             10 TOK-QUALITY-AFTER PIC X(40).
             10 TOK-LAGS-AFTER PIC X(40).
          05 GRID-SET-ENTRY OCCURS 12 TIMES.
             10 SET-NAME PIC X(12).
             10 SET-COUNT PIC 9(6).
             10 SET-MEDIAN PIC 9(3)V9(2).
             10 SET-STDDEV PIC 9(8)V9(4).
             10 SET-VERDICT PIC X(10).
             10 SET-QUALITY PIC X(8).

       01 NUMBER-TABLE.
          05 NUMBER-ENTRY OCCURS 100000 TIMES INDEXED BY NUM-IDX.
       01 VALUE-TALLY-TABLE.
          05 VALUE-TALLY OCCURS 1000 TIMES PIC 9(6).

      *-----------------------------------------------------------
      * Randomness-quality (independence) tests. The fit judges
      * only look at the shape of the sample; these look at the
      * order the draws came out in, so a generator that cycles
      * or drifts is caught even when its histogram is fine. All
      * tests are two-sided at 1% significance - nine tests at 5%
      * would flag roughly one honest run in three.
      *-----------------------------------------------------------
       01 QUALITY-AREA.
          05 QUALITY-VERDICT PIC X(8).
          05 QUALITY-FAIL-COUNT PIC 9(2).
          05 QUALITY-TEST-COUNT PIC 9(2).
          05 QUALITY-IDX PIC 9(2).
          05 QUALITY-MIN-COUNT PIC 9(3) VALUE 50.
          05 SERIAL-LAGS PIC 9(2) VALUE 5.
          05 SEQ-MEAN PIC 9(4)V9(6) COMP-3.
          05 SEQ-DEVIATION PIC S9(4)V9(6) COMP-3.
          05 SEQ-SUM-SQUARES PIC 9(12)V9(6) COMP-3.
          05 LAG-NO PIC 9(2).
          05 LAG-SUM PIC S9(12)V9(6) COMP-3.
          05 LAG-R PIC S9(1)V9(6) COMP-3.
          05 CORR-LIMIT PIC 9(1)V9(6) COMP-3.
          05 RUN-COUNT PIC 9(6).
          05 RUN-BELOW PIC 9(6).
          05 RUN-ABOVE PIC 9(6).
          05 RUN-SIDE PIC X(1).
          05 NEW-SIDE PIC X(1).
          05 RUNS-PRODUCT PIC 9(12) COMP-3.
          05 RUNS-SPREAD PIC S9(12) COMP-3.
          05 RUNS-DENOM PIC 9(12) COMP-3.
          05 RUNS-RATIO PIC 9(6)V9(8) COMP-3.
          05 RUNS-WORK PIC S9(15)V9(8) COMP-3.
          05 RUNS-EXPECTED PIC 9(6)V9(6) COMP-3.
          05 RUNS-VARIANCE PIC 9(6)V9(6) COMP-3.
          05 RUNS-Z PIC S9(4)V9(4) COMP-3.
          05 GAP-MARKS PIC 9(6).
          05 GAP-LENGTH PIC 9(6).
          05 GAP-STARTED PIC X(1).
          05 GAP-TOTAL PIC 9(6).
          05 GAP-P PIC 9(1)V9(8) COMP-3.
          05 GAP-Q PIC 9(1)V9(8) COMP-3.
          05 GAP-Q-POWER PIC 9(1)V9(8) COMP-3.
          05 GAP-EXPECTED PIC 9(6)V9(6) COMP-3.
          05 GAP-CHI PIC 9(7)V9(4) COMP-3.
          05 GAP-CLASS-IDX PIC 9(1).
          05 GAP-CLASS-TALLY OCCURS 5 TIMES PIC 9(6).
          05 TALLY-SQUARES PIC 9(12) COMP-3.
          05 COLLISION-PROB PIC 9(1)V9(10) COMP-3.
          05 STREAK-TERM PIC 9(7)V9(10) COMP-3.
          05 STREAK-LIMIT PIC 9(6).
          05 STREAK-LEN PIC 9(6).
          05 LONGEST-STREAK PIC 9(6).
          05 CYCLE-WINDOW PIC 9(2) VALUE 16.
          05 CYCLE-START PIC 9(6).
          05 CYCLE-PERIOD PIC 9(6).
          05 CYCLE-K PIC 9(2).
          05 CYCLE-MATCH PIC X(1).
          05 QUALITY-SIGNED-DISPLAY PIC -(6)9.9(4).
          05 QUALITY-COUNT-DISPLAY PIC Z(5)9.
          05 QUALITY-FAIL-DISPLAY PIC Z9.
          05 QUALITY-TEST-ENTRY OCCURS 24 TIMES.
             10 QT-NAME PIC X(22).
             10 QT-STAT PIC X(18).
             10 QT-CRIT PIC X(28).
             10 QT-RESULT PIC X(4).

      *-----------------------------------------------------------
      * Response-time bootstrap mode ("BOOTSTRAP [seed]"). Each
      * endpoint keeps the last 60 readings - RESPTIME's window -
      * and every resample draws 60 readings with replacement from
      * them through the same seeded FUNCTION RANDOM stream the
      * sample runs use. Resamples pick positions in the sorted
      * window, so a resample's median and 95th percentile fall
      * out of one tally walk over at most 60 slots instead of a
      * sort per resample. The ledger records the seed and the
      * number of history rows read, so REPLAY regenerates the
      * same intervals even after later nights are appended.
      *-----------------------------------------------------------
       01 BOOTSTRAP-AREA.
          05 BOOTSTRAP-MODE PIC X(1) VALUE "N".
          05 AUDIT-STEP-NAME PIC X(10) VALUE "RAND-AVG".
          05 RESPONSE-HISTORY-STATUS PIC X(2).
          05 BOOT-RESULT-FILE-PATH PIC X(30).
          05 BOOT-RESULT-STATUS PIC X(2).
          05 BOOT-WRITE-RESULTS PIC X(1) VALUE "Y".
          05 BOOT-LIMIT-ROWS PIC X(1) VALUE "N".
          05 BOOT-RESAMPLES PIC 9(5).
          05 BOOT-CONF-PCT PIC 9(2).
          05 BOOT-ROW-LIMIT PIC 9(8) VALUE 0.
          05 BOOT-ROWS-READ PIC 9(8).
          05 BOOT-ENDPOINT-COUNT PIC 9(3) VALUE 0.
          05 BOOT-JUDGED-COUNT PIC 9(3).
          05 BOOT-SIGNIFICANT-COUNT PIC 9(3).
          05 BOOT-ELEVATED-COUNT PIC 9(3).
          05 BOOT-EP-IDX PIC 9(3).
          05 BOOT-MATCH-IDX PIC 9(3).
          05 BOOT-OBS-IDX PIC 9(2).
          05 BOOT-N PIC 9(2).
          05 BOOT-SORT-I PIC 9(2).
          05 BOOT-SORT-J PIC 9(2).
          05 BOOT-SORT-TEMP PIC 9(6).
          05 BOOT-RESAMPLE-NO PIC 9(5).
          05 BOOT-DRAW-NO PIC 9(2).
          05 BOOT-PICK PIC 9(2).
          05 BOOT-CUM PIC 9(2).
          05 BOOT-PREV-CUM PIC 9(2).
          05 BOOT-MED-K1 PIC 9(2).
          05 BOOT-MED-K2 PIC 9(2).
          05 BOOT-P95-K PIC 9(2).
          05 BOOT-MED-V1 PIC 9(6).
          05 BOOT-MED-V2 PIC 9(6).
          05 BOOT-P95-V PIC 9(6).
          05 BOOT-LOW-POS PIC 9(5).
          05 BOOT-HIGH-POS PIC 9(5).
          05 BOOT-GAP PIC 9(5).
          05 BOOT-SHELL-I PIC 9(5).
          05 BOOT-SHELL-J PIC 9(5).
          05 BOOT-SHELL-TEMP PIC 9(6)V99.
          05 BOOT-CHECKSUM PIC 9(12)V99.
          05 EP-MEDIAN-MS PIC 9(6)V99.
          05 EP-MEDIAN-LOW-MS PIC 9(6)V99.
          05 EP-MEDIAN-HIGH-MS PIC 9(6)V99.
          05 EP-P95-MS PIC 9(6).
          05 EP-P95-LOW-MS PIC 9(6).
          05 EP-P95-HIGH-MS PIC 9(6).
          05 EP-RECENT-AVG-MS PIC 9(6)V99.
          05 EP-RECENT-SUM PIC 9(8).
          05 EP-RECENT-TAKE PIC 9(1).
          05 EP-VERDICT PIC X(11).
          05 BOOT-MS-DISPLAY PIC Z(5)9.99.
          05 BOOT-LOW-DISPLAY PIC Z(5)9.99.
          05 BOOT-HIGH-DISPLAY PIC Z(5)9.99.
          05 BOOT-P95-DISPLAY PIC Z(5)9.
          05 BOOT-P95-LOW-DISPLAY PIC Z(5)9.
          05 BOOT-P95-HIGH-DISPLAY PIC Z(5)9.
          05 BOOT-RECENT-DISPLAY PIC Z(5)9.99.
          05 BOOT-CHECKSUM-DISPLAY PIC Z(11)9.99.
          05 RECORDED-BOOT-ROWS PIC 9(8).
          05 RECORDED-ENDPOINTS PIC 9(3).
          05 RECORDED-SIGNIFICANT PIC 9(3).
          05 RECORDED-CHECKSUM PIC 9(12)V99.
          05 BOOT-LEDGER-TOKENS.
             10 BT-RESAMPLES PIC X(20).
             10 BT-CONF PIC X(12).
             10 BT-ROWS PIC X(20).
             10 BT-ENDPOINTS PIC X(20).
             10 BT-SIGNIFICANT PIC X(20).
             10 BT-CHECKSUM PIC X(30).

       01 BOOT-ENDPOINT-TABLE.
          05 BOOT-ENDPOINT OCCURS 200 TIMES.
             10 BE-NAME PIC X(10).
             10 BE-OBS-COUNT PIC 9(2).
             10 BE-OBSERVATION OCCURS 60 TIMES PIC 9(6).

       01 BOOT-WINDOW-TABLE.
          05 BOOT-SORTED OCCURS 60 TIMES PIC 9(6).
          05 BOOT-TALLY OCCURS 60 TIMES PIC 9(2).

       01 BOOT-STAT-TABLE.
          05 BOOT-MEDIAN-STAT OCCURS 10000 TIMES PIC 9(6)V99.
          05 BOOT-P95-STAT OCCURS 10000 TIMES PIC 9(6)V99.
          05 BOOT-SORT-STAT OCCURS 10000 TIMES PIC 9(6)V99.

       COPY AUDITLOG.
       COPY APPCFG.
       COPY RUNLOCK.
           PERFORM TAKE-RUN-LOCK.
           PERFORM LOAD-RUNTIME-CONFIG.
           PERFORM APPLY-CONFIGURATION.
           PERFORM PARSE-COMMAND-LINE.
           PERFORM LOG-AUDIT-START.
           PERFORM CREATE-OUTPUT-DIR.
           EVALUATE TRUE
               WHEN REPLAY-MODE = "Y"
                   PERFORM RUN-REPLAY
               WHEN BOOTSTRAP-MODE = "Y"
                   PERFORM RUN-BOOTSTRAP-MODE
               WHEN OTHER
                   PERFORM LOAD-GRID-SPEC
                   IF GRID-SET-COUNT > 0
                       PERFORM RUN-GRID-BATCH
                   ELSE
                       PERFORM READ-PARAMETERS
                       MOVE "single" TO LEDGER-RUN-NAME
                       PERFORM RUN-ONE-SAMPLE
                       PERFORM APPEND-RUN-LEDGER
                       PERFORM DISPLAY-RESULTS
                   END-IF
           END-EVALUATE.

           PERFORM LOG-AUDIT-END.
           PERFORM FREE-RUN-LOCK.
           IF REPLAY-MODE = "Y" AND REPLAY-VERDICT = "MISMATCH"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF BOOTSTRAP-MODE = "Y" AND BOOT-ENDPOINT-COUNT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------
      * statistics - a mismatch means the generator changed
      * between runs, which model validation wants to know before
      * the auditors do.
      * "BOOTSTRAP [seed]" runs the response-time resampling mode
      * instead of a sample run; it audits as RAND-BOOT so its
      * run times never blur into the sample run's own history.
      *-----------------------------------------------------------
       PARSE-COMMAND-LINE.
           MOVE SPACES TO COMMAND-TEXT
               MOVE "Y" TO REPLAY-MODE
               COMPUTE REPLAY-ENTRY-NO =
                   FUNCTION NUMVAL(ENTRY-NO-TOKEN)
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(ACTION-TOKEN))
                   = "BOOTSTRAP"
               MOVE "Y" TO BOOTSTRAP-MODE
               MOVE "RAND-BOOT" TO AUDIT-STEP-NAME
           END-IF.

      *-----------------------------------------------------------
       RUN-ONE-SAMPLE.
           PERFORM GENERATE-RANDOM-NUMBERS.
           PERFORM CALCULATE-MEAN.
      * The independence tests need the draws in the order they
      * were generated - CALCULATE-MEDIAN sorts the table in place.
           PERFORM TEST-INDEPENDENCE.
           PERFORM CALCULATE-MIN-MAX.
           PERFORM CALCULATE-MEDIAN.
           PERFORM CALCULATE-STD-DEV.
      * WEB-SERVER's LOG-AUDIT-START/END for the pattern.
      *-----------------------------------------------------------
       LOG-AUDIT-START.
           MOVE AUDIT-STEP-NAME TO AUDIT-PROGRAM-NAME
           MOVE "START" TO AUDIT-EVENT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE 0 TO AUDIT-RECORD-COUNT
           CALL "AUDITLOG" USING AUDIT-CALL-RECORD.

       LOG-AUDIT-END.
           MOVE AUDIT-STEP-NAME TO AUDIT-PROGRAM-NAME
           MOVE "END" TO AUDIT-EVENT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE SAMPLE-COUNT TO AUDIT-RECORD-COUNT
           MOVE "OK" TO AUDIT-COMPLETION-STATUS
           IF BOOTSTRAP-MODE = "Y"
               MOVE BOOT-ENDPOINT-COUNT TO AUDIT-RECORD-COUNT
               IF BOOT-ENDPOINT-COUNT = 0
                   MOVE "NO HISTORY" TO AUDIT-COMPLETION-STATUS
               END-IF
           END-IF
           CALL "AUDITLOG" USING AUDIT-CALL-RECORD.

       HELLO-WORLD.
                  INTO GRID-REPORT-FILE-PATH
           STRING FUNCTION TRIM(OUTPUT-DIR) DELIMITED BY SIZE
                  "/rand_avg_replay_report.txt" DELIMITED BY SIZE
                  INTO REPLAY-REPORT-FILE-PATH
           MOVE CFG-RAND-SERIAL-LAGS TO SERIAL-LAGS
           IF SERIAL-LAGS < 1 OR SERIAL-LAGS > 20
               DISPLAY "CFG-RAND-SERIAL-LAGS must be 1-20, using 5"
               MOVE 5 TO SERIAL-LAGS
           END-IF
           MOVE CFG-RESP-BOOTSTRAP-FILE TO BOOT-RESULT-FILE-PATH
           MOVE CFG-BOOTSTRAP-RESAMPLES TO BOOT-RESAMPLES
           IF BOOT-RESAMPLES < 100 OR BOOT-RESAMPLES > 10000
               DISPLAY "CFG-BOOTSTRAP-RESAMPLES must be 100-10000,"
                   " using 2000"
               MOVE 2000 TO BOOT-RESAMPLES
           END-IF
           MOVE CFG-BOOTSTRAP-CONF-PCT TO BOOT-CONF-PCT
           IF BOOT-CONF-PCT < 80
               DISPLAY "CFG-BOOTSTRAP-CONF-PCT must be 80-99,"
                   " using 95"
               MOVE 95 TO BOOT-CONF-PCT
           END-IF.

      *-----------------------------------------------------------
      * SAMPLE-COUNT and SEED come from ../rand_avg_params.txt when
           MOVE MEAN TO SET-MEAN(GRID-IDX)
           MOVE MEDIAN-NUMBER TO SET-MEDIAN(GRID-IDX)
           MOVE STD-DEV TO SET-STDDEV(GRID-IDX)
           MOVE FIT-VERDICT TO SET-VERDICT(GRID-IDX)
           MOVE QUALITY-VERDICT TO SET-QUALITY(GRID-IDX).

      *-----------------------------------------------------------
      * The side-by-side comparison is the whole point: one row
                  " fit=" DELIMITED BY SIZE
                  FUNCTION TRIM(SET-VERDICT(GRID-IDX))
                      DELIMITED BY SIZE
                  " quality=" DELIMITED BY SIZE
                  FUNCTION TRIM(SET-QUALITY(GRID-IDX))
                      DELIMITED BY SIZE
                  INTO GRID-REPORT-TEXT
           WRITE GRID-REPORT-RECORD FROM GRID-REPORT-TEXT.

                  " stddev=" DELIMITED BY SIZE
                  FUNCTION TRIM(STDDEV-GRID-DISPLAY)
                      DELIMITED BY SIZE
                  " lags=" DELIMITED BY SIZE
                  SERIAL-LAGS DELIMITED BY SIZE
                  " quality=" DELIMITED BY SIZE
                  FUNCTION TRIM(QUALITY-VERDICT) DELIMITED BY SIZE
                  " fit=" DELIMITED BY SIZE
                  FUNCTION TRIM(FIT-VERDICT) DELIMITED BY SIZE
                  INTO LEDGER-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TOK-SET = "set=*BOOTSTRAP*"
               PERFORM REPLAY-BOOTSTRAP-ENTRY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OUTPUT-FILE-PATH
           STRING FUNCTION TRIM(OUTPUT-DIR) DELIMITED BY SIZE
                  "/random_numbers_replay.txt" DELIMITED BY SIZE
           MOVE SPACES TO TOK-FIT-AFTER
           UNSTRING LEDGER-LINE DELIMITED BY "fit="
               INTO TOK-FIT-BEFORE TOK-FIT-AFTER
           MOVE FUNCTION TRIM(TOK-FIT-AFTER) TO RECORDED-FIT
      * lags= and quality= ride ahead of fit=. Entries written
      * before the independence tests carry neither - the current
      * lag setting is used and the quality verdict is not judged.
           MOVE SPACES TO RECORDED-QUALITY
           MOVE SPACES TO TOK-QUALITY-AFTER
           UNSTRING LEDGER-LINE DELIMITED BY " quality="
               INTO TOK-FIT-BEFORE TOK-QUALITY-AFTER
           UNSTRING TOK-QUALITY-AFTER DELIMITED BY SPACE
               INTO RECORDED-QUALITY
           MOVE SPACES TO TOK-LAGS-AFTER
           UNSTRING LEDGER-LINE DELIMITED BY " lags="
               INTO TOK-FIT-BEFORE TOK-LAGS-AFTER
           IF TOK-LAGS-AFTER NOT = SPACES
               COMPUTE SERIAL-LAGS =
                   FUNCTION NUMVAL(TOK-LAGS-AFTER(1:2))
           END-IF
           IF TOK-SET = "set=*BOOTSTRAP*"
               PERFORM PARSE-BOOTSTRAP-ENTRY
           END-IF.

       JUDGE-REPLAY-RESULT.
           IF MEAN = RECORDED-MEAN
               AND STD-DEV = RECORDED-STDDEV
               AND FUNCTION TRIM(FIT-VERDICT) =
                   FUNCTION TRIM(RECORDED-FIT)
               AND (RECORDED-QUALITY = SPACES
                    OR QUALITY-VERDICT = RECORDED-QUALITY)
               MOVE "VERIFIED" TO REPLAY-VERDICT
           ELSE
               MOVE "MISMATCH" TO REPLAY-VERDICT
                      DELIMITED BY SIZE
                  " fit=" DELIMITED BY SIZE
                  FUNCTION TRIM(FIT-VERDICT) DELIMITED BY SIZE
                  " quality=" DELIMITED BY SIZE
                  FUNCTION TRIM(QUALITY-VERDICT) DELIMITED BY SIZE
                  INTO REPLAY-REPORT-TEXT
           WRITE REPLAY-REPORT-RECORD FROM REPLAY-REPORT-TEXT
           MOVE RECORDED-MEAN TO MEAN-GRID-DISPLAY
                      DELIMITED BY SIZE
                  " fit=" DELIMITED BY SIZE
                  FUNCTION TRIM(RECORDED-FIT) DELIMITED BY SIZE
                  " quality=" DELIMITED BY SIZE
                  RECORDED-QUALITY DELIMITED BY SPACE
                  INTO REPLAY-REPORT-TEXT
           WRITE REPLAY-REPORT-RECORD FROM REPLAY-REPORT-TEXT
           CLOSE REPLAY-REPORT-FILE
           DISPLAY "Replay report saved to: "
               FUNCTION TRIM(REPLAY-REPORT-FILE-PATH).

      *-----------------------------------------------------------
      * BOOTSTRAP mode - seed from rand_avg_params.txt (or the
      * clock) like a single run, unless one is given on the
      * command line; the results file RESPTIME and ALERTGEN read
      * is rewritten and the run goes into the ledger.
      *-----------------------------------------------------------
       RUN-BOOTSTRAP-MODE.
           PERFORM READ-PARAMETERS
           IF FUNCTION TRIM(ENTRY-NO-TOKEN) NOT = SPACES
               COMPUTE SEED = FUNCTION NUMVAL(ENTRY-NO-TOKEN)
           END-IF
           MOVE "N" TO BOOT-LIMIT-ROWS
           MOVE "Y" TO BOOT-WRITE-RESULTS
           MOVE SPACES TO REPORT-FILE-PATH
           STRING FUNCTION TRIM(OUTPUT-DIR) DELIMITED BY SIZE
                  "/rand_avg_bootstrap_report.txt" DELIMITED BY SIZE
                  INTO REPORT-FILE-PATH
           PERFORM RUN-BOOTSTRAP
           PERFORM APPEND-BOOTSTRAP-LEDGER
           DISPLAY "Bootstrapped " BOOT-ENDPOINT-COUNT
               " endpoint(s) with seed " SEED
           DISPLAY "Significant degradations: " BOOT-SIGNIFICANT-COUNT
           DISPLAY "Results saved to: "
               FUNCTION TRIM(BOOT-RESULT-FILE-PATH)
           DISPLAY "Report saved to: " FUNCTION TRIM(REPORT-FILE-PATH).

       RUN-BOOTSTRAP.
           PERFORM LOAD-BOOTSTRAP-HISTORY
           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open "
                   FUNCTION TRIM(REPORT-FILE-PATH)
                   " - status " REPORT-FILE-STATUS
               PERFORM FREE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BOOT-WRITE-RESULTS = "Y"
               OPEN OUTPUT BOOT-RESULT-FILE
               IF BOOT-RESULT-STATUS NOT = "00"
                   DISPLAY "ERROR: unable to open "
                       FUNCTION TRIM(BOOT-RESULT-FILE-PATH)
                       " - status " BOOT-RESULT-STATUS
                   PERFORM FREE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE "Response-Time Bootstrap Report" TO REPORT-TEXT
           WRITE REPORT-LINE FROM REPORT-TEXT
           PERFORM CHECK-REPORT-WRITE-STATUS
           MOVE SPACES TO REPORT-TEXT
           STRING "Seed: " DELIMITED BY SIZE
                  SEED DELIMITED BY SIZE
                  "  Resamples: " DELIMITED BY SIZE
                  BOOT-RESAMPLES DELIMITED BY SIZE
                  "  Confidence: " DELIMITED BY SIZE
                  BOOT-CONF-PCT DELIMITED BY SIZE
                  "%  History rows: " DELIMITED BY SIZE
                  BOOT-ROWS-READ DELIMITED BY SIZE
                  INTO REPORT-TEXT
           WRITE REPORT-LINE FROM REPORT-TEXT
           PERFORM CHECK-REPORT-WRITE-STATUS
           MOVE "Window: last 60 readings; recent = last 3, judged"
               & " against the intervals of the rest" TO REPORT-TEXT
           WRITE REPORT-LINE FROM REPORT-TEXT
           PERFORM CHECK-REPORT-WRITE-STATUS
           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-LINE FROM REPORT-TEXT
           PERFORM CHECK-REPORT-WRITE-STATUS
           IF BOOT-ENDPOINT-COUNT = 0
               MOVE "No response-time history recorded yet."
                   TO REPORT-TEXT
               WRITE REPORT-LINE FROM REPORT-TEXT
               PERFORM CHECK-REPORT-WRITE-STATUS
           END-IF
      * One seeding for the whole run, endpoints in file order, so
      * the same seed over the same rows gives the same intervals.
           COMPUTE UNIFORM-DRAW = FUNCTION RANDOM(SEED)
           MOVE 0 TO BOOT-JUDGED-COUNT
           MOVE 0 TO BOOT-SIGNIFICANT-COUNT
           MOVE 0 TO BOOT-ELEVATED-COUNT
           MOVE 0 TO BOOT-CHECKSUM
           PERFORM VARYING BOOT-EP-IDX FROM 1 BY 1
               UNTIL BOOT-EP-IDX > BOOT-ENDPOINT-COUNT
               PERFORM BOOTSTRAP-ONE-ENDPOINT
               PERFORM WRITE-BOOTSTRAP-LINE
               IF BOOT-WRITE-RESULTS = "Y"
                   PERFORM WRITE-BOOTSTRAP-RECORD
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-LINE FROM REPORT-TEXT
           PERFORM CHECK-REPORT-WRITE-STATUS
           MOVE SPACES TO REPORT-TEXT
           STRING "Summary: endpoints=" DELIMITED BY SIZE
                  BOOT-ENDPOINT-COUNT DELIMITED BY SIZE
                  ", judged=" DELIMITED BY SIZE
                  BOOT-JUDGED-COUNT DELIMITED BY SIZE
                  ", significant=" DELIMITED BY SIZE
                  BOOT-SIGNIFICANT-COUNT DELIMITED BY SIZE
                  ", elevated=" DELIMITED BY SIZE
                  BOOT-ELEVATED-COUNT DELIMITED BY SIZE
                  INTO REPORT-TEXT
           WRITE REPORT-LINE FROM REPORT-TEXT
           PERFORM CHECK-REPORT-WRITE-STATUS
           CLOSE REPORT-FILE
           IF BOOT-WRITE-RESULTS = "Y"
               CLOSE BOOT-RESULT-FILE
           END-IF.

      *-----------------------------------------------------------
      * Same per-endpoint sliding window RESPTIME keeps. A replay
      * stops at the row count its ledger entry recorded, so the
      * nights appended since do not change the answer.
      *-----------------------------------------------------------
       LOAD-BOOTSTRAP-HISTORY.
           MOVE 0 TO BOOT-ENDPOINT-COUNT
           MOVE 0 TO BOOT-ROWS-READ
           OPEN INPUT RESPONSE-HISTORY-FILE
           IF RESPONSE-HISTORY-STATUS NOT = "00"
               DISPLAY "WARNING: unable to open ../response_times.txt"
                   " - status " RESPONSE-HISTORY-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               IF BOOT-LIMIT-ROWS = "Y"
                   AND BOOT-ROWS-READ >= BOOT-ROW-LIMIT
                   EXIT PERFORM
               END-IF
               READ RESPONSE-HISTORY-FILE AT END
                   EXIT PERFORM
               NOT AT END
                   ADD 1 TO BOOT-ROWS-READ
                   PERFORM STORE-BOOT-OBSERVATION
           END-PERFORM
           CLOSE RESPONSE-HISTORY-FILE.

       STORE-BOOT-OBSERVATION.
           IF RT-ENDPOINT-NAME = SPACES
               OR RT-ELAPSED-MS(1:6) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO BOOT-MATCH-IDX
           PERFORM VARYING BOOT-EP-IDX FROM 1 BY 1
               UNTIL BOOT-EP-IDX > BOOT-ENDPOINT-COUNT
                  OR BOOT-MATCH-IDX > 0
               IF BE-NAME(BOOT-EP-IDX) = RT-ENDPOINT-NAME
                   MOVE BOOT-EP-IDX TO BOOT-MATCH-IDX
               END-IF
           END-PERFORM
           IF BOOT-MATCH-IDX = 0
               IF BOOT-ENDPOINT-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO BOOT-ENDPOINT-COUNT
               MOVE BOOT-ENDPOINT-COUNT TO BOOT-MATCH-IDX
               MOVE RT-ENDPOINT-NAME TO BE-NAME(BOOT-MATCH-IDX)
               MOVE 0 TO BE-OBS-COUNT(BOOT-MATCH-IDX)
           END-IF
           IF BE-OBS-COUNT(BOOT-MATCH-IDX) < 60
               ADD 1 TO BE-OBS-COUNT(BOOT-MATCH-IDX)
           ELSE
               PERFORM VARYING BOOT-OBS-IDX FROM 1 BY 1
                   UNTIL BOOT-OBS-IDX > 59
                   MOVE BE-OBSERVATION(BOOT-MATCH-IDX,
                       BOOT-OBS-IDX + 1)
                       TO BE-OBSERVATION(BOOT-MATCH-IDX, BOOT-OBS-IDX)
               END-PERFORM
           END-IF
           MOVE RT-ELAPSED-MS TO BE-OBSERVATION(BOOT-MATCH-IDX,
               BE-OBS-COUNT(BOOT-MATCH-IDX)).

      *-----------------------------------------------------------
      * Recent average the way RESPTIME takes it, median and P95
      * of the readings before it, then BOOT-RESAMPLES resamples
      * of those for the intervals (percentile method). Under ten
      * readings nothing is judged, RESPTIME's own floor.
      *-----------------------------------------------------------
       BOOTSTRAP-ONE-ENDPOINT.
           MOVE BE-OBS-COUNT(BOOT-EP-IDX) TO BOOT-N
           MOVE 0 TO EP-RECENT-SUM
           MOVE 0 TO EP-RECENT-TAKE
           PERFORM VARYING BOOT-OBS-IDX FROM BOOT-N BY -1
               UNTIL BOOT-OBS-IDX < 1 OR EP-RECENT-TAKE >= 3
               ADD BE-OBSERVATION(BOOT-EP-IDX, BOOT-OBS-IDX)
                   TO EP-RECENT-SUM
               ADD 1 TO EP-RECENT-TAKE
           END-PERFORM
           COMPUTE EP-RECENT-AVG-MS = EP-RECENT-SUM / EP-RECENT-TAKE
      * The intervals describe the baseline the recent readings are
      * judged against, so those readings are left out of it - a
      * spike inside its own window can never clear the P95 bound.
           IF BOOT-N >= 10
               SUBTRACT EP-RECENT-TAKE FROM BOOT-N
           END-IF
           PERFORM VARYING BOOT-OBS-IDX FROM 1 BY 1
               UNTIL BOOT-OBS-IDX > BOOT-N
               MOVE BE-OBSERVATION(BOOT-EP-IDX, BOOT-OBS-IDX)
                   TO BOOT-SORTED(BOOT-OBS-IDX)
           END-PERFORM
           PERFORM SORT-BOOT-WINDOW
           IF FUNCTION MOD(BOOT-N, 2) = 0
               COMPUTE BOOT-MED-K1 = BOOT-N / 2
               COMPUTE BOOT-MED-K2 = BOOT-MED-K1 + 1
           ELSE
               COMPUTE BOOT-MED-K1 = (BOOT-N + 1) / 2
               MOVE BOOT-MED-K1 TO BOOT-MED-K2
           END-IF
           COMPUTE BOOT-P95-K = (BOOT-N * 95 + 99) / 100
           IF BOOT-P95-K < 1
               MOVE 1 TO BOOT-P95-K
           END-IF
           IF BOOT-P95-K > BOOT-N
               MOVE BOOT-N TO BOOT-P95-K
           END-IF
           COMPUTE EP-MEDIAN-MS = (BOOT-SORTED(BOOT-MED-K1)
               + BOOT-SORTED(BOOT-MED-K2)) / 2
           MOVE BOOT-SORTED(BOOT-P95-K) TO EP-P95-MS
           MOVE 0 TO EP-MEDIAN-LOW-MS
           MOVE 0 TO EP-MEDIAN-HIGH-MS
           MOVE 0 TO EP-P95-LOW-MS
           MOVE 0 TO EP-P95-HIGH-MS
           IF BE-OBS-COUNT(BOOT-EP-IDX) < 10
               MOVE "SHORT" TO EP-VERDICT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BOOT-JUDGED-COUNT
           PERFORM VARYING BOOT-RESAMPLE-NO FROM 1 BY 1
               UNTIL BOOT-RESAMPLE-NO > BOOT-RESAMPLES
               PERFORM DRAW-ONE-RESAMPLE
           END-PERFORM
           COMPUTE BOOT-LOW-POS =
               BOOT-RESAMPLES * (100 - BOOT-CONF-PCT) / 200
           IF BOOT-LOW-POS < 1
               MOVE 1 TO BOOT-LOW-POS
           END-IF
           COMPUTE BOOT-HIGH-POS = BOOT-RESAMPLES + 1 - BOOT-LOW-POS
           PERFORM VARYING BOOT-SHELL-I FROM 1 BY 1
               UNTIL BOOT-SHELL-I > BOOT-RESAMPLES
               MOVE BOOT-MEDIAN-STAT(BOOT-SHELL-I)
                   TO BOOT-SORT-STAT(BOOT-SHELL-I)
           END-PERFORM
           PERFORM SORT-BOOT-STATS
           MOVE BOOT-SORT-STAT(BOOT-LOW-POS) TO EP-MEDIAN-LOW-MS
           MOVE BOOT-SORT-STAT(BOOT-HIGH-POS) TO EP-MEDIAN-HIGH-MS
           PERFORM VARYING BOOT-SHELL-I FROM 1 BY 1
               UNTIL BOOT-SHELL-I > BOOT-RESAMPLES
               MOVE BOOT-P95-STAT(BOOT-SHELL-I)
                   TO BOOT-SORT-STAT(BOOT-SHELL-I)
           END-PERFORM
           PERFORM SORT-BOOT-STATS
           MOVE BOOT-SORT-STAT(BOOT-LOW-POS) TO EP-P95-LOW-MS
           MOVE BOOT-SORT-STAT(BOOT-HIGH-POS) TO EP-P95-HIGH-MS
      * Only a recent level past what even the slow tail of the
      * window plausibly reaches is a real degradation; above the
      * median's interval alone is within a few nights' noise.
           EVALUATE TRUE
               WHEN EP-RECENT-AVG-MS > EP-P95-HIGH-MS
                   MOVE "SIGNIFICANT" TO EP-VERDICT
                   ADD 1 TO BOOT-SIGNIFICANT-COUNT
               WHEN EP-RECENT-AVG-MS > EP-MEDIAN-HIGH-MS
                   MOVE "ELEVATED" TO EP-VERDICT
                   ADD 1 TO BOOT-ELEVATED-COUNT
               WHEN OTHER
                   MOVE "NORMAL" TO EP-VERDICT
           END-EVALUATE
           COMPUTE BOOT-CHECKSUM = BOOT-CHECKSUM
               + EP-MEDIAN-LOW-MS + EP-MEDIAN-HIGH-MS
               + EP-P95-LOW-MS + EP-P95-HIGH-MS.

      * A resample is a tally of how often each sorted position
      * was drawn; walking the tally in order finds the positions
      * holding the resample's median and 95th percentile.
       DRAW-ONE-RESAMPLE.
           PERFORM VARYING BOOT-OBS-IDX FROM 1 BY 1
               UNTIL BOOT-OBS-IDX > BOOT-N
               MOVE 0 TO BOOT-TALLY(BOOT-OBS-IDX)
           END-PERFORM
           PERFORM VARYING BOOT-DRAW-NO FROM 1 BY 1
               UNTIL BOOT-DRAW-NO > BOOT-N
               COMPUTE BOOT-PICK = FUNCTION RANDOM * BOOT-N
               ADD 1 TO BOOT-PICK
               IF BOOT-PICK > BOOT-N
                   MOVE BOOT-N TO BOOT-PICK
               END-IF
               ADD 1 TO BOOT-TALLY(BOOT-PICK)
           END-PERFORM
           MOVE 0 TO BOOT-CUM
           PERFORM VARYING BOOT-OBS-IDX FROM 1 BY 1
               UNTIL BOOT-OBS-IDX > BOOT-N
               MOVE BOOT-CUM TO BOOT-PREV-CUM
               ADD BOOT-TALLY(BOOT-OBS-IDX) TO BOOT-CUM
               IF BOOT-PREV-CUM < BOOT-MED-K1
                   AND BOOT-CUM >= BOOT-MED-K1
                   MOVE BOOT-SORTED(BOOT-OBS-IDX) TO BOOT-MED-V1
               END-IF
               IF BOOT-PREV-CUM < BOOT-MED-K2
                   AND BOOT-CUM >= BOOT-MED-K2
                   MOVE BOOT-SORTED(BOOT-OBS-IDX) TO BOOT-MED-V2
               END-IF
               IF BOOT-PREV-CUM < BOOT-P95-K
                   AND BOOT-CUM >= BOOT-P95-K
                   MOVE BOOT-SORTED(BOOT-OBS-IDX) TO BOOT-P95-V
               END-IF
           END-PERFORM
           COMPUTE BOOT-MEDIAN-STAT(BOOT-RESAMPLE-NO) =
               (BOOT-MED-V1 + BOOT-MED-V2) / 2
           MOVE BOOT-P95-V TO BOOT-P95-STAT(BOOT-RESAMPLE-NO).

       SORT-BOOT-WINDOW.
           PERFORM VARYING BOOT-SORT-I FROM 1 BY 1
               UNTIL BOOT-SORT-I >= BOOT-N
               PERFORM VARYING BOOT-SORT-J FROM 1 BY 1
                   UNTIL BOOT-SORT-J > BOOT-N - BOOT-SORT-I
                   IF BOOT-SORTED(BOOT-SORT-J) >
                           BOOT-SORTED(BOOT-SORT-J + 1)
                       MOVE BOOT-SORTED(BOOT-SORT-J) TO BOOT-SORT-TEMP
                       MOVE BOOT-SORTED(BOOT-SORT-J + 1)
                           TO BOOT-SORTED(BOOT-SORT-J)
                       MOVE BOOT-SORT-TEMP
                           TO BOOT-SORTED(BOOT-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *-----------------------------------------------------------
      * Up to 10000 resample statistics per endpoint is past what
      * the window's bubble sort can carry, and their values are
      * not a small range the counting sort could tally - a
      * diminishing-gap insertion sort (Shell's) keeps it linear
      * enough.
      *-----------------------------------------------------------
       SORT-BOOT-STATS.
           COMPUTE BOOT-GAP = BOOT-RESAMPLES / 2
           PERFORM UNTIL BOOT-GAP = 0
               PERFORM VARYING BOOT-SHELL-I FROM BOOT-GAP BY 1
                   UNTIL BOOT-SHELL-I > BOOT-RESAMPLES
                   MOVE BOOT-SORT-STAT(BOOT-SHELL-I)
                       TO BOOT-SHELL-TEMP
                   MOVE BOOT-SHELL-I TO BOOT-SHELL-J
                   PERFORM UNTIL BOOT-SHELL-J <= BOOT-GAP
                       IF BOOT-SORT-STAT(BOOT-SHELL-J - BOOT-GAP)
                               <= BOOT-SHELL-TEMP
                           EXIT PERFORM
                       END-IF
                       MOVE BOOT-SORT-STAT(BOOT-SHELL-J - BOOT-GAP)
                           TO BOOT-SORT-STAT(BOOT-SHELL-J)
                       SUBTRACT BOOT-GAP FROM BOOT-SHELL-J
                   END-PERFORM
                   MOVE BOOT-SHELL-TEMP
                       TO BOOT-SORT-STAT(BOOT-SHELL-J)
               END-PERFORM
               COMPUTE BOOT-GAP = BOOT-GAP / 2
           END-PERFORM.

       WRITE-BOOTSTRAP-LINE.
           MOVE EP-RECENT-AVG-MS TO BOOT-RECENT-DISPLAY
           MOVE SPACES TO REPORT-TEXT
           IF EP-VERDICT = "SHORT"
               STRING "  " DELIMITED BY SIZE
                      BE-NAME(BOOT-EP-IDX) DELIMITED BY SIZE
                      " SHORT       n=" DELIMITED BY SIZE
                      BE-OBS-COUNT(BOOT-EP-IDX) DELIMITED BY SIZE
                      " recent " DELIMITED BY SIZE
                      FUNCTION TRIM(BOOT-RECENT-DISPLAY)
                          DELIMITED BY SIZE
                      " - under 10 readings, not judged"
                          DELIMITED BY SIZE
                      INTO REPORT-TEXT
           ELSE
               MOVE EP-MEDIAN-MS TO BOOT-MS-DISPLAY
               MOVE EP-MEDIAN-LOW-MS TO BOOT-LOW-DISPLAY
               MOVE EP-MEDIAN-HIGH-MS TO BOOT-HIGH-DISPLAY
               MOVE EP-P95-MS TO BOOT-P95-DISPLAY
               MOVE EP-P95-LOW-MS TO BOOT-P95-LOW-DISPLAY
               MOVE EP-P95-HIGH-MS TO BOOT-P95-HIGH-DISPLAY
               STRING "  " DELIMITED BY SIZE
                      BE-NAME(BOOT-EP-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EP-VERDICT DELIMITED BY SIZE
                      " n=" DELIMITED BY SIZE
                      BE-OBS-COUNT(BOOT-EP-IDX) DELIMITED BY SIZE
                      " median " DELIMITED BY SIZE
                      FUNCTION TRIM(BOOT-MS-DISPLAY) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(BOOT-LOW-DISPLAY)
                          DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      FUNCTION TRIM(BOOT-HIGH-DISPLAY)
                          DELIMITED BY SIZE
                      ") p95 " DELIMITED BY SIZE
                      FUNCTION TRIM(BOOT-P95-DISPLAY) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(BOOT-P95-LOW-DISPLAY)
                          DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      FUNCTION TRIM(BOOT-P95-HIGH-DISPLAY)
                          DELIMITED BY SIZE
                      ") recent " DELIMITED BY SIZE
                      FUNCTION TRIM(BOOT-RECENT-DISPLAY)
                          DELIMITED BY SIZE
                      INTO REPORT-TEXT
           END-IF
           WRITE REPORT-LINE FROM REPORT-TEXT
           PERFORM CHECK-REPORT-WRITE-STATUS.

       WRITE-BOOTSTRAP-RECORD.
           MOVE SPACES TO RESP-BOOTSTRAP-RECORD
           MOVE BE-NAME(BOOT-EP-IDX) TO RB-ENDPOINT-NAME
           MOVE FUNCTION CURRENT-DATE(1:8) TO RB-RUN-DATE
           MOVE EP-VERDICT TO RB-VERDICT
           MOVE BE-OBS-COUNT(BOOT-EP-IDX) TO RB-OBS-COUNT
           MOVE EP-MEDIAN-MS TO RB-MEDIAN-MS
           MOVE EP-MEDIAN-LOW-MS TO RB-MEDIAN-LOW-MS
           MOVE EP-MEDIAN-HIGH-MS TO RB-MEDIAN-HIGH-MS
           MOVE EP-P95-MS TO RB-P95-MS
           MOVE EP-P95-LOW-MS TO RB-P95-LOW-MS
           MOVE EP-P95-HIGH-MS TO RB-P95-HIGH-MS
           MOVE EP-RECENT-AVG-MS TO RB-RECENT-AVG-MS
           MOVE SEED TO RB-SEED
           MOVE BOOT-RESAMPLES TO RB-RESAMPLES
           MOVE BOOT-CONF-PCT TO RB-CONF-PCT
           WRITE RESP-BOOTSTRAP-RECORD
           IF BOOT-RESULT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to write "
                   FUNCTION TRIM(BOOT-RESULT-FILE-PATH)
                   " - status " BOOT-RESULT-STATUS
           END-IF.

      *-----------------------------------------------------------
      * set=*BOOTSTRAP* marks a bootstrap entry - the asterisks
      * keep it apart from any grid set name. rows= is how much
      * of response_times.txt the run read; the checksum is the
      * sum of every interval bound, so REPLAY can prove the same
      * intervals came back without storing each endpoint.
      *-----------------------------------------------------------
       APPEND-BOOTSTRAP-LEDGER.
           MOVE BOOT-CHECKSUM TO BOOT-CHECKSUM-DISPLAY
           MOVE SPACES TO LEDGER-TEXT
           STRING FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
                  " set=*BOOTSTRAP* seed=" DELIMITED BY SIZE
                  SEED DELIMITED BY SIZE
                  " resamples=" DELIMITED BY SIZE
                  BOOT-RESAMPLES DELIMITED BY SIZE
                  " conf=" DELIMITED BY SIZE
                  BOOT-CONF-PCT DELIMITED BY SIZE
                  " rows=" DELIMITED BY SIZE
                  BOOT-ROWS-READ DELIMITED BY SIZE
                  " endpoints=" DELIMITED BY SIZE
                  BOOT-ENDPOINT-COUNT DELIMITED BY SIZE
                  " significant=" DELIMITED BY SIZE
                  BOOT-SIGNIFICANT-COUNT DELIMITED BY SIZE
                  " checksum=" DELIMITED BY SIZE
                  FUNCTION TRIM(BOOT-CHECKSUM-DISPLAY)
                      DELIMITED BY SIZE
                  INTO LEDGER-TEXT
           OPEN EXTEND LEDGER-FILE
           IF LEDGER-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
           END-IF
           IF LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open "
                   FUNCTION TRIM(LEDGER-FILE-PATH)
                   " - status " LEDGER-STATUS
           ELSE
               WRITE LEDGER-LINE FROM LEDGER-TEXT
               CLOSE LEDGER-FILE
           END-IF.

       PARSE-BOOTSTRAP-ENTRY.
           MOVE SPACES TO BOOT-LEDGER-TOKENS
           UNSTRING LEDGER-LINE DELIMITED BY ALL SPACE
               INTO TOK-DATE TOK-TIME TOK-SET TOK-SEED BT-RESAMPLES
                    BT-CONF BT-ROWS BT-ENDPOINTS BT-SIGNIFICANT
                    BT-CHECKSUM
           COMPUTE SEED = FUNCTION NUMVAL(TOK-SEED(6:))
           COMPUTE BOOT-RESAMPLES = FUNCTION NUMVAL(BT-RESAMPLES(11:))
           COMPUTE BOOT-CONF-PCT = FUNCTION NUMVAL(BT-CONF(6:))
           COMPUTE BOOT-ROW-LIMIT = FUNCTION NUMVAL(BT-ROWS(6:))
           COMPUTE RECORDED-ENDPOINTS =
               FUNCTION NUMVAL(BT-ENDPOINTS(11:))
           COMPUTE RECORDED-SIGNIFICANT =
               FUNCTION NUMVAL(BT-SIGNIFICANT(13:))
           COMPUTE RECORDED-CHECKSUM =
               FUNCTION NUMVAL(BT-CHECKSUM(10:)).

      *-----------------------------------------------------------
      * REPLAY of a bootstrap entry reruns it over the rows it
      * read, with its seed, resample count and confidence level.
      * The shared results file is left alone - the replay report
      * is the only output.
      *-----------------------------------------------------------
       REPLAY-BOOTSTRAP-ENTRY.
           MOVE "Y" TO BOOT-LIMIT-ROWS
           MOVE "N" TO BOOT-WRITE-RESULTS
           MOVE SPACES TO REPORT-FILE-PATH
           STRING FUNCTION TRIM(OUTPUT-DIR) DELIMITED BY SIZE
                  "/rand_avg_bootstrap_replay.txt" DELIMITED BY SIZE
                  INTO REPORT-FILE-PATH
           DISPLAY "Replaying bootstrap ledger entry " REPLAY-ENTRY-NO
               " with seed " SEED
           PERFORM RUN-BOOTSTRAP
           IF BOOT-ROWS-READ = BOOT-ROW-LIMIT
               AND BOOT-ENDPOINT-COUNT = RECORDED-ENDPOINTS
               AND BOOT-SIGNIFICANT-COUNT = RECORDED-SIGNIFICANT
               AND BOOT-CHECKSUM = RECORDED-CHECKSUM
               MOVE "VERIFIED" TO REPLAY-VERDICT
           ELSE
               MOVE "MISMATCH" TO REPLAY-VERDICT
           END-IF
           DISPLAY "Replay verdict: "
               FUNCTION TRIM(REPLAY-VERDICT)
           OPEN OUTPUT REPLAY-REPORT-FILE
           IF REPLAY-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open "
                   FUNCTION TRIM(REPLAY-REPORT-FILE-PATH)
                   " - status " REPLAY-REPORT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPLAY-REPORT-TEXT
           STRING "Replay of ledger entry " DELIMITED BY SIZE
                  REPLAY-ENTRY-NO DELIMITED BY SIZE
                  " (response-time bootstrap): " DELIMITED BY SIZE
                  FUNCTION TRIM(REPLAY-VERDICT) DELIMITED BY SIZE
                  INTO REPLAY-REPORT-TEXT
           WRITE REPLAY-REPORT-RECORD FROM REPLAY-REPORT-TEXT
           MOVE BOOT-CHECKSUM TO BOOT-CHECKSUM-DISPLAY
           MOVE SPACES TO REPLAY-REPORT-TEXT
           STRING "  regenerated rows=" DELIMITED BY SIZE
                  BOOT-ROWS-READ DELIMITED BY SIZE
                  " endpoints=" DELIMITED BY SIZE
                  BOOT-ENDPOINT-COUNT DELIMITED BY SIZE
                  " significant=" DELIMITED BY SIZE
                  BOOT-SIGNIFICANT-COUNT DELIMITED BY SIZE
                  " checksum=" DELIMITED BY SIZE
                  FUNCTION TRIM(BOOT-CHECKSUM-DISPLAY)
                      DELIMITED BY SIZE
                  INTO REPLAY-REPORT-TEXT
           WRITE REPLAY-REPORT-RECORD FROM REPLAY-REPORT-TEXT
           MOVE RECORDED-CHECKSUM TO BOOT-CHECKSUM-DISPLAY
           MOVE SPACES TO REPLAY-REPORT-TEXT
           STRING "  recorded    rows=" DELIMITED BY SIZE
                  BOOT-ROW-LIMIT DELIMITED BY SIZE
                  " endpoints=" DELIMITED BY SIZE
                  RECORDED-ENDPOINTS DELIMITED BY SIZE
                  " significant=" DELIMITED BY SIZE
                  RECORDED-SIGNIFICANT DELIMITED BY SIZE
                  " checksum=" DELIMITED BY SIZE
                  FUNCTION TRIM(BOOT-CHECKSUM-DISPLAY)
                      DELIMITED BY SIZE
                  INTO REPLAY-REPORT-TEXT
           WRITE REPLAY-REPORT-RECORD FROM REPLAY-REPORT-TEXT
           CLOSE REPLAY-REPORT-FILE
       CALCULATE-MEAN.
           COMPUTE MEAN = SAMPLE-TOTAL / SAMPLE-COUNT.

      *-----------------------------------------------------------
      * Independence tests over the draws in generation order:
      * runs above/below the mean, serial correlation at lags
      * 1..SERIAL-LAGS, a gap test and a repeated-value/cycle
      * check. Any FAIL makes the sample SUSPECT; a sample too
      * short for the tests to mean anything is UNTESTED.
      *-----------------------------------------------------------
       TEST-INDEPENDENCE.
           MOVE 0 TO QUALITY-TEST-COUNT
           MOVE 0 TO QUALITY-FAIL-COUNT
           IF SAMPLE-COUNT < QUALITY-MIN-COUNT
               MOVE "UNTESTED" TO QUALITY-VERDICT
               EXIT PARAGRAPH
           END-IF
           COMPUTE SEQ-MEAN = SAMPLE-TOTAL / SAMPLE-COUNT
           MOVE 0 TO SEQ-SUM-SQUARES
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SAMPLE-COUNT
               COMPUTE SEQ-DEVIATION = TABLE-NUMBER(I) - SEQ-MEAN
               COMPUTE SEQ-SUM-SQUARES = SEQ-SUM-SQUARES
                   + SEQ-DEVIATION * SEQ-DEVIATION
           END-PERFORM
           PERFORM TEST-RUNS-ABOUT-MEAN
           PERFORM VARYING LAG-NO FROM 1 BY 1
               UNTIL LAG-NO > SERIAL-LAGS
               PERFORM TEST-SERIAL-CORRELATION
           END-PERFORM
           PERFORM TEST-GAPS
           PERFORM TEST-REPEATED-VALUES
           PERFORM TEST-CYCLE
           IF QUALITY-FAIL-COUNT = 0
               MOVE "RANDOM" TO QUALITY-VERDICT
           ELSE
               MOVE "SUSPECT" TO QUALITY-VERDICT
           END-IF.

       ADD-QUALITY-TEST.
           ADD 1 TO QUALITY-TEST-COUNT
           MOVE QUALITY-TEST-COUNT TO QUALITY-IDX
           MOVE SPACES TO QT-NAME(QUALITY-IDX)
           MOVE SPACES TO QT-STAT(QUALITY-IDX)
           MOVE SPACES TO QT-CRIT(QUALITY-IDX)
           MOVE "PASS" TO QT-RESULT(QUALITY-IDX).

       FAIL-QUALITY-TEST.
           MOVE "FAIL" TO QT-RESULT(QUALITY-IDX)
           ADD 1 TO QUALITY-FAIL-COUNT.

      *-----------------------------------------------------------
      * Runs above and below the mean (Wald-Wolfowitz): a run is a
      * maximal stretch of draws on the same side of the sample
      * mean. With n1 below and n2 at or above, independent draws
      * give a run count with mean 2*n1*n2/N + 1 and variance
      * 2*n1*n2*(2*n1*n2 - N) / (N*N*(N-1)); |z| beyond 2.576
      * fails - too few runs is drift, too many is a see-saw. The
      * split is exact for any distribution, including the ties
      * the clipped NORMAL and EXPONENTIAL draws pile up at 0/999.
      *-----------------------------------------------------------
       TEST-RUNS-ABOUT-MEAN.
           PERFORM ADD-QUALITY-TEST
           MOVE "Runs above/below mean" TO QT-NAME(QUALITY-IDX)
           MOVE "+/-2.5758" TO QT-CRIT(QUALITY-IDX)
           MOVE 0 TO RUN-COUNT
           MOVE 0 TO RUN-BELOW
           MOVE 0 TO RUN-ABOVE
           MOVE SPACE TO RUN-SIDE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SAMPLE-COUNT
               IF TABLE-NUMBER(I) < SEQ-MEAN
                   MOVE "B" TO NEW-SIDE
                   ADD 1 TO RUN-BELOW
               ELSE
                   MOVE "A" TO NEW-SIDE
                   ADD 1 TO RUN-ABOVE
               END-IF
               IF NEW-SIDE NOT = RUN-SIDE
                   ADD 1 TO RUN-COUNT
                   MOVE NEW-SIDE TO RUN-SIDE
               END-IF
           END-PERFORM
           IF RUN-BELOW = 0 OR RUN-ABOVE = 0
               MOVE "constant sample" TO QT-STAT(QUALITY-IDX)
               PERFORM FAIL-QUALITY-TEST
               EXIT PARAGRAPH
           END-IF
      * Wald-Wolfowitz: with P = 2 x below x above, the expected
      * run count is P/n + 1 and its variance P(P - n)/(n^2(n-1)),
      * worked a step at a time so no intermediate loses its
      * fraction.
           COMPUTE RUNS-PRODUCT = 2 * RUN-BELOW * RUN-ABOVE
           COMPUTE RUNS-RATIO = RUNS-PRODUCT / SAMPLE-COUNT
           COMPUTE RUNS-EXPECTED = RUNS-RATIO + 1
           COMPUTE RUNS-SPREAD = RUNS-PRODUCT - SAMPLE-COUNT
           COMPUTE RUNS-DENOM = SAMPLE-COUNT * (SAMPLE-COUNT - 1)
           COMPUTE RUNS-WORK = RUNS-RATIO * RUNS-SPREAD
           IF RUNS-WORK > 0
               COMPUTE RUNS-VARIANCE = RUNS-WORK / RUNS-DENOM
           ELSE
               MOVE 0 TO RUNS-VARIANCE
           END-IF
           IF RUNS-VARIANCE = 0
               MOVE "no variation" TO QT-STAT(QUALITY-IDX)
               PERFORM FAIL-QUALITY-TEST
               EXIT PARAGRAPH
           END-IF
           COMPUTE RUNS-Z ROUNDED = (RUN-COUNT - RUNS-EXPECTED)
               / FUNCTION SQRT(RUNS-VARIANCE)
           MOVE RUNS-Z TO QUALITY-SIGNED-DISPLAY
           STRING "z=" DELIMITED BY SIZE
                  FUNCTION TRIM(QUALITY-SIGNED-DISPLAY)
                      DELIMITED BY SIZE
                  INTO QT-STAT(QUALITY-IDX)
           IF RUNS-Z > 2.5758 OR RUNS-Z < -2.5758
               PERFORM FAIL-QUALITY-TEST
           END-IF.

      *-----------------------------------------------------------
      * Serial correlation at lag LAG-NO: the correlation between
      * each draw and the one LAG-NO places later. Independent
      * draws give |r| within 2.576/sqrt(N).
      *-----------------------------------------------------------
       TEST-SERIAL-CORRELATION.
           PERFORM ADD-QUALITY-TEST
           STRING "Serial corr lag " DELIMITED BY SIZE
                  LAG-NO DELIMITED BY SIZE
                  INTO QT-NAME(QUALITY-IDX)
           COMPUTE CORR-LIMIT ROUNDED =
               2.5758 / FUNCTION SQRT(SAMPLE-COUNT)
           MOVE CORR-LIMIT TO QUALITY-SIGNED-DISPLAY
           STRING "+/-" DELIMITED BY SIZE
                  FUNCTION TRIM(QUALITY-SIGNED-DISPLAY)
                      DELIMITED BY SIZE
                  INTO QT-CRIT(QUALITY-IDX)
           IF SEQ-SUM-SQUARES = 0
               MOVE "constant sample" TO QT-STAT(QUALITY-IDX)
               PERFORM FAIL-QUALITY-TEST
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LAG-SUM
           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > SAMPLE-COUNT - LAG-NO
               COMPUTE J = I + LAG-NO
               COMPUTE LAG-SUM = LAG-SUM
                   + (TABLE-NUMBER(I) - SEQ-MEAN)
                   * (TABLE-NUMBER(J) - SEQ-MEAN)
           END-PERFORM
           COMPUTE LAG-R ROUNDED = LAG-SUM / SEQ-SUM-SQUARES
           MOVE LAG-R TO QUALITY-SIGNED-DISPLAY
           STRING "r=" DELIMITED BY SIZE
                  FUNCTION TRIM(QUALITY-SIGNED-DISPLAY)
                      DELIMITED BY SIZE
                  INTO QT-STAT(QUALITY-IDX)
           IF LAG-R > CORR-LIMIT OR LAG-R < 0 - CORR-LIMIT
               PERFORM FAIL-QUALITY-TEST
           END-IF.

      *-----------------------------------------------------------
      * Gap test: mark every draw below the sample mean and count
      * the unmarked draws between successive marks. With marking
      * probability p the gap length is geometric, so the tallies
      * for gaps 0, 1, 2, 3 and 4+ are compared with
      * G*p*(1-p)^k by chi-square - 4 degrees of freedom, 13.2767
      * at 1%. Using the sample's own p keeps the test about order
      * alone, whatever distribution was asked for.
      *-----------------------------------------------------------
       TEST-GAPS.
           PERFORM ADD-QUALITY-TEST
           MOVE "Gap test (< mean)" TO QT-NAME(QUALITY-IDX)
           MOVE "13.2767" TO QT-CRIT(QUALITY-IDX)
           MOVE 0 TO GAP-MARKS
           MOVE 0 TO GAP-LENGTH
           MOVE "N" TO GAP-STARTED
           PERFORM VARYING GAP-CLASS-IDX FROM 1 BY 1
               UNTIL GAP-CLASS-IDX > 5
               MOVE 0 TO GAP-CLASS-TALLY(GAP-CLASS-IDX)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SAMPLE-COUNT
               IF TABLE-NUMBER(I) < SEQ-MEAN
                   ADD 1 TO GAP-MARKS
                   IF GAP-STARTED = "Y"
                       IF GAP-LENGTH > 4
                           MOVE 4 TO GAP-LENGTH
                       END-IF
                       COMPUTE GAP-CLASS-IDX = GAP-LENGTH + 1
                       ADD 1 TO GAP-CLASS-TALLY(GAP-CLASS-IDX)
                   END-IF
                   MOVE "Y" TO GAP-STARTED
                   MOVE 0 TO GAP-LENGTH
               ELSE
                   IF GAP-STARTED = "Y"
                       ADD 1 TO GAP-LENGTH
                   END-IF
               END-IF
           END-PERFORM
           IF GAP-MARKS < 2 OR GAP-MARKS = SAMPLE-COUNT
               MOVE "no gaps" TO QT-STAT(QUALITY-IDX)
               PERFORM FAIL-QUALITY-TEST
               EXIT PARAGRAPH
           END-IF
           COMPUTE GAP-TOTAL = GAP-MARKS - 1
           COMPUTE GAP-P = GAP-MARKS / SAMPLE-COUNT
           COMPUTE GAP-Q = 1 - GAP-P
           MOVE 0 TO GAP-CHI
           PERFORM VARYING GAP-CLASS-IDX FROM 1 BY 1
               UNTIL GAP-CLASS-IDX > 5
               IF GAP-CLASS-IDX < 5
                   COMPUTE GAP-Q-POWER = GAP-Q ** (GAP-CLASS-IDX - 1)
                   COMPUTE GAP-EXPECTED = GAP-TOTAL * GAP-P
                   COMPUTE GAP-EXPECTED = GAP-EXPECTED * GAP-Q-POWER
               ELSE
                   COMPUTE GAP-Q-POWER = GAP-Q ** 4
                   COMPUTE GAP-EXPECTED = GAP-TOTAL * GAP-Q-POWER
               END-IF
               IF GAP-EXPECTED > 0
                   COMPUTE GAP-CHI ROUNDED = GAP-CHI
                       + (GAP-CLASS-TALLY(GAP-CLASS-IDX)
                          - GAP-EXPECTED) ** 2 / GAP-EXPECTED
               END-IF
           END-PERFORM
           MOVE GAP-CHI TO QUALITY-SIGNED-DISPLAY
           STRING "chi2=" DELIMITED BY SIZE
                  FUNCTION TRIM(QUALITY-SIGNED-DISPLAY)
                      DELIMITED BY SIZE
                  INTO QT-STAT(QUALITY-IDX)
           IF GAP-CHI > 13.2767
               PERFORM FAIL-QUALITY-TEST
           END-IF.

      *-----------------------------------------------------------
      * Repeated values: the longest stretch of identical
      * consecutive draws. With s the chance two independent
      * draws agree (sum of squared value shares), about
      * N * s^(L-1) stretches of length L are expected; the limit
      * is the longest L still expected at least 0.01 times.
      *-----------------------------------------------------------
       TEST-REPEATED-VALUES.
           PERFORM ADD-QUALITY-TEST
           MOVE "Repeated values" TO QT-NAME(QUALITY-IDX)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 1000
               MOVE 0 TO VALUE-TALLY(I)
           END-PERFORM
           MOVE 1 TO STREAK-LEN
           MOVE 1 TO LONGEST-STREAK
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SAMPLE-COUNT
               COMPUTE J = TABLE-NUMBER(I) + 1
               ADD 1 TO VALUE-TALLY(J)
               IF I > 1
                   IF TABLE-NUMBER(I) = TABLE-NUMBER(I - 1)
                       ADD 1 TO STREAK-LEN
                   ELSE
                       MOVE 1 TO STREAK-LEN
                   END-IF
                   IF STREAK-LEN > LONGEST-STREAK
                       MOVE STREAK-LEN TO LONGEST-STREAK
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO TALLY-SQUARES
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 1000
               COMPUTE TALLY-SQUARES = TALLY-SQUARES
                   + VALUE-TALLY(J) * VALUE-TALLY(J)
           END-PERFORM
           COMPUTE COLLISION-PROB =
               TALLY-SQUARES / (SAMPLE-COUNT * SAMPLE-COUNT)
           MOVE 1 TO STREAK-LIMIT
           COMPUTE STREAK-TERM = SAMPLE-COUNT * COLLISION-PROB
           PERFORM UNTIL STREAK-TERM < 0.01
               OR STREAK-LIMIT >= SAMPLE-COUNT
               ADD 1 TO STREAK-LIMIT
               COMPUTE STREAK-TERM = STREAK-TERM * COLLISION-PROB
           END-PERFORM
           MOVE LONGEST-STREAK TO QUALITY-COUNT-DISPLAY
           STRING "longest=" DELIMITED BY SIZE
                  FUNCTION TRIM(QUALITY-COUNT-DISPLAY)
                      DELIMITED BY SIZE
                  INTO QT-STAT(QUALITY-IDX)
           MOVE STREAK-LIMIT TO QUALITY-COUNT-DISPLAY
           STRING "max " DELIMITED BY SIZE
                  FUNCTION TRIM(QUALITY-COUNT-DISPLAY)
                      DELIMITED BY SIZE
                  INTO QT-CRIT(QUALITY-IDX)
           IF LONGEST-STREAK > STREAK-LIMIT
               PERFORM FAIL-QUALITY-TEST
           END-IF.

      *-----------------------------------------------------------
      * Cycle check: a generator that has wrapped around repeats
      * itself, so its last CYCLE-WINDOW draws turn up again
      * earlier in the sample. Sixteen draws matching by chance
      * is out of reach at any sample size this program takes, so
      * any recurrence fails and its distance is the period.
      *-----------------------------------------------------------
       TEST-CYCLE.
           PERFORM ADD-QUALITY-TEST
           MOVE "Cycle check" TO QT-NAME(QUALITY-IDX)
           MOVE CYCLE-WINDOW TO QUALITY-COUNT-DISPLAY
           STRING "no recurrence of last " DELIMITED BY SIZE
                  FUNCTION TRIM(QUALITY-COUNT-DISPLAY)
                      DELIMITED BY SIZE
                  INTO QT-CRIT(QUALITY-IDX)
           COMPUTE CYCLE-START = SAMPLE-COUNT - CYCLE-WINDOW + 1
           MOVE 0 TO CYCLE-PERIOD
           PERFORM VARYING J FROM CYCLE-START BY -1
               UNTIL J < 2 OR CYCLE-PERIOD > 0
               COMPUTE I = J - 1
               IF TABLE-NUMBER(I) = TABLE-NUMBER(CYCLE-START)
                   MOVE "Y" TO CYCLE-MATCH
                   PERFORM VARYING CYCLE-K FROM 1 BY 1
                       UNTIL CYCLE-K >= CYCLE-WINDOW
                          OR CYCLE-MATCH = "N"
                       IF TABLE-NUMBER(I + CYCLE-K) NOT =
                           TABLE-NUMBER(CYCLE-START + CYCLE-K)
                           MOVE "N" TO CYCLE-MATCH
                       END-IF
                   END-PERFORM
                   IF CYCLE-MATCH = "Y"
                       COMPUTE CYCLE-PERIOD = CYCLE-START - I
                   END-IF
               END-IF
           END-PERFORM
           IF CYCLE-PERIOD = 0
               MOVE "period=none" TO QT-STAT(QUALITY-IDX)
           ELSE
               MOVE CYCLE-PERIOD TO QUALITY-COUNT-DISPLAY
               STRING "period=" DELIMITED BY SIZE
                      FUNCTION TRIM(QUALITY-COUNT-DISPLAY)
                          DELIMITED BY SIZE
                      INTO QT-STAT(QUALITY-IDX)
               PERFORM FAIL-QUALITY-TEST
           END-IF.

       CALCULATE-MIN-MAX.
           MOVE TABLE-NUMBER(1) TO MIN-NUMBER.
           MOVE TABLE-NUMBER(1) TO MAX-NUMBER.
                  INTO REPORT-TEXT
           WRITE REPORT-LINE FROM REPORT-TEXT
           PERFORM CHECK-REPORT-WRITE-STATUS
           PERFORM WRITE-QUALITY-SECTION
           CLOSE REPORT-FILE.

       CHECK-REPORT-WRITE-STATUS.
           WRITE REPORT-LINE FROM REPORT-TEXT
           PERFORM CHECK-REPORT-WRITE-STATUS.

      *-----------------------------------------------------------
      * Randomness-quality section of the report: one line per
      * independence test, then the overall verdict.
      *-----------------------------------------------------------
       WRITE-QUALITY-SECTION.
           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-LINE FROM REPORT-TEXT
           PERFORM CHECK-REPORT-WRITE-STATUS
           MOVE "Randomness quality (draw order, 1% significance):"
               TO REPORT-TEXT
           WRITE REPORT-LINE FROM REPORT-TEXT
           PERFORM CHECK-REPORT-WRITE-STATUS
           PERFORM VARYING QUALITY-IDX FROM 1 BY 1
               UNTIL QUALITY-IDX > QUALITY-TEST-COUNT
               MOVE SPACES TO REPORT-TEXT
               STRING "  " DELIMITED BY SIZE
                      QT-NAME(QUALITY-IDX) DELIMITED BY SIZE
                      QT-STAT(QUALITY-IDX) DELIMITED BY SIZE
                      "critical " DELIMITED BY SIZE
                      QT-CRIT(QUALITY-IDX) DELIMITED BY SIZE
                      QT-RESULT(QUALITY-IDX) DELIMITED BY SIZE
                      INTO REPORT-TEXT
               WRITE REPORT-LINE FROM REPORT-TEXT
               PERFORM CHECK-REPORT-WRITE-STATUS
           END-PERFORM
           MOVE SPACES TO REPORT-TEXT
           IF QUALITY-VERDICT = "UNTESTED"
               MOVE QUALITY-MIN-COUNT TO QUALITY-COUNT-DISPLAY
               STRING "Randomness quality: UNTESTED - needs at least "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(QUALITY-COUNT-DISPLAY)
                          DELIMITED BY SIZE
                      " draws" DELIMITED BY SIZE
                      INTO REPORT-TEXT
           ELSE
               MOVE QUALITY-FAIL-COUNT TO QUALITY-FAIL-DISPLAY
               MOVE QUALITY-TEST-COUNT TO QUALITY-COUNT-DISPLAY
               STRING "Randomness quality: " DELIMITED BY SIZE
                      FUNCTION TRIM(QUALITY-VERDICT) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(QUALITY-FAIL-DISPLAY)
                          DELIMITED BY SIZE
                      " of " DELIMITED BY SIZE
                      FUNCTION TRIM(QUALITY-COUNT-DISPLAY)
                          DELIMITED BY SIZE
                      " tests failed)" DELIMITED BY SIZE
                      INTO REPORT-TEXT
           END-IF
           WRITE REPORT-LINE FROM REPORT-TEXT
           PERFORM CHECK-REPORT-WRITE-STATUS.

       DISPLAY-RESULTS.
           DISPLAY "Generated " SAMPLE-COUNT " random numbers".
           DISPLAY "Mean: " MEAN.
           DISPLAY "Min: " MIN-NUMBER "  Max: " MAX-NUMBER.
           DISPLAY "Median: " MEDIAN-NUMBER.
           DISPLAY "Std Dev: " STD-DEV.
           DISPLAY "Randomness quality: "
               FUNCTION TRIM(QUALITY-VERDICT).
           DISPLAY "Saved to: " FUNCTION TRIM(OUTPUT-FILE-PATH).
           DISPLAY "Report saved to: " FUNCTION TRIM(REPORT-FILE-PATH).
