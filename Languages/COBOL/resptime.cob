      * night. For every endpoint it keeps the most recent 60
      * observations, computes the median and 95th percentile of
      * that window, and compares the average of the last three
      * nights against the endpoint's own history. Where RAND-AVG's
      * BOOTSTRAP mode has left a result for the endpoint no
      * older than the latest readings (CFG-RESP-BOOTSTRAP-FILE),
      * only a recent average above the bootstrap upper bound of
      * its 95th percentile is flagged DEGRADED, and one above
      * just the median's upper bound is noted as elevated;
      * without one, anything running past 150% of its own median
      * is flagged, as before.
      * A service creeping from 300 ms to 1500 ms over three weeks
      * never trips the fixed SLA threshold until it is already an
      * outage; this report is where that creep becomes visible.
               ASSIGN TO "../response_times.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPONSE-HISTORY-STATUS.
           SELECT BOOTSTRAP-FILE ASSIGN TO DYNAMIC BOOTSTRAP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOTSTRAP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "response_time_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
          05 FILLER PIC X.
          05 RT-ELAPSED-MS PIC 9(6).

       FD BOOTSTRAP-FILE.
       COPY RESPBOOT.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(130).

          05 DEGRADED-COUNT PIC 9(3) VALUE 0.
          05 MEDIAN-DISPLAY PIC ZZZZZ9.99.
          05 RECENT-DISPLAY PIC ZZZZZ9.99.
          05 BOUND-DISPLAY PIC ZZZZZ9.99.
          05 BOOTSTRAP-FILENAME PIC X(30).
          05 BOOTSTRAP-STATUS PIC X(2).
          05 BOOTSTRAP-COUNT PIC 9(3) VALUE 0.
          05 BOOTSTRAP-INDEX PIC 9(3).
          05 BOOTSTRAP-MATCH PIC 9(3).
          05 BOOTSTRAP-JUDGED-COUNT PIC 9(3) VALUE 0.
          05 BOOTSTRAP-STALE-COUNT PIC 9(3) VALUE 0.
          05 NEWEST-OBS-DATE PIC X(8) VALUE SPACES.
          05 ELEVATED-COUNT PIC 9(3) VALUE 0.
          05 LINE-POINTER PIC 9(3).

       COPY APPCFG.

       COPY AUDITLOG.

             10 EH-OBS-COUNT PIC 9(2).
             10 EH-OBSERVATION OCCURS 60 TIMES PIC 9(6).
             10 EH-DEGRADED PIC X(1).
             10 EH-RULE PIC X(1).
             10 EH-BOUND-MS PIC 9(6)V9(2).

      *-----------------------------------------------------------
      * Tonight's bootstrap verdicts, one row per endpoint, with
      * the two upper bounds the recent average is judged against.
      *-----------------------------------------------------------
       01 BOOTSTRAP-RESULT-TABLE.
          05 BOOTSTRAP-RESULT OCCURS 200 TIMES.
             10 BR-ENDPOINT-NAME PIC X(10).
             10 BR-VERDICT PIC X(11).
             10 BR-MEDIAN-HIGH-MS PIC 9(6)V9(2).
             10 BR-P95-HIGH-MS PIC 9(6).

       01 SORT-SCRATCH-TABLE.
          05 SORT-SCRATCH OCCURS 60 TIMES PIC 9(6).
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM HELLO-WORLD.
           PERFORM LOAD-RUNTIME-CONFIG.
           PERFORM LOG-AUDIT-START.
           PERFORM LOAD-RESPONSE-HISTORY.
           PERFORM LOAD-BOOTSTRAP-RESULTS.
           PERFORM WRITE-TREND-REPORT.
           PERFORM LOG-AUDIT-END.
           STOP RUN.
       HELLO-WORLD.
           DISPLAY "Hello, World!".

       LOAD-RUNTIME-CONFIG.
           CALL "CONFIGLD" USING APP-CONFIG
           MOVE CFG-RESP-BOOTSTRAP-FILE TO BOOTSTRAP-FILENAME.

       LOG-AUDIT-START.
           MOVE "RESPTIME" TO AUDIT-PROGRAM-NAME
           MOVE "START" TO AUDIT-EVENT
           DISPLAY "Loaded history for " ENDPOINT-COUNT
               " endpoint(s)".

      *-----------------------------------------------------------
      * No results file (BOOTSTRAP never run) is not an error - the
      * 150% rule covers every endpoint until one exists. Nor is a
      * result older than the newest night in response_times.txt:
      * the bootstrap step may have been scheduled off while the
      * readings kept coming, so bounds computed before that night
      * are left out and the 150% rule judges that endpoint
      * instead. A result stamped after it is current - the
      * bootstrap step may run past midnight, and RESPTIME itself
      * is run whenever it is wanted.
      *-----------------------------------------------------------
       LOAD-BOOTSTRAP-RESULTS.
           OPEN INPUT BOOTSTRAP-FILE
           IF BOOTSTRAP-STATUS NOT = "00"
               DISPLAY "No bootstrap results in "
                   FUNCTION TRIM(BOOTSTRAP-FILENAME)
                   " - 150% rule applies"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ BOOTSTRAP-FILE AT END
                   EXIT PERFORM
               NOT AT END
                   IF RB-ENDPOINT-NAME NOT = SPACES
                       AND RB-RUN-DATE < NEWEST-OBS-DATE
                       ADD 1 TO BOOTSTRAP-STALE-COUNT
                   END-IF
                   IF RB-ENDPOINT-NAME NOT = SPACES
                       AND RB-RUN-DATE NOT < NEWEST-OBS-DATE
                       AND BOOTSTRAP-COUNT < 200
                       ADD 1 TO BOOTSTRAP-COUNT
                       MOVE RB-ENDPOINT-NAME
                           TO BR-ENDPOINT-NAME(BOOTSTRAP-COUNT)
                       MOVE RB-VERDICT TO BR-VERDICT(BOOTSTRAP-COUNT)
                       MOVE RB-MEDIAN-HIGH-MS
                           TO BR-MEDIAN-HIGH-MS(BOOTSTRAP-COUNT)
                       MOVE RB-P95-HIGH-MS
                           TO BR-P95-HIGH-MS(BOOTSTRAP-COUNT)
                   END-IF
           END-PERFORM
           CLOSE BOOTSTRAP-FILE
           DISPLAY "Loaded bootstrap results for " BOOTSTRAP-COUNT
               " endpoint(s)"
           IF BOOTSTRAP-STALE-COUNT > 0
               DISPLAY "Skipped " BOOTSTRAP-STALE-COUNT
                   " bootstrap result(s) older than "
                   NEWEST-OBS-DATE
                   " - 150% rule applies"
           END-IF.

       STORE-OBSERVATION.
           IF RT-ENDPOINT-NAME = SPACES
               OR RT-ELAPSED-MS(1:6) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF RT-RUN-DATE > NEWEST-OBS-DATE
               MOVE RT-RUN-DATE TO NEWEST-OBS-DATE
           END-IF
           PERFORM FIND-OR-ADD-ENDPOINT
           IF MATCH-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           WRITE REPORT-LINE FROM REPORT-TEXT
           PERFORM CHECK-REPORT-WRITE-STATUS
           MOVE SPACES TO REPORT-TEXT
           STRING "Judged by bootstrap interval: " DELIMITED BY SIZE
                  BOOTSTRAP-JUDGED-COUNT DELIMITED BY SIZE
                  " endpoint(s); elevated but not significant: "
                      DELIMITED BY SIZE
                  ELEVATED-COUNT DELIMITED BY SIZE
                  "; others by 150% of median." DELIMITED BY SIZE
                  INTO REPORT-TEXT
           WRITE REPORT-LINE FROM REPORT-TEXT
           PERFORM CHECK-REPORT-WRITE-STATUS
           CLOSE REPORT-FILE
           DISPLAY "Degraded: " DEGRADED-COUNT.
           DISPLAY "Report saved to: response_time_report.txt".
           MOVE SORT-SCRATCH(P95-SLOT) TO P95-MS

      * Recent level = the average of the last three (or fewer)
      * readings in arrival order, judged against the bootstrap
      * bounds when the endpoint has a judged result, else against
      * 150% of the endpoint's own median.
           MOVE 0 TO RECENT-SUM
           MOVE 0 TO RECENT-TAKE
           PERFORM VARYING OBS-IDX
               MOVE 0 TO RECENT-AVG-MS
           END-IF
           MOVE "N" TO EH-DEGRADED(MATCH-INDEX)
           MOVE "F" TO EH-RULE(MATCH-INDEX)
           MOVE 0 TO EH-BOUND-MS(MATCH-INDEX)
           IF EH-OBS-COUNT(MATCH-INDEX) < 10
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO BOOTSTRAP-MATCH
           PERFORM VARYING BOOTSTRAP-INDEX FROM 1 BY 1
               UNTIL BOOTSTRAP-INDEX > BOOTSTRAP-COUNT
                  OR BOOTSTRAP-MATCH > 0
               IF BR-ENDPOINT-NAME(BOOTSTRAP-INDEX) =
                       EH-ENDPOINT-NAME(MATCH-INDEX)
                   AND BR-VERDICT(BOOTSTRAP-INDEX) NOT = "SHORT"
                   MOVE BOOTSTRAP-INDEX TO BOOTSTRAP-MATCH
               END-IF
           END-PERFORM
           IF BOOTSTRAP-MATCH > 0
               MOVE "B" TO EH-RULE(MATCH-INDEX)
               ADD 1 TO BOOTSTRAP-JUDGED-COUNT
               EVALUATE TRUE
                   WHEN RECENT-AVG-MS > BR-P95-HIGH-MS(BOOTSTRAP-MATCH)
                       MOVE "Y" TO EH-DEGRADED(MATCH-INDEX)
                       MOVE BR-P95-HIGH-MS(BOOTSTRAP-MATCH)
                           TO EH-BOUND-MS(MATCH-INDEX)
                       ADD 1 TO DEGRADED-COUNT
                   WHEN RECENT-AVG-MS >
                           BR-MEDIAN-HIGH-MS(BOOTSTRAP-MATCH)
                       MOVE "E" TO EH-DEGRADED(MATCH-INDEX)
                       MOVE BR-MEDIAN-HIGH-MS(BOOTSTRAP-MATCH)
                           TO EH-BOUND-MS(MATCH-INDEX)
                       ADD 1 TO ELEVATED-COUNT
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF
           COMPUTE DEGRADE-LIMIT = MEDIAN-MS * 1.5
           IF RECENT-AVG-MS > DEGRADE-LIMIT
               AND MEDIAN-MS > 0
               MOVE "Y" TO EH-DEGRADED(MATCH-INDEX)
               ADD 1 TO DEGRADED-COUNT
           END-IF.

       SORT-SCRATCH-WINDOW.
                  FUNCTION TRIM(RECENT-DISPLAY) DELIMITED BY SIZE
                  "ms" DELIMITED BY SIZE
                  INTO REPORT-TEXT
      * The flag goes on after the line's last character; the
      * bound it crossed is named so the owner sees what tripped.
           COMPUTE LINE-POINTER = FUNCTION LENGTH(
               FUNCTION TRIM(REPORT-TEXT TRAILING)) + 1
           MOVE EH-BOUND-MS(MATCH-INDEX) TO BOUND-DISPLAY
           EVALUATE TRUE
               WHEN EH-DEGRADED(MATCH-INDEX) = "Y"
                   AND EH-RULE(MATCH-INDEX) = "B"
                   STRING "  << DEGRADED (above bootstrap p95 bound "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(BOUND-DISPLAY)
                              DELIMITED BY SIZE
                          "ms)" DELIMITED BY SIZE
                          INTO REPORT-TEXT WITH POINTER LINE-POINTER
               WHEN EH-DEGRADED(MATCH-INDEX) = "Y"
                   STRING "  << DEGRADED (above 150% of median)"
                              DELIMITED BY SIZE
                          INTO REPORT-TEXT WITH POINTER LINE-POINTER
               WHEN EH-DEGRADED(MATCH-INDEX) = "E"
                   STRING "  elevated, not significant (median bound "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(BOUND-DISPLAY)
                              DELIMITED BY SIZE
                          "ms)" DELIMITED BY SIZE
                          INTO REPORT-TEXT WITH POINTER LINE-POINTER
           END-EVALUATE
           WRITE REPORT-LINE FROM REPORT-TEXT
           PERFORM CHECK-REPORT-WRITE-STATUS.

