      * Last step of the nightly cycle: evaluate the night's
      * artifacts against the alert thresholds in APPCFG.cpy -
      * endpoint success rate below CFG-ALERT-SUCCESS-FLOOR, any
      * drifted files from HASHGEN (critical when the file's
      * integrity policy class is IMMUTABLE, and any file no
      * policy pattern classifies), MATH errors over
      * CFG-ALERT-MATH-ERR-LIMIT, any dashboard step [FAILED],
      * any TLS certificate CERTCHK found inside its critical
      * expiry threshold, a hashfiles fill date CAPFCST projects
      * inside CFG-CAPACITY-ALERT-DAYS, any endpoint whose recent
      * response time RAND-AVG's bootstrap judged SIGNIFICANT
      * (above the upper bound of its P95 interval - an endpoint
      * merely elevated does not alert) - and write a
      * severity-ranked alerts.txt.
      * Every alert is carried in the persistent alert register
      * (copybooks/ALERTREG.cpy) under its condition and
      * identifier, so a problem already known is not news every
      * night: the webhook is pushed - with the same curl
      * shell-out MAKE-HTTP-REQUEST uses - only for alerts that
      * are new, went up in severity, or came back out of an
      * expired suppression. An alert that did not trip tonight
      * is marked RESOLVED, unless its step was scheduled off (its
      * artifact is not tonight's) or the alert table ran out of
      * room. Each line of alerts.txt carries the
      * alert's register number, age and state, with who
      * acknowledged or suppressed it (see ALERTACK). A clean
      * night writes an explicit NO ALERTS record, so silence in
      * the morning is distinguishable from a broken alerter.
      * Every line ends with the cycle= stamp AUDITLOG uses, and
      * LOGMAINT rolls the file into its dated archives, so
      * CYCDOSS can find a past night's alerts by cycle id.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DASHBOARD-FILE ASSIGN TO "daily_ops_dashboard.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARTIFACT-STATUS.
           SELECT CERT-REPORT-FILE ASSIGN TO "cert_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARTIFACT-STATUS.
           SELECT CAPACITY-REPORT-FILE
               ASSIGN TO "capacity_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARTIFACT-STATUS.
           SELECT RESP-BOOTSTRAP-FILE
               ASSIGN TO DYNAMIC RESP-BOOTSTRAP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARTIFACT-STATUS.
           SELECT ALERT-REG-FILE
               ASSIGN TO DYNAMIC ALERT-REG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-REG-STATUS.
           SELECT ALERT-FILE ASSIGN TO "alerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.
       FD DASHBOARD-FILE.
       01 DASHBOARD-LINE PIC X(120).

       FD CERT-REPORT-FILE.
       01 CERT-REPORT-LINE PIC X(160).

       FD CAPACITY-REPORT-FILE.
       01 CAPACITY-REPORT-LINE PIC X(160).

       FD RESP-BOOTSTRAP-FILE.
       COPY RESPBOOT.

       FD ALERT-REG-FILE.
       01 ALERT-REG-LINE PIC X(329).

       FD ALERT-FILE.
       01 ALERT-RECORD PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
          05 ARTIFACT-STATUS PIC X(2).
          05 ALERT-STATUS PIC X(2).
          05 ALERT-TEXT PIC X(250).
          05 ALERT-CONDITION-PASS PIC X(8).
          05 ALERT-IDENT-PASS PIC X(44).
          05 ALERT-REG-FILENAME PIC X(30).
          05 RESP-BOOTSTRAP-FILENAME PIC X(30).
          05 ALERT-REG-STATUS PIC X(2).
          05 PAGE-COUNT PIC 9(2) VALUE 0.
          05 RESOLVED-COUNT PIC 9(3) VALUE 0.
          05 NOW-STAMP PIC X(14).
          05 TODAY-DATE PIC X(8).
          05 FIRST-SEEN-DATE PIC 9(8).
          05 RESOLVED-DATE PIC 9(8).
          05 AGE-DAYS PIC 9(5).
          05 AGE-DISPLAY PIC Z(4)9.
          05 STATE-TEXT PIC X(120).
          05 PAGE-TAG PIC X(20).
          05 STATE-WORK PIC X(120).
          05 SHELL-COMMAND PIC X(400).
          05 ALERT-COUNT PIC 9(2) VALUE 0.
          05 CURRENT-INDEX PIC 9(2).
          05 SEVERITY-PASS PIC 9(1).
          05 RUN-STAMP PIC X(21).
          05 ALERT-CYCLE-ID PIC X(16).
          05 SUCCESS-RATE PIC 9(3)V9 COMP-3.
          05 RATE-DISPLAY PIC ZZ9.9.
          05 ALERT-OVERFLOW PIC X(1) VALUE "N".
          05 HOLD-ENTRY PIC X(1).
          05 HELD-COUNT PIC 9(3) VALUE 0.

      *-----------------------------------------------------------
      * Steps the step schedule kept off tonight, from their
      * [SCHEDULED-OFF] dashboard lines. Their artifacts are from
      * the last night they ran, so nothing is judged from them,
      * and their register entries are held as they stand - not
      * resolved - until the step runs again.
      *-----------------------------------------------------------
       01 STEP-OFF-SWITCHES.
          05 WEBS-OFF PIC X(1) VALUE "N".
          05 HASHG-OFF PIC X(1) VALUE "N".
          05 MATHP-OFF PIC X(1) VALUE "N".
          05 CERTC-OFF PIC X(1) VALUE "N".
          05 CAPFC-OFF PIC X(1) VALUE "N".
          05 RESPB-OFF PIC X(1) VALUE "N".

       01 ALERT-TOTALS.
          05 WEBS-TOTAL-TESTS PIC 9(8) VALUE 0.
          05 WEBS-TOTAL-MAINT PIC 9(8) VALUE 0.
          05 WEBS-RATED-TESTS PIC 9(8) VALUE 0.
          05 HASHG-TOTAL-DRIFTED PIC 9(8) VALUE 0.
          05 HASHG-TOTAL-ATTRIBUTE PIC 9(8) VALUE 0.
          05 HASHG-TOTAL-CRITICAL PIC 9(8) VALUE 0.
          05 HASHG-TOTAL-UNCLASSIFIED PIC 9(8) VALUE 0.
          05 MATHP-TOTAL-ERRORS PIC 9(8) VALUE 0.
          05 CAPFC-ALERT-FOUND PIC X(1) VALUE "N".
          05 CAPFC-ALERT-DETAIL PIC X(150) VALUE SPACES.

      *-----------------------------------------------------------
      * Endpoints the response-time bootstrap judged SIGNIFICANT,
      * each its own alert so the register tracks them apart.
      *-----------------------------------------------------------
       01 RESPONSE-SLOW-TABLE.
          05 RESPB-SLOW-COUNT PIC 9(2) VALUE 0.
          05 RESPB-IDX PIC 9(2).
          05 RESPB-RECENT-DISPLAY PIC ZZZZZ9.99.
          05 RESPB-BOUND-DISPLAY PIC ZZZZZ9.
          05 RESPB-SLOW OCCURS 20 TIMES.
             10 RESPB-ENDPOINT PIC X(10).
             10 RESPB-RECENT-MS PIC 9(6)V9(2).
             10 RESPB-P95-HIGH-MS PIC 9(6).

      *-----------------------------------------------------------
      * Failed CRIT endpoints and hosts inside the certificate
      * threshold, kept by name for the same reason - a second
      * endpoint or host going down while the first is still
      * OPEN or ACKNOWLEDGED must raise an alert of its own. The
      * register keys a host on its full host:port.
      *-----------------------------------------------------------
       01 CRIT-FAIL-TABLE.
          05 CRIT-FAIL-COUNT PIC 9(2) VALUE 0.
          05 CRIT-FAIL-IDX PIC 9(2).
          05 CRIT-FAIL-ENDPOINT OCCURS 20 TIMES PIC X(30).
       01 CERT-CRIT-TABLE.
          05 CERT-CRIT-COUNT PIC 9(2) VALUE 0.
          05 CERT-CRIT-IDX PIC 9(2).
          05 CERT-CRIT-ENTRY OCCURS 20 TIMES.
             10 CERT-CRIT-STATUS PIC X(8).
             10 CERT-CRIT-HOST PIC X(44).

      *-----------------------------------------------------------
      * Failed-endpoint counts by criticality tier, pulled from
          05 SEGMENT-REST PIC X(1000).
          05 SEGMENT-STATUS PIC X(10).
          05 SEGMENT-TIER PIC X(4).
          05 SEGMENT-ENDPOINT PIC X(30).

      *-----------------------------------------------------------
      * Generic "find a number after this JSON key" scratch area -
       COPY AUDITLOG.
       COPY APPCFG.

       COPY ALERTREG.

      *-----------------------------------------------------------
      * ALERT-PAGE records why tonight's alert pages: N new,
      * E escalated, L suppression lapsed, blank no page. Sized
      * for every alert CHECK-THRESHOLDS and the dashboard can
      * raise: the three named tables (20 each), the seven fixed
      * conditions, and up to 20 failed dashboard steps.
      *-----------------------------------------------------------
       01 ALERT-TABLE.
          05 ALERT-ENTRY OCCURS 87 TIMES.
             10 ALERT-SEVERITY PIC 9(1).
             10 ALERT-MESSAGE PIC X(100).
             10 ALERT-CONDITION PIC X(8).
             10 ALERT-IDENTIFIER PIC X(44).
             10 ALERT-REG-IDX PIC 9(3).
             10 ALERT-PAGE PIC X(1).

      *-----------------------------------------------------------
      * The register as loaded, one ALERT-REG-RECORD image per
      * entry. REG-SEEN marks entries matched tonight ("Y") and
      * entries resolved tonight ("R").
      *-----------------------------------------------------------
       01 REGISTER-AREA.
          05 REG-COUNT PIC 9(3) VALUE 0.
          05 REG-IDX PIC 9(3).
          05 REG-MATCH-IDX PIC 9(3).
          05 REG-NEXT-ID PIC 9(6) VALUE 0.
          05 REG-ENTRY OCCURS 300 TIMES.
             10 REG-IMAGE PIC X(329).
             10 REG-SEEN PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM HELLO-WORLD.
           PERFORM LOAD-RUNTIME-CONFIG.
           PERFORM LOG-AUDIT-START.
           PERFORM READ-STEPS-OFF-TONIGHT.
           PERFORM READ-WEB-SERVER-RESULTS.
           PERFORM READ-HASHGEN-RESULTS.
           PERFORM READ-MATH-RESULTS.
           PERFORM READ-CERT-RESULTS.
           PERFORM READ-CAPACITY-RESULTS.
           PERFORM READ-RESPONSE-BOOTSTRAP.
           PERFORM CHECK-THRESHOLDS.
           PERFORM CHECK-DASHBOARD-STATUSES.
           PERFORM LOAD-ALERT-REGISTER.
           PERFORM VARYING CURRENT-INDEX FROM 1 BY 1
               UNTIL CURRENT-INDEX > ALERT-COUNT
               PERFORM REGISTER-ONE-ALERT
           END-PERFORM.
           PERFORM RESOLVE-CLEARED-ALERTS.
           PERFORM SAVE-ALERT-REGISTER.
           PERFORM WRITE-ALERT-FILE.
           PERFORM PUSH-WEBHOOK-NOTIFICATION.
           PERFORM LOG-AUDIT-END.
      * value is read - see CONFIGLD.
      *-----------------------------------------------------------
       LOAD-RUNTIME-CONFIG.
           CALL "CONFIGLD" USING APP-CONFIG
           MOVE CFG-ALERT-REGISTER-FILE TO ALERT-REG-FILENAME
           MOVE CFG-RESP-BOOTSTRAP-FILE TO RESP-BOOTSTRAP-FILENAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-STAMP
           MOVE NOW-STAMP(1:8) TO TODAY-DATE.

       LOG-AUDIT-START.
           MOVE "ALERTGEN" TO AUDIT-PROGRAM-NAME
           MOVE "OK" TO AUDIT-COMPLETION-STATUS
           CALL "AUDITLOG" USING AUDIT-CALL-RECORD.

      *-----------------------------------------------------------
      * The driver writes the dashboard ahead of ALERTGEN, so its
      * [SCHEDULED-OFF] lines say which artifacts are not
      * tonight's - the same test CYCAUDIT and MTRCPUB make.
      *-----------------------------------------------------------
       READ-STEPS-OFF-TONIGHT.
           OPEN INPUT DASHBOARD-FILE
           IF ARTIFACT-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ DASHBOARD-FILE AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM NOTE-STEP-OFF-TONIGHT
               END-PERFORM
               CLOSE DASHBOARD-FILE
           END-IF.

       NOTE-STEP-OFF-TONIGHT.
           IF DASHBOARD-LINE(12:15) NOT = "[SCHEDULED-OFF]"
               EXIT PARAGRAPH
           END-IF
           EVALUATE DASHBOARD-LINE(1:10)
               WHEN "WEB-SERVER"
                   MOVE "Y" TO WEBS-OFF
               WHEN "HASHGEN"
                   MOVE "Y" TO HASHG-OFF
               WHEN "MATH"
                   MOVE "Y" TO MATHP-OFF
               WHEN "CERTCHK"
                   MOVE "Y" TO CERTC-OFF
               WHEN "CAPFCST"
                   MOVE "Y" TO CAPFC-OFF
               WHEN "RESPBOOT"
                   MOVE "Y" TO RESPB-OFF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------
      * test-result.json arrives one record per line: the header
      * record carries the summary totals, and each following
      * = 2, only LOW failed = 3.
      *-----------------------------------------------------------
       READ-WEB-SERVER-RESULTS.
           IF WEBS-OFF = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT WS-RESULT-FILE
           IF ARTIFACT-STATUS = "00"
               READ WS-RESULT-FILE
               EVALUATE SEGMENT-TIER
                   WHEN "CRIT"
                       ADD 1 TO FAILED-CRIT-COUNT
                       PERFORM KEEP-CRIT-FAIL-ENDPOINT
                   WHEN "LOW "
                       ADD 1 TO FAILED-LOW-COUNT
                   WHEN OTHER
               END-EVALUATE
           END-IF.

       KEEP-CRIT-FAIL-ENDPOINT.
           IF CRIT-FAIL-COUNT >= 20
               DISPLAY "WARNING: more than 20 CRIT endpoints failed"
                   " - the rest raise no CRITFAIL alert"
               MOVE "Y" TO ALERT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SEGMENT-BEFORE
           MOVE SPACES TO SEGMENT-REST
           UNSTRING RESULT-SEGMENT DELIMITED BY '"endpoint": "'
               INTO SEGMENT-BEFORE SEGMENT-REST
           MOVE SPACES TO SEGMENT-ENDPOINT
           UNSTRING SEGMENT-REST DELIMITED BY '"'
               INTO SEGMENT-ENDPOINT
           ADD 1 TO CRIT-FAIL-COUNT
           MOVE SEGMENT-ENDPOINT TO CRIT-FAIL-ENDPOINT(CRIT-FAIL-COUNT).

       READ-HASHGEN-RESULTS.
           IF HASHG-OFF = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HG-RESULT-FILE
           IF ARTIFACT-STATUS = "00"
               READ HG-RESULT-FILE
                       MOVE '"drifted_files": ' TO JSON-SCAN-MARKER
                       PERFORM EXTRACT-JSON-NUMBER
                       MOVE JSON-SCAN-VALUE TO HASHG-TOTAL-DRIFTED
                       MOVE '"attribute_files": ' TO JSON-SCAN-MARKER
                       PERFORM EXTRACT-JSON-NUMBER
                       MOVE JSON-SCAN-VALUE TO HASHG-TOTAL-ATTRIBUTE
                       MOVE '"critical_files": ' TO JSON-SCAN-MARKER
                       PERFORM EXTRACT-JSON-NUMBER
                       MOVE JSON-SCAN-VALUE TO HASHG-TOTAL-CRITICAL
                       MOVE '"unclassified_files": '
                           TO JSON-SCAN-MARKER
                       PERFORM EXTRACT-JSON-NUMBER
                       MOVE JSON-SCAN-VALUE
                           TO HASHG-TOTAL-UNCLASSIFIED
               END-READ
               CLOSE HG-RESULT-FILE
           END-IF.

       READ-MATH-RESULTS.
           MOVE 0 TO MATHP-TOTAL-ERRORS
           IF MATHP-OFF = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT MATH-REPORT-FILE
           IF ARTIFACT-STATUS = "00"
               PERFORM UNTIL EXIT
               CLOSE MATH-REPORT-FILE
           END-IF.

      *-----------------------------------------------------------
      * cert_report.txt lists hosts soonest-to-expire first, so
      * the CERTEXP alerts go out most urgent first.
      * Status sits in columns 1-8, host:port from column 26.
      *-----------------------------------------------------------
       READ-CERT-RESULTS.
           MOVE 0 TO CERT-CRIT-COUNT
           IF CERTC-OFF = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CERT-REPORT-FILE
           IF ARTIFACT-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ CERT-REPORT-FILE AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CERT-REPORT-LINE(1:8) = "CRITICAL"
                           OR CERT-REPORT-LINE(1:8) = "EXPIRED"
                           IF CERT-CRIT-COUNT < 20
                               ADD 1 TO CERT-CRIT-COUNT
                               MOVE CERT-REPORT-LINE(1:8)
                                   TO CERT-CRIT-STATUS(CERT-CRIT-COUNT)
                               MOVE CERT-REPORT-LINE(26:44)
                                   TO CERT-CRIT-HOST(CERT-CRIT-COUNT)
                           ELSE
                               DISPLAY "WARNING: more than 20 hosts"
                                   " inside the certificate threshold"
                                   " - the rest raise no CERTEXP alert"
                               MOVE "Y" TO ALERT-OVERFLOW
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE CERT-REPORT-FILE
           END-IF.

      *-----------------------------------------------------------
      * capacity_report.txt carries at most one line starting
      * "ALERT", written when the projected fill date is inside
      * CFG-CAPACITY-ALERT-DAYS; its text follows in column 10.
      *-----------------------------------------------------------
       READ-CAPACITY-RESULTS.
           MOVE "N" TO CAPFC-ALERT-FOUND
           IF CAPFC-OFF = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CAPACITY-REPORT-FILE
           IF ARTIFACT-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ CAPACITY-REPORT-FILE AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CAPACITY-REPORT-LINE(1:5) = "ALERT"
                           MOVE "Y" TO CAPFC-ALERT-FOUND
                           MOVE CAPACITY-REPORT-LINE(10:150)
                               TO CAPFC-ALERT-DETAIL
                       END-IF
               END-PERFORM
               CLOSE CAPACITY-REPORT-FILE
           END-IF.

      *-----------------------------------------------------------
      * CFG-RESP-BOOTSTRAP-FILE holds one RESPBOOT record per
      * endpoint; no file means the bootstrap has not run and
      * there is nothing to judge.
      *-----------------------------------------------------------
       READ-RESPONSE-BOOTSTRAP.
           MOVE 0 TO RESPB-SLOW-COUNT
           IF RESPB-OFF = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RESP-BOOTSTRAP-FILE
           IF ARTIFACT-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ RESP-BOOTSTRAP-FILE AT END
                       EXIT PERFORM
                   NOT AT END
                       IF RB-VERDICT = "SIGNIFICANT"
                           IF RESPB-SLOW-COUNT < 20
                               ADD 1 TO RESPB-SLOW-COUNT
                               MOVE RB-ENDPOINT-NAME
                                   TO RESPB-ENDPOINT(RESPB-SLOW-COUNT)
                               MOVE RB-RECENT-AVG-MS
                                   TO RESPB-RECENT-MS(RESPB-SLOW-COUNT)
                               MOVE RB-P95-HIGH-MS
                                 TO RESPB-P95-HIGH-MS(RESPB-SLOW-COUNT)
                           ELSE
                               DISPLAY "WARNING: more than 20 slow"
                                   " endpoints - the rest raise no"
                                   " RESPSLOW alert"
                               MOVE "Y" TO ALERT-OVERFLOW
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE RESP-BOOTSTRAP-FILE
           END-IF.

       EXTRACT-JSON-NUMBER.
           MOVE 0 TO JSON-SCAN-VALUE
           MOVE SPACES TO JSON-AFTER-MARKER
           END-IF.

       RAISE-ALERT.
      * SEVERITY-PASS, ALERT-TEXT and the register key
      * (ALERT-CONDITION-PASS, ALERT-IDENT-PASS) are set by the
      * caller - severity 1 is CRITICAL, 2 HIGH, 3 MEDIUM.
           IF ALERT-COUNT >= 87
               DISPLAY "WARNING: alert table full - "
                   FUNCTION TRIM(ALERT-CONDITION-PASS) " "
                   FUNCTION TRIM(ALERT-IDENT-PASS) " dropped"
               MOVE "Y" TO ALERT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ALERT-COUNT
           MOVE SEVERITY-PASS TO ALERT-SEVERITY(ALERT-COUNT)
           MOVE ALERT-TEXT TO ALERT-MESSAGE(ALERT-COUNT)
           MOVE ALERT-CONDITION-PASS TO ALERT-CONDITION(ALERT-COUNT)
           MOVE ALERT-IDENT-PASS TO ALERT-IDENTIFIER(ALERT-COUNT)
           MOVE 0 TO ALERT-REG-IDX(ALERT-COUNT)
           MOVE SPACE TO ALERT-PAGE(ALERT-COUNT).

       CHECK-THRESHOLDS.
      * A failed CRIT endpoint is an incident on its own, whatever
      * the overall rate says; the success-floor alert's severity
      * follows the worst tier that actually failed, so a night of
      * LOW-only failures no longer pages like a payments outage.
           PERFORM VARYING CRIT-FAIL-IDX FROM 1 BY 1
               UNTIL CRIT-FAIL-IDX > CRIT-FAIL-COUNT
               MOVE 1 TO SEVERITY-PASS
               MOVE "CRITFAIL" TO ALERT-CONDITION-PASS
               MOVE CRIT-FAIL-ENDPOINT(CRIT-FAIL-IDX)
                   TO ALERT-IDENT-PASS
               MOVE SPACES TO ALERT-TEXT
               STRING "CRIT-tier endpoint " DELIMITED BY SIZE
                      FUNCTION TRIM(CRIT-FAIL-ENDPOINT(CRIT-FAIL-IDX))
                          DELIMITED BY SIZE
                      " failed" DELIMITED BY SIZE
                      INTO ALERT-TEXT
               PERFORM RAISE-ALERT
           END-PERFORM
      * Endpoints inside a registered maintenance window are left
      * out of the floor - planned downtime must not trip the
      * success-rate alert.
               IF SUCCESS-RATE < CFG-ALERT-SUCCESS-FLOOR
                   MOVE SUCCESS-RATE TO RATE-DISPLAY
                   MOVE WORST-TIER-SEVERITY TO SEVERITY-PASS
                   MOVE "SUCCFLR" TO ALERT-CONDITION-PASS
                   MOVE "web_server" TO ALERT-IDENT-PASS
                   MOVE SPACES TO ALERT-TEXT
                   STRING "endpoint success rate "
                              DELIMITED BY SIZE
                   PERFORM RAISE-ALERT
               END-IF
           END-IF
      * Severity follows the integrity policy class: a change to
      * an IMMUTABLE file is critical, CONTROLLED drift stays
      * high, VOLATILE changes never reach the artifact counts.
           IF HASHG-TOTAL-CRITICAL > 0
               MOVE 1 TO SEVERITY-PASS
               MOVE "IMMUTBL" TO ALERT-CONDITION-PASS
               MOVE "hashgen" TO ALERT-IDENT-PASS
               MOVE SPACES TO ALERT-TEXT
               STRING HASHG-TOTAL-CRITICAL DELIMITED BY SIZE
                      " IMMUTABLE file(s) changed - quarantined by"
                          DELIMITED BY SIZE
                      " HASHGEN, see drift_report.txt"
                          DELIMITED BY SIZE
                      INTO ALERT-TEXT
               PERFORM RAISE-ALERT
           END-IF
           IF HASHG-TOTAL-DRIFTED > 0
               MOVE 2 TO SEVERITY-PASS
               MOVE "DRIFT" TO ALERT-CONDITION-PASS
               MOVE "hashgen" TO ALERT-IDENT-PASS
               MOVE SPACES TO ALERT-TEXT
               STRING HASHG-TOTAL-DRIFTED DELIMITED BY SIZE
                      " drifted file(s) reported by HASHGEN"
                      INTO ALERT-TEXT
               PERFORM RAISE-ALERT
           END-IF
           IF HASHG-TOTAL-ATTRIBUTE > 0
               MOVE 2 TO SEVERITY-PASS
               MOVE "ATTRIB" TO ALERT-CONDITION-PASS
               MOVE "hashgen" TO ALERT-IDENT-PASS
               MOVE SPACES TO ALERT-TEXT
               STRING HASHG-TOTAL-ATTRIBUTE DELIMITED BY SIZE
                      " file(s) with changed permissions, owner or"
                          DELIMITED BY SIZE
                      " timestamp reported by HASHGEN"
                          DELIMITED BY SIZE
                      INTO ALERT-TEXT
               PERFORM RAISE-ALERT
           END-IF
           IF HASHG-TOTAL-UNCLASSIFIED > 0
               MOVE 3 TO SEVERITY-PASS
               MOVE "UNCLASS" TO ALERT-CONDITION-PASS
               MOVE "hashgen" TO ALERT-IDENT-PASS
               MOVE SPACES TO ALERT-TEXT
               STRING HASHG-TOTAL-UNCLASSIFIED DELIMITED BY SIZE
                      " hashfiles file(s) match no integrity policy"
                          DELIMITED BY SIZE
                      " pattern - see policy_report.txt"
                          DELIMITED BY SIZE
                      INTO ALERT-TEXT
               PERFORM RAISE-ALERT
           END-IF
           IF MATHP-TOTAL-ERRORS > CFG-ALERT-MATH-ERR-LIMIT
               MOVE 3 TO SEVERITY-PASS
               MOVE "MATHERR" TO ALERT-CONDITION-PASS
               MOVE "math" TO ALERT-IDENT-PASS
               MOVE SPACES TO ALERT-TEXT
               STRING "MATH error count " DELIMITED BY SIZE
                      MATHP-TOTAL-ERRORS DELIMITED BY SIZE
                      CFG-ALERT-MATH-ERR-LIMIT DELIMITED BY SIZE
                      INTO ALERT-TEXT
               PERFORM RAISE-ALERT
           END-IF
      * A certificate about to lapse takes the endpoint down as
      * surely as a dead server, and WEB-SERVER would only ever
      * see it as a TIMEOUT.
           PERFORM VARYING CERT-CRIT-IDX FROM 1 BY 1
               UNTIL CERT-CRIT-IDX > CERT-CRIT-COUNT
               MOVE 1 TO SEVERITY-PASS
               MOVE "CERTEXP" TO ALERT-CONDITION-PASS
               MOVE CERT-CRIT-HOST(CERT-CRIT-IDX) TO ALERT-IDENT-PASS
               MOVE SPACES TO ALERT-TEXT
               STRING "TLS certificate for " DELIMITED BY SIZE
                      FUNCTION TRIM(CERT-CRIT-HOST(CERT-CRIT-IDX))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(CERT-CRIT-STATUS(CERT-CRIT-IDX))
                          DELIMITED BY SIZE
                      " - inside critical expiry threshold"
                          DELIMITED BY SIZE
                      INTO ALERT-TEXT
               PERFORM RAISE-ALERT
           END-PERFORM
           IF CAPFC-ALERT-FOUND = "Y"
               MOVE 2 TO SEVERITY-PASS
               MOVE "CAPACITY" TO ALERT-CONDITION-PASS
               MOVE "capfcst" TO ALERT-IDENT-PASS
               MOVE SPACES TO ALERT-TEXT
               STRING "CAPFCST: " DELIMITED BY SIZE
                      FUNCTION TRIM(CAPFC-ALERT-DETAIL)
                          DELIMITED BY SIZE
                      INTO ALERT-TEXT
               PERFORM RAISE-ALERT
           END-IF
      * Only a slowdown past the bootstrap P95 bound reaches the
      * service owner; the 150%-of-median call this replaces was
      * too often noise on a few dozen readings.
           PERFORM VARYING RESPB-IDX FROM 1 BY 1
               UNTIL RESPB-IDX > RESPB-SLOW-COUNT
               MOVE 2 TO SEVERITY-PASS
               MOVE "RESPSLOW" TO ALERT-CONDITION-PASS
               MOVE RESPB-ENDPOINT(RESPB-IDX) TO ALERT-IDENT-PASS
               MOVE RESPB-RECENT-MS(RESPB-IDX) TO RESPB-RECENT-DISPLAY
               MOVE RESPB-P95-HIGH-MS(RESPB-IDX)
                   TO RESPB-BOUND-DISPLAY
               MOVE SPACES TO ALERT-TEXT
               STRING "endpoint " DELIMITED BY SIZE
                      FUNCTION TRIM(RESPB-ENDPOINT(RESPB-IDX))
                          DELIMITED BY SIZE
                      " recent average " DELIMITED BY SIZE
                      FUNCTION TRIM(RESPB-RECENT-DISPLAY)
                          DELIMITED BY SIZE
                      "ms above bootstrap p95 upper bound "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(RESPB-BOUND-DISPLAY)
                          DELIMITED BY SIZE
                      "ms" DELIMITED BY SIZE
                      INTO ALERT-TEXT
               PERFORM RAISE-ALERT
           END-PERFORM.

      *-----------------------------------------------------------
      * Any dashboard step the driver marked [FAILED] or
               FOR ALL "[FAILED]" ALL "[TIMEOUT]"
           IF CURRENT-INDEX > 0
               MOVE 1 TO SEVERITY-PASS
               MOVE "STEPFAIL" TO ALERT-CONDITION-PASS
               MOVE DASHBOARD-LINE(1:10) TO ALERT-IDENT-PASS
               MOVE SPACES TO ALERT-TEXT
               STRING "step failed: " DELIMITED BY SIZE
                      DASHBOARD-LINE(1:10) DELIMITED BY SIZE
               PERFORM RAISE-ALERT
           END-IF.

      *-----------------------------------------------------------
      * A missing register is an empty one - the first night every
      * alert is new.
      *-----------------------------------------------------------
       LOAD-ALERT-REGISTER.
           MOVE 0 TO REG-COUNT
           MOVE 0 TO REG-NEXT-ID
           OPEN INPUT ALERT-REG-FILE
           IF ALERT-REG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF ALERT-REG-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open "
                   FUNCTION TRIM(ALERT-REG-FILENAME)
                   " - status " ALERT-REG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ ALERT-REG-FILE INTO ALERT-REG-RECORD AT END
                   EXIT PERFORM
               NOT AT END
                   IF AR-ALERT-ID IS NUMERIC AND REG-COUNT < 300
                       PERFORM CONVERT-OLD-REG-LINE
                       ADD 1 TO REG-COUNT
                       MOVE ALERT-REG-RECORD TO REG-IMAGE(REG-COUNT)
                       MOVE SPACE TO REG-SEEN(REG-COUNT)
                       IF AR-ALERT-ID > REG-NEXT-ID
                           MOVE AR-ALERT-ID TO REG-NEXT-ID
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE ALERT-REG-FILE.

      *-----------------------------------------------------------
      * A register line from before AR-IDENTIFIER was widened has
      * its state at column 48; everything from column 47 moves
      * along 14 columns to the current layout.
      *-----------------------------------------------------------
       CONVERT-OLD-REG-LINE.
           IF AR-STATE = "OPEN" OR "ACKNOWLEDGED" OR "SUPPRESSED"
               OR "RESOLVED"
               EXIT PARAGRAPH
           END-IF
           IF ALERT-REG-LINE(48:12) = "OPEN" OR "ACKNOWLEDGED"
               OR "SUPPRESSED" OR "RESOLVED"
               MOVE ALERT-REG-LINE(47:269) TO ALERT-REG-RECORD(61:269)
               MOVE SPACES TO ALERT-REG-RECORD(47:14)
           END-IF.

      *-----------------------------------------------------------
      * Match tonight's alert CURRENT-INDEX to its live (not
      * RESOLVED) register entry, or open a new one, and decide
      * whether it pages. An alert under a suppression still in
      * force never pages; once the suppression date has passed
      * it goes back to OPEN and pages again.
      *-----------------------------------------------------------
       REGISTER-ONE-ALERT.
           MOVE 0 TO REG-MATCH-IDX
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > REG-COUNT
               MOVE REG-IMAGE(REG-IDX) TO ALERT-REG-RECORD
               IF AR-CONDITION = ALERT-CONDITION(CURRENT-INDEX)
                   AND AR-IDENTIFIER = ALERT-IDENTIFIER(CURRENT-INDEX)
                   AND AR-STATE NOT = "RESOLVED"
                   MOVE REG-IDX TO REG-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF REG-MATCH-IDX = 0
               PERFORM OPEN-REGISTER-ENTRY
               EXIT PARAGRAPH
           END-IF
           MOVE REG-IMAGE(REG-MATCH-IDX) TO ALERT-REG-RECORD
           MOVE ALERT-SEVERITY(CURRENT-INDEX) TO AR-SEVERITY
           MOVE ALERT-MESSAGE(CURRENT-INDEX) TO AR-MESSAGE
           MOVE NOW-STAMP TO AR-LAST-SEEN
           EVALUATE TRUE
               WHEN AR-STATE = "SUPPRESSED"
                   AND AR-SUPPRESS-UNTIL < TODAY-DATE
                   MOVE "OPEN" TO AR-STATE
                   MOVE AR-SEVERITY TO AR-PAGED-SEVERITY
                   MOVE "L" TO ALERT-PAGE(CURRENT-INDEX)
               WHEN AR-STATE = "SUPPRESSED"
                   CONTINUE
               WHEN AR-SEVERITY < AR-PAGED-SEVERITY
                   MOVE AR-SEVERITY TO AR-PAGED-SEVERITY
                   MOVE "E" TO ALERT-PAGE(CURRENT-INDEX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE ALERT-REG-RECORD TO REG-IMAGE(REG-MATCH-IDX)
           MOVE "Y" TO REG-SEEN(REG-MATCH-IDX)
           MOVE REG-MATCH-IDX TO ALERT-REG-IDX(CURRENT-INDEX).

       OPEN-REGISTER-ENTRY.
           MOVE "N" TO ALERT-PAGE(CURRENT-INDEX)
           IF REG-COUNT >= 300
               DISPLAY "WARNING: alert register full - "
                   FUNCTION TRIM(ALERT-CONDITION(CURRENT-INDEX))
                   " not registered"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO REG-COUNT
           ADD 1 TO REG-NEXT-ID
           MOVE SPACES TO ALERT-REG-RECORD
           MOVE REG-NEXT-ID TO AR-ALERT-ID
           MOVE ALERT-CONDITION(CURRENT-INDEX) TO AR-CONDITION
           MOVE ALERT-IDENTIFIER(CURRENT-INDEX) TO AR-IDENTIFIER
           MOVE "OPEN" TO AR-STATE
           MOVE ALERT-SEVERITY(CURRENT-INDEX) TO AR-SEVERITY
           MOVE ALERT-SEVERITY(CURRENT-INDEX) TO AR-PAGED-SEVERITY
           MOVE NOW-STAMP TO AR-FIRST-SEEN
           MOVE NOW-STAMP TO AR-LAST-SEEN
           MOVE ALERT-MESSAGE(CURRENT-INDEX) TO AR-MESSAGE
           MOVE ALERT-REG-RECORD TO REG-IMAGE(REG-COUNT)
           MOVE "Y" TO REG-SEEN(REG-COUNT)
           MOVE REG-COUNT TO ALERT-REG-IDX(CURRENT-INDEX).

      *-----------------------------------------------------------
      * An alert that did not trip tonight has cleared - unless
      * tonight could not have seen it: when an alert was dropped
      * for want of table room nothing is resolved at all, and an
      * entry whose step was scheduled off is held as it stands.
      *-----------------------------------------------------------
       RESOLVE-CLEARED-ALERTS.
           MOVE 0 TO RESOLVED-COUNT
           MOVE 0 TO HELD-COUNT
           IF ALERT-OVERFLOW = "Y"
               DISPLAY "WARNING: alerts were dropped tonight - no"
                   " register entry resolved"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > REG-COUNT
               MOVE REG-IMAGE(REG-IDX) TO ALERT-REG-RECORD
               IF REG-SEEN(REG-IDX) = SPACE
                   AND AR-STATE NOT = "RESOLVED"
                   PERFORM CHECK-ENTRY-HELD
               END-IF
               IF REG-SEEN(REG-IDX) = SPACE
                   AND AR-STATE NOT = "RESOLVED"
                   AND HOLD-ENTRY = "N"
                   MOVE "RESOLVED" TO AR-STATE
                   MOVE NOW-STAMP TO AR-RESOLVED-AT
                   MOVE ALERT-REG-RECORD TO REG-IMAGE(REG-IDX)
                   MOVE "R" TO REG-SEEN(REG-IDX)
                   ADD 1 TO RESOLVED-COUNT
               END-IF
           END-PERFORM.

      * HOLD-ENTRY comes back "Y" when the register entry in
      * ALERT-REG-RECORD belongs to a step scheduled off tonight.
       CHECK-ENTRY-HELD.
           MOVE "N" TO HOLD-ENTRY
           EVALUATE AR-CONDITION
               WHEN "CRITFAIL"
               WHEN "SUCCFLR"
                   MOVE WEBS-OFF TO HOLD-ENTRY
               WHEN "IMMUTBL"
               WHEN "DRIFT"
               WHEN "ATTRIB"
               WHEN "UNCLASS"
                   MOVE HASHG-OFF TO HOLD-ENTRY
               WHEN "MATHERR"
                   MOVE MATHP-OFF TO HOLD-ENTRY
               WHEN "CERTEXP"
                   MOVE CERTC-OFF TO HOLD-ENTRY
               WHEN "CAPACITY"
                   MOVE CAPFC-OFF TO HOLD-ENTRY
               WHEN "RESPSLOW"
                   MOVE RESPB-OFF TO HOLD-ENTRY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF HOLD-ENTRY = "Y"
               ADD 1 TO HELD-COUNT
           END-IF.

      *-----------------------------------------------------------
      * Rewritten whole each night. RESOLVED entries are kept for
      * CFG-LOG-RETAIN-DAYS after they clear, the same window the
      * rotated logs they refer to are kept for.
      *-----------------------------------------------------------
       SAVE-ALERT-REGISTER.
           OPEN OUTPUT ALERT-REG-FILE
           IF ALERT-REG-STATUS NOT = "00"
               DISPLAY "ERROR: unable to rewrite "
                   FUNCTION TRIM(ALERT-REG-FILENAME)
                   " - status " ALERT-REG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > REG-COUNT
               MOVE REG-IMAGE(REG-IDX) TO ALERT-REG-RECORD
               IF AR-STATE = "RESOLVED"
                   AND AR-RESOLVED-AT(1:8) IS NUMERIC
                   MOVE AR-RESOLVED-AT(1:8) TO RESOLVED-DATE
                   IF FUNCTION INTEGER-OF-DATE(RESOLVED-DATE)
                           + CFG-LOG-RETAIN-DAYS <
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(TODAY-DATE))
                       EXIT PERFORM CYCLE
                   END-IF
               END-IF
               WRITE ALERT-REG-LINE FROM ALERT-REG-RECORD
               IF ALERT-REG-STATUS NOT = "00"
                   DISPLAY "ERROR: unable to write "
                       FUNCTION TRIM(ALERT-REG-FILENAME)
                       " - status " ALERT-REG-STATUS
               END-IF
           END-PERFORM
           CLOSE ALERT-REG-FILE.

      *-----------------------------------------------------------
      * Register number, age in days since first seen, and state
      * of the entry in ALERT-REG-RECORD, into STATE-TEXT.
      *-----------------------------------------------------------
       FORMAT-ALERT-STATE.
           MOVE 0 TO AGE-DAYS
           IF AR-FIRST-SEEN(1:8) IS NUMERIC
               MOVE AR-FIRST-SEEN(1:8) TO FIRST-SEEN-DATE
               COMPUTE AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TODAY-DATE))
                   - FUNCTION INTEGER-OF-DATE(FIRST-SEEN-DATE)
           END-IF
           MOVE AGE-DAYS TO AGE-DISPLAY
           MOVE SPACES TO STATE-TEXT
           EVALUATE AR-STATE
               WHEN "ACKNOWLEDGED"
                   STRING "ACKNOWLEDGED by " DELIMITED BY SIZE
                          FUNCTION TRIM(AR-ACTION-BY) DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          FUNCTION TRIM(AR-NOTE) DELIMITED BY SIZE
                          INTO STATE-TEXT
               WHEN "SUPPRESSED"
                   STRING "SUPPRESSED-UNTIL " DELIMITED BY SIZE
                          AR-SUPPRESS-UNTIL DELIMITED BY SIZE
                          " by " DELIMITED BY SIZE
                          FUNCTION TRIM(AR-ACTION-BY) DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          FUNCTION TRIM(AR-NOTE) DELIMITED BY SIZE
                          INTO STATE-TEXT
               WHEN OTHER
                   MOVE AR-STATE TO STATE-TEXT
           END-EVALUATE.

      *-----------------------------------------------------------
      * Severity-ranked output: three passes over the table write
      * CRITICAL first, then HIGH, then MEDIUM. Alerts that
      * cleared tonight follow as RESOLVED lines.
      *-----------------------------------------------------------
       WRITE-ALERT-FILE.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
           MOVE SPACES TO ALERT-CYCLE-ID
           ACCEPT ALERT-CYCLE-ID FROM ENVIRONMENT "OPS_CYCLE_ID"
           IF ALERT-CYCLE-ID = SPACES
               MOVE "STANDALONE" TO ALERT-CYCLE-ID
           END-IF
           OPEN OUTPUT ALERT-FILE
           IF ALERT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open alerts.txt"
               STRING RUN-STAMP DELIMITED BY SIZE
                      " NO ALERTS - all thresholds clear"
                          DELIMITED BY SIZE
                      " cycle=" DELIMITED BY SIZE
                      FUNCTION TRIM(ALERT-CYCLE-ID) DELIMITED BY SIZE
                      INTO ALERT-TEXT
               WRITE ALERT-RECORD FROM ALERT-TEXT
               PERFORM CHECK-ALERT-WRITE-STATUS
                   END-PERFORM
               END-PERFORM
           END-IF
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > REG-COUNT
               IF REG-SEEN(REG-IDX) = "R"
                   PERFORM WRITE-RESOLVED-LINE
               END-IF
           END-PERFORM
           CLOSE ALERT-FILE
           DISPLAY "Alerts raised: " ALERT-COUNT
               " - saved to alerts.txt"
           DISPLAY "Alerts resolved: " RESOLVED-COUNT
           IF HELD-COUNT > 0
               DISPLAY "Alerts held for steps scheduled off: "
                   HELD-COUNT
           END-IF.

       WRITE-ALERT-LINE.
           MOVE SPACES TO ALERT-TEXT
               WHEN OTHER
                   MOVE "MEDIUM" TO ALERT-TEXT(1:8)
           END-EVALUATE
           MOVE SPACES TO STATE-TEXT
           MOVE 0 TO AR-ALERT-ID
           MOVE 0 TO AGE-DAYS
           MOVE 0 TO AGE-DISPLAY
           IF ALERT-REG-IDX(CURRENT-INDEX) > 0
               MOVE REG-IMAGE(ALERT-REG-IDX(CURRENT-INDEX))
                   TO ALERT-REG-RECORD
               PERFORM FORMAT-ALERT-STATE
           END-IF
           EVALUATE ALERT-PAGE(CURRENT-INDEX)
               WHEN "N"
                   MOVE "NEW " TO PAGE-TAG
               WHEN "E"
                   MOVE "ESCALATED " TO PAGE-TAG
               WHEN "L"
                   MOVE "SUPPRESSION LAPSED " TO PAGE-TAG
               WHEN OTHER
                   MOVE SPACES TO PAGE-TAG
           END-EVALUATE
           IF PAGE-TAG NOT = SPACES
               MOVE STATE-TEXT TO STATE-WORK
               MOVE SPACES TO STATE-TEXT
               STRING FUNCTION TRIM(PAGE-TAG) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(STATE-WORK) DELIMITED BY SIZE
                      INTO STATE-TEXT
           END-IF
           STRING ALERT-TEXT(1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RUN-STAMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(ALERT-MESSAGE(CURRENT-INDEX))
                      DELIMITED BY SIZE
                  " [#" DELIMITED BY SIZE
                  AR-ALERT-ID DELIMITED BY SIZE
                  " age " DELIMITED BY SIZE
                  FUNCTION TRIM(AGE-DISPLAY) DELIMITED BY SIZE
                  "d " DELIMITED BY SIZE
                  FUNCTION TRIM(STATE-TEXT) DELIMITED BY SIZE
                  "]" DELIMITED BY SIZE
                  " cycle=" DELIMITED BY SIZE
                  FUNCTION TRIM(ALERT-CYCLE-ID) DELIMITED BY SIZE
                  INTO ALERT-TEXT
           WRITE ALERT-RECORD FROM ALERT-TEXT
           PERFORM CHECK-ALERT-WRITE-STATUS.

       WRITE-RESOLVED-LINE.
           MOVE REG-IMAGE(REG-IDX) TO ALERT-REG-RECORD
           PERFORM FORMAT-ALERT-STATE
           MOVE SPACES TO ALERT-TEXT
           STRING "RESOLVED " DELIMITED BY SIZE
                  RUN-STAMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(AR-MESSAGE) DELIMITED BY SIZE
                  " [#" DELIMITED BY SIZE
                  AR-ALERT-ID DELIMITED BY SIZE
                  " open " DELIMITED BY SIZE
                  FUNCTION TRIM(AGE-DISPLAY) DELIMITED BY SIZE
                  "d]" DELIMITED BY SIZE
                  " cycle=" DELIMITED BY SIZE
                  FUNCTION TRIM(ALERT-CYCLE-ID) DELIMITED BY SIZE
                  INTO ALERT-TEXT
           WRITE ALERT-RECORD FROM ALERT-TEXT
           PERFORM CHECK-ALERT-WRITE-STATUS.
      *-----------------------------------------------------------
      * Outbound notification - the same curl shell-out mechanism
      * MAKE-HTTP-REQUEST uses, POSTing the headline to the
      * configured webhook - only when something paged: a new
      * alert, an escalation, or a lapsed suppression.
      *-----------------------------------------------------------
       PUSH-WEBHOOK-NOTIFICATION.
           MOVE 0 TO PAGE-COUNT
           MOVE 9 TO SEVERITY-PASS
           PERFORM VARYING CURRENT-INDEX FROM 1 BY 1
               UNTIL CURRENT-INDEX > ALERT-COUNT
               IF ALERT-PAGE(CURRENT-INDEX) NOT = SPACE
                   ADD 1 TO PAGE-COUNT
                   IF ALERT-SEVERITY(CURRENT-INDEX) < SEVERITY-PASS
                       MOVE ALERT-SEVERITY(CURRENT-INDEX)
                           TO SEVERITY-PASS
                   END-IF
               END-IF
           END-PERFORM
           IF PAGE-COUNT = 0 AND ALERT-COUNT > 0
               DISPLAY "No new or escalated alerts - webhook not"
                   " pushed"
           END-IF
           IF PAGE-COUNT > 0
               MOVE SPACES TO SHELL-COMMAND
               STRING "curl -s -m 5 -X POST -d 'nightly cycle: "
                          DELIMITED BY SIZE
                      PAGE-COUNT DELIMITED BY SIZE
                      " new or escalated alert(s), top severity "
                          DELIMITED BY SIZE
                      SEVERITY-PASS DELIMITED BY SIZE
                      "' -o /dev/null '" DELIMITED BY SIZE
