       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLACOMP.
       AUTHOR. LANGUAGE RACE.
       DATE-WRITTEN. 2026-10-15.

      *-----------------------------------------------------------
      * Monthly availability and SLA compliance report. For the
      * month named on the command line (YYYYMM - blank means the
      * calendar month just closed, or on the last day of a month
      * the month closing tonight, which is the month the nightly
      * cycle's MONTH-END run reports) every endpoint gets:
      *   AVAIL%   - nights it PASSED out of the nights it was
      *              tested, from the dated status history
      *              WEB-SERVER appends to
      *              ../endpoint_status_history.txt
      *   SLA-MET% - nights it was up AND answered inside its own
      *              SLA threshold, from ../response_times.txt
      * each shown beside the same figure for the month before.
      * A night the endpoint sat inside a maintenance window -
      * recorded MAINT by WEB-SERVER, or covered by a window in
      * the maintenance calendar - counts for nothing either way.
      * When an endpoint was tested more than once in a night the
      * last run of the night stands. Endpoints then roll up by
      * COMPARE-GROUP-NAME and by COMPARE-CRITICALITY, and a CRIT
      * or HIGH endpoint below CFG-COMPLIANCE-TARGET percent on
      * either figure is flagged MISSED. Output goes to
      * sla_compliance_report.txt.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPARE-FILE ASSIGN TO DYNAMIC COMPARE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPARE-STATUS.
           SELECT MAINT-CAL-FILE ASSIGN TO DYNAMIC MAINT-CAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-CAL-STATUS.
           SELECT STATUS-HISTORY-FILE
               ASSIGN TO "../endpoint_status_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-HISTORY-STATUS.
           SELECT RESPONSE-HISTORY-FILE
               ASSIGN TO "../response_times.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPONSE-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "sla_compliance_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COMPARE-FILE.
       COPY COMPAREC.

       FD MAINT-CAL-FILE.
       COPY MAINTCAL.

       FD STATUS-HISTORY-FILE.
       01 STATUS-HISTORY-RECORD.
          05 SH-ENDPOINT-NAME PIC X(10).
          05 FILLER PIC X.
          05 SH-RUN-DATE PIC X(8).
          05 FILLER PIC X.
          05 SH-STATUS PIC X(10).

       FD RESPONSE-HISTORY-FILE.
       01 RESPONSE-HISTORY-RECORD.
          05 RT-ENDPOINT-NAME PIC X(10).
          05 FILLER PIC X.
          05 RT-RUN-DATE PIC X(8).
          05 FILLER PIC X.
          05 RT-ELAPSED-MS PIC 9(6).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(130).

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
          05 COMPARE-FILENAME PIC X(30).
          05 COMPARE-STATUS PIC X(2).
          05 MAINT-CAL-FILENAME PIC X(30).
          05 MAINT-CAL-STATUS PIC X(2).
          05 STATUS-HISTORY-STATUS PIC X(2).
          05 RESPONSE-HISTORY-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).
          05 REPORT-TEXT PIC X(130).
          05 COMMAND-TEXT PIC X(20).
          05 TOMORROW-DATE PIC 9(8).
          05 ENDPOINT-COUNT PIC 9(3) VALUE 0.
          05 EP-IDX PIC 9(3).
          05 MATCH-IDX PIC 9(3).
          05 LOOKUP-NAME PIC X(10).
          05 MONTH-IDX PIC 9(1).
          05 DAY-IDX PIC 9(2).
          05 GROUP-IDX PIC 9(2).
          05 TIER-IDX PIC 9(1).
          05 WINDOW-IDX PIC 9(2).
          05 NIGHT-DATE PIC X(8).
          05 NIGHT-IN-WINDOW PIC X(1).
          05 PCT-NUMERATOR PIC 9(5).
          05 PCT-DENOMINATOR PIC 9(5).
          05 PCT-VALUE PIC 9(3)V9.
          05 PCT-DISPLAY PIC ZZ9.9.
          05 PCT-TEXT PIC X(5).
          05 COUNT-DISPLAY PIC ZZZZ9.
          05 TARGET-DISPLAY PIC ZZ9.
          05 RATED-ENDPOINTS PIC 9(3) VALUE 0.
          05 MISSED-ENDPOINTS PIC 9(3) VALUE 0.
          05 HISTORY-RECORDS PIC 9(8) VALUE 0.
          05 RUN-STAMP PIC X(21).

      *-----------------------------------------------------------
      * Month 1 is the report month, month 2 the one before it.
      *-----------------------------------------------------------
       01 MONTH-AREA.
          05 MONTH-KEY OCCURS 2 TIMES.
             10 MONTH-YEAR PIC 9(4).
             10 MONTH-NUMBER PIC 9(2).
       01 MONTH-KEY-TEXT REDEFINES MONTH-AREA.
          05 MONTH-KEY-YYYYMM OCCURS 2 TIMES PIC X(6).

       COPY AUDITLOG.
       COPY APPCFG.

      *-----------------------------------------------------------
      * Maintenance windows, as WEB-SERVER loads them.
      *-----------------------------------------------------------
       01 MAINT-CAL-AREA.
          05 MAINT-WINDOW-COUNT PIC 9(2) VALUE 0.
          05 MAINT-WINDOW OCCURS 50 TIMES.
             10 WINDOW-IDENTIFIER PIC X(40).
             10 WINDOW-FROM-STAMP PIC X(12).
             10 WINDOW-TO-STAMP PIC X(12).

      *-----------------------------------------------------------
      * One row per endpoint. Each night of each month holds the
      * state the status history left it in (U up, D down, M
      * maintenance, blank untested) and whether its response
      * time was inside SLA (Y/N, blank no observation); the
      * totals are tallied from those once both files are read.
      *-----------------------------------------------------------
       01 ENDPOINT-TABLE.
          05 ENDPOINT-ENTRY OCCURS 200 TIMES.
             10 EP-NAME PIC X(10).
             10 EP-GROUP PIC X(10).
             10 EP-TIER PIC X(4).
             10 EP-SLA-MS PIC 9(5).
             10 EP-MISSED PIC X(1).
             10 EP-MONTH OCCURS 2 TIMES.
                15 EP-NIGHT OCCURS 31 TIMES.
                   20 EP-DAY-STATE PIC X(1).
                   20 EP-DAY-SLA PIC X(1).
                15 EP-RATED PIC 9(3).
                15 EP-UP PIC 9(3).
                15 EP-MAINT PIC 9(3).
                15 EP-SLA-NIGHTS PIC 9(3).
                15 EP-SLA-MET PIC 9(3).

       01 GROUP-TABLE.
          05 GROUP-COUNT PIC 9(2) VALUE 0.
          05 GROUP-ENTRY OCCURS 50 TIMES.
             10 GR-NAME PIC X(10).
             10 GR-ENDPOINTS PIC 9(3).
             10 GR-MONTH OCCURS 2 TIMES.
                15 GR-RATED PIC 9(5).
                15 GR-UP PIC 9(5).
                15 GR-SLA-NIGHTS PIC 9(5).
                15 GR-SLA-MET PIC 9(5).

       01 TIER-TABLE.
          05 TIER-COUNT PIC 9(1) VALUE 0.
          05 TIER-ENTRY OCCURS 5 TIMES.
             10 TR-NAME PIC X(4).
             10 TR-ENDPOINTS PIC 9(3).
             10 TR-MONTH OCCURS 2 TIMES.
                15 TR-RATED PIC 9(5).
                15 TR-UP PIC 9(5).
                15 TR-SLA-NIGHTS PIC 9(5).
                15 TR-SLA-MET PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM HELLO-WORLD.
           PERFORM LOAD-RUNTIME-CONFIG.
           PERFORM PARSE-COMMAND-LINE.
           PERFORM LOG-AUDIT-START.
           PERFORM LOAD-ENDPOINTS.
           PERFORM LOAD-MAINT-CALENDAR.
           PERFORM LOAD-STATUS-HISTORY.
           PERFORM LOAD-RESPONSE-HISTORY.
           PERFORM VARYING EP-IDX FROM 1 BY 1
               UNTIL EP-IDX > ENDPOINT-COUNT
               PERFORM TALLY-ENDPOINT
           END-PERFORM.
           PERFORM WRITE-COMPLIANCE-REPORT.
           PERFORM LOG-AUDIT-END.
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
           MOVE CFG-COMPARE-FILENAME TO COMPARE-FILENAME
           MOVE CFG-MAINT-CALENDAR-FILE TO MAINT-CAL-FILENAME.

      *-----------------------------------------------------------
      * Optional YYYYMM; without one the report covers the last
      * complete calendar month - counting the current month as
      * complete on its last day, when the nightly cycle runs the
      * report after WEB-SERVER has recorded the month's last
      * night.
      *-----------------------------------------------------------
       PARSE-COMMAND-LINE.
           MOVE SPACES TO COMMAND-TEXT
           ACCEPT COMMAND-TEXT FROM COMMAND-LINE
           IF COMMAND-TEXT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO MONTH-KEY-YYYYMM(1)
               COMPUTE TOMORROW-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))) + 1)
               IF FUNCTION MOD(TOMORROW-DATE, 100) NOT = 1
                   PERFORM STEP-BACK-ONE-MONTH
                   MOVE MONTH-KEY-YYYYMM(2) TO MONTH-KEY-YYYYMM(1)
               END-IF
           ELSE
               IF COMMAND-TEXT(1:6) NOT NUMERIC
                   OR COMMAND-TEXT(7:1) NOT = SPACE
                   OR COMMAND-TEXT(5:2) < "01"
                   OR COMMAND-TEXT(5:2) > "12"
                   DISPLAY "Usage: slacomp [YYYYMM]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE COMMAND-TEXT(1:6) TO MONTH-KEY-YYYYMM(1)
           END-IF
           PERFORM STEP-BACK-ONE-MONTH
           DISPLAY "Compliance month " MONTH-KEY-YYYYMM(1)
               ", prior month " MONTH-KEY-YYYYMM(2).

       STEP-BACK-ONE-MONTH.
           IF MONTH-NUMBER(1) = 1
               COMPUTE MONTH-YEAR(2) = MONTH-YEAR(1) - 1
               MOVE 12 TO MONTH-NUMBER(2)
           ELSE
               MOVE MONTH-YEAR(1) TO MONTH-YEAR(2)
               COMPUTE MONTH-NUMBER(2) = MONTH-NUMBER(1) - 1
           END-IF.

       LOG-AUDIT-START.
           MOVE "SLACOMP" TO AUDIT-PROGRAM-NAME
           MOVE "START" TO AUDIT-EVENT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE 0 TO AUDIT-RECORD-COUNT
           MOVE "RUNNING" TO AUDIT-COMPLETION-STATUS
           CALL "AUDITLOG" USING AUDIT-CALL-RECORD.

       LOG-AUDIT-END.
           MOVE "SLACOMP" TO AUDIT-PROGRAM-NAME
           MOVE "END" TO AUDIT-EVENT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE HISTORY-RECORDS TO AUDIT-RECORD-COUNT
           MOVE "OK" TO AUDIT-COMPLETION-STATUS
           CALL "AUDITLOG" USING AUDIT-CALL-RECORD.

      *-----------------------------------------------------------
      * compare.json supplies each endpoint's group, tier and SLA
      * threshold, defaulted the way WEB-SERVER defaults them.
      *-----------------------------------------------------------
       LOAD-ENDPOINTS.
           OPEN INPUT COMPARE-FILE
           IF COMPARE-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open "
                   FUNCTION TRIM(COMPARE-FILENAME)
                   " - status " COMPARE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ COMPARE-FILE AT END
                   EXIT PERFORM
               NOT AT END
                   IF ENDPOINT-NAME NOT = SPACES
                       MOVE ENDPOINT-NAME TO LOOKUP-NAME
                       PERFORM FIND-OR-ADD-ENDPOINT
                       IF MATCH-IDX > 0
                           PERFORM APPLY-COMPARE-COLUMNS
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE COMPARE-FILE.

       APPLY-COMPARE-COLUMNS.
           MOVE COMPARE-GROUP-NAME TO EP-GROUP(MATCH-IDX)
           IF COMPARE-CRITICALITY NOT = SPACES
               MOVE COMPARE-CRITICALITY TO EP-TIER(MATCH-IDX)
           END-IF
           IF COMPARE-SLA-MS(1:5) IS NUMERIC
               MOVE COMPARE-SLA-MS TO EP-SLA-MS(MATCH-IDX)
           END-IF.

      *-----------------------------------------------------------
      * An endpoint in the history but no longer in compare.json
      * still gets its row for the months it was monitored, with
      * the default tier and threshold.
      *-----------------------------------------------------------
       FIND-OR-ADD-ENDPOINT.
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING EP-IDX FROM 1 BY 1
               UNTIL EP-IDX > ENDPOINT-COUNT
               IF EP-NAME(EP-IDX) = LOOKUP-NAME
                   MOVE EP-IDX TO MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF MATCH-IDX > 0 OR ENDPOINT-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ENDPOINT-COUNT
           MOVE ENDPOINT-COUNT TO MATCH-IDX
           INITIALIZE ENDPOINT-ENTRY(MATCH-IDX)
           MOVE LOOKUP-NAME TO EP-NAME(MATCH-IDX)
           MOVE "HIGH" TO EP-TIER(MATCH-IDX)
           MOVE CFG-SLA-THRESHOLD-MS TO EP-SLA-MS(MATCH-IDX)
           MOVE "N" TO EP-MISSED(MATCH-IDX).

       LOAD-MAINT-CALENDAR.
           MOVE 0 TO MAINT-WINDOW-COUNT
           OPEN INPUT MAINT-CAL-FILE
           IF MAINT-CAL-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ MAINT-CAL-FILE AT END
                       EXIT PERFORM
                   NOT AT END
                       IF MAINT-WINDOW-COUNT < 50
                           AND MAINT-IDENTIFIER NOT = SPACES
                           AND MAINT-FROM-STAMP(1:12) IS NUMERIC
                           AND MAINT-TO-STAMP(1:12) IS NUMERIC
                           ADD 1 TO MAINT-WINDOW-COUNT
                           MOVE MAINT-IDENTIFIER
                               TO WINDOW-IDENTIFIER(MAINT-WINDOW-COUNT)
                           MOVE MAINT-FROM-STAMP
                               TO WINDOW-FROM-STAMP(MAINT-WINDOW-COUNT)
                           MOVE MAINT-TO-STAMP
                               TO WINDOW-TO-STAMP(MAINT-WINDOW-COUNT)
                       END-IF
               END-PERFORM
               CLOSE MAINT-CAL-FILE
           END-IF.

      *-----------------------------------------------------------
      * Sets MONTH-IDX (0 = neither month) and DAY-IDX for the
      * date in NIGHT-DATE.
      *-----------------------------------------------------------
       LOCATE-NIGHT.
           MOVE 0 TO MONTH-IDX
           IF NIGHT-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF NIGHT-DATE(1:6) = MONTH-KEY-YYYYMM(1)
               MOVE 1 TO MONTH-IDX
           END-IF
           IF NIGHT-DATE(1:6) = MONTH-KEY-YYYYMM(2)
               MOVE 2 TO MONTH-IDX
           END-IF
           MOVE NIGHT-DATE(7:2) TO DAY-IDX
           IF DAY-IDX < 1 OR DAY-IDX > 31
               MOVE 0 TO MONTH-IDX
           END-IF.

       LOAD-STATUS-HISTORY.
           OPEN INPUT STATUS-HISTORY-FILE
           IF STATUS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open"
                   " ../endpoint_status_history.txt - status "
                   STATUS-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ STATUS-HISTORY-FILE AT END
                   EXIT PERFORM
               NOT AT END
                   PERFORM STORE-STATUS-NIGHT
           END-PERFORM
           CLOSE STATUS-HISTORY-FILE.

       STORE-STATUS-NIGHT.
           IF SH-ENDPOINT-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SH-RUN-DATE TO NIGHT-DATE
           PERFORM LOCATE-NIGHT
           IF MONTH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HISTORY-RECORDS
           MOVE SH-ENDPOINT-NAME TO LOOKUP-NAME
           PERFORM FIND-OR-ADD-ENDPOINT
           IF MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE SH-STATUS
               WHEN "PASSED"
                   MOVE "U" TO EP-DAY-STATE(MATCH-IDX, MONTH-IDX,
                       DAY-IDX)
               WHEN "MAINT"
                   MOVE "M" TO EP-DAY-STATE(MATCH-IDX, MONTH-IDX,
                       DAY-IDX)
               WHEN OTHER
                   MOVE "D" TO EP-DAY-STATE(MATCH-IDX, MONTH-IDX,
                       DAY-IDX)
           END-EVALUATE.

      *-----------------------------------------------------------
      * No response-time history yet is not an error - every
      * SLA-MET figure simply comes out n/a.
      *-----------------------------------------------------------
       LOAD-RESPONSE-HISTORY.
           OPEN INPUT RESPONSE-HISTORY-FILE
           IF RESPONSE-HISTORY-STATUS NOT = "00"
               DISPLAY "WARNING: no ../response_times.txt - status "
                   RESPONSE-HISTORY-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ RESPONSE-HISTORY-FILE AT END
                   EXIT PERFORM
               NOT AT END
                   PERFORM STORE-RESPONSE-NIGHT
           END-PERFORM
           CLOSE RESPONSE-HISTORY-FILE.

       STORE-RESPONSE-NIGHT.
           IF RT-ENDPOINT-NAME = SPACES
               OR RT-ELAPSED-MS(1:6) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE RT-RUN-DATE TO NIGHT-DATE
           PERFORM LOCATE-NIGHT
           IF MONTH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HISTORY-RECORDS
           MOVE RT-ENDPOINT-NAME TO LOOKUP-NAME
           PERFORM FIND-OR-ADD-ENDPOINT
           IF MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF RT-ELAPSED-MS <= EP-SLA-MS(MATCH-IDX)
               MOVE "Y" TO EP-DAY-SLA(MATCH-IDX, MONTH-IDX, DAY-IDX)
           ELSE
               MOVE "N" TO EP-DAY-SLA(MATCH-IDX, MONTH-IDX, DAY-IDX)
           END-IF.

      *-----------------------------------------------------------
      * Night-by-night tally for one endpoint, both months, then
      * its share of the group and tier roll-ups.
      *-----------------------------------------------------------
       TALLY-ENDPOINT.
           PERFORM VARYING MONTH-IDX FROM 1 BY 1 UNTIL MONTH-IDX > 2
               PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > 31
                   PERFORM TALLY-ONE-NIGHT
               END-PERFORM
           END-PERFORM
           IF EP-RATED(EP-IDX, 1) > 0
               ADD 1 TO RATED-ENDPOINTS
           END-IF
           IF EP-TIER(EP-IDX) = "CRIT" OR EP-TIER(EP-IDX) = "HIGH"
               MOVE EP-UP(EP-IDX, 1) TO PCT-NUMERATOR
               MOVE EP-RATED(EP-IDX, 1) TO PCT-DENOMINATOR
               PERFORM CHECK-AGAINST-TARGET
               MOVE EP-SLA-MET(EP-IDX, 1) TO PCT-NUMERATOR
               MOVE EP-SLA-NIGHTS(EP-IDX, 1) TO PCT-DENOMINATOR
               PERFORM CHECK-AGAINST-TARGET
               IF EP-MISSED(EP-IDX) = "Y"
                   ADD 1 TO MISSED-ENDPOINTS
               END-IF
           END-IF
           PERFORM ROLL-UP-GROUP
           PERFORM ROLL-UP-TIER.

       TALLY-ONE-NIGHT.
           IF EP-DAY-STATE(EP-IDX, MONTH-IDX, DAY-IDX) = SPACE
               AND EP-DAY-SLA(EP-IDX, MONTH-IDX, DAY-IDX) = SPACE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-NIGHT-IN-WINDOW
           IF EP-DAY-STATE(EP-IDX, MONTH-IDX, DAY-IDX) = "M"
               OR NIGHT-IN-WINDOW = "Y"
               ADD 1 TO EP-MAINT(EP-IDX, MONTH-IDX)
               EXIT PARAGRAPH
           END-IF
           EVALUATE EP-DAY-STATE(EP-IDX, MONTH-IDX, DAY-IDX)
               WHEN "U"
                   ADD 1 TO EP-RATED(EP-IDX, MONTH-IDX)
                   ADD 1 TO EP-UP(EP-IDX, MONTH-IDX)
               WHEN "D"
                   ADD 1 TO EP-RATED(EP-IDX, MONTH-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      * A night the endpoint was down is a night outside SLA too,
      * however quickly the failing response came back.
           ADD 1 TO EP-SLA-NIGHTS(EP-IDX, MONTH-IDX)
           IF EP-DAY-SLA(EP-IDX, MONTH-IDX, DAY-IDX) = "Y"
               AND EP-DAY-STATE(EP-IDX, MONTH-IDX, DAY-IDX) NOT = "D"
               ADD 1 TO EP-SLA-MET(EP-IDX, MONTH-IDX)
           END-IF.

      *-----------------------------------------------------------
      * A calendar window covering any part of the night's date
      * takes the whole night out of the figures.
      *-----------------------------------------------------------
       CHECK-NIGHT-IN-WINDOW.
           MOVE "N" TO NIGHT-IN-WINDOW
           MOVE MONTH-KEY-YYYYMM(MONTH-IDX) TO NIGHT-DATE(1:6)
           MOVE DAY-IDX TO NIGHT-DATE(7:2)
           PERFORM VARYING WINDOW-IDX FROM 1 BY 1
               UNTIL WINDOW-IDX > MAINT-WINDOW-COUNT
               IF FUNCTION TRIM(WINDOW-IDENTIFIER(WINDOW-IDX)) =
                       FUNCTION TRIM(EP-NAME(EP-IDX))
                   AND NIGHT-DATE >= WINDOW-FROM-STAMP(WINDOW-IDX)(1:8)
                   AND NIGHT-DATE <= WINDOW-TO-STAMP(WINDOW-IDX)(1:8)
                   MOVE "Y" TO NIGHT-IN-WINDOW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-AGAINST-TARGET.
           IF PCT-DENOMINATOR > 0
               COMPUTE PCT-VALUE ROUNDED =
                   PCT-NUMERATOR * 100 / PCT-DENOMINATOR
               IF PCT-VALUE < CFG-COMPLIANCE-TARGET
                   MOVE "Y" TO EP-MISSED(EP-IDX)
               END-IF
           END-IF.

       ROLL-UP-GROUP.
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING GROUP-IDX FROM 1 BY 1
               UNTIL GROUP-IDX > GROUP-COUNT
               IF GR-NAME(GROUP-IDX) = EP-GROUP(EP-IDX)
                   MOVE GROUP-IDX TO MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF MATCH-IDX = 0
               IF GROUP-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO GROUP-COUNT
               MOVE GROUP-COUNT TO MATCH-IDX
               INITIALIZE GROUP-ENTRY(MATCH-IDX)
               MOVE EP-GROUP(EP-IDX) TO GR-NAME(MATCH-IDX)
           END-IF
           ADD 1 TO GR-ENDPOINTS(MATCH-IDX)
           PERFORM VARYING MONTH-IDX FROM 1 BY 1 UNTIL MONTH-IDX > 2
               ADD EP-RATED(EP-IDX, MONTH-IDX)
                   TO GR-RATED(MATCH-IDX, MONTH-IDX)
               ADD EP-UP(EP-IDX, MONTH-IDX)
                   TO GR-UP(MATCH-IDX, MONTH-IDX)
               ADD EP-SLA-NIGHTS(EP-IDX, MONTH-IDX)
                   TO GR-SLA-NIGHTS(MATCH-IDX, MONTH-IDX)
               ADD EP-SLA-MET(EP-IDX, MONTH-IDX)
                   TO GR-SLA-MET(MATCH-IDX, MONTH-IDX)
           END-PERFORM.

       ROLL-UP-TIER.
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING TIER-IDX FROM 1 BY 1
               UNTIL TIER-IDX > TIER-COUNT
               IF TR-NAME(TIER-IDX) = EP-TIER(EP-IDX)
                   MOVE TIER-IDX TO MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF MATCH-IDX = 0
               IF TIER-COUNT >= 5
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TIER-COUNT
               MOVE TIER-COUNT TO MATCH-IDX
               INITIALIZE TIER-ENTRY(MATCH-IDX)
               MOVE EP-TIER(EP-IDX) TO TR-NAME(MATCH-IDX)
           END-IF
           ADD 1 TO TR-ENDPOINTS(MATCH-IDX)
           PERFORM VARYING MONTH-IDX FROM 1 BY 1 UNTIL MONTH-IDX > 2
               ADD EP-RATED(EP-IDX, MONTH-IDX)
                   TO TR-RATED(MATCH-IDX, MONTH-IDX)
               ADD EP-UP(EP-IDX, MONTH-IDX)
                   TO TR-UP(MATCH-IDX, MONTH-IDX)
               ADD EP-SLA-NIGHTS(EP-IDX, MONTH-IDX)
                   TO TR-SLA-NIGHTS(MATCH-IDX, MONTH-IDX)
               ADD EP-SLA-MET(EP-IDX, MONTH-IDX)
                   TO TR-SLA-MET(MATCH-IDX, MONTH-IDX)
           END-PERFORM.

      *-----------------------------------------------------------
      * PCT-NUMERATOR / PCT-DENOMINATOR as "ZZ9.9" in PCT-TEXT, or
      * "  n/a" when there was nothing to rate.
      *-----------------------------------------------------------
       FORMAT-PERCENT.
           IF PCT-DENOMINATOR = 0
               MOVE "  n/a" TO PCT-TEXT
           ELSE
               COMPUTE PCT-VALUE ROUNDED =
                   PCT-NUMERATOR * 100 / PCT-DENOMINATOR
               MOVE PCT-VALUE TO PCT-DISPLAY
               MOVE PCT-DISPLAY TO PCT-TEXT
           END-IF.

       WRITE-COMPLIANCE-REPORT.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open"
                   " sla_compliance_report.txt - status "
                   REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-TEXT
           STRING "Monthly Availability / SLA Compliance - "
                      DELIMITED BY SIZE
                  MONTH-KEY-YYYYMM(1)(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  MONTH-KEY-YYYYMM(1)(5:2) DELIMITED BY SIZE
                  " (prior " DELIMITED BY SIZE
                  MONTH-KEY-YYYYMM(2)(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  MONTH-KEY-YYYYMM(2)(5:2) DELIMITED BY SIZE
                  ") - run " DELIMITED BY SIZE
                  RUN-STAMP(1:8) DELIMITED BY SIZE
                  INTO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE CFG-COMPLIANCE-TARGET TO TARGET-DISPLAY
           MOVE SPACES TO REPORT-TEXT
           STRING "Target for CRIT/HIGH endpoints: " DELIMITED BY SIZE
                  FUNCTION TRIM(TARGET-DISPLAY) DELIMITED BY SIZE
                  "% available and " DELIMITED BY SIZE
                  FUNCTION TRIM(TARGET-DISPLAY) DELIMITED BY SIZE
                  "% of nights inside SLA" DELIMITED BY SIZE
                  INTO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE "Maintenance-window nights count in no figure."
               TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE SPACES TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE SPACES TO REPORT-TEXT
           MOVE "ENDPOINT" TO REPORT-TEXT(1:8)
           MOVE "GROUP" TO REPORT-TEXT(12:5)
           MOVE "TIER" TO REPORT-TEXT(23:4)
           PERFORM WRITE-FIGURE-HEADINGS
           MOVE "MAINT" TO REPORT-TEXT(70:5)
           MOVE "FLAG" TO REPORT-TEXT(77:4)
           PERFORM WRITE-REPORT-TEXT
           IF ENDPOINT-COUNT = 0
               MOVE "No endpoints monitored." TO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-IF
           PERFORM VARYING EP-IDX FROM 1 BY 1
               UNTIL EP-IDX > ENDPOINT-COUNT
               PERFORM WRITE-ENDPOINT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE "By service group:" TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE SPACES TO REPORT-TEXT
           MOVE "GROUP" TO REPORT-TEXT(1:5)
           MOVE "ENDPTS" TO REPORT-TEXT(12:6)
           PERFORM WRITE-FIGURE-HEADINGS
           PERFORM WRITE-REPORT-TEXT
           PERFORM VARYING GROUP-IDX FROM 1 BY 1
               UNTIL GROUP-IDX > GROUP-COUNT
               PERFORM WRITE-GROUP-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE "By criticality tier:" TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE SPACES TO REPORT-TEXT
           MOVE "TIER" TO REPORT-TEXT(1:4)
           MOVE "ENDPTS" TO REPORT-TEXT(12:6)
           PERFORM WRITE-FIGURE-HEADINGS
           PERFORM WRITE-REPORT-TEXT
           PERFORM VARYING TIER-IDX FROM 1 BY 1
               UNTIL TIER-IDX > TIER-COUNT
               PERFORM WRITE-TIER-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE SPACES TO REPORT-TEXT
           STRING "Endpoints rated: " DELIMITED BY SIZE
                  RATED-ENDPOINTS DELIMITED BY SIZE
                  "  CRIT/HIGH below target: " DELIMITED BY SIZE
                  MISSED-ENDPOINTS DELIMITED BY SIZE
                  INTO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           CLOSE REPORT-FILE
           DISPLAY "Endpoints rated: " RATED-ENDPOINTS
               "  below target: " MISSED-ENDPOINTS
           DISPLAY "Report saved to: sla_compliance_report.txt".

      *-----------------------------------------------------------
      * The figure columns are shared by all three sections.
      *-----------------------------------------------------------
       WRITE-FIGURE-HEADINGS.
           MOVE "NIGHTS" TO REPORT-TEXT(28:6)
           MOVE "AVAIL%" TO REPORT-TEXT(36:6)
           MOVE "PRIOR" TO REPORT-TEXT(44:5)
           MOVE "SLA-MET%" TO REPORT-TEXT(52:8)
           MOVE "PRIOR" TO REPORT-TEXT(63:5).

       WRITE-ENDPOINT-LINE.
           MOVE SPACES TO REPORT-TEXT
           MOVE EP-NAME(EP-IDX) TO REPORT-TEXT(1:10)
           IF EP-GROUP(EP-IDX) = SPACES
               MOVE "-" TO REPORT-TEXT(12:1)
           ELSE
               MOVE EP-GROUP(EP-IDX) TO REPORT-TEXT(12:10)
           END-IF
           MOVE EP-TIER(EP-IDX) TO REPORT-TEXT(23:4)
           MOVE EP-RATED(EP-IDX, 1) TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO REPORT-TEXT(29:5)
           MOVE EP-UP(EP-IDX, 1) TO PCT-NUMERATOR
           MOVE EP-RATED(EP-IDX, 1) TO PCT-DENOMINATOR
           PERFORM FORMAT-PERCENT
           MOVE PCT-TEXT TO REPORT-TEXT(37:5)
           MOVE EP-UP(EP-IDX, 2) TO PCT-NUMERATOR
           MOVE EP-RATED(EP-IDX, 2) TO PCT-DENOMINATOR
           PERFORM FORMAT-PERCENT
           MOVE PCT-TEXT TO REPORT-TEXT(44:5)
           MOVE EP-SLA-MET(EP-IDX, 1) TO PCT-NUMERATOR
           MOVE EP-SLA-NIGHTS(EP-IDX, 1) TO PCT-DENOMINATOR
           PERFORM FORMAT-PERCENT
           MOVE PCT-TEXT TO REPORT-TEXT(55:5)
           MOVE EP-SLA-MET(EP-IDX, 2) TO PCT-NUMERATOR
           MOVE EP-SLA-NIGHTS(EP-IDX, 2) TO PCT-DENOMINATOR
           PERFORM FORMAT-PERCENT
           MOVE PCT-TEXT TO REPORT-TEXT(63:5)
           MOVE EP-MAINT(EP-IDX, 1) TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO REPORT-TEXT(70:5)
           IF EP-MISSED(EP-IDX) = "Y"
               MOVE "MISSED" TO REPORT-TEXT(77:6)
           END-IF
           PERFORM WRITE-REPORT-TEXT.

       WRITE-GROUP-LINE.
           MOVE SPACES TO REPORT-TEXT
           IF GR-NAME(GROUP-IDX) = SPACES
               MOVE "(ungrouped)" TO REPORT-TEXT(1:11)
           ELSE
               MOVE GR-NAME(GROUP-IDX) TO REPORT-TEXT(1:10)
           END-IF
           MOVE GR-ENDPOINTS(GROUP-IDX) TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO REPORT-TEXT(13:5)
           MOVE GR-RATED(GROUP-IDX, 1) TO PCT-NUMERATOR
           MOVE PCT-NUMERATOR TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO REPORT-TEXT(29:5)
           MOVE GR-UP(GROUP-IDX, 1) TO PCT-NUMERATOR
           MOVE GR-RATED(GROUP-IDX, 1) TO PCT-DENOMINATOR
           PERFORM FORMAT-PERCENT
           MOVE PCT-TEXT TO REPORT-TEXT(37:5)
           MOVE GR-UP(GROUP-IDX, 2) TO PCT-NUMERATOR
           MOVE GR-RATED(GROUP-IDX, 2) TO PCT-DENOMINATOR
           PERFORM FORMAT-PERCENT
           MOVE PCT-TEXT TO REPORT-TEXT(44:5)
           MOVE GR-SLA-MET(GROUP-IDX, 1) TO PCT-NUMERATOR
           MOVE GR-SLA-NIGHTS(GROUP-IDX, 1) TO PCT-DENOMINATOR
           PERFORM FORMAT-PERCENT
           MOVE PCT-TEXT TO REPORT-TEXT(55:5)
           MOVE GR-SLA-MET(GROUP-IDX, 2) TO PCT-NUMERATOR
           MOVE GR-SLA-NIGHTS(GROUP-IDX, 2) TO PCT-DENOMINATOR
           PERFORM FORMAT-PERCENT
           MOVE PCT-TEXT TO REPORT-TEXT(63:5)
           PERFORM WRITE-REPORT-TEXT.

       WRITE-TIER-LINE.
           MOVE SPACES TO REPORT-TEXT
           MOVE TR-NAME(TIER-IDX) TO REPORT-TEXT(1:4)
           MOVE TR-ENDPOINTS(TIER-IDX) TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO REPORT-TEXT(13:5)
           MOVE TR-RATED(TIER-IDX, 1) TO PCT-NUMERATOR
           MOVE PCT-NUMERATOR TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO REPORT-TEXT(29:5)
           MOVE TR-UP(TIER-IDX, 1) TO PCT-NUMERATOR
           MOVE TR-RATED(TIER-IDX, 1) TO PCT-DENOMINATOR
           PERFORM FORMAT-PERCENT
           MOVE PCT-TEXT TO REPORT-TEXT(37:5)
           MOVE TR-UP(TIER-IDX, 2) TO PCT-NUMERATOR
           MOVE TR-RATED(TIER-IDX, 2) TO PCT-DENOMINATOR
           PERFORM FORMAT-PERCENT
           MOVE PCT-TEXT TO REPORT-TEXT(44:5)
           MOVE TR-SLA-MET(TIER-IDX, 1) TO PCT-NUMERATOR
           MOVE TR-SLA-NIGHTS(TIER-IDX, 1) TO PCT-DENOMINATOR
           PERFORM FORMAT-PERCENT
           MOVE PCT-TEXT TO REPORT-TEXT(55:5)
           MOVE TR-SLA-MET(TIER-IDX, 2) TO PCT-NUMERATOR
           MOVE TR-SLA-NIGHTS(TIER-IDX, 2) TO PCT-DENOMINATOR
           PERFORM FORMAT-PERCENT
           MOVE PCT-TEXT TO REPORT-TEXT(63:5)
           PERFORM WRITE-REPORT-TEXT.

       WRITE-REPORT-TEXT.
           WRITE REPORT-LINE FROM REPORT-TEXT
           IF REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to write"
                   " sla_compliance_report.txt - status "
                   REPORT-STATUS
           END-IF.
