       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATRECON.
       AUTHOR. LANGUAGE RACE.
       DATE-WRITTEN. 2026-10-15.

      *-----------------------------------------------------------
      * Reconciles compare.json against the service catalog
      * team's nightly extract (CFG-CATALOG-FILE), so what the
      * cycle monitors and what the business thinks it runs
      * cannot drift apart unnoticed. The extract is one service
      * per line, "|" delimited:
      *
      *     service|owner|criticality|lifecycle
      *
      * with "#" lines and blank lines ignored. A catalog
      * criticality of CRITICAL is read as CRIT, the others
      * (HIGH, LOW) as written; a blank rating is not compared.
      * A lifecycle of DECOMMISSIONED (or DECOM..., RETIRED) marks
      * a service gone; PLANNED marks one not yet expected to be
      * monitored. Service names match endpoint names regardless
      * of case. Four lists go to catalog_recon_report.txt:
      *
      *   NOT MONITORED   - live catalog services with no
      *                     compare.json entry
      *   NOT IN CATALOG  - monitored endpoints the catalog does
      *                     not list at all
      *   DECOMMISSIONED  - endpoints still monitored after the
      *                     catalog retired the service
      *   CRITICALITY     - endpoints whose COMPARE-CRITICALITY
      *                     (blank = HIGH) disagrees with the
      *                     catalog's rating
      *
      * and a closing "Summary:" line of the four counts, which
      * DAILY-OPS-DRIVER carries onto the dashboard. Findings
      * are reported, not failed - the step ends 0 either way. A
      * missing extract still writes the report but ends with
      * 4, so the dashboard shows the catalog was never checked.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC CATALOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.
           SELECT COMPARE-FILE ASSIGN TO DYNAMIC COMPARE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPARE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "catalog_recon_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOG-FILE.
       01 CATALOG-LINE PIC X(200).

       FD COMPARE-FILE.
       COPY COMPAREC.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
          05 CATALOG-FILENAME PIC X(30).
          05 CATALOG-STATUS PIC X(2).
          05 COMPARE-FILENAME PIC X(30).
          05 COMPARE-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).
          05 REPORT-TEXT PIC X(132).
          05 CATALOG-FOUND PIC X(1) VALUE "N".
          05 CATALOG-COUNT PIC 9(4) VALUE 0.
          05 CATALOG-IDX PIC 9(4).
          05 MONITORED-COUNT PIC 9(4) VALUE 0.
          05 MONITORED-IDX PIC 9(4).
          05 MATCH-IDX PIC 9(4).
          05 UNMONITORED-COUNT PIC 9(4) VALUE 0.
          05 UNLISTED-COUNT PIC 9(4) VALUE 0.
          05 DECOMMISSIONED-COUNT PIC 9(4) VALUE 0.
          05 MISMATCHED-COUNT PIC 9(4) VALUE 0.
          05 SECTION-COUNT PIC 9(4).
          05 FIELD-NAME PIC X(40).
          05 FIELD-OWNER PIC X(40).
          05 FIELD-RATING PIC X(20).
          05 FIELD-LIFECYCLE PIC X(20).
          05 MATCH-KEY PIC X(30).
          05 RUN-STAMP PIC X(21).

       COPY AUDITLOG.
       COPY APPCFG.

      *-----------------------------------------------------------
      * The extract as read. CAT-KEY is the upper-cased service
      * name the endpoints are matched on; CAT-MONITORED is set
      * once an endpoint claims the service.
      *-----------------------------------------------------------
       01 CATALOG-TABLE.
          05 CATALOG-ENTRY OCCURS 500 TIMES.
             10 CAT-NAME PIC X(30).
             10 CAT-KEY PIC X(30).
             10 CAT-OWNER PIC X(30).
             10 CAT-RATING PIC X(4).
             10 CAT-LIFECYCLE PIC X(16).
             10 CAT-STATE PIC X(1).
                88 CAT-LIVE VALUE "L".
                88 CAT-PLANNED VALUE "P".
                88 CAT-DECOMMISSIONED VALUE "D".
             10 CAT-MONITORED PIC X(1).

      *-----------------------------------------------------------
      * compare.json as read, MON-CAT-IDX pointing at the
      * catalog service of the same name (0 = not listed).
      *-----------------------------------------------------------
       01 MONITORED-TABLE.
          05 MONITORED-ENTRY OCCURS 200 TIMES.
             10 MON-NAME PIC X(10).
             10 MON-KEY PIC X(30).
             10 MON-GROUP PIC X(10).
             10 MON-RATING PIC X(4).
             10 MON-CAT-IDX PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM HELLO-WORLD.
           PERFORM LOAD-RUNTIME-CONFIG.
           PERFORM LOG-AUDIT-START.
           PERFORM LOAD-CATALOG-EXTRACT.
           PERFORM LOAD-MONITORED-ENDPOINTS.
           PERFORM MATCH-ENDPOINTS-TO-CATALOG.
           PERFORM WRITE-RECON-REPORT.
           PERFORM LOG-AUDIT-END.
           IF CATALOG-FOUND = "N"
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
           MOVE CFG-CATALOG-FILE TO CATALOG-FILENAME
           MOVE CFG-COMPARE-FILENAME TO COMPARE-FILENAME.

       LOG-AUDIT-START.
           MOVE "CATRECON" TO AUDIT-PROGRAM-NAME
           MOVE "START" TO AUDIT-EVENT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE 0 TO AUDIT-RECORD-COUNT
           MOVE "RUNNING" TO AUDIT-COMPLETION-STATUS
           CALL "AUDITLOG" USING AUDIT-CALL-RECORD.

       LOG-AUDIT-END.
           MOVE "CATRECON" TO AUDIT-PROGRAM-NAME
           MOVE "END" TO AUDIT-EVENT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE MONITORED-COUNT TO AUDIT-RECORD-COUNT
           IF CATALOG-FOUND = "Y"
               MOVE "OK" TO AUDIT-COMPLETION-STATUS
           ELSE
               MOVE "NO EXTRACT" TO AUDIT-COMPLETION-STATUS
           END-IF
           CALL "AUDITLOG" USING AUDIT-CALL-RECORD.

      *-----------------------------------------------------------
      * The extract is dropped by another team, so a missing one
      * is reported rather than treated as an I/O failure.
      *-----------------------------------------------------------
       LOAD-CATALOG-EXTRACT.
           OPEN INPUT CATALOG-FILE
           IF CATALOG-STATUS = "35"
               DISPLAY "WARNING: catalog extract "
                   FUNCTION TRIM(CATALOG-FILENAME) " not found"
               EXIT PARAGRAPH
           END-IF
           IF CATALOG-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open "
                   FUNCTION TRIM(CATALOG-FILENAME)
                   " - status " CATALOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO CATALOG-FOUND
           PERFORM UNTIL EXIT
               READ CATALOG-FILE AT END
                   EXIT PERFORM
               NOT AT END
                   IF CATALOG-LINE NOT = SPACES
                       AND CATALOG-LINE(1:1) NOT = "#"
                       PERFORM STORE-CATALOG-SERVICE
                   END-IF
           END-PERFORM
           CLOSE CATALOG-FILE
           DISPLAY "Catalog services read: " CATALOG-COUNT.

       STORE-CATALOG-SERVICE.
           MOVE SPACES TO FIELD-NAME
           MOVE SPACES TO FIELD-OWNER
           MOVE SPACES TO FIELD-RATING
           MOVE SPACES TO FIELD-LIFECYCLE
           UNSTRING CATALOG-LINE DELIMITED BY "|"
               INTO FIELD-NAME FIELD-OWNER FIELD-RATING
                    FIELD-LIFECYCLE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FIELD-NAME))
               TO MATCH-KEY
           IF MATCH-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CATALOG-KEY
           IF MATCH-IDX > 0
               DISPLAY "WARNING: duplicate catalog service "
                   FUNCTION TRIM(FIELD-NAME) " - first entry kept"
               EXIT PARAGRAPH
           END-IF
           IF CATALOG-COUNT >= 500
               DISPLAY "WARNING: catalog table full - "
                   FUNCTION TRIM(FIELD-NAME) " not reconciled"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CATALOG-COUNT
           MOVE FUNCTION TRIM(FIELD-NAME) TO CAT-NAME(CATALOG-COUNT)
           MOVE MATCH-KEY TO CAT-KEY(CATALOG-COUNT)
           MOVE FUNCTION TRIM(FIELD-OWNER) TO CAT-OWNER(CATALOG-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FIELD-RATING))
               TO FIELD-RATING
           IF FIELD-RATING = "CRITICAL"
               MOVE "CRIT" TO FIELD-RATING
           END-IF
           MOVE FIELD-RATING TO CAT-RATING(CATALOG-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FIELD-LIFECYCLE))
               TO FIELD-LIFECYCLE
           MOVE FIELD-LIFECYCLE TO CAT-LIFECYCLE(CATALOG-COUNT)
           EVALUATE TRUE
               WHEN FIELD-LIFECYCLE(1:5) = "DECOM"
               WHEN FIELD-LIFECYCLE = "RETIRED"
                   SET CAT-DECOMMISSIONED(CATALOG-COUNT) TO TRUE
               WHEN FIELD-LIFECYCLE = "PLANNED"
                   SET CAT-PLANNED(CATALOG-COUNT) TO TRUE
               WHEN OTHER
                   SET CAT-LIVE(CATALOG-COUNT) TO TRUE
           END-EVALUATE
           MOVE "N" TO CAT-MONITORED(CATALOG-COUNT).

       FIND-CATALOG-KEY.
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING CATALOG-IDX FROM 1 BY 1
               UNTIL CATALOG-IDX > CATALOG-COUNT
               IF CAT-KEY(CATALOG-IDX) = MATCH-KEY
                   MOVE CATALOG-IDX TO MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-MONITORED-ENDPOINTS.
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
                       PERFORM STORE-MONITORED-ENDPOINT
                   END-IF
           END-PERFORM
           CLOSE COMPARE-FILE
           DISPLAY "Monitored endpoints read: " MONITORED-COUNT.

       STORE-MONITORED-ENDPOINT.
           IF MONITORED-COUNT >= 200
               DISPLAY "WARNING: endpoint table full - "
                   FUNCTION TRIM(ENDPOINT-NAME) " not reconciled"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MONITORED-COUNT
           MOVE ENDPOINT-NAME TO MON-NAME(MONITORED-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ENDPOINT-NAME))
               TO MON-KEY(MONITORED-COUNT)
           MOVE COMPARE-GROUP-NAME TO MON-GROUP(MONITORED-COUNT)
           IF COMPARE-CRITICALITY = SPACES
               MOVE "HIGH" TO MON-RATING(MONITORED-COUNT)
           ELSE
               MOVE FUNCTION UPPER-CASE(COMPARE-CRITICALITY)
                   TO MON-RATING(MONITORED-COUNT)
           END-IF
           MOVE 0 TO MON-CAT-IDX(MONITORED-COUNT).

      *-----------------------------------------------------------
      * Pair each endpoint with its catalog service and count it
      * into whichever of the three endpoint-side lists it falls
      * in; a decommissioned service is reported as that alone,
      * its rating no longer mattering.
      *-----------------------------------------------------------
       MATCH-ENDPOINTS-TO-CATALOG.
           PERFORM VARYING MONITORED-IDX FROM 1 BY 1
               UNTIL MONITORED-IDX > MONITORED-COUNT
               MOVE MON-KEY(MONITORED-IDX) TO MATCH-KEY
               PERFORM FIND-CATALOG-KEY
               MOVE MATCH-IDX TO MON-CAT-IDX(MONITORED-IDX)
               EVALUATE TRUE
                   WHEN MATCH-IDX = 0
                       IF CATALOG-FOUND = "Y"
                           ADD 1 TO UNLISTED-COUNT
                       END-IF
                   WHEN CAT-DECOMMISSIONED(MATCH-IDX)
                       MOVE "Y" TO CAT-MONITORED(MATCH-IDX)
                       ADD 1 TO DECOMMISSIONED-COUNT
                   WHEN OTHER
                       MOVE "Y" TO CAT-MONITORED(MATCH-IDX)
                       IF CAT-RATING(MATCH-IDX) NOT = SPACES
                           AND CAT-RATING(MATCH-IDX)
                               NOT = MON-RATING(MONITORED-IDX)
                           ADD 1 TO MISMATCHED-COUNT
                       END-IF
               END-EVALUATE
           END-PERFORM
           PERFORM VARYING CATALOG-IDX FROM 1 BY 1
               UNTIL CATALOG-IDX > CATALOG-COUNT
               IF CAT-LIVE(CATALOG-IDX)
                   AND CAT-MONITORED(CATALOG-IDX) = "N"
                   ADD 1 TO UNMONITORED-COUNT
               END-IF
           END-PERFORM.

       WRITE-RECON-REPORT.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open catalog_recon_report.txt"
                   " - status " REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-TEXT
           STRING "Service Catalog Reconciliation - run "
                      DELIMITED BY SIZE
                  RUN-STAMP(1:8) DELIMITED BY SIZE
                  INTO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE SPACES TO REPORT-TEXT
           IF CATALOG-FOUND = "Y"
               STRING "Catalog extract: " DELIMITED BY SIZE
                      FUNCTION TRIM(CATALOG-FILENAME) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      CATALOG-COUNT DELIMITED BY SIZE
                      " services)  Monitored: " DELIMITED BY SIZE
                      MONITORED-COUNT DELIMITED BY SIZE
                      " endpoints" DELIMITED BY SIZE
                      INTO REPORT-TEXT
           ELSE
               STRING "Catalog extract: " DELIMITED BY SIZE
                      FUNCTION TRIM(CATALOG-FILENAME) DELIMITED BY SIZE
                      " NOT FOUND - nothing reconciled"
                          DELIMITED BY SIZE
                      INTO REPORT-TEXT
           END-IF
           PERFORM WRITE-REPORT-TEXT
           IF CATALOG-FOUND = "Y"
               PERFORM WRITE-UNMONITORED-SECTION
               PERFORM WRITE-UNLISTED-SECTION
               PERFORM WRITE-DECOMMISSIONED-SECTION
               PERFORM WRITE-MISMATCH-SECTION
           END-IF
           MOVE SPACES TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE SPACES TO REPORT-TEXT
           STRING "Summary: unmonitored=" DELIMITED BY SIZE
                  UNMONITORED-COUNT DELIMITED BY SIZE
                  ", unlisted=" DELIMITED BY SIZE
                  UNLISTED-COUNT DELIMITED BY SIZE
                  ", decommissioned=" DELIMITED BY SIZE
                  DECOMMISSIONED-COUNT DELIMITED BY SIZE
                  ", mismatched=" DELIMITED BY SIZE
                  MISMATCHED-COUNT DELIMITED BY SIZE
                  INTO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           CLOSE REPORT-FILE
           DISPLAY "Unmonitored: " UNMONITORED-COUNT
               "  Not in catalog: " UNLISTED-COUNT
               "  Decommissioned: " DECOMMISSIONED-COUNT
               "  Mismatched: " MISMATCHED-COUNT
           DISPLAY "Report saved to: catalog_recon_report.txt".

       WRITE-UNMONITORED-SECTION.
           MOVE SPACES TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE "NOT MONITORED - live catalog services with no"
               & " compare.json entry" TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE "  SERVICE                        RATING LIFECYCLE"
               & "        OWNER" TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE 0 TO SECTION-COUNT
           PERFORM VARYING CATALOG-IDX FROM 1 BY 1
               UNTIL CATALOG-IDX > CATALOG-COUNT
               IF CAT-LIVE(CATALOG-IDX)
                   AND CAT-MONITORED(CATALOG-IDX) = "N"
                   ADD 1 TO SECTION-COUNT
                   MOVE SPACES TO REPORT-TEXT
                   MOVE CAT-NAME(CATALOG-IDX) TO REPORT-TEXT(3:30)
                   MOVE CAT-RATING(CATALOG-IDX) TO REPORT-TEXT(34:4)
                   MOVE CAT-LIFECYCLE(CATALOG-IDX)
                       TO REPORT-TEXT(41:16)
                   MOVE CAT-OWNER(CATALOG-IDX) TO REPORT-TEXT(58:30)
                   PERFORM WRITE-REPORT-TEXT
               END-IF
           END-PERFORM
           PERFORM WRITE-NONE-IF-EMPTY.

       WRITE-UNLISTED-SECTION.
           MOVE SPACES TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE "NOT IN CATALOG - monitored endpoints the catalog"
               & " does not list" TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE "  ENDPOINT   GROUP      RATING" TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE 0 TO SECTION-COUNT
           PERFORM VARYING MONITORED-IDX FROM 1 BY 1
               UNTIL MONITORED-IDX > MONITORED-COUNT
               IF MON-CAT-IDX(MONITORED-IDX) = 0
                   ADD 1 TO SECTION-COUNT
                   MOVE SPACES TO REPORT-TEXT
                   MOVE MON-NAME(MONITORED-IDX) TO REPORT-TEXT(3:10)
                   MOVE MON-GROUP(MONITORED-IDX) TO REPORT-TEXT(14:10)
                   MOVE MON-RATING(MONITORED-IDX) TO REPORT-TEXT(25:4)
                   PERFORM WRITE-REPORT-TEXT
               END-IF
           END-PERFORM
           PERFORM WRITE-NONE-IF-EMPTY.

       WRITE-DECOMMISSIONED-SECTION.
           MOVE SPACES TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE "DECOMMISSIONED - still monitored after the catalog"
               & " retired the service" TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE "  ENDPOINT   GROUP      LIFECYCLE        OWNER"
               TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE 0 TO SECTION-COUNT
           PERFORM VARYING MONITORED-IDX FROM 1 BY 1
               UNTIL MONITORED-IDX > MONITORED-COUNT
               MOVE MON-CAT-IDX(MONITORED-IDX) TO MATCH-IDX
               IF MATCH-IDX > 0
                   IF CAT-DECOMMISSIONED(MATCH-IDX)
                       ADD 1 TO SECTION-COUNT
                       MOVE SPACES TO REPORT-TEXT
                       MOVE MON-NAME(MONITORED-IDX)
                           TO REPORT-TEXT(3:10)
                       MOVE MON-GROUP(MONITORED-IDX)
                           TO REPORT-TEXT(14:10)
                       MOVE CAT-LIFECYCLE(MATCH-IDX)
                           TO REPORT-TEXT(25:16)
                       MOVE CAT-OWNER(MATCH-IDX) TO REPORT-TEXT(42:30)
                       PERFORM WRITE-REPORT-TEXT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM WRITE-NONE-IF-EMPTY.

       WRITE-MISMATCH-SECTION.
           MOVE SPACES TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE "CRITICALITY - compare.json rating disagrees with"
               & " the catalog" TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE "  ENDPOINT   MONITORED CATALOG OWNER" TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE 0 TO SECTION-COUNT
           PERFORM VARYING MONITORED-IDX FROM 1 BY 1
               UNTIL MONITORED-IDX > MONITORED-COUNT
               MOVE MON-CAT-IDX(MONITORED-IDX) TO MATCH-IDX
               IF MATCH-IDX > 0
                   IF NOT CAT-DECOMMISSIONED(MATCH-IDX)
                       AND CAT-RATING(MATCH-IDX) NOT = SPACES
                       AND CAT-RATING(MATCH-IDX)
                           NOT = MON-RATING(MONITORED-IDX)
                       ADD 1 TO SECTION-COUNT
                       MOVE SPACES TO REPORT-TEXT
                       MOVE MON-NAME(MONITORED-IDX)
                           TO REPORT-TEXT(3:10)
                       MOVE MON-RATING(MONITORED-IDX)
                           TO REPORT-TEXT(14:4)
                       MOVE CAT-RATING(MATCH-IDX) TO REPORT-TEXT(24:4)
                       MOVE CAT-OWNER(MATCH-IDX) TO REPORT-TEXT(32:30)
                       PERFORM WRITE-REPORT-TEXT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM WRITE-NONE-IF-EMPTY.

       WRITE-NONE-IF-EMPTY.
           IF SECTION-COUNT = 0
               MOVE "  (none)" TO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-IF.

       WRITE-REPORT-TEXT.
           WRITE REPORT-LINE FROM REPORT-TEXT
           IF REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to write catalog_recon_report.txt"
                   " - status " REPORT-STATUS
           END-IF.
