       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTCHK.
       AUTHOR. LANGUAGE RACE.
       DATE-WRITTEN. 2026-10-15.

      *-----------------------------------------------------------
      * TLS certificate expiry check for every host the cycle
      * monitors - the host behind CFG-BASE-URL plus the host of
      * every environment in CFG-ENVIRONMENTS-FILE, each distinct
      * host:port checked once. For each one the served
      * certificate is read with openssl and its issuer, expiry
      * date and days remaining go to cert_report.txt, soonest to
      * expire first. Inside CFG-CERT-WARN-DAYS a host is WARNING;
      * inside CFG-CERT-CRIT-DAYS (or already past expiry) it is
      * CRITICAL, gets a CERTEXP reject record, and is picked up
      * by ALERTGEN from the report. A certificate that runs out
      * overnight otherwise surfaces only as a WEB-SERVER TIMEOUT.
      * Plain http:// hosts have no certificate and are listed as
      * NO-TLS; a host whose certificate cannot be read at all is
      * listed UNREAD after the rest.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENVIRONMENTS-FILE
               ASSIGN TO DYNAMIC ENVIRONMENTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENVIRONMENTS-STATUS.
           SELECT CERT-TEMP-FILE ASSIGN TO DYNAMIC CERT-TEMP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-TEMP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "cert_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ENVIRONMENTS-FILE.
      *-----------------------------------------------------------
      * Same layout WEB-SERVER reads for its secondary
      * environment passes.
      *-----------------------------------------------------------
       01 ENVIRONMENT-RECORD.
          05 ENV-REC-NAME PIC X(10).
          05 FILLER PIC X.
          05 ENV-REC-BASE-URL PIC X(50).

       FD CERT-TEMP-FILE.
       01 CERT-TEMP-RECORD PIC X(200).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
          05 ENVIRONMENTS-FILENAME PIC X(30).
          05 ENVIRONMENTS-STATUS PIC X(2).
          05 CERT-TEMP-FILENAME PIC X(30) VALUE "/tmp/certchk.tmp".
          05 CERT-TEMP-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).
          05 REPORT-TEXT PIC X(160).
          05 SHELL-COMMAND PIC X(400).
          05 HOST-COUNT PIC 9(3) VALUE 0.
          05 HOST-IDX PIC 9(3).
          05 MATCH-IDX PIC 9(3).
          05 SORT-I PIC 9(3).
          05 SORT-J PIC 9(3).
          05 CRITICAL-COUNT PIC 9(3) VALUE 0.
          05 WARNING-COUNT PIC 9(3) VALUE 0.
          05 UNREAD-COUNT PIC 9(3) VALUE 0.
          05 SOURCE-NAME PIC X(10).
          05 SOURCE-URL PIC X(50).
          05 URL-SCHEME PIC X(10).
          05 URL-REST PIC X(50).
          05 URL-HOST-PORT PIC X(50).
          05 URL-HOST PIC X(40).
          05 URL-PORT PIC X(5).
          05 TODAY-DATE PIC 9(8).
          05 TODAY-DAYNUM PIC 9(7).
          05 EXPIRY-DAYNUM PIC 9(7).
          05 NOT-AFTER-TEXT PIC X(40).
          05 EXPIRY-MON PIC X(3).
          05 EXPIRY-DAY-TEXT PIC X(2).
          05 EXPIRY-TIME-TEXT PIC X(8).
          05 EXPIRY-YEAR-TEXT PIC X(4).
          05 EXPIRY-MONTH-NUM PIC 9(2).
          05 MONTH-IDX PIC 9(2).
          05 DAYS-DISPLAY PIC -(5)9.
          05 RUN-STAMP PIC X(21).

       01 MONTH-NAME-LIST PIC X(36)
           VALUE "JanFebMarAprMayJunJulAugSepOctNovDec".
       01 MONTH-NAME-TABLE REDEFINES MONTH-NAME-LIST.
          05 MONTH-NAME OCCURS 12 TIMES PIC X(3).

       COPY AUDITLOG.
       COPY APPCFG.
       COPY REJECTS.

      *-----------------------------------------------------------
      * One row per distinct host:port. CERT-SORT-GROUP orders the
      * report: 1 = certificate read (ordered by days left),
      * 2 = certificate unreadable, 3 = plain http.
      *-----------------------------------------------------------
       01 HOST-TABLE.
          05 HOST-ENTRY OCCURS 20 TIMES.
             10 CERT-HOST PIC X(40).
             10 CERT-PORT PIC X(5).
             10 CERT-SOURCE PIC X(10).
             10 CERT-SORT-GROUP PIC 9(1).
             10 CERT-STATUS PIC X(8).
             10 CERT-ISSUER PIC X(80).
             10 CERT-EXPIRY-DATE PIC 9(8).
             10 CERT-DAYS-LEFT PIC S9(5).

       01 HOST-SWAP-ENTRY PIC X(157).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM HELLO-WORLD.
           PERFORM LOAD-RUNTIME-CONFIG.
           PERFORM LOG-AUDIT-START.
           PERFORM COLLECT-HOSTS.
           PERFORM VARYING HOST-IDX FROM 1 BY 1
               UNTIL HOST-IDX > HOST-COUNT
               PERFORM CHECK-ONE-HOST
           END-PERFORM.
           PERFORM SORT-HOSTS.
           PERFORM WRITE-CERT-REPORT.
           PERFORM LOG-CRITICAL-REJECTS.
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
           MOVE CFG-ENVIRONMENTS-FILE TO ENVIRONMENTS-FILENAME
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           COMPUTE TODAY-DAYNUM = FUNCTION INTEGER-OF-DATE(TODAY-DATE).

       LOG-AUDIT-START.
           MOVE "CERTCHK" TO AUDIT-PROGRAM-NAME
           MOVE "START" TO AUDIT-EVENT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE 0 TO AUDIT-RECORD-COUNT
           MOVE "RUNNING" TO AUDIT-COMPLETION-STATUS
           CALL "AUDITLOG" USING AUDIT-CALL-RECORD.

       LOG-AUDIT-END.
           MOVE "CERTCHK" TO AUDIT-PROGRAM-NAME
           MOVE "END" TO AUDIT-EVENT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE HOST-COUNT TO AUDIT-RECORD-COUNT
           MOVE "OK" TO AUDIT-COMPLETION-STATUS
           CALL "AUDITLOG" USING AUDIT-CALL-RECORD.

      *-----------------------------------------------------------
      * The primary base URL first, then each environment; the
      * environments file is optional, as it is for WEB-SERVER.
      *-----------------------------------------------------------
       COLLECT-HOSTS.
           MOVE "primary" TO SOURCE-NAME
           MOVE CFG-BASE-URL TO SOURCE-URL
           PERFORM ADD-HOST-FROM-URL
           OPEN INPUT ENVIRONMENTS-FILE
           IF ENVIRONMENTS-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ ENVIRONMENTS-FILE AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ENV-REC-NAME NOT = SPACES
                           AND ENV-REC-BASE-URL NOT = SPACES
                           MOVE ENV-REC-NAME TO SOURCE-NAME
                           MOVE ENV-REC-BASE-URL TO SOURCE-URL
                           PERFORM ADD-HOST-FROM-URL
                       END-IF
               END-PERFORM
               CLOSE ENVIRONMENTS-FILE
           END-IF
           DISPLAY "Checking " HOST-COUNT " distinct host(s)".

      *-----------------------------------------------------------
      * scheme://host[:port][/path] - an https host with no port
      * is checked on 443.
      *-----------------------------------------------------------
       ADD-HOST-FROM-URL.
           MOVE SPACES TO URL-SCHEME
           MOVE SPACES TO URL-REST
           IF SOURCE-URL(1:1) = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO MATCH-IDX
           INSPECT SOURCE-URL TALLYING MATCH-IDX FOR ALL "://"
           IF MATCH-IDX > 0
               UNSTRING SOURCE-URL DELIMITED BY "://"
                   INTO URL-SCHEME URL-REST
           ELSE
               MOVE "https" TO URL-SCHEME
               MOVE SOURCE-URL TO URL-REST
           END-IF
           MOVE SPACES TO URL-HOST-PORT
           UNSTRING URL-REST DELIMITED BY "/" OR SPACE
               INTO URL-HOST-PORT
           MOVE SPACES TO URL-HOST
           MOVE SPACES TO URL-PORT
           UNSTRING URL-HOST-PORT DELIMITED BY ":"
               INTO URL-HOST URL-PORT
           IF URL-HOST = SPACES
               EXIT PARAGRAPH
           END-IF
           IF URL-PORT = SPACES
               IF FUNCTION LOWER-CASE(URL-SCHEME) = "http"
                   MOVE "80" TO URL-PORT
               ELSE
                   MOVE "443" TO URL-PORT
               END-IF
           END-IF
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING HOST-IDX FROM 1 BY 1
               UNTIL HOST-IDX > HOST-COUNT
               IF CERT-HOST(HOST-IDX) = URL-HOST
                   AND CERT-PORT(HOST-IDX) = URL-PORT
                   MOVE HOST-IDX TO MATCH-IDX
               END-IF
           END-PERFORM
           IF MATCH-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF HOST-COUNT >= 20
               DISPLAY "WARNING: host table full - "
                   FUNCTION TRIM(URL-HOST) " not checked"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HOST-COUNT
           MOVE URL-HOST TO CERT-HOST(HOST-COUNT)
           MOVE URL-PORT TO CERT-PORT(HOST-COUNT)
           MOVE SOURCE-NAME TO CERT-SOURCE(HOST-COUNT)
           MOVE SPACES TO CERT-ISSUER(HOST-COUNT)
           MOVE 0 TO CERT-EXPIRY-DATE(HOST-COUNT)
           MOVE 0 TO CERT-DAYS-LEFT(HOST-COUNT)
           IF FUNCTION LOWER-CASE(URL-SCHEME) = "http"
               MOVE 3 TO CERT-SORT-GROUP(HOST-COUNT)
               MOVE "NO-TLS" TO CERT-STATUS(HOST-COUNT)
           ELSE
               MOVE 2 TO CERT-SORT-GROUP(HOST-COUNT)
               MOVE "UNREAD" TO CERT-STATUS(HOST-COUNT)
           END-IF.

      *-----------------------------------------------------------
      * openssl s_client fetches the served certificate (SNI set
      * to the host name, 10s cap) and x509 prints its issuer and
      * notAfter lines into the temp file.
      *-----------------------------------------------------------
       CHECK-ONE-HOST.
           IF CERT-SORT-GROUP(HOST-IDX) = 3
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SHELL-COMMAND
           STRING "echo | timeout 10 openssl s_client -servername '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(CERT-HOST(HOST-IDX)) DELIMITED BY SIZE
                  "' -connect '" DELIMITED BY SIZE
                  FUNCTION TRIM(CERT-HOST(HOST-IDX)) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(CERT-PORT(HOST-IDX)) DELIMITED BY SIZE
                  "' 2>/dev/null | openssl x509 -noout -issuer"
                      DELIMITED BY SIZE
                  " -enddate > '" DELIMITED BY SIZE
                  FUNCTION TRIM(CERT-TEMP-FILENAME) DELIMITED BY SIZE
                  "' 2>/dev/null" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           MOVE SPACES TO NOT-AFTER-TEXT
           OPEN INPUT CERT-TEMP-FILE
           IF CERT-TEMP-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ CERT-TEMP-FILE AT END
                       EXIT PERFORM
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CERT-TEMP-RECORD(1:7) = "issuer="
                               MOVE FUNCTION TRIM(
                                   CERT-TEMP-RECORD(8:193))
                                   TO CERT-ISSUER(HOST-IDX)
                           WHEN CERT-TEMP-RECORD(1:9) = "notAfter="
                               MOVE CERT-TEMP-RECORD(10:40)
                                   TO NOT-AFTER-TEXT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-PERFORM
               CLOSE CERT-TEMP-FILE
           END-IF
           IF NOT-AFTER-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-NOT-AFTER
           IF CERT-EXPIRY-DATE(HOST-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO CERT-SORT-GROUP(HOST-IDX)
           COMPUTE EXPIRY-DAYNUM = FUNCTION INTEGER-OF-DATE(
               CERT-EXPIRY-DATE(HOST-IDX))
           COMPUTE CERT-DAYS-LEFT(HOST-IDX) =
               EXPIRY-DAYNUM - TODAY-DAYNUM
           EVALUATE TRUE
               WHEN CERT-DAYS-LEFT(HOST-IDX) < 0
                   MOVE "EXPIRED" TO CERT-STATUS(HOST-IDX)
               WHEN CERT-DAYS-LEFT(HOST-IDX) <= CFG-CERT-CRIT-DAYS
                   MOVE "CRITICAL" TO CERT-STATUS(HOST-IDX)
               WHEN CERT-DAYS-LEFT(HOST-IDX) <= CFG-CERT-WARN-DAYS
                   MOVE "WARNING" TO CERT-STATUS(HOST-IDX)
               WHEN OTHER
                   MOVE "OK" TO CERT-STATUS(HOST-IDX)
           END-EVALUATE.

      *-----------------------------------------------------------
      * notAfter reads "Mon DD HH:MM:SS YYYY GMT", the day space-
      * padded below 10 ("Jan  5 ...").
      *-----------------------------------------------------------
       PARSE-NOT-AFTER.
           MOVE SPACES TO EXPIRY-MON
           MOVE SPACES TO EXPIRY-DAY-TEXT
           MOVE SPACES TO EXPIRY-TIME-TEXT
           MOVE SPACES TO EXPIRY-YEAR-TEXT
           UNSTRING NOT-AFTER-TEXT DELIMITED BY ALL SPACE
               INTO EXPIRY-MON EXPIRY-DAY-TEXT EXPIRY-TIME-TEXT
                    EXPIRY-YEAR-TEXT
           MOVE 0 TO EXPIRY-MONTH-NUM
           PERFORM VARYING MONTH-IDX FROM 1 BY 1
               UNTIL MONTH-IDX > 12
               IF MONTH-NAME(MONTH-IDX) = EXPIRY-MON
                   MOVE MONTH-IDX TO EXPIRY-MONTH-NUM
               END-IF
           END-PERFORM
           IF EXPIRY-MONTH-NUM = 0
               OR EXPIRY-YEAR-TEXT NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(EXPIRY-DAY-TEXT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE CERT-EXPIRY-DATE(HOST-IDX) =
               FUNCTION NUMVAL(EXPIRY-YEAR-TEXT) * 10000
               + EXPIRY-MONTH-NUM * 100
               + FUNCTION NUMVAL(EXPIRY-DAY-TEXT).

      *-----------------------------------------------------------
      * Readable certificates first, soonest to expire at the
      * top; then the unreadable hosts, then plain http.
      *-----------------------------------------------------------
       SORT-HOSTS.
           PERFORM VARYING SORT-I FROM 1 BY 1
               UNTIL SORT-I >= HOST-COUNT
               PERFORM VARYING SORT-J FROM 1 BY 1
                   UNTIL SORT-J > HOST-COUNT - SORT-I
                   IF CERT-SORT-GROUP(SORT-J) >
                           CERT-SORT-GROUP(SORT-J + 1)
                       OR (CERT-SORT-GROUP(SORT-J) =
                               CERT-SORT-GROUP(SORT-J + 1)
                           AND CERT-DAYS-LEFT(SORT-J) >
                               CERT-DAYS-LEFT(SORT-J + 1))
                       MOVE HOST-ENTRY(SORT-J) TO HOST-SWAP-ENTRY
                       MOVE HOST-ENTRY(SORT-J + 1)
                           TO HOST-ENTRY(SORT-J)
                       MOVE HOST-SWAP-ENTRY TO HOST-ENTRY(SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-CERT-REPORT.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open cert_report.txt"
                   " - status " REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-TEXT
           STRING "TLS Certificate Expiry Report - run "
                      DELIMITED BY SIZE
                  RUN-STAMP(1:8) DELIMITED BY SIZE
                  INTO REPORT-TEXT
           WRITE REPORT-LINE FROM REPORT-TEXT
           PERFORM CHECK-REPORT-WRITE-STATUS
           MOVE SPACES TO REPORT-TEXT
           STRING "Thresholds: warning <= " DELIMITED BY SIZE
                  CFG-CERT-WARN-DAYS DELIMITED BY SIZE
                  " days, critical <= " DELIMITED BY SIZE
                  CFG-CERT-CRIT-DAYS DELIMITED BY SIZE
                  " days" DELIMITED BY SIZE
                  INTO REPORT-TEXT
           WRITE REPORT-LINE FROM REPORT-TEXT
           PERFORM CHECK-REPORT-WRITE-STATUS
           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-LINE FROM REPORT-TEXT
           PERFORM CHECK-REPORT-WRITE-STATUS
           MOVE "STATUS    DAYS EXPIRES   HOST:PORT"
               TO REPORT-TEXT
           MOVE "SOURCE     ISSUER" TO REPORT-TEXT(70:17)
           WRITE REPORT-LINE FROM REPORT-TEXT
           PERFORM CHECK-REPORT-WRITE-STATUS
           IF HOST-COUNT = 0
               MOVE "No monitored hosts configured." TO REPORT-TEXT
               WRITE REPORT-LINE FROM REPORT-TEXT
               PERFORM CHECK-REPORT-WRITE-STATUS
           END-IF
           PERFORM VARYING HOST-IDX FROM 1 BY 1
               UNTIL HOST-IDX > HOST-COUNT
               PERFORM WRITE-HOST-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-TEXT
           WRITE REPORT-LINE FROM REPORT-TEXT
           PERFORM CHECK-REPORT-WRITE-STATUS
           MOVE SPACES TO REPORT-TEXT
           STRING "Hosts checked: " DELIMITED BY SIZE
                  HOST-COUNT DELIMITED BY SIZE
                  "  critical: " DELIMITED BY SIZE
                  CRITICAL-COUNT DELIMITED BY SIZE
                  "  warning: " DELIMITED BY SIZE
                  WARNING-COUNT DELIMITED BY SIZE
                  "  unreadable: " DELIMITED BY SIZE
                  UNREAD-COUNT DELIMITED BY SIZE
                  INTO REPORT-TEXT
           WRITE REPORT-LINE FROM REPORT-TEXT
           PERFORM CHECK-REPORT-WRITE-STATUS
           CLOSE REPORT-FILE
           DISPLAY "Critical: " CRITICAL-COUNT
               "  Warning: " WARNING-COUNT
               "  Unreadable: " UNREAD-COUNT
           DISPLAY "Report saved to: cert_report.txt".

      *-----------------------------------------------------------
      * Fixed columns - ALERTGEN reads the status from column 1
      * and the host:port from column 26.
      *-----------------------------------------------------------
       WRITE-HOST-LINE.
           EVALUATE CERT-STATUS(HOST-IDX)
               WHEN "EXPIRED"
               WHEN "CRITICAL"
                   ADD 1 TO CRITICAL-COUNT
               WHEN "WARNING"
                   ADD 1 TO WARNING-COUNT
               WHEN "UNREAD"
                   ADD 1 TO UNREAD-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO REPORT-TEXT
           MOVE CERT-STATUS(HOST-IDX) TO REPORT-TEXT(1:8)
           IF CERT-SORT-GROUP(HOST-IDX) = 1
               MOVE CERT-DAYS-LEFT(HOST-IDX) TO DAYS-DISPLAY
               MOVE DAYS-DISPLAY TO REPORT-TEXT(9:6)
               MOVE CERT-EXPIRY-DATE(HOST-IDX) TO REPORT-TEXT(16:8)
           ELSE
               MOVE "     -" TO REPORT-TEXT(9:6)
               MOVE "-" TO REPORT-TEXT(16:1)
           END-IF
           STRING FUNCTION TRIM(CERT-HOST(HOST-IDX)) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(CERT-PORT(HOST-IDX)) DELIMITED BY SIZE
                  INTO REPORT-TEXT(26:44)
           MOVE CERT-SOURCE(HOST-IDX) TO REPORT-TEXT(70:10)
           MOVE CERT-ISSUER(HOST-IDX) TO REPORT-TEXT(81:80)
           WRITE REPORT-LINE FROM REPORT-TEXT
           PERFORM CHECK-REPORT-WRITE-STATUS.

       CHECK-REPORT-WRITE-STATUS.
           IF REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to write cert_report.txt"
                   " - status " REPORT-STATUS
           END-IF.

      *-----------------------------------------------------------
      * One CERTEXP reject per host inside the critical threshold,
      * already-expired certificates included.
      *-----------------------------------------------------------
       LOG-CRITICAL-REJECTS.
           PERFORM VARYING HOST-IDX FROM 1 BY 1
               UNTIL HOST-IDX > HOST-COUNT
               IF CERT-STATUS(HOST-IDX) = "CRITICAL"
                   OR CERT-STATUS(HOST-IDX) = "EXPIRED"
                   PERFORM LOG-CERT-REJECT
               END-IF
           END-PERFORM.

       LOG-CERT-REJECT.
           MOVE "CERTCHK" TO REJECT-PROGRAM-NAME
           MOVE SPACES TO REJECT-IDENTIFIER
           STRING FUNCTION TRIM(CERT-HOST(HOST-IDX)) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(CERT-PORT(HOST-IDX)) DELIMITED BY SIZE
                  INTO REJECT-IDENTIFIER
           MOVE CERT-DAYS-LEFT(HOST-IDX) TO DAYS-DISPLAY
           MOVE SPACES TO REJECT-ERROR-MESSAGE
           IF CERT-STATUS(HOST-IDX) = "EXPIRED"
               STRING "Certificate expired on " DELIMITED BY SIZE
                      CERT-EXPIRY-DATE(HOST-IDX) DELIMITED BY SIZE
                      INTO REJECT-ERROR-MESSAGE
           ELSE
               STRING "Certificate expires in " DELIMITED BY SIZE
                      FUNCTION TRIM(DAYS-DISPLAY) DELIMITED BY SIZE
                      " day(s) on " DELIMITED BY SIZE
                      CERT-EXPIRY-DATE(HOST-IDX) DELIMITED BY SIZE
                      INTO REJECT-ERROR-MESSAGE
           END-IF
           MOVE "CERTEXP" TO REJECT-REASON-CODE
           MOVE FUNCTION CURRENT-DATE TO REJECT-TIMESTAMP
           CALL "REJECTLOG" USING REJECT-CALL-RECORD.
