               ASSIGN TO "../response_times.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPONSE-HISTORY-STATUS.
           SELECT STATUS-HISTORY-FILE
               ASSIGN TO "../endpoint_status_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-HISTORY-STATUS.
           SELECT ASSERT-FILE ASSIGN TO DYNAMIC ASSERT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSERT-STATUS.
           SELECT BODY-TEMP-FILE ASSIGN TO DYNAMIC BODY-TEMP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BODY-TEMP-STATUS.
           SELECT SIZE-TEMP-FILE ASSIGN TO DYNAMIC SIZE-TEMP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIZE-TEMP-STATUS.
           SELECT WAVE-SCRIPT-FILE
               ASSIGN TO DYNAMIC WAVE-SCRIPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAVE-SCRIPT-STATUS.
           SELECT TXN-SCRIPT-FILE ASSIGN TO DYNAMIC TXN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * sits between the entries and the disk, so the artifact can
      * never again go out silently truncated.
      *-----------------------------------------------------------
       01 OUTPUT-RECORD PIC X(1000).

       FD HASH-TEMP-FILE.
       01 HASH-TEMP-RECORD PIC X(64).

       FD STATUS-TEMP-FILE.
       01 STATUS-TEMP-RECORD PIC X(20).

       FD CHECKPOINT-FILE.
      *-----------------------------------------------------------
          05 CKPT-ENTRY-ATTEMPTS PIC 9(2).
          05 FILLER PIC X.
          05 CKPT-ENTRY-HTTP-STATUS PIC X(3).
          05 FILLER PIC X.
          05 CKPT-ENTRY-FAILED-RULES PIC X(80).

       FD SLA-REPORT-FILE.
       01 SLA-REPORT-RECORD PIC X(100).
          05 FILLER PIC X.
          05 RT-ELAPSED-MS PIC 9(6).

       FD STATUS-HISTORY-FILE.
      *-----------------------------------------------------------
      * Append-only dated copy of the status snapshot - one record
      * per tested endpoint per run - so SLACOMP can count, month
      * by month, the nights each endpoint was actually up after
      * endpoint_status_last.txt has been overwritten.
      *-----------------------------------------------------------
       01 STATUS-HISTORY-RECORD.
          05 SH-ENDPOINT-NAME PIC X(10).
          05 FILLER PIC X.
          05 SH-RUN-DATE PIC X(8).
          05 FILLER PIC X.
          05 SH-STATUS PIC X(10).

       FD ASSERT-FILE.
      *-----------------------------------------------------------
      * Content-assertion rules (copybooks/ASSERTC.cpy) for the
      * endpoints whose bodies legitimately change on every call.
      *-----------------------------------------------------------
       COPY ASSERTC.

       FD BODY-TEMP-FILE.
       01 BODY-TEMP-RECORD PIC X(2000).

       FD SIZE-TEMP-FILE.
       01 SIZE-TEMP-RECORD PIC X(20).

       FD WAVE-SCRIPT-FILE.
       01 WAVE-SCRIPT-RECORD PIC X(600).

       FD TXN-SCRIPT-FILE.
      *-----------------------------------------------------------
      * Multi-step transaction scripts (copybooks/TXNSTEP.cpy).
      *-----------------------------------------------------------
       COPY TXNSTEP.

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
          05 BASE-URL PIC X(30).
          05 ERROR-MESSAGE PIC X(50).
          05 TIMESTAMP-STRING PIC X(20).
          05 JSON-OUTPUT PIC X(600).
          05 RESULT-ENTRY-JSON PIC X(1000).
          05 HASH-TEMP-FILENAME PIC X(30).
          05 STATUS-TEMP-FILENAME PIC X(30).
          05 BODY-TEMP-FILENAME PIC X(30).
          05 STATUS-TEMP-STATUS PIC X(2).
          05 ACTUAL-STATUS PIC X(3).
          05 SHELL-COMMAND PIC X(1000).
          05 CHECKPOINT-FILENAME PIC X(30).
          05 CHECKPOINT-STATUS PIC X(2).
          05 COMPARE-STATUS PIC X(2).
             10 ENTRY-CRITICALITY PIC X(4).
             10 ENTRY-SLA-MS PIC 9(5).
             10 ENTRY-PAYLOAD PIC X(200).
             10 ENTRY-ASSERT-MODE PIC X(1).
             10 ENTRY-FAILED-RULES PIC X(80).

      *-----------------------------------------------------------
      * One entry per distinct service group seen in compare.json.
          05 STATUS-SNAP-STATUS PIC X(2).
          05 FLIP-REPORT-STATUS PIC X(2).
          05 RESPONSE-HISTORY-STATUS PIC X(2).
          05 STATUS-HISTORY-STATUS PIC X(2).
          05 FLIP-REPORT-LINE PIC X(100).
          05 PREV-STATUS-COUNT PIC 9(3) VALUE 0.
          05 PREV-SCAN-IDX PIC 9(3).
             10 ENV-RESULT-CELL OCCURS 200 TIMES.
                15 ENV-CELL-STATUS PIC X(10).
                15 ENV-CELL-HASH PIC X(64).
                15 ENV-CELL-HTTP PIC X(3).
          05 ENV-CELL-DIFFERS PIC X(1).

      *-----------------------------------------------------------
      * Content assertions. Every rule from CFG-ASSERTIONS-FILE
      * whose endpoint is in tonight's table is held here; an
      * endpoint owning at least one rule carries ENTRY-ASSERT-MODE
      * "Y" and COMPARE-HASHES judges it by its rules instead of
      * the whole-body md5sum. The response body is read back into
      * BODY-BUFFER (lines joined by one space) for the text and
      * JSON rules; the SIZE rule uses the byte count wc reports
      * for the body file as received. Each rule that fails on the
      * final attempt is kept in FAILED-RULE so it can be logged to
      * rejects.txt under its own reason code.
      *-----------------------------------------------------------
       01 ASSERTION-AREA.
          05 ASSERT-FILENAME PIC X(30).
          05 ASSERT-STATUS PIC X(2).
          05 BODY-TEMP-STATUS PIC X(2).
          05 SIZE-TEMP-FILENAME PIC X(30).
          05 SIZE-TEMP-STATUS PIC X(2).
          05 ASSERT-RULE-COUNT PIC 9(3) VALUE 0.
          05 RULE-SCAN-IDX PIC 9(3).
          05 RULE-OWNER-IDX PIC 9(3).
          05 RULE-VALID PIC X(1).
          05 RULE-PASSED PIC X(1).
          05 RULE-FAIL-CODE PIC X(8).
          05 RULE-FAIL-TEXT PIC X(50).
          05 RULE-TAG PIC X(45).
          05 RULE-ENTRY OCCURS 500 TIMES.
             10 RULE-ENDPOINT-NAME PIC X(10).
             10 RULE-TYPE PIC X(8).
             10 RULE-ARGUMENT PIC X(30).
             10 RULE-EXPECTED PIC X(100).
          05 FAILED-RULE-IDX PIC 9(2).
          05 FAILED-RULE-SET.
             10 FAILED-RULE-COUNT PIC 9(2) VALUE 0.
             10 FAILED-RULES-TEXT PIC X(80).
             10 FAILED-RULE OCCURS 10 TIMES.
                15 FAILED-RULE-CODE PIC X(8).
                15 FAILED-RULE-TEXT PIC X(50).
          05 BODY-BUFFER PIC X(8000).
          05 BODY-BUFFER-LEN PIC 9(5).
          05 BODY-LINE-LEN PIC 9(5).
          05 BODY-SIZE-BYTES PIC 9(9).
          05 BODY-SIZE-DISPLAY PIC Z(8)9.
          05 SIZE-MIN-BYTES PIC 9(9).
          05 SIZE-MAX-BYTES PIC 9(9).
          05 NUMBER-TEXT PIC X(30).
          05 NUMBER-LEN PIC 9(2).
          05 SEARCH-TEXT PIC X(110).
          05 SEARCH-LEN PIC 9(3).
          05 SCAN-START PIC 9(5).
          05 SCAN-POS PIC 9(5).
          05 TALLY-COUNT PIC 9(5).
          05 VALUE-START PIC 9(5).
          05 VALUE-END PIC 9(5).
          05 KEY-FOUND PIC X(1).
          05 JSON-KEY-NAME PIC X(30).
          05 FOUND-VALUE PIC X(100).

      *-----------------------------------------------------------
      * Concurrent probing. With CFG-PROBE-CONCURRENCY above 1 the
      * endpoints are probed in waves of up to that many curls at
      * once (20 at most), each slot writing its body and status
      * to its own temp files. A slot's outcome is held here until
      * the whole wave has settled, then the wave is recorded slot
      * by slot in compare.json order.
      *-----------------------------------------------------------
       01 PROBE-WAVE-AREA.
          05 PROBE-WAVE-SIZE PIC 9(2) VALUE 1.
          05 WAVE-COUNT PIC 9(2) VALUE 0.
          05 WAVE-IDX PIC 9(2).
          05 WAVE-PENDING PIC 9(2).
          05 WAVE-ROUND PIC 9(2).
          05 WAVE-SCAN-IDX PIC 9(3).
          05 WAVE-PASS-ROLE PIC X(1).
          05 WAVE-SCRIPT-FILENAME PIC X(30) VALUE "/tmp/ws-wave.sh".
          05 WAVE-SCRIPT-STATUS PIC X(2).
          05 WAVE-BODY-FILENAME PIC X(30).
          05 WAVE-STATUS-FILENAME PIC X(30).
          05 SAVED-BODY-FILENAME PIC X(30).
          05 SAVED-STATUS-FILENAME PIC X(30).
          05 WAVE-TIME-TEXT PIC X(20).
          05 WAVE-SECS-TEXT PIC X(10).
          05 WAVE-FRAC-TEXT PIC X(10).
          05 WAVE-SLOT OCCURS 20 TIMES.
             10 WAVE-ENTRY-IDX PIC 9(3).
             10 WAVE-SLOT-DONE PIC X(1).
             10 WAVE-MAINT PIC X(1).
             10 WAVE-ATTEMPTS PIC 9(2).
             10 WAVE-TEST-STATUS PIC X(10).
             10 WAVE-REASON-CODE PIC X(8).
             10 WAVE-ERROR-MESSAGE PIC X(50).
             10 WAVE-SERVER-HASH PIC X(64).
             10 WAVE-ACTUAL-STATUS PIC X(3).
             10 WAVE-ELAPSED-MS PIC 9(6).
             10 WAVE-RULE-SET PIC X(662).

      *-----------------------------------------------------------
      * Transaction checks. Each script from CFG-TRANSACTIONS-FILE
      * is one TXN-ENTRY owning a run of consecutive STEP-ENTRY
      * slots. Values captured from a step's JSON response live in
      * CAPTURE-ENTRY for the rest of that attempt only - a retry
      * starts the flow again from its first step with nothing
      * captured, as a real client would.
      *-----------------------------------------------------------
       01 TRANSACTION-AREA.
          05 TXN-FILENAME PIC X(30).
          05 TXN-FILE-STATUS PIC X(2).
          05 TXN-COUNT PIC 9(2) VALUE 0.
          05 TXN-IDX PIC 9(2).
          05 TXN-STEP-COUNT PIC 9(3) VALUE 0.
          05 STEP-IDX PIC 9(3).
          05 STEP-LAST-IDX PIC 9(3).
          05 STEP-ORDINAL PIC 9(2).
          05 TXN-TOTAL-PASSED PIC 9(3) VALUE 0.
          05 TXN-TOTAL-FAILED PIC 9(3) VALUE 0.
          05 TXN-TOTAL-MAINT PIC 9(3) VALUE 0.
          05 TXN-STATUS PIC X(10).
          05 TXN-ELAPSED-MS PIC 9(7).
          05 TXN-STEP-FAILED PIC X(1).
          05 TXN-FAILED-ORDINAL PIC 9(2).
          05 TXN-FAILED-REQUEST PIC X(50).
          05 TXN-URL PIC X(300).
          05 TXN-HEADER-TEXT PIC X(300).
          05 TXN-PAYLOAD-TEXT PIC X(300).
          05 TXN-SLA-BREACH PIC X(1).
          05 CMD-PTR PIC 9(4).
          05 SUBST-TEXT PIC X(300).
          05 SUBST-WORK PIC X(300).
          05 SUBST-PTR PIC 9(4).
          05 SUBST-GUARD PIC 9(2).
          05 SUBST-FOUND PIC X(1).
          05 CAPTURE-COUNT PIC 9(2) VALUE 0.
          05 CAPTURE-IDX PIC 9(2).
          05 CAPTURE-MATCH-IDX PIC 9(2).
          05 CAPTURE-ENTRY OCCURS 10 TIMES.
             10 CAPTURE-NAME PIC X(12).
             10 CAPTURE-VALUE PIC X(100).
          05 TXN-ENTRY OCCURS 50 TIMES.
             10 TXN-ENTRY-NAME PIC X(10).
             10 TXN-FIRST-STEP PIC 9(3).
             10 TXN-STEPS PIC 9(2).
             10 TXN-ENTRY-STATUS PIC X(10).
             10 TXN-ENTRY-FAILED-STEP PIC 9(2).
             10 TXN-ENTRY-FAILED-REQUEST PIC X(50).
             10 TXN-ENTRY-REASON PIC X(8).
             10 TXN-ENTRY-ERROR PIC X(50).
             10 TXN-ENTRY-ELAPSED-MS PIC 9(7).
             10 TXN-ENTRY-SLA-MS PIC 9(7).
             10 TXN-ENTRY-ATTEMPTS PIC 9(2).
          05 STEP-ENTRY OCCURS 200 TIMES.
             10 STEP-METHOD PIC X(6).
             10 STEP-EXPECT-STATUS PIC X(3).
             10 STEP-SLA-MS PIC 9(5).
             10 STEP-PATH PIC X(80).
             10 STEP-CAPTURE-NAME PIC X(12).
             10 STEP-CAPTURE-FIELD PIC X(30).
             10 STEP-HEADER PIC X(100).
             10 STEP-PAYLOAD PIC X(200).

       01 MAINT-CAL-AREA.
          05 MAINT-CAL-FILENAME PIC X(30).
           PERFORM INITIALIZE-VARIABLES.
           PERFORM LOG-AUDIT-START.
           PERFORM LOAD-ENDPOINT-LIST.
           PERFORM LOAD-ENDPOINT-ASSERTIONS.
           PERFORM LOAD-TRANSACTION-SCRIPTS.
           PERFORM LOAD-MAINT-CALENDAR.
           PERFORM LOAD-PREVIOUS-STATUSES.
           PERFORM LOAD-CHECKPOINT.
           PERFORM TEST-ALL-ENDPOINTS.
           PERFORM TEST-ALL-TRANSACTIONS.
           PERFORM CREATE-OUTPUT-FILE.
           PERFORM WRITE-SLA-REPORT.
           PERFORM WRITE-FLIP-REPORT.
           PERFORM SAVE-STATUS-SNAPSHOT.
           PERFORM APPEND-RESPONSE-HISTORY.
           PERFORM APPEND-STATUS-HISTORY.
           PERFORM CLEAR-CHECKPOINT.
           PERFORM RUN-EXTRA-ENVIRONMENTS.
           PERFORM DISPLAY-RESULTS.
           MOVE "END" TO AUDIT-EVENT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE TOTAL-TESTS TO AUDIT-RECORD-COUNT
           IF TOTAL-FAILED = 0 AND TXN-TOTAL-FAILED = 0
               MOVE "OK" TO AUDIT-COMPLETION-STATUS
           ELSE
               MOVE "FAILED" TO AUDIT-COMPLETION-STATUS
           MOVE 0 TO TESTED-COUNT.
           MOVE CFG-MAINT-CALENDAR-FILE TO MAINT-CAL-FILENAME.
           MOVE CFG-ENVIRONMENTS-FILE TO ENVIRONMENTS-FILENAME.
           MOVE CFG-ASSERTIONS-FILE TO ASSERT-FILENAME.
           MOVE CFG-TRANSACTIONS-FILE TO TXN-FILENAME.
           MOVE "/tmp/ws-size.tmp" TO SIZE-TEMP-FILENAME.
           MOVE CFG-PROBE-CONCURRENCY TO PROBE-WAVE-SIZE.
           IF PROBE-WAVE-SIZE < 1
               MOVE 1 TO PROBE-WAVE-SIZE
           END-IF.
           IF PROBE-WAVE-SIZE > 20
               MOVE 20 TO PROBE-WAVE-SIZE
           END-IF.
           ACCEPT TIMESTAMP-STRING FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME FROM TIME.
           STRING TIMESTAMP-STRING DELIMITED BY SIZE
               MOVE SPACES TO ENTRY-ERROR-MESSAGE(TOTAL-TESTS)
               MOVE 0 TO ENTRY-ELAPSED-MS(TOTAL-TESTS)
               MOVE 0 TO ENTRY-ATTEMPTS(TOTAL-TESTS)
               MOVE "N" TO ENTRY-ASSERT-MODE(TOTAL-TESTS)
               MOVE SPACES TO ENTRY-FAILED-RULES(TOTAL-TESTS)
           END-IF.

      *-----------------------------------------------------------
      * The assertion file is optional - no file means every
      * endpoint is judged by its body hash as before. A rule for
      * an endpoint not in compare.json, or one that does not
      * parse, is warned about and skipped rather than trusted.
      *-----------------------------------------------------------
       LOAD-ENDPOINT-ASSERTIONS.
           MOVE 0 TO ASSERT-RULE-COUNT
           OPEN INPUT ASSERT-FILE
           IF ASSERT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ ASSERT-FILE AT END
                   EXIT PERFORM
               NOT AT END
                   IF ASSERT-RECORD NOT = SPACES
                       AND ASSERT-RECORD(1:1) NOT = "#"
                       PERFORM STORE-ASSERTION-RULE
                   END-IF
           END-PERFORM
           CLOSE ASSERT-FILE
           DISPLAY "Loaded " ASSERT-RULE-COUNT
               " content assertion rule(s)".

       STORE-ASSERTION-RULE.
           MOVE 0 TO RULE-OWNER-IDX
           PERFORM VARYING RULE-SCAN-IDX FROM 1 BY 1
               UNTIL RULE-SCAN-IDX > TOTAL-TESTS
               IF ENTRY-ENDPOINT-NAME(RULE-SCAN-IDX) =
                       ASSERT-ENDPOINT-NAME
                   MOVE RULE-SCAN-IDX TO RULE-OWNER-IDX
                   MOVE TOTAL-TESTS TO RULE-SCAN-IDX
               END-IF
           END-PERFORM
           IF RULE-OWNER-IDX = 0
               DISPLAY "WARNING: assertion for unknown endpoint"
                   " ignored: " FUNCTION TRIM(ASSERT-ENDPOINT-NAME)
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO RULE-VALID
           EVALUATE ASSERT-RULE-TYPE
               WHEN "CONTAINS"
                   IF ASSERT-EXPECTED-TEXT = SPACES
                       MOVE "N" TO RULE-VALID
                   END-IF
               WHEN "JSONEQ"
               WHEN "PRESENT"
                   IF ASSERT-ARGUMENT = SPACES
                       MOVE "N" TO RULE-VALID
                   END-IF
               WHEN "SIZE"
                   MOVE ASSERT-ARGUMENT TO NUMBER-TEXT
                   PERFORM CHECK-NUMBER-TEXT
                   IF ASSERT-EXPECTED-TEXT NOT = SPACES
                       MOVE ASSERT-EXPECTED-TEXT TO NUMBER-TEXT
                       PERFORM CHECK-NUMBER-TEXT
                   END-IF
               WHEN OTHER
                   MOVE "N" TO RULE-VALID
           END-EVALUATE
           IF RULE-VALID = "N" OR ASSERT-RULE-COUNT >= 500
               DISPLAY "WARNING: malformed assertion rule ignored: "
                   FUNCTION TRIM(ASSERT-ENDPOINT-NAME) " "
                   FUNCTION TRIM(ASSERT-RULE-TYPE)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ASSERT-RULE-COUNT
           MOVE ASSERT-ENDPOINT-NAME
               TO RULE-ENDPOINT-NAME(ASSERT-RULE-COUNT)
           MOVE ASSERT-RULE-TYPE TO RULE-TYPE(ASSERT-RULE-COUNT)
           MOVE ASSERT-ARGUMENT TO RULE-ARGUMENT(ASSERT-RULE-COUNT)
           MOVE ASSERT-EXPECTED-TEXT
               TO RULE-EXPECTED(ASSERT-RULE-COUNT)
           MOVE "Y" TO ENTRY-ASSERT-MODE(RULE-OWNER-IDX).

      * NUMBER-TEXT must hold an unsigned whole number, else the
      * rule is not RULE-VALID.
       CHECK-NUMBER-TEXT.
           MOVE FUNCTION TRIM(NUMBER-TEXT) TO NUMBER-TEXT
           MOVE 0 TO NUMBER-LEN
           INSPECT NUMBER-TEXT TALLYING NUMBER-LEN
               FOR CHARACTERS BEFORE SPACE
           IF NUMBER-LEN = 0 OR NUMBER-LEN > 9
               MOVE "N" TO RULE-VALID
           ELSE
               IF NUMBER-TEXT(1:NUMBER-LEN) NOT NUMERIC
                   MOVE "N" TO RULE-VALID
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * The transaction script file is optional too. Consecutive
      * records with the same TXN-NAME are one transaction's steps
      * in run order; a name seen again after another transaction
      * starts a separate transaction of its own.
      *-----------------------------------------------------------
       LOAD-TRANSACTION-SCRIPTS.
           MOVE 0 TO TXN-COUNT
           MOVE 0 TO TXN-STEP-COUNT
           OPEN INPUT TXN-SCRIPT-FILE
           IF TXN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ TXN-SCRIPT-FILE AT END
                   EXIT PERFORM
               NOT AT END
                   IF TXN-STEP-RECORD NOT = SPACES
                       AND TXN-STEP-RECORD(1:1) NOT = "#"
                       PERFORM STORE-TRANSACTION-STEP
                   END-IF
           END-PERFORM
           CLOSE TXN-SCRIPT-FILE
           DISPLAY "Loaded " TXN-COUNT " transaction script(s), "
               TXN-STEP-COUNT " step(s)".

       STORE-TRANSACTION-STEP.
           IF TXN-NAME = SPACES OR TXN-STEP-PATH = SPACES
               OR (TXN-CAPTURE-NAME NOT = SPACES
                   AND TXN-CAPTURE-FIELD = SPACES)
               DISPLAY "WARNING: malformed transaction step ignored: "
                   FUNCTION TRIM(TXN-NAME)
               EXIT PARAGRAPH
           END-IF
           IF TXN-STEP-COUNT >= 200
               DISPLAY "WARNING: transaction step table full - "
                   FUNCTION TRIM(TXN-NAME) " step ignored"
               EXIT PARAGRAPH
           END-IF
           IF TXN-COUNT = 0
               OR TXN-ENTRY-NAME(TXN-COUNT) NOT = TXN-NAME
               IF TXN-COUNT >= 50
                   DISPLAY "WARNING: transaction table full - "
                       FUNCTION TRIM(TXN-NAME) " ignored"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TXN-COUNT
               MOVE TXN-NAME TO TXN-ENTRY-NAME(TXN-COUNT)
               COMPUTE TXN-FIRST-STEP(TXN-COUNT) = TXN-STEP-COUNT + 1
               MOVE 0 TO TXN-STEPS(TXN-COUNT)
               MOVE 0 TO TXN-ENTRY-SLA-MS(TXN-COUNT)
               MOVE "SKIPPED" TO TXN-ENTRY-STATUS(TXN-COUNT)
               MOVE 0 TO TXN-ENTRY-FAILED-STEP(TXN-COUNT)
               MOVE SPACES TO TXN-ENTRY-FAILED-REQUEST(TXN-COUNT)
               MOVE SPACES TO TXN-ENTRY-REASON(TXN-COUNT)
               MOVE SPACES TO TXN-ENTRY-ERROR(TXN-COUNT)
               MOVE 0 TO TXN-ENTRY-ELAPSED-MS(TXN-COUNT)
               MOVE 0 TO TXN-ENTRY-ATTEMPTS(TXN-COUNT)
           END-IF
           IF TXN-STEPS(TXN-COUNT) >= 99
               DISPLAY "WARNING: transaction too long - "
                   FUNCTION TRIM(TXN-NAME) " step ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TXN-STEP-COUNT
           ADD 1 TO TXN-STEPS(TXN-COUNT)
           IF TXN-STEP-METHOD = SPACES
               MOVE "GET" TO STEP-METHOD(TXN-STEP-COUNT)
           ELSE
               MOVE TXN-STEP-METHOD TO STEP-METHOD(TXN-STEP-COUNT)
           END-IF
           IF TXN-STEP-EXPECT-STATUS = SPACES
               MOVE "200" TO STEP-EXPECT-STATUS(TXN-STEP-COUNT)
           ELSE
               MOVE TXN-STEP-EXPECT-STATUS
                   TO STEP-EXPECT-STATUS(TXN-STEP-COUNT)
           END-IF
           IF TXN-STEP-SLA-MS(1:5) IS NUMERIC
               MOVE TXN-STEP-SLA-MS TO STEP-SLA-MS(TXN-STEP-COUNT)
           ELSE
               MOVE CFG-SLA-THRESHOLD-MS
                   TO STEP-SLA-MS(TXN-STEP-COUNT)
           END-IF
           ADD STEP-SLA-MS(TXN-STEP-COUNT)
               TO TXN-ENTRY-SLA-MS(TXN-COUNT)
           MOVE TXN-STEP-PATH TO STEP-PATH(TXN-STEP-COUNT)
           MOVE TXN-CAPTURE-NAME TO STEP-CAPTURE-NAME(TXN-STEP-COUNT)
           MOVE TXN-CAPTURE-FIELD
               TO STEP-CAPTURE-FIELD(TXN-STEP-COUNT)
           MOVE TXN-STEP-HEADER TO STEP-HEADER(TXN-STEP-COUNT)
           MOVE TXN-STEP-PAYLOAD TO STEP-PAYLOAD(TXN-STEP-COUNT).

      *-----------------------------------------------------------
      * The calendar is optional - no file just means no windows
      * are in effect tonight. Records whose stamps are not
                   TO ENTRY-ATTEMPTS(CKPT-ENTRY-INDEX)
               MOVE CKPT-ENTRY-HTTP-STATUS
                   TO ENTRY-ACTUAL-STATUS(CKPT-ENTRY-INDEX)
               MOVE CKPT-ENTRY-FAILED-RULES
                   TO ENTRY-FAILED-RULES(CKPT-ENTRY-INDEX)
           END-IF.

       SAVE-CHECKPOINT.
           MOVE ENTRY-ATTEMPTS(CKPT-IDX) TO CKPT-ENTRY-ATTEMPTS
           MOVE ENTRY-ACTUAL-STATUS(CKPT-IDX)
               TO CKPT-ENTRY-HTTP-STATUS
           MOVE ENTRY-FAILED-RULES(CKPT-IDX)
               TO CKPT-ENTRY-FAILED-RULES
           WRITE CHECKPOINT-RECORD.

       CLEAR-CHECKPOINT.
      * before its group's health check in compare.json is blocked
      * like any other instead of burning the retry budget.
      * Entries restored by the checkpoint are no longer SKIPPED
      * and are left alone in both passes. The same two passes run
      * in waves when concurrent probing is configured.
      *-----------------------------------------------------------
       TEST-ALL-ENDPOINTS.
           IF PROBE-WAVE-SIZE > 1
               PERFORM TEST-ALL-ENDPOINTS-IN-WAVES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CURRENT-INDEX FROM 1 BY 1
               UNTIL CURRENT-INDEX > TOTAL-TESTS
               IF ENTRY-GROUP-ROLE(CURRENT-INDEX) = "H"

       TEST-ONE-AND-CHECKPOINT.
           PERFORM TEST-SINGLE-ENDPOINT
           PERFORM COUNT-TESTED-ENDPOINT.

       COUNT-TESTED-ENDPOINT.
           ADD 1 TO TESTED-COUNT
           PERFORM SHOW-PROGRESS
           IF FUNCTION MOD(TESTED-COUNT, CHECKPOINT-INTERVAL) = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM BUILD-ENDPOINT-URL

           MOVE ENTRY-EXPECTED-HASH(CURRENT-INDEX) TO EXPECTED-HASH

               PERFORM MARK-GROUP-DOWN
           END-IF.

       BUILD-ENDPOINT-URL.
           MOVE SPACES TO ENDPOINT-URL
           STRING FUNCTION TRIM(BASE-URL) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  ENTRY-ENDPOINT-NAME(CURRENT-INDEX) DELIMITED BY SIZE
                  INTO ENDPOINT-URL.

      *-----------------------------------------------------------
      * Wave probing: the health-check pass, then everything else,
      * each cut into waves of PROBE-WAVE-SIZE endpoints taken in
      * compare.json order. A wave's curls all run at once; slots
      * that need another try are re-probed together after one
      * CFG-RETRY-DELAY-SECS pause, with the same CFG-RETRY-LIMIT
      * and maintenance-window rules as a single probe. Every
      * health check is settled before the member pass starts, so
      * members of a DOWN group are still BLOCKED unprobed.
      *-----------------------------------------------------------
       TEST-ALL-ENDPOINTS-IN-WAVES.
           MOVE "H" TO WAVE-PASS-ROLE
           PERFORM RUN-WAVE-PASS
           MOVE SPACE TO WAVE-PASS-ROLE
           PERFORM RUN-WAVE-PASS.

       RUN-WAVE-PASS.
           MOVE 1 TO WAVE-SCAN-IDX
           PERFORM UNTIL WAVE-SCAN-IDX > TOTAL-TESTS
               PERFORM BUILD-PROBE-WAVE
               IF WAVE-COUNT > 0
                   PERFORM RUN-PROBE-WAVE
               END-IF
           END-PERFORM.

       BUILD-PROBE-WAVE.
           MOVE 0 TO WAVE-COUNT
           PERFORM UNTIL WAVE-SCAN-IDX > TOTAL-TESTS
                   OR WAVE-COUNT >= PROBE-WAVE-SIZE
               MOVE WAVE-SCAN-IDX TO CURRENT-INDEX
               ADD 1 TO WAVE-SCAN-IDX
               IF ENTRY-STATUS(CURRENT-INDEX) = "SKIPPED"
                   AND (WAVE-PASS-ROLE = SPACE
                       OR ENTRY-GROUP-ROLE(CURRENT-INDEX) = "H")
                   PERFORM ADD-ENDPOINT-TO-WAVE
               END-IF
           END-PERFORM.

       ADD-ENDPOINT-TO-WAVE.
           IF ENTRY-GROUP-NAME(CURRENT-INDEX) NOT = SPACES
               AND ENTRY-GROUP-ROLE(CURRENT-INDEX) NOT = "H"
               MOVE ENTRY-GROUP-NAME(CURRENT-INDEX)
                   TO GROUP-LOOKUP-NAME
               PERFORM FIND-OR-ADD-GROUP
               IF GROUP-ENTRY-STATUS(GROUP-MATCH-IDX) = "DOWN"
                   PERFORM RECORD-BLOCKED-ENDPOINT
                   PERFORM COUNT-TESTED-ENDPOINT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WAVE-COUNT
           MOVE CURRENT-INDEX TO WAVE-ENTRY-IDX(WAVE-COUNT)
           MOVE "N" TO WAVE-SLOT-DONE(WAVE-COUNT)
           MOVE 0 TO WAVE-ATTEMPTS(WAVE-COUNT)
           MOVE ENTRY-ENDPOINT-NAME(CURRENT-INDEX)
               TO MAINT-LOOKUP-NAME
           PERFORM LOOKUP-MAINT-WINDOW
           MOVE MAINT-ACTIVE TO WAVE-MAINT(WAVE-COUNT).

       RUN-PROBE-WAVE.
           MOVE WAVE-COUNT TO WAVE-PENDING
           MOVE 0 TO WAVE-ROUND
           PERFORM UNTIL WAVE-PENDING = 0
               ADD 1 TO WAVE-ROUND
               IF WAVE-ROUND > 1
                   PERFORM WAIT-BEFORE-RETRY
               END-IF
               PERFORM LAUNCH-PROBE-WAVE
               PERFORM VARYING WAVE-IDX FROM 1 BY 1
                   UNTIL WAVE-IDX > WAVE-COUNT
                   IF WAVE-SLOT-DONE(WAVE-IDX) = "N"
                       PERFORM JUDGE-WAVE-SLOT
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WAVE-IDX FROM 1 BY 1
               UNTIL WAVE-IDX > WAVE-COUNT
               PERFORM FINISH-WAVE-SLOT
           END-PERFORM.

      * One shell script per round: a curl per unsettled slot, each
      * in the background, then wait for all of them. A slot's old
      * body file is removed first so a dead endpoint cannot be
      * judged on the previous round's response. curl reports the
      * status code and its own total time on two lines.
       LAUNCH-PROBE-WAVE.
           OPEN OUTPUT WAVE-SCRIPT-FILE
           IF WAVE-SCRIPT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open "
                   FUNCTION TRIM(WAVE-SCRIPT-FILENAME)
                   " - status " WAVE-SCRIPT-STATUS
               PERFORM FREE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WAVE-IDX FROM 1 BY 1
               UNTIL WAVE-IDX > WAVE-COUNT
               IF WAVE-SLOT-DONE(WAVE-IDX) = "N"
                   PERFORM WRITE-WAVE-SLOT-COMMAND
               END-IF
           END-PERFORM
           MOVE "wait" TO WAVE-SCRIPT-RECORD
           WRITE WAVE-SCRIPT-RECORD
           CLOSE WAVE-SCRIPT-FILE
           MOVE SPACES TO SHELL-COMMAND
           STRING "sh '" DELIMITED BY SIZE
                  FUNCTION TRIM(WAVE-SCRIPT-FILENAME) DELIMITED BY SIZE
                  "' >/dev/null 2>&1" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND.

       WRITE-WAVE-SLOT-COMMAND.
           MOVE WAVE-ENTRY-IDX(WAVE-IDX) TO CURRENT-INDEX
           PERFORM BUILD-ENDPOINT-URL
           PERFORM SET-WAVE-SLOT-FILENAMES
           MOVE SPACES TO WAVE-SCRIPT-RECORD
           STRING "rm -f '" DELIMITED BY SIZE
                  FUNCTION TRIM(WAVE-BODY-FILENAME) DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO WAVE-SCRIPT-RECORD
           WRITE WAVE-SCRIPT-RECORD
           MOVE SPACES TO WAVE-SCRIPT-RECORD
           IF FUNCTION TRIM(ENTRY-PAYLOAD(CURRENT-INDEX)) = SPACES
               STRING "curl -s -m 5 -X " DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-METHOD(CURRENT-INDEX))
                          DELIMITED BY SIZE
                      " -o '" DELIMITED BY SIZE
                      FUNCTION TRIM(WAVE-BODY-FILENAME)
                          DELIMITED BY SIZE
                      "' -w '%{http_code}\n%{time_total}\n' '"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(ENDPOINT-URL) DELIMITED BY SIZE
                      "' > '" DELIMITED BY SIZE
                      FUNCTION TRIM(WAVE-STATUS-FILENAME)
                          DELIMITED BY SIZE
                      "' 2>/dev/null &" DELIMITED BY SIZE
                      INTO WAVE-SCRIPT-RECORD
           ELSE
               STRING "curl -s -m 5 -X " DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-METHOD(CURRENT-INDEX))
                          DELIMITED BY SIZE
                      " -d '" DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-PAYLOAD(CURRENT-INDEX))
                          DELIMITED BY SIZE
                      "' -o '" DELIMITED BY SIZE
                      FUNCTION TRIM(WAVE-BODY-FILENAME)
                          DELIMITED BY SIZE
                      "' -w '%{http_code}\n%{time_total}\n' '"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(ENDPOINT-URL) DELIMITED BY SIZE
                      "' > '" DELIMITED BY SIZE
                      FUNCTION TRIM(WAVE-STATUS-FILENAME)
                          DELIMITED BY SIZE
                      "' 2>/dev/null &" DELIMITED BY SIZE
                      INTO WAVE-SCRIPT-RECORD
           END-IF
           WRITE WAVE-SCRIPT-RECORD.

       SET-WAVE-SLOT-FILENAMES.
           MOVE SPACES TO WAVE-BODY-FILENAME
           STRING "/tmp/ws-wave-" DELIMITED BY SIZE
                  WAVE-IDX DELIMITED BY SIZE
                  ".body" DELIMITED BY SIZE
                  INTO WAVE-BODY-FILENAME
           MOVE SPACES TO WAVE-STATUS-FILENAME
           STRING "/tmp/ws-wave-" DELIMITED BY SIZE
                  WAVE-IDX DELIMITED BY SIZE
                  ".status" DELIMITED BY SIZE
                  INTO WAVE-STATUS-FILENAME.

      * Judge one slot's response exactly as a single probe is
      * judged, by pointing the body and status temp file names at
      * the slot's own files for the duration.
       JUDGE-WAVE-SLOT.
           MOVE WAVE-ENTRY-IDX(WAVE-IDX) TO CURRENT-INDEX
           PERFORM BUILD-ENDPOINT-URL
           MOVE ENTRY-EXPECTED-HASH(CURRENT-INDEX) TO EXPECTED-HASH
           ADD 1 TO WAVE-ATTEMPTS(WAVE-IDX)
           MOVE WAVE-ATTEMPTS(WAVE-IDX) TO ATTEMPT-NUMBER
           PERFORM SET-WAVE-SLOT-FILENAMES
           MOVE BODY-TEMP-FILENAME TO SAVED-BODY-FILENAME
           MOVE STATUS-TEMP-FILENAME TO SAVED-STATUS-FILENAME
           MOVE WAVE-BODY-FILENAME TO BODY-TEMP-FILENAME
           MOVE WAVE-STATUS-FILENAME TO STATUS-TEMP-FILENAME
           MOVE SPACES TO HTTP-RESPONSE
           MOVE SPACES TO SERVER-HASH
           MOVE SPACES TO ERROR-MESSAGE
           MOVE SPACES TO TEST-REASON-CODE
           MOVE SPACES TO ACTUAL-STATUS
           PERFORM HASH-RESPONSE-BODY
           PERFORM READ-WAVE-ELAPSED
           PERFORM COMPARE-HASHES
           MOVE SAVED-BODY-FILENAME TO BODY-TEMP-FILENAME
           MOVE SAVED-STATUS-FILENAME TO STATUS-TEMP-FILENAME
           IF TEST-STATUS = "PASSED"
               OR ATTEMPT-NUMBER >= CFG-RETRY-LIMIT
               OR WAVE-MAINT(WAVE-IDX) = "Y"
               MOVE "Y" TO WAVE-SLOT-DONE(WAVE-IDX)
               SUBTRACT 1 FROM WAVE-PENDING
               MOVE TEST-STATUS TO WAVE-TEST-STATUS(WAVE-IDX)
               MOVE TEST-REASON-CODE TO WAVE-REASON-CODE(WAVE-IDX)
               MOVE ERROR-MESSAGE TO WAVE-ERROR-MESSAGE(WAVE-IDX)
               MOVE SERVER-HASH TO WAVE-SERVER-HASH(WAVE-IDX)
               MOVE ACTUAL-STATUS TO WAVE-ACTUAL-STATUS(WAVE-IDX)
               MOVE ELAPSED-MS TO WAVE-ELAPSED-MS(WAVE-IDX)
               MOVE FAILED-RULE-SET TO WAVE-RULE-SET(WAVE-IDX)
           END-IF.

      * The second line of a slot's status file is curl's own
      * total time in seconds, e.g. 0.012345 - kept to the
      * millisecond.
       READ-WAVE-ELAPSED.
           MOVE 0 TO ELAPSED-MS
           MOVE SPACES TO WAVE-TIME-TEXT
           OPEN INPUT STATUS-TEMP-FILE
           IF STATUS-TEMP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ STATUS-TEMP-FILE
               AT END
                   CONTINUE
               NOT AT END
                   READ STATUS-TEMP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE STATUS-TEMP-RECORD TO WAVE-TIME-TEXT
                   END-READ
           END-READ
           CLOSE STATUS-TEMP-FILE
           MOVE SPACES TO WAVE-SECS-TEXT
           MOVE SPACES TO WAVE-FRAC-TEXT
           UNSTRING WAVE-TIME-TEXT DELIMITED BY "."
               INTO WAVE-SECS-TEXT WAVE-FRAC-TEXT
           INSPECT WAVE-FRAC-TEXT(1:3) REPLACING ALL SPACE BY "0"
           IF FUNCTION TEST-NUMVAL(WAVE-SECS-TEXT) = 0
               AND WAVE-FRAC-TEXT(1:3) IS NUMERIC
               COMPUTE ELAPSED-MS =
                   FUNCTION NUMVAL(WAVE-SECS-TEXT) * 1000
                   + FUNCTION NUMVAL(WAVE-FRAC-TEXT(1:3))
           END-IF.

       FINISH-WAVE-SLOT.
           MOVE WAVE-ENTRY-IDX(WAVE-IDX) TO CURRENT-INDEX
           PERFORM BUILD-ENDPOINT-URL
           MOVE WAVE-TEST-STATUS(WAVE-IDX) TO TEST-STATUS
           MOVE WAVE-REASON-CODE(WAVE-IDX) TO TEST-REASON-CODE
           MOVE WAVE-ERROR-MESSAGE(WAVE-IDX) TO ERROR-MESSAGE
           MOVE WAVE-SERVER-HASH(WAVE-IDX) TO SERVER-HASH
           MOVE WAVE-ACTUAL-STATUS(WAVE-IDX) TO ACTUAL-STATUS
           MOVE WAVE-ELAPSED-MS(WAVE-IDX) TO ELAPSED-MS
           MOVE WAVE-ATTEMPTS(WAVE-IDX) TO ATTEMPT-NUMBER
           MOVE WAVE-RULE-SET(WAVE-IDX) TO FAILED-RULE-SET
           IF WAVE-MAINT(WAVE-IDX) = "Y" AND TEST-STATUS NOT = "PASSED"
               MOVE "MAINT" TO TEST-STATUS
           END-IF
           PERFORM UPDATE-COUNTERS
           IF ENTRY-GROUP-ROLE(CURRENT-INDEX) = "H"
               AND TEST-STATUS = "FAILED"
               PERFORM MARK-GROUP-DOWN
           END-IF
           PERFORM COUNT-TESTED-ENDPOINT.

      *-----------------------------------------------------------
      * Transactions run after the plain endpoints, each one as a
      * unit: the same CFG-RETRY-LIMIT / CFG-RETRY-DELAY-SECS
      * budget as an endpoint, one probe only inside a maintenance
      * window registered under the transaction's name, and one
      * reject line naming the step that broke the flow.
      *-----------------------------------------------------------
       TEST-ALL-TRANSACTIONS.
           PERFORM VARYING TXN-IDX FROM 1 BY 1
               UNTIL TXN-IDX > TXN-COUNT
               PERFORM RUN-ONE-TRANSACTION
           END-PERFORM.

       RUN-ONE-TRANSACTION.
           MOVE TXN-ENTRY-NAME(TXN-IDX) TO MAINT-LOOKUP-NAME
           PERFORM LOOKUP-MAINT-WINDOW
           MOVE 0 TO ATTEMPT-NUMBER
           MOVE "N" TO ATTEMPT-DONE
           PERFORM UNTIL ATTEMPT-DONE = "Y"
               ADD 1 TO ATTEMPT-NUMBER
               PERFORM RUN-TRANSACTION-STEPS
               IF TXN-STATUS = "PASSED"
                   OR ATTEMPT-NUMBER >= CFG-RETRY-LIMIT
                   OR MAINT-ACTIVE = "Y"
                   MOVE "Y" TO ATTEMPT-DONE
               ELSE
                   PERFORM WAIT-BEFORE-RETRY
               END-IF
           END-PERFORM
           IF MAINT-ACTIVE = "Y" AND TXN-STATUS NOT = "PASSED"
               MOVE "MAINT" TO TXN-STATUS
           END-IF
           MOVE TXN-STATUS TO TXN-ENTRY-STATUS(TXN-IDX)
           MOVE TXN-ELAPSED-MS TO TXN-ENTRY-ELAPSED-MS(TXN-IDX)
           MOVE ATTEMPT-NUMBER TO TXN-ENTRY-ATTEMPTS(TXN-IDX)
           MOVE TXN-FAILED-ORDINAL TO TXN-ENTRY-FAILED-STEP(TXN-IDX)
           MOVE TXN-FAILED-REQUEST
               TO TXN-ENTRY-FAILED-REQUEST(TXN-IDX)
           MOVE TEST-REASON-CODE TO TXN-ENTRY-REASON(TXN-IDX)
           MOVE ERROR-MESSAGE TO TXN-ENTRY-ERROR(TXN-IDX)
           EVALUATE TXN-STATUS
               WHEN "PASSED"
                   ADD 1 TO TXN-TOTAL-PASSED
               WHEN "MAINT"
                   ADD 1 TO TXN-TOTAL-MAINT
               WHEN OTHER
                   ADD 1 TO TXN-TOTAL-FAILED
                   PERFORM LOG-TRANSACTION-REJECT
           END-EVALUATE.

      * One attempt at the whole flow, stopping at the first step
      * that fails.
       RUN-TRANSACTION-STEPS.
           MOVE "PASSED" TO TXN-STATUS
           MOVE 0 TO TXN-ELAPSED-MS
           MOVE 0 TO CAPTURE-COUNT
           MOVE 0 TO TXN-FAILED-ORDINAL
           MOVE SPACES TO TXN-FAILED-REQUEST
           MOVE SPACES TO TEST-REASON-CODE
           MOVE SPACES TO ERROR-MESSAGE
           MOVE 0 TO STEP-ORDINAL
           COMPUTE STEP-LAST-IDX =
               TXN-FIRST-STEP(TXN-IDX) + TXN-STEPS(TXN-IDX) - 1
           PERFORM VARYING STEP-IDX FROM TXN-FIRST-STEP(TXN-IDX) BY 1
               UNTIL STEP-IDX > STEP-LAST-IDX
                   OR TXN-STATUS = "FAILED"
               ADD 1 TO STEP-ORDINAL
               PERFORM RUN-TRANSACTION-STEP
           END-PERFORM.

       RUN-TRANSACTION-STEP.
           MOVE "N" TO TXN-STEP-FAILED
           MOVE STEP-PATH(STEP-IDX) TO SUBST-TEXT
           PERFORM SUBSTITUTE-CAPTURES
           MOVE SPACES TO TXN-URL
           STRING FUNCTION TRIM(BASE-URL) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(SUBST-TEXT) DELIMITED BY SIZE
                  INTO TXN-URL
           MOVE STEP-HEADER(STEP-IDX) TO SUBST-TEXT
           PERFORM SUBSTITUTE-CAPTURES
           MOVE SUBST-TEXT TO TXN-HEADER-TEXT
           MOVE STEP-PAYLOAD(STEP-IDX) TO SUBST-TEXT
           PERFORM SUBSTITUTE-CAPTURES
           MOVE SUBST-TEXT TO TXN-PAYLOAD-TEXT
           MOVE 0 TO TALLY-COUNT
           INSPECT TXN-URL TALLYING TALLY-COUNT FOR ALL "{{"
           INSPECT TXN-HEADER-TEXT TALLYING TALLY-COUNT FOR ALL "{{"
           INSPECT TXN-PAYLOAD-TEXT TALLYING TALLY-COUNT FOR ALL "{{"
           IF TALLY-COUNT > 0
               MOVE "Y" TO TXN-STEP-FAILED
               MOVE "TXNCAPT" TO TEST-REASON-CODE
               MOVE "Step uses a value no earlier step captured"
                   TO ERROR-MESSAGE
           ELSE
               PERFORM MAKE-TXN-REQUEST
               ADD ELAPSED-MS TO TXN-ELAPSED-MS
               EVALUATE TRUE
                   WHEN ACTUAL-STATUS = SPACES
                       OR ACTUAL-STATUS = "000"
                       MOVE "Y" TO TXN-STEP-FAILED
                       MOVE "TIMEOUT" TO TEST-REASON-CODE
                       MOVE "No response from endpoint"
                           TO ERROR-MESSAGE
                   WHEN ACTUAL-STATUS NOT = STEP-EXPECT-STATUS(STEP-IDX)
                       MOVE "Y" TO TXN-STEP-FAILED
                       MOVE "STATMISM" TO TEST-REASON-CODE
                       MOVE SPACES TO ERROR-MESSAGE
                       STRING "Status code mismatch: got "
                                  DELIMITED BY SIZE
                              ACTUAL-STATUS DELIMITED BY SIZE
                              " want " DELIMITED BY SIZE
                              STEP-EXPECT-STATUS(STEP-IDX)
                                  DELIMITED BY SIZE
                              INTO ERROR-MESSAGE
                   WHEN STEP-CAPTURE-NAME(STEP-IDX) NOT = SPACES
                       PERFORM CAPTURE-STEP-VALUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF TXN-STEP-FAILED = "Y"
               MOVE "FAILED" TO TXN-STATUS
               MOVE STEP-ORDINAL TO TXN-FAILED-ORDINAL
               MOVE SPACES TO TXN-FAILED-REQUEST
               STRING FUNCTION TRIM(STEP-METHOD(STEP-IDX))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(STEP-PATH(STEP-IDX))
                          DELIMITED BY SIZE
                      INTO TXN-FAILED-REQUEST
           END-IF.

      *-----------------------------------------------------------
      * Same curl WEB-SERVER issues for a plain endpoint - 5s cap,
      * body to the body temp file, status code to the status
      * temp file - plus the step's header when it has one.
      *-----------------------------------------------------------
       MAKE-TXN-REQUEST.
           MOVE SPACES TO ACTUAL-STATUS
           MOVE SPACES TO SHELL-COMMAND
           MOVE 1 TO CMD-PTR
           STRING "curl -s -m 5 -X " DELIMITED BY SIZE
                  FUNCTION TRIM(STEP-METHOD(STEP-IDX))
                      DELIMITED BY SIZE
                  INTO SHELL-COMMAND WITH POINTER CMD-PTR
           IF TXN-HEADER-TEXT NOT = SPACES
               STRING " -H '" DELIMITED BY SIZE
                      FUNCTION TRIM(TXN-HEADER-TEXT) DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                      INTO SHELL-COMMAND WITH POINTER CMD-PTR
           END-IF
           IF TXN-PAYLOAD-TEXT NOT = SPACES
               STRING " -d '" DELIMITED BY SIZE
                      FUNCTION TRIM(TXN-PAYLOAD-TEXT)
                          DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                      INTO SHELL-COMMAND WITH POINTER CMD-PTR
           END-IF
           STRING " -o '" DELIMITED BY SIZE
                  FUNCTION TRIM(BODY-TEMP-FILENAME) DELIMITED BY SIZE
                  "' -w '%{http_code}' '" DELIMITED BY SIZE
                  FUNCTION TRIM(TXN-URL) DELIMITED BY SIZE
                  "' > '" DELIMITED BY SIZE
                  FUNCTION TRIM(STATUS-TEMP-FILENAME)
                      DELIMITED BY SIZE
                  "' 2>/dev/null" DELIMITED BY SIZE
                  INTO SHELL-COMMAND WITH POINTER CMD-PTR
           PERFORM GET-TIME-OF-DAY-CS
           MOVE TIME-OF-DAY-CS TO REQUEST-START-CS
           CALL "SYSTEM" USING SHELL-COMMAND
           PERFORM GET-TIME-OF-DAY-CS
           MOVE TIME-OF-DAY-CS TO REQUEST-END-CS
           PERFORM CALCULATE-ELAPSED-MS
           PERFORM READ-STATUS-TEMP-FILE.

      * A capture whose field is missing from the response (or
      * empty) fails the step - every later step depends on it.
       CAPTURE-STEP-VALUE.
           PERFORM LOAD-RESPONSE-BODY
           MOVE STEP-CAPTURE-FIELD(STEP-IDX) TO JSON-KEY-NAME
           PERFORM FIND-JSON-KEY
           MOVE SPACES TO FOUND-VALUE
           IF KEY-FOUND = "Y"
               PERFORM EXTRACT-JSON-VALUE
           END-IF
           IF FOUND-VALUE = SPACES
               MOVE "Y" TO TXN-STEP-FAILED
               MOVE "TXNCAPT" TO TEST-REASON-CODE
               MOVE SPACES TO ERROR-MESSAGE
               STRING "Capture field missing: " DELIMITED BY SIZE
                      FUNCTION TRIM(STEP-CAPTURE-FIELD(STEP-IDX))
                          DELIMITED BY SIZE
                      INTO ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CAPTURE-MATCH-IDX
           PERFORM VARYING CAPTURE-IDX FROM 1 BY 1
               UNTIL CAPTURE-IDX > CAPTURE-COUNT
               IF CAPTURE-NAME(CAPTURE-IDX) =
                       STEP-CAPTURE-NAME(STEP-IDX)
                   MOVE CAPTURE-IDX TO CAPTURE-MATCH-IDX
               END-IF
           END-PERFORM
           IF CAPTURE-MATCH-IDX = 0
               IF CAPTURE-COUNT >= 10
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CAPTURE-COUNT
               MOVE CAPTURE-COUNT TO CAPTURE-MATCH-IDX
           END-IF
           MOVE STEP-CAPTURE-NAME(STEP-IDX)
               TO CAPTURE-NAME(CAPTURE-MATCH-IDX)
           MOVE FOUND-VALUE TO CAPTURE-VALUE(CAPTURE-MATCH-IDX).

      *-----------------------------------------------------------
      * Replace every {{name}} in SUBST-TEXT with the value
      * captured under that name so far this attempt. A name not
      * yet captured is left in place for RUN-TRANSACTION-STEP to
      * catch; SUBST-GUARD stops a value that itself contains its
      * own placeholder from looping for ever.
      *-----------------------------------------------------------
       SUBSTITUTE-CAPTURES.
           PERFORM VARYING CAPTURE-IDX FROM 1 BY 1
               UNTIL CAPTURE-IDX > CAPTURE-COUNT
               MOVE SPACES TO SEARCH-TEXT
               STRING "{{" DELIMITED BY SIZE
                      FUNCTION TRIM(CAPTURE-NAME(CAPTURE-IDX))
                          DELIMITED BY SIZE
                      "}}" DELIMITED BY SIZE
                      INTO SEARCH-TEXT
               COMPUTE SEARCH-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(CAPTURE-NAME(CAPTURE-IDX))) + 4
               MOVE "Y" TO SUBST-FOUND
               MOVE 0 TO SUBST-GUARD
               PERFORM UNTIL SUBST-FOUND = "N" OR SUBST-GUARD > 9
                   ADD 1 TO SUBST-GUARD
                   PERFORM REPLACE-ONE-PLACEHOLDER
               END-PERFORM
           END-PERFORM.

       REPLACE-ONE-PLACEHOLDER.
           MOVE 0 TO SCAN-POS
           INSPECT SUBST-TEXT TALLYING SCAN-POS FOR CHARACTERS
               BEFORE INITIAL SEARCH-TEXT(1:SEARCH-LEN)
           IF SCAN-POS >= 300
               MOVE "N" TO SUBST-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE SUBST-TEXT TO SUBST-WORK
           MOVE SPACES TO SUBST-TEXT
           MOVE 1 TO SUBST-PTR
           IF SCAN-POS > 0
               STRING SUBST-WORK(1:SCAN-POS) DELIMITED BY SIZE
                      INTO SUBST-TEXT WITH POINTER SUBST-PTR
           END-IF
           STRING FUNCTION TRIM(CAPTURE-VALUE(CAPTURE-IDX))
                      DELIMITED BY SIZE
                  INTO SUBST-TEXT WITH POINTER SUBST-PTR
           IF SCAN-POS + SEARCH-LEN < 300
               STRING SUBST-WORK(SCAN-POS + SEARCH-LEN + 1:)
                          DELIMITED BY SIZE
                      INTO SUBST-TEXT WITH POINTER SUBST-PTR
           END-IF.

       LOG-TRANSACTION-REJECT.
           MOVE "WEB-SERVER" TO REJECT-PROGRAM-NAME
           MOVE SPACES TO REJECT-IDENTIFIER
           STRING "txn:" DELIMITED BY SIZE
                  FUNCTION TRIM(TXN-ENTRY-NAME(TXN-IDX))
                      DELIMITED BY SIZE
                  " step " DELIMITED BY SIZE
                  TXN-ENTRY-FAILED-STEP(TXN-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(TXN-ENTRY-FAILED-REQUEST(TXN-IDX))
                      DELIMITED BY SIZE
                  INTO REJECT-IDENTIFIER
           MOVE TXN-ENTRY-ERROR(TXN-IDX) TO REJECT-ERROR-MESSAGE
           MOVE TXN-ENTRY-REASON(TXN-IDX) TO REJECT-REASON-CODE
           MOVE FUNCTION CURRENT-DATE TO REJECT-TIMESTAMP
           CALL "REJECTLOG" USING REJECT-CALL-RECORD.

       FIND-OR-ADD-GROUP.
           MOVE 0 TO GROUP-MATCH-IDX
           PERFORM VARYING GROUP-SCAN-IDX FROM 1 BY 1
           PERFORM GET-TIME-OF-DAY-CS
           MOVE TIME-OF-DAY-CS TO REQUEST-END-CS
           PERFORM CALCULATE-ELAPSED-MS
           PERFORM HASH-RESPONSE-BODY.

      * Fold the body through md5sum and pick up the status code
      * curl wrote - shared by the single probe and wave probing.
       HASH-RESPONSE-BODY.
           MOVE SPACES TO SHELL-COMMAND
           STRING "cat '" DELIMITED BY SIZE
                  FUNCTION TRIM(BODY-TEMP-FILENAME) DELIMITED BY SIZE
      *-----------------------------------------------------------
      * A body hash that still matches is not enough on its own -
      * an endpoint answering with the wrong status code (a cached
      * body on a 500, say) fails even when the hash agrees. An
      * endpoint with content-assertion rules is judged by those
      * rules in place of the hash; the status code check applies
      * to it just the same.
      *-----------------------------------------------------------
       COMPARE-HASHES.
           MOVE 0 TO FAILED-RULE-COUNT
           MOVE SPACES TO FAILED-RULES-TEXT
           IF TEST-STATUS = "FAILED"
               EXIT PARAGRAPH
           END-IF
           IF ENTRY-ASSERT-MODE(CURRENT-INDEX) = "Y"
               PERFORM CHECK-CONTENT-ASSERTIONS
           ELSE
               IF SERVER-HASH NOT = EXPECTED-HASH
                   MOVE "FAILED" TO TEST-STATUS
                   MOVE "Hash mismatch" TO ERROR-MESSAGE
                   MOVE "HASHMISM" TO TEST-REASON-CODE
               END-IF
           END-IF
           IF TEST-STATUS NOT = "FAILED"
               IF ACTUAL-STATUS NOT =
                   ENTRY-EXPECT-STATUS(CURRENT-INDEX)
                   MOVE "FAILED" TO TEST-STATUS
                   MOVE "STATMISM" TO TEST-REASON-CODE
                   MOVE SPACES TO ERROR-MESSAGE
                   STRING "Status code mismatch: got "
                              DELIMITED BY SIZE
                          ACTUAL-STATUS DELIMITED BY SIZE
                          " want " DELIMITED BY SIZE
                          ENTRY-EXPECT-STATUS(CURRENT-INDEX)
                              DELIMITED BY SIZE
                          INTO ERROR-MESSAGE
               ELSE
                   MOVE "PASSED" TO TEST-STATUS
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Run every rule registered for the endpoint at
      * CURRENT-INDEX against the body just received. All rules
      * are evaluated, not just up to the first failure, so the
      * results entry and rejects.txt name every broken one; the
      * first failure supplies the entry's own reason code.
      *-----------------------------------------------------------
       CHECK-CONTENT-ASSERTIONS.
           PERFORM LOAD-RESPONSE-BODY
           PERFORM VARYING RULE-SCAN-IDX FROM 1 BY 1
               UNTIL RULE-SCAN-IDX > ASSERT-RULE-COUNT
               IF RULE-ENDPOINT-NAME(RULE-SCAN-IDX) =
                       ENTRY-ENDPOINT-NAME(CURRENT-INDEX)
                   PERFORM EVALUATE-ONE-ASSERTION
               END-IF
           END-PERFORM
           IF FAILED-RULE-COUNT > 0
               MOVE "FAILED" TO TEST-STATUS
               MOVE FAILED-RULE-CODE(1) TO TEST-REASON-CODE
               MOVE FAILED-RULE-TEXT(1) TO ERROR-MESSAGE
           END-IF.

       LOAD-RESPONSE-BODY.
           MOVE SPACES TO BODY-BUFFER
           MOVE 0 TO BODY-BUFFER-LEN
           OPEN INPUT BODY-TEMP-FILE
           IF BODY-TEMP-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ BODY-TEMP-FILE AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM APPEND-BODY-LINE
               END-PERFORM
               CLOSE BODY-TEMP-FILE
           END-IF
           MOVE 0 TO BODY-SIZE-BYTES
           MOVE SPACES TO SHELL-COMMAND
           STRING "wc -c < '" DELIMITED BY SIZE
                  FUNCTION TRIM(BODY-TEMP-FILENAME) DELIMITED BY SIZE
                  "' > '" DELIMITED BY SIZE
                  FUNCTION TRIM(SIZE-TEMP-FILENAME) DELIMITED BY SIZE
                  "' 2>/dev/null" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           OPEN INPUT SIZE-TEMP-FILE
           IF SIZE-TEMP-STATUS = "00"
               READ SIZE-TEMP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SIZE-TEMP-RECORD TO NUMBER-TEXT
                       MOVE "Y" TO RULE-VALID
                       PERFORM CHECK-NUMBER-TEXT
                       IF RULE-VALID = "Y"
                           COMPUTE BODY-SIZE-BYTES =
                               FUNCTION NUMVAL(NUMBER-TEXT)
                       END-IF
               END-READ
               CLOSE SIZE-TEMP-FILE
           END-IF.

      * Lines are joined with one space between them; a body
      * longer than the buffer is judged on its leading 8000 bytes.
       APPEND-BODY-LINE.
           IF BODY-TEMP-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE BODY-LINE-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(BODY-TEMP-RECORD TRAILING))
           IF BODY-BUFFER-LEN + BODY-LINE-LEN > 8000
               COMPUTE BODY-LINE-LEN = 8000 - BODY-BUFFER-LEN
           END-IF
           IF BODY-LINE-LEN > 0
               MOVE BODY-TEMP-RECORD(1:BODY-LINE-LEN)
                   TO BODY-BUFFER(BODY-BUFFER-LEN + 1:BODY-LINE-LEN)
               ADD BODY-LINE-LEN TO BODY-BUFFER-LEN
               IF BODY-BUFFER-LEN < 8000
                   ADD 1 TO BODY-BUFFER-LEN
               END-IF
           END-IF.

       EVALUATE-ONE-ASSERTION.
           MOVE "Y" TO RULE-PASSED
           MOVE SPACES TO RULE-FAIL-TEXT
           EVALUATE RULE-TYPE(RULE-SCAN-IDX)
               WHEN "CONTAINS"
                   PERFORM ASSERT-BODY-CONTAINS
               WHEN "JSONEQ"
                   PERFORM ASSERT-JSON-EQUALS
               WHEN "PRESENT"
                   PERFORM ASSERT-FIELD-PRESENT
               WHEN "SIZE"
                   PERFORM ASSERT-BODY-SIZE
           END-EVALUATE
           IF RULE-PASSED = "N"
               PERFORM RECORD-FAILED-RULE
           END-IF.

       ASSERT-BODY-CONTAINS.
           MOVE "ASRTTEXT" TO RULE-FAIL-CODE
           MOVE RULE-EXPECTED(RULE-SCAN-IDX) TO SEARCH-TEXT
           COMPUTE SEARCH-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(RULE-EXPECTED(RULE-SCAN-IDX) TRAILING))
           MOVE 0 TO TALLY-COUNT
           IF BODY-BUFFER-LEN >= SEARCH-LEN
               INSPECT BODY-BUFFER(1:BODY-BUFFER-LEN)
                   TALLYING TALLY-COUNT
                   FOR ALL SEARCH-TEXT(1:SEARCH-LEN)
           END-IF
           IF TALLY-COUNT = 0
               MOVE "N" TO RULE-PASSED
               STRING "Body lacks text: " DELIMITED BY SIZE
                      SEARCH-TEXT(1:SEARCH-LEN) DELIMITED BY SIZE
                      INTO RULE-FAIL-TEXT
           END-IF.

       ASSERT-JSON-EQUALS.
           MOVE "ASRTJSON" TO RULE-FAIL-CODE
           MOVE RULE-ARGUMENT(RULE-SCAN-IDX) TO JSON-KEY-NAME
           PERFORM FIND-JSON-KEY
           IF KEY-FOUND = "N"
               MOVE "N" TO RULE-PASSED
               STRING "JSON field missing: " DELIMITED BY SIZE
                      FUNCTION TRIM(RULE-ARGUMENT(RULE-SCAN-IDX))
                          DELIMITED BY SIZE
                      INTO RULE-FAIL-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM EXTRACT-JSON-VALUE
           IF FOUND-VALUE NOT = RULE-EXPECTED(RULE-SCAN-IDX)
               MOVE "N" TO RULE-PASSED
               STRING "JSON " DELIMITED BY SIZE
                      FUNCTION TRIM(RULE-ARGUMENT(RULE-SCAN-IDX))
                          DELIMITED BY SIZE
                      "=" DELIMITED BY SIZE
                      FUNCTION TRIM(FOUND-VALUE) DELIMITED BY SIZE
                      " want " DELIMITED BY SIZE
                      FUNCTION TRIM(RULE-EXPECTED(RULE-SCAN-IDX))
                          DELIMITED BY SIZE
                      INTO RULE-FAIL-TEXT
           END-IF.

       ASSERT-FIELD-PRESENT.
           MOVE "ASRTFLD" TO RULE-FAIL-CODE
           MOVE RULE-ARGUMENT(RULE-SCAN-IDX) TO JSON-KEY-NAME
           PERFORM FIND-JSON-KEY
           IF KEY-FOUND = "N"
               MOVE "N" TO RULE-PASSED
               STRING "JSON field absent: " DELIMITED BY SIZE
                      FUNCTION TRIM(RULE-ARGUMENT(RULE-SCAN-IDX))
                          DELIMITED BY SIZE
                      INTO RULE-FAIL-TEXT
           END-IF.

       ASSERT-BODY-SIZE.
           MOVE "ASRTSIZE" TO RULE-FAIL-CODE
           COMPUTE SIZE-MIN-BYTES =
               FUNCTION NUMVAL(RULE-ARGUMENT(RULE-SCAN-IDX))
           IF RULE-EXPECTED(RULE-SCAN-IDX) = SPACES
               MOVE 999999999 TO SIZE-MAX-BYTES
           ELSE
               COMPUTE SIZE-MAX-BYTES =
                   FUNCTION NUMVAL(RULE-EXPECTED(RULE-SCAN-IDX))
           END-IF
           IF BODY-SIZE-BYTES < SIZE-MIN-BYTES
               OR BODY-SIZE-BYTES > SIZE-MAX-BYTES
               MOVE "N" TO RULE-PASSED
               MOVE BODY-SIZE-BYTES TO BODY-SIZE-DISPLAY
               STRING "Body size " DELIMITED BY SIZE
                      FUNCTION TRIM(BODY-SIZE-DISPLAY)
                          DELIMITED BY SIZE
                      " outside " DELIMITED BY SIZE
                      FUNCTION TRIM(RULE-ARGUMENT(RULE-SCAN-IDX))
                          DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      FUNCTION TRIM(RULE-EXPECTED(RULE-SCAN-IDX))
                          DELIMITED BY SIZE
                      INTO RULE-FAIL-TEXT
           END-IF.

      *-----------------------------------------------------------
      * Locate the JSON key named in JSON-KEY-NAME: a quoted
      * occurrence of the name followed (after optional spaces) by
      * a colon - the same text inside a value is passed over.
      * On success VALUE-START points at the value's first byte.
      *-----------------------------------------------------------
       FIND-JSON-KEY.
           MOVE "N" TO KEY-FOUND
           MOVE SPACES TO SEARCH-TEXT
           STRING '"' DELIMITED BY SIZE
                  FUNCTION TRIM(JSON-KEY-NAME) DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
                  INTO SEARCH-TEXT
           COMPUTE SEARCH-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(JSON-KEY-NAME)) + 2
           MOVE 1 TO SCAN-START
           PERFORM UNTIL KEY-FOUND = "Y"
               OR SCAN-START + SEARCH-LEN > BODY-BUFFER-LEN + 1
               MOVE 0 TO SCAN-POS
               INSPECT BODY-BUFFER(SCAN-START:
                       BODY-BUFFER-LEN - SCAN-START + 1)
                   TALLYING SCAN-POS FOR CHARACTERS
                   BEFORE INITIAL SEARCH-TEXT(1:SEARCH-LEN)
               IF SCAN-START + SCAN-POS > BODY-BUFFER-LEN
                   COMPUTE SCAN-START = BODY-BUFFER-LEN + 1
               ELSE
                   COMPUTE VALUE-START =
                       SCAN-START + SCAN-POS + SEARCH-LEN
                   PERFORM SKIP-BODY-SPACES
                   IF VALUE-START <= BODY-BUFFER-LEN
                       AND BODY-BUFFER(VALUE-START:1) = ":"
                       ADD 1 TO VALUE-START
                       PERFORM SKIP-BODY-SPACES
                       MOVE "Y" TO KEY-FOUND
                   ELSE
                       COMPUTE SCAN-START = SCAN-START + SCAN-POS + 1
                   END-IF
               END-IF
           END-PERFORM.

       SKIP-BODY-SPACES.
           PERFORM UNTIL VALUE-START > BODY-BUFFER-LEN
               OR BODY-BUFFER(VALUE-START:1) NOT = SPACE
               ADD 1 TO VALUE-START
           END-PERFORM.

      *-----------------------------------------------------------
      * A quoted value runs to its closing quote; a bare one
      * (number, true/false/null) runs to the next comma, brace,
      * bracket or space. Objects and arrays are not compared.
      *-----------------------------------------------------------
       EXTRACT-JSON-VALUE.
           MOVE SPACES TO FOUND-VALUE
           IF VALUE-START > BODY-BUFFER-LEN
               EXIT PARAGRAPH
           END-IF
           IF BODY-BUFFER(VALUE-START:1) = '"'
               ADD 1 TO VALUE-START
               MOVE VALUE-START TO VALUE-END
               PERFORM UNTIL VALUE-END > BODY-BUFFER-LEN
                   OR BODY-BUFFER(VALUE-END:1) = '"'
                   ADD 1 TO VALUE-END
               END-PERFORM
           ELSE
               MOVE VALUE-START TO VALUE-END
               PERFORM UNTIL VALUE-END > BODY-BUFFER-LEN
                   OR BODY-BUFFER(VALUE-END:1) = ","
                   OR BODY-BUFFER(VALUE-END:1) = "}"
                   OR BODY-BUFFER(VALUE-END:1) = "]"
                   OR BODY-BUFFER(VALUE-END:1) = SPACE
                   ADD 1 TO VALUE-END
               END-PERFORM
           END-IF
           IF VALUE-END - VALUE-START > 100
               COMPUTE VALUE-END = VALUE-START + 100
           END-IF
           IF VALUE-END > VALUE-START
               MOVE BODY-BUFFER(VALUE-START:VALUE-END - VALUE-START)
                   TO FOUND-VALUE
           END-IF.

      * One FAILED-RULE slot per broken rule, plus its code (and
      * the field it names, for the JSON rules) appended to the
      * summary carried into the results entry.
       RECORD-FAILED-RULE.
           IF FAILED-RULE-COUNT < 10
               ADD 1 TO FAILED-RULE-COUNT
               MOVE RULE-FAIL-CODE
                   TO FAILED-RULE-CODE(FAILED-RULE-COUNT)
               MOVE RULE-FAIL-TEXT
                   TO FAILED-RULE-TEXT(FAILED-RULE-COUNT)
           END-IF
           MOVE SPACES TO RULE-TAG
           IF RULE-TYPE(RULE-SCAN-IDX) = "JSONEQ"
               OR RULE-TYPE(RULE-SCAN-IDX) = "PRESENT"
               STRING FUNCTION TRIM(RULE-FAIL-CODE) DELIMITED BY SIZE
                      "(" DELIMITED BY SIZE
                      FUNCTION TRIM(RULE-ARGUMENT(RULE-SCAN-IDX))
                          DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO RULE-TAG
           ELSE
               MOVE RULE-FAIL-CODE TO RULE-TAG
           END-IF
           IF FAILED-RULES-TEXT = SPACES
               MOVE RULE-TAG TO FAILED-RULES-TEXT
           ELSE
               STRING FUNCTION TRIM(FAILED-RULES-TEXT)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(RULE-TAG) DELIMITED BY SIZE
                      INTO FAILED-RULES-TEXT
           END-IF.

       UPDATE-COUNTERS.
           MOVE ELAPSED-MS TO ENTRY-ELAPSED-MS(CURRENT-INDEX)
           MOVE ATTEMPT-NUMBER TO ENTRY-ATTEMPTS(CURRENT-INDEX)
           MOVE ACTUAL-STATUS TO ENTRY-ACTUAL-STATUS(CURRENT-INDEX)
           MOVE FAILED-RULES-TEXT TO ENTRY-FAILED-RULES(CURRENT-INDEX)
           EVALUATE TEST-STATUS
               WHEN "PASSED"
                   ADD 1 TO TOTAL-PASSED
                   ADD 1 TO TOTAL-MAINT
               WHEN OTHER
                   ADD 1 TO TOTAL-FAILED
                   IF FAILED-RULE-COUNT > 0
                       PERFORM LOG-ASSERTION-REJECTS
                   ELSE
                       PERFORM LOG-REJECT
                   END-IF
           END-EVALUATE.

       LOG-REJECT.
           MOVE FUNCTION CURRENT-DATE TO REJECT-TIMESTAMP
           CALL "REJECTLOG" USING REJECT-CALL-RECORD.

      * One reject line per failed content assertion, each under
      * its own reason code.
       LOG-ASSERTION-REJECTS.
           PERFORM VARYING FAILED-RULE-IDX FROM 1 BY 1
               UNTIL FAILED-RULE-IDX > FAILED-RULE-COUNT
               MOVE FAILED-RULE-TEXT(FAILED-RULE-IDX) TO ERROR-MESSAGE
               MOVE FAILED-RULE-CODE(FAILED-RULE-IDX)
                   TO TEST-REASON-CODE
               PERFORM LOG-REJECT
           END-PERFORM.

       SHOW-PROGRESS.
           IF FUNCTION MOD(TESTED-COUNT, 10) = 0
               STRING "Tested " DELIMITED BY SIZE
                  '","criticality": "' DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-CRITICALITY(CURRENT-INDEX))
                      DELIMITED BY SIZE
                  '","judged_by": "' DELIMITED BY SIZE
                  INTO RESULT-ENTRY-JSON
           IF ENTRY-ASSERT-MODE(CURRENT-INDEX) = "Y"
               STRING FUNCTION TRIM(RESULT-ENTRY-JSON)
                          DELIMITED BY SIZE
                      'ASSERT' DELIMITED BY SIZE
                      INTO RESULT-ENTRY-JSON
           ELSE
               STRING FUNCTION TRIM(RESULT-ENTRY-JSON)
                          DELIMITED BY SIZE
                      'HASH' DELIMITED BY SIZE
                      INTO RESULT-ENTRY-JSON
           END-IF
           STRING FUNCTION TRIM(RESULT-ENTRY-JSON) DELIMITED BY SIZE
                  '","failed_rules": "' DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-FAILED-RULES(CURRENT-INDEX))
                      DELIMITED BY SIZE
                  '"}' DELIMITED BY SIZE
                  INTO RESULT-ENTRY-JSON
           IF CURRENT-INDEX < TOTAL-TESTS
                  TOTAL-BLOCKED DELIMITED BY SIZE
                  ',"maint": ' DELIMITED BY SIZE
                  TOTAL-MAINT DELIMITED BY SIZE
                  ',"txn_total": ' DELIMITED BY SIZE
                  TXN-COUNT DELIMITED BY SIZE
                  ',"txn_passed": ' DELIMITED BY SIZE
                  TXN-TOTAL-PASSED DELIMITED BY SIZE
                  ',"txn_failed": ' DELIMITED BY SIZE
                  TXN-TOTAL-FAILED DELIMITED BY SIZE
                  ',"txn_maint": ' DELIMITED BY SIZE
                  TXN-TOTAL-MAINT DELIMITED BY SIZE
                  ',"success_rate": "' DELIMITED BY SIZE
                  SUCCESS-RATE DELIMITED BY SIZE
                  '%","timestamp": "' DELIMITED BY SIZE
               UNTIL CURRENT-INDEX > TOTAL-TESTS
               PERFORM WRITE-RESULT-ENTRY
           END-PERFORM
      * Transactions get an array of their own after the endpoint
      * results, so every reader counting "endpoint" entries
      * against total_tests keeps balancing.
           IF TXN-COUNT > 0
               MOVE '],"transactions": [' TO JSON-OUTPUT
               WRITE OUTPUT-RECORD FROM JSON-OUTPUT
               IF OUTPUT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: unable to write "
                       FUNCTION TRIM(OUTPUT-FILENAME)
                       " - status " OUTPUT-FILE-STATUS
               END-IF
               PERFORM VARYING TXN-IDX FROM 1 BY 1
                   UNTIL TXN-IDX > TXN-COUNT
                   PERFORM WRITE-TRANSACTION-ENTRY
               END-PERFORM
           END-IF
           MOVE "]}" TO JSON-OUTPUT
           WRITE OUTPUT-RECORD FROM JSON-OUTPUT
           IF OUTPUT-FILE-STATUS NOT = "00"

           DISPLAY "Results saved to: test-result.json".

       WRITE-TRANSACTION-ENTRY.
           MOVE SPACES TO RESULT-ENTRY-JSON
           STRING '{"transaction": "' DELIMITED BY SIZE
                  FUNCTION TRIM(TXN-ENTRY-NAME(TXN-IDX))
                      DELIMITED BY SIZE
                  '","status": "' DELIMITED BY SIZE
                  FUNCTION TRIM(TXN-ENTRY-STATUS(TXN-IDX))
                      DELIMITED BY SIZE
                  '","steps": ' DELIMITED BY SIZE
                  TXN-STEPS(TXN-IDX) DELIMITED BY SIZE
                  ',"failed_step": ' DELIMITED BY SIZE
                  TXN-ENTRY-FAILED-STEP(TXN-IDX) DELIMITED BY SIZE
                  ',"failed_request": "' DELIMITED BY SIZE
                  FUNCTION TRIM(TXN-ENTRY-FAILED-REQUEST(TXN-IDX))
                      DELIMITED BY SIZE
                  '","reason": "' DELIMITED BY SIZE
                  FUNCTION TRIM(TXN-ENTRY-REASON(TXN-IDX))
                      DELIMITED BY SIZE
                  '","error": "' DELIMITED BY SIZE
                  FUNCTION TRIM(TXN-ENTRY-ERROR(TXN-IDX))
                      DELIMITED BY SIZE
                  '","elapsed_ms": ' DELIMITED BY SIZE
                  TXN-ENTRY-ELAPSED-MS(TXN-IDX) DELIMITED BY SIZE
                  ',"sla_ms": ' DELIMITED BY SIZE
                  TXN-ENTRY-SLA-MS(TXN-IDX) DELIMITED BY SIZE
                  ',"attempts": ' DELIMITED BY SIZE
                  TXN-ENTRY-ATTEMPTS(TXN-IDX) DELIMITED BY SIZE
                  '}' DELIMITED BY SIZE
                  INTO RESULT-ENTRY-JSON
           IF TXN-IDX < TXN-COUNT
               STRING FUNCTION TRIM(RESULT-ENTRY-JSON)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      INTO RESULT-ENTRY-JSON
           END-IF
           WRITE OUTPUT-RECORD FROM RESULT-ENTRY-JSON
           IF OUTPUT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: unable to write "
                   FUNCTION TRIM(OUTPUT-FILENAME)
                   " - status " OUTPUT-FILE-STATUS
           END-IF.

      *-----------------------------------------------------------
      * SLA breach report - every endpoint whose request ran past
      * its own SLA threshold (the per-endpoint override in
               WRITE SLA-REPORT-RECORD FROM SLA-REPORT-LINE
               PERFORM CHECK-SLA-WRITE-STATUS
           END-IF
      * Every transaction gets a row, breach or not - its budget is
      * the sum of its steps' SLA thresholds.
           IF TXN-COUNT > 0
               MOVE SPACES TO SLA-REPORT-LINE
               WRITE SLA-REPORT-RECORD FROM SLA-REPORT-LINE
               MOVE "Transactions (end-to-end elapsed):"
                   TO SLA-REPORT-LINE
               WRITE SLA-REPORT-RECORD FROM SLA-REPORT-LINE
               PERFORM CHECK-SLA-WRITE-STATUS
               PERFORM VARYING TXN-IDX FROM 1 BY 1
                   UNTIL TXN-IDX > TXN-COUNT
                   PERFORM WRITE-SLA-TRANSACTION-LINE
               END-PERFORM
           END-IF
           CLOSE SLA-REPORT-FILE
           DISPLAY "SLA report saved to: "
               FUNCTION TRIM(SLA-REPORT-FILENAME).
           WRITE SLA-REPORT-RECORD FROM SLA-REPORT-LINE
           PERFORM CHECK-SLA-WRITE-STATUS.

       WRITE-SLA-TRANSACTION-LINE.
           MOVE SPACES TO SLA-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  TXN-ENTRY-NAME(TXN-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TXN-ENTRY-ELAPSED-MS(TXN-IDX) DELIMITED BY SIZE
                  " ms  threshold=" DELIMITED BY SIZE
                  TXN-ENTRY-SLA-MS(TXN-IDX) DELIMITED BY SIZE
                  " ms  steps=" DELIMITED BY SIZE
                  TXN-STEPS(TXN-IDX) DELIMITED BY SIZE
                  "  status=" DELIMITED BY SIZE
                  FUNCTION TRIM(TXN-ENTRY-STATUS(TXN-IDX))
                      DELIMITED BY SIZE
                  INTO SLA-REPORT-LINE
           IF TXN-ENTRY-ELAPSED-MS(TXN-IDX) >
                   TXN-ENTRY-SLA-MS(TXN-IDX)
               STRING FUNCTION TRIM(SLA-REPORT-LINE TRAILING)
                          DELIMITED BY SIZE
                      "  BREACH" DELIMITED BY SIZE
                      INTO SLA-REPORT-LINE
           END-IF
           WRITE SLA-REPORT-RECORD FROM SLA-REPORT-LINE
           PERFORM CHECK-SLA-WRITE-STATUS.

       CHECK-SLA-WRITE-STATUS.
           IF SLA-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to write "
           END-PERFORM
           CLOSE RESPONSE-HISTORY-FILE.

      *-----------------------------------------------------------
      * Tonight's status of every endpoint actually tested, dated.
      * SKIPPED endpoints were never reached, so they add nothing;
      * BLOCKED ones are recorded - the service was down.
      *-----------------------------------------------------------
       APPEND-STATUS-HISTORY.
           OPEN EXTEND STATUS-HISTORY-FILE
           IF STATUS-HISTORY-STATUS = "35"
               OPEN OUTPUT STATUS-HISTORY-FILE
           END-IF
           IF STATUS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open"
                   " ../endpoint_status_history.txt - status "
                   STATUS-HISTORY-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CURRENT-INDEX FROM 1 BY 1
               UNTIL CURRENT-INDEX > TOTAL-TESTS
               IF ENTRY-STATUS(CURRENT-INDEX) NOT = "SKIPPED"
                   MOVE SPACES TO STATUS-HISTORY-RECORD
                   MOVE ENTRY-ENDPOINT-NAME(CURRENT-INDEX)
                       TO SH-ENDPOINT-NAME
                   MOVE TIMESTAMP-STRING(1:8) TO SH-RUN-DATE
                   MOVE ENTRY-STATUS(CURRENT-INDEX) TO SH-STATUS
                   WRITE STATUS-HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE STATUS-HISTORY-FILE.

      *-----------------------------------------------------------
      * Secondary environment passes. Every environment named in
      * CFG-ENVIRONMENTS-FILE gets one probe per endpoint (no
               TO ENV-CELL-STATUS(ENV-IDX CURRENT-INDEX)
           MOVE SERVER-HASH
               TO ENV-CELL-HASH(ENV-IDX CURRENT-INDEX)
           MOVE ACTUAL-STATUS
               TO ENV-CELL-HTTP(ENV-IDX CURRENT-INDEX)
           IF TEST-STATUS = "PASSED"
               ADD 1 TO ENV-PASSED
           ELSE
           DISPLAY "Environment comparison saved to:"
               " env_compare_report.txt".

      * An assertion-mode endpoint's body is dynamic by definition,
      * so its hash differs everywhere every night - it is compared
      * on the HTTP status code and on its assertions passing or
      * failing (the cell status) only.
       COMPARE-ENV-ENTRY.
           MOVE "N" TO ENV-CELL-DIFFERS
           IF ENV-CELL-STATUS(ENV-IDX CURRENT-INDEX) NOT =
                   ENTRY-STATUS(CURRENT-INDEX)
               MOVE "Y" TO ENV-CELL-DIFFERS
           END-IF
           IF ENTRY-ASSERT-MODE(CURRENT-INDEX) = "Y"
               IF ENV-CELL-HTTP(ENV-IDX CURRENT-INDEX) NOT =
                       ENTRY-ACTUAL-STATUS(CURRENT-INDEX)
                   MOVE "Y" TO ENV-CELL-DIFFERS
               END-IF
           ELSE
               IF ENV-CELL-HASH(ENV-IDX CURRENT-INDEX) NOT =
                       ENTRY-SERVER-HASH(CURRENT-INDEX)
                   MOVE "Y" TO ENV-CELL-DIFFERS
               END-IF
           END-IF
           IF ENV-CELL-DIFFERS = "Y"
               ADD 1 TO ENV-DIFF-COUNT
               MOVE SPACES TO ENV-COMPARE-LINE
               STRING "  " DELIMITED BY SIZE
                      INTO ENV-COMPARE-LINE
      * Re-lead with the line's own two-space indent - TRIM alone
      * would strip it and leave flagged rows misaligned.
               IF ENTRY-ASSERT-MODE(CURRENT-INDEX) = "Y"
                   AND ENV-CELL-HTTP(ENV-IDX CURRENT-INDEX) NOT =
                       ENTRY-ACTUAL-STATUS(CURRENT-INDEX)
                   STRING "  " DELIMITED BY SIZE
                          FUNCTION TRIM(ENV-COMPARE-LINE)
                              DELIMITED BY SIZE
                          "  http " DELIMITED BY SIZE
                          ENV-CELL-HTTP(ENV-IDX CURRENT-INDEX)
                              DELIMITED BY SIZE
                          " primary " DELIMITED BY SIZE
                          ENTRY-ACTUAL-STATUS(CURRENT-INDEX)
                              DELIMITED BY SIZE
                          INTO ENV-COMPARE-LINE
               END-IF
               IF ENTRY-ASSERT-MODE(CURRENT-INDEX) NOT = "Y"
                   AND ENV-CELL-HASH(ENV-IDX CURRENT-INDEX) NOT =
                       ENTRY-SERVER-HASH(CURRENT-INDEX)
                   STRING "  " DELIMITED BY SIZE
                          FUNCTION TRIM(ENV-COMPARE-LINE)
           IF TOTAL-MAINT > 0
               DISPLAY "In maintenance windows: " TOTAL-MAINT
           END-IF.
           IF TXN-COUNT > 0
               DISPLAY "Transactions passed: " TXN-TOTAL-PASSED
                   "/" TXN-COUNT
           END-IF.

           COMPUTE FAILURE-RATE = 100 - SUCCESS-RATE.
           MOVE SPACES TO JSON-OUTPUT
