       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCDOSS.
       AUTHOR. LANGUAGE RACE.
       DATE-WRITTEN. 2026-10-15.

      *-----------------------------------------------------------
      * Cycle forensic dossier. When a night goes wrong its story
      * is spread over audit_log.txt, rejects.txt, alerts.txt,
      * run_history.txt and cycle_state.txt, live and in the
      * dated LOGMAINT archives. Every one of those records (bar
      * cycle_state.txt) carries the cycle= stamp the driver
      * minted, so given that id on the command line:
      *   cycdoss C20261015040833
      * this program pulls every record stamped with it - the
      * archives under CFG-LOG-ARCHIVE-DIR dated on or after the
      * cycle's own date, then the live files - and writes
      * cycle_dossier.<id>.txt: one chronological timeline, each
      * step's START and END with its elapsed time (paired the
      * way RUNSTATS pairs them), the CONFIGLD overrides that
      * applied, every reject grouped by reason code, the alerts
      * raised, the run-history record, and the restart state.
      * It closes with the gaps - anything a normal cycle leaves
      * behind that is not there: a START without its END, an END
      * without its START, a step the step schedule had running
      * that night with no records at all, no run-history record,
      * no ALERTGEN output. A step the schedule had off is noted,
      * not counted as a gap (judged against the step schedule as
      * it stands today). A rerun after a failure mints a new
      * cycle id and skips what the first attempt finished, so
      * those steps show as gaps on the rerun's dossier - read
      * the two dossiers together.
      * Return code 0 - complete, 4 - gaps found, 8 - no records
      * carry the id (or no id given).
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAN-FILE ASSIGN TO DYNAMIC SCAN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCAN-STATUS.
           SELECT DIR-LISTING-FILE ASSIGN TO DYNAMIC LISTING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTING-STATUS.
           SELECT CYCLE-STATE-FILE ASSIGN TO "cycle_state.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLE-STATE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCAN-FILE.
       01 SCAN-RECORD PIC X(300).

       FD DIR-LISTING-FILE.
       01 LISTING-RECORD PIC X(100).

       FD CYCLE-STATE-FILE.
       01 CYCLE-STATE-RECORD PIC X(40).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
          05 COMMAND-TEXT PIC X(80).
          05 DOSSIER-CYCLE-ID PIC X(16).
          05 CYCLE-ID-TOKEN PIC X(60).
          05 CYCLE-DATE PIC X(8).
          05 DRIVER-CYCLE PIC X(1) VALUE "N".
          05 SCAN-FILENAME PIC X(80).
          05 SCAN-STATUS PIC X(2).
          05 SCAN-KIND PIC X(1).
          05 SCAN-BASE-NAME PIC X(20).
          05 SCAN-LIVE-NAME PIC X(40).
          05 SCAN-LINE PIC X(300).
          05 ARCHIVE-IN-RANGE PIC X(1).
          05 ARCHIVE-DATE PIC X(8).
          05 NAME-LEN PIC 9(3).
          05 LISTING-FILENAME PIC X(30)
              VALUE "/tmp/cycdoss-listing.tmp".
          05 LISTING-STATUS PIC X(2).
          05 CYCLE-STATE-STATUS PIC X(2).
          05 SHELL-COMMAND PIC X(250).
          05 REPORT-FILENAME PIC X(60).
          05 REPORT-STATUS PIC X(2).
          05 REPORT-TEXT PIC X(200).
          05 MATCHED-COUNT PIC 9(5) VALUE 0.
          05 FILE-MATCH-COUNT PIC 9(5).
          05 GAP-COUNT PIC 9(3) VALUE 0.
          05 MISSING-STEP-COUNT PIC 9(2) VALUE 0.
          05 COUNT-DISPLAY PIC Z(4)9.
          05 SECOND-DISPLAY PIC Z(4)9.
          05 ELAPSED-DISPLAY PIC Z(6)9.99.
          05 NOW-STAMP PIC X(16).

      *-----------------------------------------------------------
      * Splitting a record at its cycle= stamp. Every stamped
      * record puts " cycle=<id>" after the text that matters, so
      * what comes before it is the record proper.
      *-----------------------------------------------------------
       01 CYCLE-SCAN-AREA.
          05 LINE-BEFORE-CYCLE PIC X(300).
          05 LINE-AFTER-CYCLE PIC X(300).
          05 LINE-CYCLE-ID PIC X(24).

       01 AUDIT-SCAN-TOKENS.
          05 AUDIT-NAME-TOKEN PIC X(20).
          05 AUDIT-EVENT-TOKEN PIC X(10).
          05 AUDIT-TS-TOKEN PIC X(21).
          05 AUDIT-COUNT-TOKEN PIC X(20).
          05 AUDIT-STATUS-VALUE PIC X(20).
          05 AUDIT-SKIP-TOKEN PIC X(200).
          05 OVERRIDE-PAIR PIC X(120).
          05 OVERRIDE-KEY-WORK PIC X(30).
          05 OVERRIDE-VALUE-WORK PIC X(80).

       01 REJECT-SCAN-TOKENS.
          05 REJECT-HEAD-WORK PIC X(60).
          05 REJECT-CYCLE-WORK PIC X(24).
          05 REJECT-IDENT-WORK PIC X(100).
          05 REJECT-REASON-WORK PIC X(8).
          05 REJECT-ERROR-WORK PIC X(50).
          05 REJECT-PROGRAM-WORK PIC X(20).
          05 REJECT-STAMP-WORK PIC X(21).

      *-----------------------------------------------------------
      * Timestamp handling - the same CURRENT-DATE arithmetic
      * RUNSTATS uses, so a step that crosses midnight still gets
      * an honest elapsed time.
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
          05 FORMAT-STAMP-IN PIC X(16).
          05 FORMAT-STAMP-OUT PIC X(22).

      *-----------------------------------------------------------
      * The timeline - every dated record, sorted on its stamp
      * once everything is in.
      *-----------------------------------------------------------
       01 EVENT-AREA.
          05 EVENT-COUNT PIC 9(4) VALUE 0.
          05 EVENTS-DROPPED PIC 9(5) VALUE 0.
          05 EVENT-IDX PIC 9(4).
          05 SORT-I PIC 9(4).
          05 SORT-J PIC 9(4).
          05 NEW-EVENT-STAMP PIC X(16).
          05 NEW-EVENT-TEXT PIC X(130).
          05 EVENT-SWAP-ENTRY PIC X(146).
       01 EVENT-TABLE.
          05 EVENT-ENTRY OCCURS 500 TIMES.
             10 EVENT-STAMP PIC X(16).
             10 EVENT-TEXT PIC X(130).

      *-----------------------------------------------------------
      * One entry per START, closed by the next END from the same
      * program; an END with nothing open gets an entry of its
      * own so the gap list can name it.
      *-----------------------------------------------------------
       01 RUN-AREA.
          05 RUN-COUNT PIC 9(3) VALUE 0.
          05 RUN-IDX PIC 9(3).
          05 MATCH-IDX PIC 9(3).
       01 RUN-TABLE.
          05 RUN-ENTRY OCCURS 60 TIMES.
             10 RUN-PROGRAM PIC X(20).
             10 RUN-HAS-START PIC X(1).
             10 RUN-HAS-END PIC X(1).
             10 RUN-START-STAMP PIC X(21).
             10 RUN-END-STAMP PIC X(21).
             10 RUN-END-STATUS PIC X(20).
             10 RUN-END-COUNT PIC X(8).
             10 RUN-ELAPSED PIC 9(7)V99.

      *-----------------------------------------------------------
      * CONFIGLD echoes its overrides once per program that loads
      * the config, so each KEY=VALUE is kept once with a count.
      * A key seen with two values means ops_config.txt changed
      * while the cycle was running.
      *-----------------------------------------------------------
       01 OVERRIDE-AREA.
          05 OVERRIDE-COUNT PIC 9(2) VALUE 0.
          05 OVERRIDE-IDX PIC 9(2).
          05 OVERRIDE-MATCH PIC 9(2).
          05 OVERRIDE-CHANGED-COUNT PIC 9(2) VALUE 0.
       01 OVERRIDE-TABLE.
          05 OVERRIDE-ENTRY OCCURS 50 TIMES.
             10 OVERRIDE-KEY PIC X(30).
             10 OVERRIDE-VALUE PIC X(80).
             10 OVERRIDE-FIRST-STAMP PIC X(16).
             10 OVERRIDE-ECHOES PIC 9(3).
             10 OVERRIDE-CHANGED PIC X(1).

       01 REJECT-AREA.
          05 REJECT-TOTAL PIC 9(5) VALUE 0.
          05 REJECT-COUNT PIC 9(3) VALUE 0.
          05 REJECT-IDX PIC 9(3).
          05 REASON-COUNT PIC 9(2) VALUE 0.
          05 REASON-IDX PIC 9(2).
          05 REASON-MATCH PIC 9(2).
       01 REJECT-TABLE.
          05 REJECT-ENTRY OCCURS 300 TIMES.
             10 REJECT-REASON PIC X(8).
             10 REJECT-PROGRAM PIC X(20).
             10 REJECT-STAMP PIC X(16).
             10 REJECT-IDENT PIC X(100).
             10 REJECT-ERROR PIC X(50).
       01 REASON-TABLE.
          05 REASON-ENTRY OCCURS 30 TIMES.
             10 REASON-CODE PIC X(8).
             10 REASON-TALLY PIC 9(5).

       01 ALERT-AREA.
          05 ALERT-LINE-COUNT PIC 9(3) VALUE 0.
          05 ALERT-IDX PIC 9(3).
       01 ALERT-TABLE.
          05 ALERT-ENTRY OCCURS 60 TIMES.
             10 ALERT-SEVERITY PIC X(8).
             10 ALERT-STAMP PIC X(16).
             10 ALERT-BODY PIC X(180).

       01 HISTORY-AREA.
          05 HISTORY-COUNT PIC 9(2) VALUE 0.
          05 HISTORY-IDX PIC 9(2).
       01 HISTORY-TABLE.
          05 HISTORY-TEXT OCCURS 5 TIMES PIC X(200).

       01 STATE-AREA.
          05 STATE-FILE-FOUND PIC X(1) VALUE "N".
          05 STATE-COUNT PIC 9(2) VALUE 0.
          05 STATE-IDX PIC 9(2).
       01 STATE-TABLE.
          05 STATE-TEXT OCCURS 30 TIMES PIC X(40).

       01 SOURCE-AREA.
          05 SOURCE-COUNT PIC 9(2) VALUE 0.
          05 SOURCE-IDX PIC 9(2).
       01 SOURCE-TABLE.
          05 SOURCE-ENTRY OCCURS 80 TIMES.
             10 SOURCE-NAME PIC X(80).
             10 SOURCE-MATCHES PIC 9(5).

       01 GAP-TABLE.
          05 GAP-TEXT OCCURS 80 TIMES PIC X(150).

      *-----------------------------------------------------------
      * What a normal driver cycle leaves on the audit log: the
      * audit program name, then the step schedule name for the
      * steps the schedule can turn off (blank - runs every
      * night). Same order as DAILY-OPS-DRIVER runs them.
      *-----------------------------------------------------------
       01 EXPECTED-STEP-LIST.
          05 FILLER PIC X(24) VALUE "CTLSNAP                 ".
          05 FILLER PIC X(24) VALUE "CONFIGCHK               ".
          05 FILLER PIC X(24) VALUE "BATCHFC     WINDOW      ".
          05 FILLER PIC X(24) VALUE "LOGMAINT                ".
          05 FILLER PIC X(24) VALUE "OPS-DRIVER              ".
          05 FILLER PIC X(24) VALUE "WEB-SERVER  WEB-SERVER  ".
          05 FILLER PIC X(24) VALUE "HASHGEN     HASHGEN     ".
          05 FILLER PIC X(24) VALUE "MATH        MATH        ".
          05 FILLER PIC X(24) VALUE "RAND-AVG    RAND-AVG    ".
          05 FILLER PIC X(24) VALUE "BEE-MOVIE   BEE-MOVIE   ".
          05 FILLER PIC X(24) VALUE "RAND-BOOT   RESPBOOT    ".
          05 FILLER PIC X(24) VALUE "CATRECON    CATRECON    ".
          05 FILLER PIC X(24) VALUE "CAPFCST     CAPFCST     ".
          05 FILLER PIC X(24) VALUE "SLACOMP     SLACOMP     ".
          05 FILLER PIC X(24) VALUE "CERTCHK     CERTCHK     ".
          05 FILLER PIC X(24) VALUE "DASHPUB                 ".
          05 FILLER PIC X(24) VALUE "RUN-HISTORY             ".
          05 FILLER PIC X(24) VALUE "ALERTGEN                ".
          05 FILLER PIC X(24) VALUE "CYCAUDIT                ".
          05 FILLER PIC X(24) VALUE "MTRCPUB                 ".
       01 EXPECTED-STEP-TABLE REDEFINES EXPECTED-STEP-LIST.
          05 EXPECTED-ENTRY OCCURS 20 TIMES.
             10 EXPECTED-PROGRAM PIC X(12).
             10 EXPECTED-SCHEDULE PIC X(12).
       01 EXPECTED-AREA.
          05 EXPECTED-IDX PIC 9(2).
          05 EXPECTED-OUTCOME OCCURS 20 TIMES PIC X(80).

       COPY AUDITLOG.
       COPY APPCFG.
       COPY STEPSCHD.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM HELLO-WORLD.
           PERFORM LOAD-RUNTIME-CONFIG.
           PERFORM PARSE-COMMAND-LINE.
           PERFORM LOG-AUDIT-START.
           PERFORM SCAN-AUDIT-LOGS.
           PERFORM SCAN-REJECT-LOGS.
           PERFORM SCAN-ALERT-FILES.
           PERFORM SCAN-RUN-HISTORY.
           PERFORM LOAD-RESTART-STATE.
           PERFORM SORT-EVENT-TABLE.
           PERFORM FIND-MISSING-RECORDS.
           PERFORM WRITE-DOSSIER.
           PERFORM LOG-AUDIT-END.
      * Set after the last CALL - RETURN-CODE reflects the most
      * recent CALL, so setting it any earlier would see it wiped.
           EVALUATE TRUE
               WHEN MATCHED-COUNT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN GAP-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
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
      * started at, which gives the cycle's date - the archives
      * older than that cannot hold it, and the step schedule is
      * judged for that date. Anything else (STANDALONE, say) is
      * still searched for, but every archive is read and the
      * expected-step check is skipped.
      *-----------------------------------------------------------
       PARSE-COMMAND-LINE.
           MOVE SPACES TO COMMAND-TEXT
           ACCEPT COMMAND-TEXT FROM COMMAND-LINE
           MOVE SPACES TO CYCLE-ID-TOKEN
           UNSTRING FUNCTION TRIM(COMMAND-TEXT) DELIMITED BY ALL SPACE
               INTO CYCLE-ID-TOKEN
           IF CYCLE-ID-TOKEN = SPACES
               DISPLAY "Usage: cycdoss <cycle-id>"
               DISPLAY "       the cycle= value on any audit record,"
                   " e.g. C20261015040833"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CYCLE-ID-TOKEN(17:) NOT = SPACES
               DISPLAY "ERROR: " FUNCTION TRIM(CYCLE-ID-TOKEN)
                   " is longer than a cycle id"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CYCLE-ID-TOKEN TO DOSSIER-CYCLE-ID
           IF DOSSIER-CYCLE-ID(1:1) = "C"
               AND DOSSIER-CYCLE-ID(2:14) IS NUMERIC
               AND DOSSIER-CYCLE-ID(16:1) = SPACE
               MOVE "Y" TO DRIVER-CYCLE
               MOVE DOSSIER-CYCLE-ID(2:8) TO CYCLE-DATE
           END-IF
           MOVE SPACES TO REPORT-FILENAME
           STRING "cycle_dossier." DELIMITED BY SIZE
                  FUNCTION TRIM(DOSSIER-CYCLE-ID) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO REPORT-FILENAME
           DISPLAY "Collecting records for cycle "
               FUNCTION TRIM(DOSSIER-CYCLE-ID).

       LOG-AUDIT-START.
           MOVE "CYCDOSS" TO AUDIT-PROGRAM-NAME
           MOVE "START" TO AUDIT-EVENT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE 0 TO AUDIT-RECORD-COUNT
           MOVE "RUNNING" TO AUDIT-COMPLETION-STATUS
           CALL "AUDITLOG" USING AUDIT-CALL-RECORD.

       LOG-AUDIT-END.
           MOVE "CYCDOSS" TO AUDIT-PROGRAM-NAME
           MOVE "END" TO AUDIT-EVENT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE MATCHED-COUNT TO AUDIT-RECORD-COUNT
           EVALUATE TRUE
               WHEN MATCHED-COUNT = 0
                   MOVE "NOT FOUND" TO AUDIT-COMPLETION-STATUS
               WHEN GAP-COUNT > 0
                   MOVE "GAPS" TO AUDIT-COMPLETION-STATUS
               WHEN OTHER
                   MOVE "OK" TO AUDIT-COMPLETION-STATUS
           END-EVALUATE
           CALL "AUDITLOG" USING AUDIT-CALL-RECORD.

      *-----------------------------------------------------------
      * Each source is its LOGMAINT archives (base.YYYYMMDD.txt,
      * oldest first) and then the live file, the same order
      * RUNSTATS reads the audit log in. alerts.txt is rewritten
      * every night, so only its archives hold earlier cycles.
      *-----------------------------------------------------------
       SCAN-AUDIT-LOGS.
           MOVE "A" TO SCAN-KIND
           MOVE "audit_log" TO SCAN-BASE-NAME
           MOVE "../audit_log.txt" TO SCAN-LIVE-NAME
           PERFORM SCAN-ONE-SOURCE.

       SCAN-REJECT-LOGS.
           MOVE "R" TO SCAN-KIND
           MOVE "rejects" TO SCAN-BASE-NAME
           MOVE "../rejects.txt" TO SCAN-LIVE-NAME
           PERFORM SCAN-ONE-SOURCE.

       SCAN-ALERT-FILES.
           MOVE "L" TO SCAN-KIND
           MOVE "alerts" TO SCAN-BASE-NAME
           MOVE "alerts.txt" TO SCAN-LIVE-NAME
           PERFORM SCAN-ONE-SOURCE.

      * run_history.txt is never rolled - it is the history.
       SCAN-RUN-HISTORY.
           MOVE "H" TO SCAN-KIND
           MOVE "../run_history.txt" TO SCAN-FILENAME
           PERFORM SCAN-ONE-FILE.

       SCAN-ONE-SOURCE.
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
                               PERFORM SCAN-ONE-FILE
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE DIR-LISTING-FILE
           END-IF
           MOVE SCAN-LIVE-NAME TO SCAN-FILENAME
           PERFORM SCAN-ONE-FILE.

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

      * A live file that is not there is normal - LOGMAINT rolled
      * it away, or nothing has written it yet.
       SCAN-ONE-FILE.
           MOVE 0 TO FILE-MATCH-COUNT
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
                   IF LINE-CYCLE-ID = DOSSIER-CYCLE-ID
                       ADD 1 TO FILE-MATCH-COUNT
                       ADD 1 TO MATCHED-COUNT
                       EVALUATE SCAN-KIND
                           WHEN "A"
                               PERFORM PROCESS-AUDIT-RECORD
                           WHEN "R"
                               PERFORM PROCESS-REJECT-RECORD
                           WHEN "L"
                               PERFORM PROCESS-ALERT-RECORD
                           WHEN OTHER
                               PERFORM PROCESS-HISTORY-RECORD
                       END-EVALUATE
                   END-IF
           END-PERFORM
           CLOSE SCAN-FILE
           IF FILE-MATCH-COUNT > 0 AND SOURCE-COUNT < 80
               ADD 1 TO SOURCE-COUNT
               MOVE SCAN-FILENAME TO SOURCE-NAME(SOURCE-COUNT)
               MOVE FILE-MATCH-COUNT TO SOURCE-MATCHES(SOURCE-COUNT)
           END-IF.

       EXTRACT-LINE-CYCLE.
           MOVE SPACES TO LINE-BEFORE-CYCLE
           MOVE SPACES TO LINE-AFTER-CYCLE
           MOVE SPACES TO LINE-CYCLE-ID
           UNSTRING SCAN-LINE DELIMITED BY " cycle="
               INTO LINE-BEFORE-CYCLE LINE-AFTER-CYCLE
           UNSTRING LINE-AFTER-CYCLE DELIMITED BY SPACE
               INTO LINE-CYCLE-ID.

      *-----------------------------------------------------------
      * Audit records: "<program> <event> <stamp> count=<n>
      * status=<status>", or CONFIGLD's "CONFIG OVRD <stamp>
      * KEY=VALUE status=APPLIED". The status is taken from its
      * keyword rather than by position - BATCHFC's NO HISTORY
      * has a space in it.
      *-----------------------------------------------------------
       PROCESS-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-SCAN-TOKENS
           UNSTRING LINE-BEFORE-CYCLE DELIMITED BY ALL SPACE
               INTO AUDIT-NAME-TOKEN AUDIT-EVENT-TOKEN AUDIT-TS-TOKEN
                    OVERRIDE-PAIR
           MOVE OVERRIDE-PAIR TO AUDIT-COUNT-TOKEN
           UNSTRING LINE-BEFORE-CYCLE DELIMITED BY " status="
               INTO AUDIT-SKIP-TOKEN AUDIT-STATUS-VALUE
           EVALUATE TRUE
               WHEN AUDIT-NAME-TOKEN = "CONFIG"
                   AND AUDIT-EVENT-TOKEN = "OVRD"
                   PERFORM RECORD-CONFIG-OVERRIDE
               WHEN AUDIT-EVENT-TOKEN = "START"
                   PERFORM RECORD-STEP-START
               WHEN AUDIT-EVENT-TOKEN = "END"
                   PERFORM RECORD-STEP-END
               WHEN OTHER
                   MOVE AUDIT-TS-TOKEN(1:16) TO NEW-EVENT-STAMP
                   MOVE SPACES TO NEW-EVENT-TEXT
                   STRING "AUDIT  " DELIMITED BY SIZE
                          FUNCTION TRIM(LINE-BEFORE-CYCLE)
                              DELIMITED BY SIZE
                          INTO NEW-EVENT-TEXT
                   PERFORM ADD-TIMELINE-EVENT
           END-EVALUATE.

       RECORD-STEP-START.
           MOVE AUDIT-TS-TOKEN(1:16) TO NEW-EVENT-STAMP
           MOVE SPACES TO NEW-EVENT-TEXT
           STRING "START  " DELIMITED BY SIZE
                  FUNCTION TRIM(AUDIT-NAME-TOKEN) DELIMITED BY SIZE
                  INTO NEW-EVENT-TEXT
           PERFORM ADD-TIMELINE-EVENT
           IF RUN-COUNT < 60
               ADD 1 TO RUN-COUNT
               MOVE SPACES TO RUN-ENTRY(RUN-COUNT)
               MOVE AUDIT-NAME-TOKEN TO RUN-PROGRAM(RUN-COUNT)
               MOVE "Y" TO RUN-HAS-START(RUN-COUNT)
               MOVE "N" TO RUN-HAS-END(RUN-COUNT)
               MOVE AUDIT-TS-TOKEN TO RUN-START-STAMP(RUN-COUNT)
               MOVE 0 TO RUN-ELAPSED(RUN-COUNT)
           END-IF.

      * An END closes the latest START from the same program that
      * is still open. The driver writes a step's END itself,
      * status TIMEOUT, when its watchdog killed the step.
       RECORD-STEP-END.
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING RUN-IDX FROM RUN-COUNT BY -1
               UNTIL RUN-IDX < 1 OR MATCH-IDX > 0
               IF RUN-PROGRAM(RUN-IDX) = AUDIT-NAME-TOKEN
                   AND RUN-HAS-START(RUN-IDX) = "Y"
                   AND RUN-HAS-END(RUN-IDX) = "N"
                   MOVE RUN-IDX TO MATCH-IDX
               END-IF
           END-PERFORM
           IF MATCH-IDX = 0 AND RUN-COUNT < 60
               ADD 1 TO RUN-COUNT
               MOVE RUN-COUNT TO MATCH-IDX
               MOVE SPACES TO RUN-ENTRY(MATCH-IDX)
               MOVE AUDIT-NAME-TOKEN TO RUN-PROGRAM(MATCH-IDX)
               MOVE "N" TO RUN-HAS-START(MATCH-IDX)
               MOVE 0 TO RUN-ELAPSED(MATCH-IDX)
           END-IF
           MOVE SPACES TO NEW-EVENT-TEXT
           IF MATCH-IDX > 0
               MOVE "Y" TO RUN-HAS-END(MATCH-IDX)
               MOVE AUDIT-TS-TOKEN TO RUN-END-STAMP(MATCH-IDX)
               MOVE AUDIT-STATUS-VALUE TO RUN-END-STATUS(MATCH-IDX)
               MOVE AUDIT-COUNT-TOKEN(7:8) TO RUN-END-COUNT(MATCH-IDX)
               IF RUN-HAS-START(MATCH-IDX) = "Y"
                   PERFORM CALCULATE-RUN-ELAPSED
               END-IF
           END-IF
           STRING "END    " DELIMITED BY SIZE
                  FUNCTION TRIM(AUDIT-NAME-TOKEN) DELIMITED BY SIZE
                  " status=" DELIMITED BY SIZE
                  FUNCTION TRIM(AUDIT-STATUS-VALUE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(AUDIT-COUNT-TOKEN) DELIMITED BY SIZE
                  INTO NEW-EVENT-TEXT
           IF MATCH-IDX > 0
               IF RUN-HAS-START(MATCH-IDX) = "Y"
                   MOVE RUN-ELAPSED(MATCH-IDX) TO ELAPSED-DISPLAY
                   MOVE SPACES TO REPORT-TEXT
                   STRING FUNCTION TRIM(NEW-EVENT-TEXT)
                              DELIMITED BY SIZE
                          " elapsed " DELIMITED BY SIZE
                          FUNCTION TRIM(ELAPSED-DISPLAY)
                              DELIMITED BY SIZE
                          "s" DELIMITED BY SIZE
                          INTO REPORT-TEXT
                   MOVE REPORT-TEXT TO NEW-EVENT-TEXT
               END-IF
           END-IF
           MOVE AUDIT-TS-TOKEN(1:16) TO NEW-EVENT-STAMP
           PERFORM ADD-TIMELINE-EVENT.

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

       RECORD-CONFIG-OVERRIDE.
           MOVE SPACES TO OVERRIDE-KEY-WORK
           MOVE SPACES TO OVERRIDE-VALUE-WORK
           UNSTRING OVERRIDE-PAIR DELIMITED BY "="
               INTO OVERRIDE-KEY-WORK OVERRIDE-VALUE-WORK
           MOVE 0 TO OVERRIDE-MATCH
           PERFORM VARYING OVERRIDE-IDX FROM 1 BY 1
               UNTIL OVERRIDE-IDX > OVERRIDE-COUNT
               IF OVERRIDE-KEY(OVERRIDE-IDX) = OVERRIDE-KEY-WORK
                   AND OVERRIDE-VALUE(OVERRIDE-IDX) =
                       OVERRIDE-VALUE-WORK
                   MOVE OVERRIDE-IDX TO OVERRIDE-MATCH
               END-IF
           END-PERFORM
           IF OVERRIDE-MATCH > 0
               ADD 1 TO OVERRIDE-ECHOES(OVERRIDE-MATCH)
               EXIT PARAGRAPH
           END-IF
           IF OVERRIDE-COUNT >= 50
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OVERRIDE-COUNT
           MOVE OVERRIDE-KEY-WORK TO OVERRIDE-KEY(OVERRIDE-COUNT)
           MOVE OVERRIDE-VALUE-WORK TO OVERRIDE-VALUE(OVERRIDE-COUNT)
           MOVE AUDIT-TS-TOKEN(1:16)
               TO OVERRIDE-FIRST-STAMP(OVERRIDE-COUNT)
           MOVE 1 TO OVERRIDE-ECHOES(OVERRIDE-COUNT)
           MOVE "N" TO OVERRIDE-CHANGED(OVERRIDE-COUNT)
           PERFORM VARYING OVERRIDE-IDX FROM 1 BY 1
               UNTIL OVERRIDE-IDX >= OVERRIDE-COUNT
               IF OVERRIDE-KEY(OVERRIDE-IDX) = OVERRIDE-KEY-WORK
                   MOVE "Y" TO OVERRIDE-CHANGED(OVERRIDE-COUNT)
               END-IF
           END-PERFORM
           IF OVERRIDE-CHANGED(OVERRIDE-COUNT) = "Y"
               ADD 1 TO OVERRIDE-CHANGED-COUNT
           END-IF
           MOVE AUDIT-TS-TOKEN(1:16) TO NEW-EVENT-STAMP
           MOVE SPACES TO NEW-EVENT-TEXT
           STRING "CONFIG " DELIMITED BY SIZE
                  FUNCTION TRIM(OVERRIDE-PAIR) DELIMITED BY SIZE
                  " applied" DELIMITED BY SIZE
                  INTO NEW-EVENT-TEXT
           IF OVERRIDE-CHANGED(OVERRIDE-COUNT) = "Y"
               MOVE SPACES TO REPORT-TEXT
               STRING FUNCTION TRIM(NEW-EVENT-TEXT) DELIMITED BY SIZE
                      " - value changed mid-cycle" DELIMITED BY SIZE
                      INTO REPORT-TEXT
               MOVE REPORT-TEXT TO NEW-EVENT-TEXT
           END-IF
           PERFORM ADD-TIMELINE-EVENT.

      *-----------------------------------------------------------
      * Reject records: "<program> <stamp> cycle=<id>
      * id=<identifier> reason=<code> error=<message>" - see
      * REJECTLOG. The message may hold spaces, so the record is
      * cut at its keywords.
      *-----------------------------------------------------------
       PROCESS-REJECT-RECORD.
           MOVE SPACES TO REJECT-SCAN-TOKENS
           UNSTRING SCAN-LINE
               DELIMITED BY " cycle=" OR " id=" OR " reason="
                   OR " error="
               INTO REJECT-HEAD-WORK REJECT-CYCLE-WORK
                    REJECT-IDENT-WORK REJECT-REASON-WORK
                    REJECT-ERROR-WORK
           UNSTRING REJECT-HEAD-WORK DELIMITED BY ALL SPACE
               INTO REJECT-PROGRAM-WORK REJECT-STAMP-WORK
           IF REJECT-REASON-WORK = SPACES
               MOVE "OTHER" TO REJECT-REASON-WORK
           END-IF
           ADD 1 TO REJECT-TOTAL
           MOVE 0 TO REASON-MATCH
           PERFORM VARYING REASON-IDX FROM 1 BY 1
               UNTIL REASON-IDX > REASON-COUNT
               IF REASON-CODE(REASON-IDX) = REJECT-REASON-WORK
                   MOVE REASON-IDX TO REASON-MATCH
               END-IF
           END-PERFORM
           IF REASON-MATCH = 0 AND REASON-COUNT < 30
               ADD 1 TO REASON-COUNT
               MOVE REASON-COUNT TO REASON-MATCH
               MOVE REJECT-REASON-WORK TO REASON-CODE(REASON-MATCH)
               MOVE 0 TO REASON-TALLY(REASON-MATCH)
           END-IF
           IF REASON-MATCH > 0
               ADD 1 TO REASON-TALLY(REASON-MATCH)
           END-IF
           IF REJECT-COUNT < 300
               ADD 1 TO REJECT-COUNT
               MOVE REJECT-REASON-WORK TO REJECT-REASON(REJECT-COUNT)
               MOVE REJECT-PROGRAM-WORK
                   TO REJECT-PROGRAM(REJECT-COUNT)
               MOVE REJECT-STAMP-WORK(1:16)
                   TO REJECT-STAMP(REJECT-COUNT)
               MOVE REJECT-IDENT-WORK TO REJECT-IDENT(REJECT-COUNT)
               MOVE REJECT-ERROR-WORK TO REJECT-ERROR(REJECT-COUNT)
           END-IF
           MOVE REJECT-STAMP-WORK(1:16) TO NEW-EVENT-STAMP
           MOVE SPACES TO NEW-EVENT-TEXT
           STRING "REJECT " DELIMITED BY SIZE
                  FUNCTION TRIM(REJECT-PROGRAM-WORK) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(REJECT-REASON-WORK) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(REJECT-IDENT-WORK) DELIMITED BY SIZE
                  INTO NEW-EVENT-TEXT
           PERFORM ADD-TIMELINE-EVENT.

      *-----------------------------------------------------------
      * alerts.txt lines: "<severity> <stamp> <message>", with
      * RESOLVED in the severity slot for an alert that cleared,
      * or "<stamp> NO ALERTS ..." on a clean night - see ALERTGEN.
      *-----------------------------------------------------------
       PROCESS-ALERT-RECORD.
           IF ALERT-LINE-COUNT >= 60
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ALERT-LINE-COUNT
           IF LINE-BEFORE-CYCLE(1:16) IS NUMERIC
               MOVE "NONE" TO ALERT-SEVERITY(ALERT-LINE-COUNT)
               MOVE LINE-BEFORE-CYCLE(1:16)
                   TO ALERT-STAMP(ALERT-LINE-COUNT)
               MOVE LINE-BEFORE-CYCLE(23:)
                   TO ALERT-BODY(ALERT-LINE-COUNT)
           ELSE
               MOVE LINE-BEFORE-CYCLE(1:8)
                   TO ALERT-SEVERITY(ALERT-LINE-COUNT)
               MOVE LINE-BEFORE-CYCLE(10:16)
                   TO ALERT-STAMP(ALERT-LINE-COUNT)
               MOVE LINE-BEFORE-CYCLE(32:)
                   TO ALERT-BODY(ALERT-LINE-COUNT)
           END-IF
           MOVE ALERT-STAMP(ALERT-LINE-COUNT) TO NEW-EVENT-STAMP
           MOVE SPACES TO NEW-EVENT-TEXT
           STRING "ALERT  " DELIMITED BY SIZE
                  FUNCTION TRIM(ALERT-SEVERITY(ALERT-LINE-COUNT))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(ALERT-BODY(ALERT-LINE-COUNT))
                      DELIMITED BY SIZE
                  INTO NEW-EVENT-TEXT
           PERFORM ADD-TIMELINE-EVENT.

      * The history record is dated but not timed, so it is
      * reported in its own section rather than on the timeline.
       PROCESS-HISTORY-RECORD.
           ADD 1 TO HISTORY-COUNT
           IF HISTORY-COUNT <= 5
               MOVE LINE-BEFORE-CYCLE TO HISTORY-TEXT(HISTORY-COUNT)
           END-IF.

      *-----------------------------------------------------------
      * cycle_state.txt carries no cycle id - it is whatever the
      * most recent driver run left for its restart logic, so it
      * is reported for reference and never counted as a gap.
      *-----------------------------------------------------------
       LOAD-RESTART-STATE.
           OPEN INPUT CYCLE-STATE-FILE
           IF CYCLE-STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO STATE-FILE-FOUND
           PERFORM UNTIL EXIT
               READ CYCLE-STATE-FILE AT END
                   EXIT PERFORM
               NOT AT END
                   IF CYCLE-STATE-RECORD NOT = SPACES
                       AND STATE-COUNT < 30
                       ADD 1 TO STATE-COUNT
                       MOVE CYCLE-STATE-RECORD
                           TO STATE-TEXT(STATE-COUNT)
                   END-IF
           END-PERFORM
           CLOSE CYCLE-STATE-FILE.

       ADD-TIMELINE-EVENT.
           IF EVENT-COUNT >= 500
               ADD 1 TO EVENTS-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO EVENT-COUNT
           MOVE NEW-EVENT-STAMP TO EVENT-STAMP(EVENT-COUNT)
           MOVE NEW-EVENT-TEXT TO EVENT-TEXT(EVENT-COUNT).

      *-----------------------------------------------------------
      * The sources are read one after another, so the timeline
      * is sorted on the stamp at the end. Only a strictly later
      * stamp swaps, so records with the same stamp keep the order
      * they were read in - a START stays ahead of its own END.
      *-----------------------------------------------------------
       SORT-EVENT-TABLE.
           PERFORM VARYING SORT-I FROM 1 BY 1
               UNTIL SORT-I >= EVENT-COUNT
               PERFORM VARYING SORT-J FROM 1 BY 1
                   UNTIL SORT-J > EVENT-COUNT - SORT-I
                   IF EVENT-STAMP(SORT-J) > EVENT-STAMP(SORT-J + 1)
                       MOVE EVENT-ENTRY(SORT-J) TO EVENT-SWAP-ENTRY
                       MOVE EVENT-ENTRY(SORT-J + 1)
                           TO EVENT-ENTRY(SORT-J)
                       MOVE EVENT-SWAP-ENTRY TO EVENT-ENTRY(SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *-----------------------------------------------------------
      * Gaps - what a normal cycle leaves behind that is not
      * there. Unpaired START/END records count for any id; the
      * expected steps, run-history record and ALERTGEN output
      * only for a driver cycle.
      *-----------------------------------------------------------
       FIND-MISSING-RECORDS.
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT
               EVALUATE TRUE
                   WHEN RUN-HAS-END(RUN-IDX) = "N"
                       MOVE RUN-START-STAMP(RUN-IDX)(1:16)
                           TO FORMAT-STAMP-IN
                       PERFORM FORMAT-STAMP
                       MOVE SPACES TO REPORT-TEXT
                       STRING "START without END: " DELIMITED BY SIZE
                              FUNCTION TRIM(RUN-PROGRAM(RUN-IDX))
                                  DELIMITED BY SIZE
                              " started " DELIMITED BY SIZE
                              FORMAT-STAMP-OUT DELIMITED BY SIZE
                              " and never wrote its END"
                                  DELIMITED BY SIZE
                              INTO REPORT-TEXT
                       PERFORM ADD-GAP-LINE
                   WHEN RUN-HAS-START(RUN-IDX) = "N"
                       MOVE RUN-END-STAMP(RUN-IDX)(1:16)
                           TO FORMAT-STAMP-IN
                       PERFORM FORMAT-STAMP
                       MOVE SPACES TO REPORT-TEXT
                       STRING "END without START: " DELIMITED BY SIZE
                              FUNCTION TRIM(RUN-PROGRAM(RUN-IDX))
                                  DELIMITED BY SIZE
                              " ended " DELIMITED BY SIZE
                              FORMAT-STAMP-OUT DELIMITED BY SIZE
                              " status=" DELIMITED BY SIZE
                              FUNCTION TRIM(RUN-END-STATUS(RUN-IDX))
                                  DELIMITED BY SIZE
                              " with no START on record"
                                  DELIMITED BY SIZE
                              INTO REPORT-TEXT
                       PERFORM ADD-GAP-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF DRIVER-CYCLE NOT = "Y" OR MATCHED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING EXPECTED-IDX FROM 1 BY 1
               UNTIL EXPECTED-IDX > 20
               PERFORM JUDGE-EXPECTED-STEP
           END-PERFORM
           IF HISTORY-COUNT = 0
               MOVE "No run-history record carries this cycle id"
                   TO REPORT-TEXT
               PERFORM ADD-GAP-LINE
           END-IF
           IF HISTORY-COUNT > 1
               MOVE HISTORY-COUNT TO COUNT-DISPLAY
               MOVE SPACES TO REPORT-TEXT
               STRING FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      " run-history records carry this cycle id"
                          DELIMITED BY SIZE
                      " - a cycle appends one" DELIMITED BY SIZE
                      INTO REPORT-TEXT
               PERFORM ADD-GAP-LINE
           END-IF
           IF ALERT-LINE-COUNT = 0
               MOVE "No alerts.txt record carries this cycle id -"
                   & " ALERTGEN writes one even on a clean night"
                   TO REPORT-TEXT
               PERFORM ADD-GAP-LINE
           END-IF.

      * A step with at least one START or END on record ran; one
      * with none is a gap unless the step schedule had it off
      * that night (WINDOW is also off without CFG-WINDOW-PRECHECK,
      * as the driver's PREVIEW says).
       JUDGE-EXPECTED-STEP.
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT OR MATCH-IDX > 0
               IF RUN-PROGRAM(RUN-IDX) =
                       EXPECTED-PROGRAM(EXPECTED-IDX)
                   MOVE RUN-IDX TO MATCH-IDX
               END-IF
           END-PERFORM
           IF MATCH-IDX > 0
               MOVE "ran" TO EXPECTED-OUTCOME(EXPECTED-IDX)
               EXIT PARAGRAPH
           END-IF
           IF EXPECTED-SCHEDULE(EXPECTED-IDX) NOT = SPACES
               MOVE EXPECTED-SCHEDULE(EXPECTED-IDX)
                   TO SCHEDULE-STEP-NAME
               MOVE CYCLE-DATE TO SCHEDULE-DATE
               CALL "STEPSCHD" USING APP-CONFIG SCHEDULE-CALL-RECORD
               IF SCHEDULE-STEP-NAME = "WINDOW"
                   AND CFG-WINDOW-PRECHECK NOT = "Y"
                   AND SCHEDULE-RESULT = "RUN"
                   MOVE "OFF" TO SCHEDULE-RESULT
                   MOVE "CFG-WINDOW-PRECHECK is not Y"
                       TO SCHEDULE-REASON
               END-IF
               IF SCHEDULE-RESULT = "OFF"
                   MOVE SPACES TO EXPECTED-OUTCOME(EXPECTED-IDX)
                   STRING "not run - scheduled off ("
                              DELIMITED BY SIZE
                          FUNCTION TRIM(SCHEDULE-REASON)
                              DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO EXPECTED-OUTCOME(EXPECTED-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "MISSING - no START or END on record"
               TO EXPECTED-OUTCOME(EXPECTED-IDX)
           ADD 1 TO MISSING-STEP-COUNT
           MOVE SPACES TO REPORT-TEXT
           STRING "No START/END records for " DELIMITED BY SIZE
                  FUNCTION TRIM(EXPECTED-PROGRAM(EXPECTED-IDX))
                      DELIMITED BY SIZE
                  " - a normal cycle runs it" DELIMITED BY SIZE
                  INTO REPORT-TEXT
           PERFORM ADD-GAP-LINE.

       ADD-GAP-LINE.
           ADD 1 TO GAP-COUNT
           IF GAP-COUNT <= 80
               MOVE REPORT-TEXT TO GAP-TEXT(GAP-COUNT)
           END-IF.

       FORMAT-STAMP.
           MOVE SPACES TO FORMAT-STAMP-OUT
           STRING FORMAT-STAMP-IN(1:4) "-" FORMAT-STAMP-IN(5:2) "-"
                  FORMAT-STAMP-IN(7:2) " " FORMAT-STAMP-IN(9:2) ":"
                  FORMAT-STAMP-IN(11:2) ":" FORMAT-STAMP-IN(13:2) "."
                  FORMAT-STAMP-IN(15:2)
                  DELIMITED BY SIZE
                  INTO FORMAT-STAMP-OUT.

      *-----------------------------------------------------------
      * The dossier itself.
      *-----------------------------------------------------------
       WRITE-DOSSIER.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open "
                   FUNCTION TRIM(REPORT-FILENAME)
                   " - status " REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-DOSSIER-HEADER
           PERFORM WRITE-TIMELINE-SECTION
           PERFORM WRITE-STEP-SECTION
           PERFORM WRITE-OVERRIDE-SECTION
           PERFORM WRITE-REJECT-SECTION
           PERFORM WRITE-ALERT-SECTION
           PERFORM WRITE-HISTORY-SECTION
           PERFORM WRITE-STATE-SECTION
           PERFORM WRITE-GAP-SECTION
           CLOSE REPORT-FILE
           MOVE MATCHED-COUNT TO COUNT-DISPLAY
           DISPLAY "Records for cycle "
               FUNCTION TRIM(DOSSIER-CYCLE-ID) ": "
               FUNCTION TRIM(COUNT-DISPLAY)
           MOVE GAP-COUNT TO COUNT-DISPLAY
           DISPLAY "Gaps found: " FUNCTION TRIM(COUNT-DISPLAY)
           DISPLAY "Report saved to: " FUNCTION TRIM(REPORT-FILENAME).

       WRITE-DOSSIER-HEADER.
           MOVE SPACES TO REPORT-TEXT
           STRING "Cycle Forensic Dossier - cycle " DELIMITED BY SIZE
                  FUNCTION TRIM(DOSSIER-CYCLE-ID) DELIMITED BY SIZE
                  INTO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE FUNCTION CURRENT-DATE(1:16) TO NOW-STAMP
           MOVE NOW-STAMP TO FORMAT-STAMP-IN
           PERFORM FORMAT-STAMP
           MOVE SPACES TO REPORT-TEXT
           STRING "Generated " DELIMITED BY SIZE
                  FORMAT-STAMP-OUT(1:19) DELIMITED BY SIZE
                  INTO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE MATCHED-COUNT TO COUNT-DISPLAY
           MOVE GAP-COUNT TO SECOND-DISPLAY
           MOVE SPACES TO REPORT-TEXT
           STRING "Records found: " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                  "   Gaps: " DELIMITED BY SIZE
                  FUNCTION TRIM(SECOND-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           PERFORM WRITE-BLANK-LINE
           MOVE "Sources" TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           IF SOURCE-COUNT = 0
               MOVE CFG-LOG-RETAIN-DAYS TO COUNT-DISPLAY
               MOVE SPACES TO REPORT-TEXT
               STRING "  No record in the live files or in "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(CFG-LOG-ARCHIVE-DIR)
                          DELIMITED BY SIZE
                      " carries this cycle id - check the id, or"
                          DELIMITED BY SIZE
                      " its archives may be past the "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      "-day retention" DELIMITED BY SIZE
                      INTO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-IF
           PERFORM VARYING SOURCE-IDX FROM 1 BY 1
               UNTIL SOURCE-IDX > SOURCE-COUNT
               MOVE SOURCE-MATCHES(SOURCE-IDX) TO COUNT-DISPLAY
               MOVE SPACES TO REPORT-TEXT
               STRING "  " DELIMITED BY SIZE
                      COUNT-DISPLAY DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FUNCTION TRIM(SOURCE-NAME(SOURCE-IDX))
                          DELIMITED BY SIZE
                      INTO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-PERFORM.

       WRITE-TIMELINE-SECTION.
           PERFORM WRITE-BLANK-LINE
           MOVE "Timeline" TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           IF EVENT-COUNT = 0
               MOVE "  none" TO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-IF
           PERFORM VARYING EVENT-IDX FROM 1 BY 1
               UNTIL EVENT-IDX > EVENT-COUNT
               MOVE EVENT-STAMP(EVENT-IDX) TO FORMAT-STAMP-IN
               PERFORM FORMAT-STAMP
               MOVE SPACES TO REPORT-TEXT
               STRING "  " DELIMITED BY SIZE
                      FORMAT-STAMP-OUT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      EVENT-TEXT(EVENT-IDX) DELIMITED BY SIZE
                      INTO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-PERFORM
           IF EVENTS-DROPPED > 0
               MOVE EVENTS-DROPPED TO COUNT-DISPLAY
               MOVE SPACES TO REPORT-TEXT
               STRING "  ... and " DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      " more records past the 500 the timeline"
                          DELIMITED BY SIZE
                      " holds" DELIMITED BY SIZE
                      INTO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-IF.

       WRITE-STEP-SECTION.
           PERFORM WRITE-BLANK-LINE
           MOVE "Step runs" TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           IF RUN-COUNT = 0
               MOVE "  no START/END records" TO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           ELSE
               MOVE SPACES TO REPORT-TEXT
               STRING "  PROGRAM      STARTED                 "
                          DELIMITED BY SIZE
                      "ENDED                      ELAPSED  STATUS"
                          DELIMITED BY SIZE
                      INTO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-IF
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT
               PERFORM WRITE-STEP-LINE
           END-PERFORM
           IF DRIVER-CYCLE NOT = "Y" OR MATCHED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-BLANK-LINE
           MOVE SPACES TO REPORT-TEXT
           STRING "Expected steps for a cycle on " DELIMITED BY SIZE
                  CYCLE-DATE DELIMITED BY SIZE
                  " (step schedule as it stands today)"
                      DELIMITED BY SIZE
                  INTO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           PERFORM VARYING EXPECTED-IDX FROM 1 BY 1
               UNTIL EXPECTED-IDX > 20
               MOVE SPACES TO REPORT-TEXT
               STRING "  " DELIMITED BY SIZE
                      EXPECTED-PROGRAM(EXPECTED-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EXPECTED-OUTCOME(EXPECTED-IDX) DELIMITED BY SIZE
                      INTO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-PERFORM.

       WRITE-STEP-LINE.
           MOVE SPACES TO REPORT-TEXT
           MOVE RUN-PROGRAM(RUN-IDX) TO REPORT-TEXT(3:12)
           IF RUN-HAS-START(RUN-IDX) = "Y"
               MOVE RUN-START-STAMP(RUN-IDX)(1:16) TO FORMAT-STAMP-IN
               PERFORM FORMAT-STAMP
               MOVE FORMAT-STAMP-OUT TO REPORT-TEXT(16:22)
           ELSE
               MOVE "(no START)" TO REPORT-TEXT(16:22)
           END-IF
           IF RUN-HAS-END(RUN-IDX) = "Y"
               MOVE RUN-END-STAMP(RUN-IDX)(1:16) TO FORMAT-STAMP-IN
               PERFORM FORMAT-STAMP
               MOVE FORMAT-STAMP-OUT TO REPORT-TEXT(40:22)
               MOVE RUN-END-STATUS(RUN-IDX) TO REPORT-TEXT(76:20)
           ELSE
               MOVE "(no END)" TO REPORT-TEXT(40:22)
           END-IF
           IF RUN-HAS-START(RUN-IDX) = "Y"
               AND RUN-HAS-END(RUN-IDX) = "Y"
               MOVE RUN-ELAPSED(RUN-IDX) TO ELAPSED-DISPLAY
               MOVE ELAPSED-DISPLAY TO REPORT-TEXT(63:10)
               MOVE "s" TO REPORT-TEXT(73:1)
           END-IF
           PERFORM WRITE-REPORT-TEXT.

       WRITE-OVERRIDE-SECTION.
           PERFORM WRITE-BLANK-LINE
           MOVE "Config overrides applied (../ops_config.txt)"
               TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           IF OVERRIDE-COUNT = 0
               MOVE "  none - compiled defaults throughout"
                   TO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-IF
           PERFORM VARYING OVERRIDE-IDX FROM 1 BY 1
               UNTIL OVERRIDE-IDX > OVERRIDE-COUNT
               MOVE OVERRIDE-FIRST-STAMP(OVERRIDE-IDX)
                   TO FORMAT-STAMP-IN
               PERFORM FORMAT-STAMP
               MOVE OVERRIDE-ECHOES(OVERRIDE-IDX) TO COUNT-DISPLAY
               MOVE SPACES TO REPORT-TEXT
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(OVERRIDE-KEY(OVERRIDE-IDX))
                          DELIMITED BY SIZE
                      "=" DELIMITED BY SIZE
                      FUNCTION TRIM(OVERRIDE-VALUE(OVERRIDE-IDX))
                          DELIMITED BY SIZE
                      "  from " DELIMITED BY SIZE
                      FORMAT-STAMP-OUT DELIMITED BY SIZE
                      ", loaded by " DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      " program(s)" DELIMITED BY SIZE
                      INTO REPORT-TEXT
               IF OVERRIDE-CHANGED(OVERRIDE-IDX) = "Y"
                   MOVE REPORT-TEXT TO SCAN-LINE
                   MOVE SPACES TO REPORT-TEXT
                   STRING FUNCTION TRIM(SCAN-LINE TRAILING)
                              DELIMITED BY SIZE
                          " - CHANGED MID-CYCLE" DELIMITED BY SIZE
                          INTO REPORT-TEXT
               END-IF
               PERFORM WRITE-REPORT-TEXT
           END-PERFORM.

       WRITE-REJECT-SECTION.
           PERFORM WRITE-BLANK-LINE
           MOVE REJECT-TOTAL TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-TEXT
           STRING "Rejects by reason code (" DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                  " in all)" DELIMITED BY SIZE
                  INTO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           IF REJECT-TOTAL = 0
               MOVE "  none" TO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-IF
           PERFORM VARYING REASON-IDX FROM 1 BY 1
               UNTIL REASON-IDX > REASON-COUNT
               MOVE REASON-TALLY(REASON-IDX) TO COUNT-DISPLAY
               MOVE SPACES TO REPORT-TEXT
               STRING "  " DELIMITED BY SIZE
                      REASON-CODE(REASON-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      " reject(s)" DELIMITED BY SIZE
                      INTO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
               PERFORM VARYING REJECT-IDX FROM 1 BY 1
                   UNTIL REJECT-IDX > REJECT-COUNT
                   IF REJECT-REASON(REJECT-IDX) =
                           REASON-CODE(REASON-IDX)
                       PERFORM WRITE-REJECT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           IF REJECT-TOTAL > REJECT-COUNT
               COMPUTE COUNT-DISPLAY = REJECT-TOTAL - REJECT-COUNT
               MOVE SPACES TO REPORT-TEXT
               STRING "  ... " DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      " more counted above but not listed"
                          DELIMITED BY SIZE
                      INTO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-IF.

       WRITE-REJECT-LINE.
           MOVE REJECT-STAMP(REJECT-IDX) TO FORMAT-STAMP-IN
           PERFORM FORMAT-STAMP
           MOVE SPACES TO REPORT-TEXT
           STRING "    " DELIMITED BY SIZE
                  FORMAT-STAMP-OUT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(REJECT-PROGRAM(REJECT-IDX))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(REJECT-IDENT(REJECT-IDX))
                      DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(REJECT-ERROR(REJECT-IDX))
                      DELIMITED BY SIZE
                  INTO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT.

       WRITE-ALERT-SECTION.
           PERFORM WRITE-BLANK-LINE
           MOVE "Alerts (ALERTGEN)" TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           IF ALERT-LINE-COUNT = 0
               MOVE "  no alerts.txt record for this cycle"
                   TO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-IF
           PERFORM VARYING ALERT-IDX FROM 1 BY 1
               UNTIL ALERT-IDX > ALERT-LINE-COUNT
               MOVE SPACES TO REPORT-TEXT
               IF ALERT-SEVERITY(ALERT-IDX) = "NONE"
                   STRING "  " DELIMITED BY SIZE
                          ALERT-BODY(ALERT-IDX) DELIMITED BY SIZE
                          INTO REPORT-TEXT
               ELSE
                   STRING "  " DELIMITED BY SIZE
                          ALERT-SEVERITY(ALERT-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ALERT-BODY(ALERT-IDX) DELIMITED BY SIZE
                          INTO REPORT-TEXT
               END-IF
               PERFORM WRITE-REPORT-TEXT
           END-PERFORM.

       WRITE-HISTORY-SECTION.
           PERFORM WRITE-BLANK-LINE
           MOVE "Run-history record (../run_history.txt)"
               TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           IF HISTORY-COUNT = 0
               MOVE "  none" TO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-IF
           PERFORM VARYING HISTORY-IDX FROM 1 BY 1
               UNTIL HISTORY-IDX > HISTORY-COUNT OR HISTORY-IDX > 5
               MOVE SPACES TO REPORT-TEXT
               STRING "  " DELIMITED BY SIZE
                      HISTORY-TEXT(HISTORY-IDX) DELIMITED BY SIZE
                      INTO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-PERFORM.

       WRITE-STATE-SECTION.
           PERFORM WRITE-BLANK-LINE
           MOVE "Restart state (cycle_state.txt - left by the most"
               & " recent driver run, not stamped with a cycle id)"
               TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           IF STATE-FILE-FOUND = "N"
               MOVE "  none - the last driver run finished its cycle"
                   TO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-IF
           PERFORM VARYING STATE-IDX FROM 1 BY 1
               UNTIL STATE-IDX > STATE-COUNT
               MOVE SPACES TO REPORT-TEXT
               STRING "  " DELIMITED BY SIZE
                      STATE-TEXT(STATE-IDX) DELIMITED BY SIZE
                      INTO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-PERFORM.

       WRITE-GAP-SECTION.
           PERFORM WRITE-BLANK-LINE
           MOVE "Gaps - expected from a normal cycle, not found"
               TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           IF GAP-COUNT = 0
               MOVE "  none" TO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-IF
           PERFORM VARYING SORT-I FROM 1 BY 1
               UNTIL SORT-I > GAP-COUNT OR SORT-I > 80
               MOVE SPACES TO REPORT-TEXT
               STRING "  " DELIMITED BY SIZE
                      GAP-TEXT(SORT-I) DELIMITED BY SIZE
                      INTO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-PERFORM
           IF MISSING-STEP-COUNT > 0
               MOVE "  (a rerun after a failure mints a new cycle id"
                   & " and skips the steps the first attempt"
                   & " finished - check that attempt's dossier too)"
                   TO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-IF.

       WRITE-BLANK-LINE.
           MOVE SPACES TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT.

       WRITE-REPORT-TEXT.
           WRITE REPORT-LINE FROM REPORT-TEXT
           PERFORM CHECK-REPORT-WRITE-STATUS.

       CHECK-REPORT-WRITE-STATUS.
           IF REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to write "
                   FUNCTION TRIM(REPORT-FILENAME)
                   " - status " REPORT-STATUS
           END-IF.
