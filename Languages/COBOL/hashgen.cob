       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           CLASS HEX-DIGIT IS "0" THRU "9" "a" THRU "f".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUAR-REPORT-FILE ASSIGN TO "quarantine_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUAR-REPORT-STATUS.
           SELECT RELEASE-FILE ASSIGN TO DYNAMIC RELEASE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELEASE-STATUS.
           SELECT CERT-REPORT-FILE ASSIGN TO "release_certificate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-REPORT-STATUS.
           SELECT SWEEP-DUE-FILE
               ASSIGN TO "../hashgen_full_sweep_due.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWEEP-DUE-STATUS.
           SELECT POLICY-FILE ASSIGN TO DYNAMIC POLICY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POLICY-STATUS.
           SELECT POLICY-REPORT-FILE ASSIGN TO "policy_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POLICY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * CFG-HASHFILES-DIR, so two files with the same name in
      * different product-line subfolders stay distinct.
      *-----------------------------------------------------------
       COPY HASHMAN.

       FD HASH-TEMP-FILE.
       01 HASH-TEMP-RECORD PIC X(64).
      * sits between the entries and the disk, so the artifact can
      * never again go out silently truncated.
      *-----------------------------------------------------------
       01 OUTPUT-RECORD PIC X(800).

       FD DRIFT-REPORT-FILE.
       01 DRIFT-REPORT-RECORD PIC X(200).

       FD PLANNED-FILE.
      *-----------------------------------------------------------
      * The mode, owner and group columns are optional: blank
      * means "no change expected" when the hash column carries a
      * new digest, and "any value" when it carries the literal
      * "*ATTRIB*" to approve an attribute-only change.
      *-----------------------------------------------------------
       01 PLANNED-RECORD.
          05 PLANNED-NAME PIC X(80).
          05 FILLER PIC X.
          05 PLANNED-HASH PIC X(64).
          05 FILLER PIC X.
          05 PLANNED-MODE PIC X(4).
          05 FILLER PIC X.
          05 PLANNED-OWNER PIC X(16).
          05 FILLER PIC X.
          05 PLANNED-GROUP PIC X(16).

       FD HASH-HISTORY-FILE.
      *-----------------------------------------------------------
      * file is append-only - reconciling a drift away never
      * erases the evidence of when the hash changed.
      *-----------------------------------------------------------
       COPY HASHHIST.

       FD MAINT-CAL-FILE.
       COPY MAINTCAL.
       FD QUAR-REPORT-FILE.
       01 QUAR-REPORT-RECORD PIC X(170).

      *-----------------------------------------------------------
      * A vendor release checksum list in sha256sum's own output
      * format - "<64 hex digest>  <name>", or "<digest> *<name>"
      * when written in binary mode - with names relative to the
      * release root, which is CFG-HASHFILES-DIR once deployed.
      *-----------------------------------------------------------
       FD RELEASE-FILE.
       01 RELEASE-RECORD PIC X(200).

       FD CERT-REPORT-FILE.
       01 CERT-REPORT-RECORD PIC X(250).

      *-----------------------------------------------------------
      * A manifest whose seal fails leaves a line here; while any
      * line is present a fast sweep is refused and every file is
      * re-hashed. The next completed full sweep empties it.
      *-----------------------------------------------------------
       FD SWEEP-DUE-FILE.
       01 SWEEP-DUE-RECORD PIC X(80).

      *-----------------------------------------------------------
      * Integrity policy (CFG-HASH-POLICY-FILE) - one
      * "<class> <pattern>" pair per line, "#" lines and blank
      * lines ignored. The class is IMMUTABLE, CONTROLLED,
      * VOLATILE or EXCLUDED; the pattern is matched against the
      * path relative to CFG-HASHFILES-DIR, "*" standing for any
      * run of characters (slashes included) and "?" for any one
      * character, and a pattern ending in "/" covers everything
      * under that directory. The first line that matches wins,
      * so narrower patterns go above broader ones.
      *-----------------------------------------------------------
       FD POLICY-FILE.
       01 POLICY-RECORD PIC X(120).

       FD POLICY-REPORT-FILE.
       01 POLICY-REPORT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
          05 HASHFILES-DIR PIC X(50).
          05 FILE-LIST-FILENAME PIC X(30).
          05 DIGEST-LIST-FILENAME PIC X(30).
          05 SIZE-LIST-FILENAME PIC X(30).
          05 ATTR-LIST-FILENAME PIC X(30).
          05 HASH-LIST-FILENAME PIC X(30).
          05 OUTPUT-FILENAME PIC X(20) VALUE "hash_results.json".
          05 DRIFT-REPORT-FILENAME PIC X(20)
              VALUE "drift_report.txt".
          05 TOTAL-APPROVED PIC 9(4) VALUE 0.
          05 TOTAL-MAINT PIC 9(4) VALUE 0.
          05 TOTAL-MISSING PIC 9(4) VALUE 0.
          05 MANIFEST-WRITTEN PIC 9(4) VALUE 0.
          05 TOTAL-ATTRIBUTE PIC 9(4) VALUE 0.
          05 PERM-CHANGED PIC X(1).
          05 TOTAL-HASHED PIC 9(4) VALUE 0.
          05 TOTAL-CARRIED PIC 9(4) VALUE 0.
          05 SWEEP-MODE PIC X(4).
          05 SWEEP-REASON PIC X(50).
          05 SWEEP-DUE-STATUS PIC X(2).
          05 SWEEP-DUE-FOUND PIC X(1).
          05 RUN-COMMAND PIC X(200).
          05 RUN-VERB PIC X(10).
          05 RUN-ARGUMENT PIC X(100).
          05 RUN-OPTION PIC X(10).
          05 SWEEP-DAY-NAMES PIC X(21)
              VALUE "MONTUEWEDTHUFRISATSUN".
          05 SWEEP-DAY-INTEGER PIC 9(7).
          05 SWEEP-DAY-INDEX PIC 9(1).
          05 SWEEP-TODAY PIC X(3).
          05 MTIME-CHANGED PIC X(1).
          05 QUARANTINE-DIR PIC X(20).
          05 QUARANTINED-COUNT PIC 9(4) VALUE 0.
          05 QUAR-LISTING-FILENAME PIC X(30).
          05 ERROR-MESSAGE PIC X(50).
          05 TIMESTAMP-STRING PIC X(20).
          05 CURRENT-TIME PIC 9(6).
          05 JSON-OUTPUT PIC X(800).
          05 RESULT-ENTRY-JSON PIC X(800).
          05 SHELL-COMMAND PIC X(600).
          05 Q-DQ PIC X(1) VALUE '"'.
          05 START-TIME PIC 9(10)V9(3).
          05 SIZE-TOKEN PIC X(12).
          05 SIZE-NAME-TOKEN PIC X(80).
          05 SIZE-SCRATCH-LINE PIC X(150).
          05 ATTR-POINTER PIC 9(3).
          05 ATTR-MODE-TOKEN PIC X(8).
          05 ATTR-OWNER-TOKEN PIC X(32).
          05 ATTR-GROUP-TOKEN PIC X(32).
          05 ATTR-DATE-TOKEN PIC X(10).
          05 ATTR-TIME-TOKEN PIC X(18).
          05 ATTR-ZONE-TOKEN PIC X(5).

       COPY AUDITLOG.
       COPY APPCFG.
       COPY REJECTS.
       COPY RUNLOCK.

      *-----------------------------------------------------------
      * Release verification (hashgen VERIFY <list> [ADOPT]) -
      * the vendor's list is loaded here and every entry is
      * ticked off as the tree is walked; whatever is left
      * unticked at the end was never deployed.
      *-----------------------------------------------------------
       01 RELEASE-AREA.
          05 RELEASE-FILENAME PIC X(100).
          05 RELEASE-STATUS PIC X(2).
          05 CERT-REPORT-STATUS PIC X(2).
          05 CERT-REPORT-LINE PIC X(250).
          05 RELEASE-NAME-TOKEN PIC X(80).
          05 RELEASE-IDX PIC 9(4).
          05 RELEASE-FOUND PIC X(1).
          05 RELEASE-OUTCOME PIC X(7).
          05 RELEASE-RESULT PIC X(4).
          05 RELEASE-ADOPTED PIC X(1).
          05 RELEASE-RC PIC 9(2).
          05 TOTAL-REL-MATCH PIC 9(4) VALUE 0.
          05 TOTAL-REL-DIFFER PIC 9(4) VALUE 0.
          05 TOTAL-REL-MISSING PIC 9(4) VALUE 0.
          05 TOTAL-REL-EXTRA PIC 9(4) VALUE 0.
          05 TOTAL-REL-MALFORMED PIC 9(4) VALUE 0.
          05 RELEASE-ENTRY-COUNT PIC 9(4) VALUE 0.
          05 RELEASE-ENTRY OCCURS 1000 TIMES.
             10 RELEASE-ENTRY-NAME PIC X(80).
             10 RELEASE-ENTRY-HASH PIC X(64).
             10 RELEASE-ENTRY-MATCHED PIC X(1).

      *-----------------------------------------------------------
      * Integrity policy classes. A file matching no pattern is
      * CONTROLLED - the behaviour every file had before classes
      * existed - and, when a policy file is in use, is also
      * listed in policy_report.txt as unclassified.
      *-----------------------------------------------------------
       01 POLICY-AREA.
          05 POLICY-FILENAME PIC X(30).
          05 POLICY-STATUS PIC X(2).
          05 POLICY-FOUND PIC X(1) VALUE "N".
          05 POLICY-REPORT-STATUS PIC X(2).
          05 POLICY-REPORT-LINE PIC X(200).
          05 POLICY-CLASS-TOKEN PIC X(12).
          05 POLICY-PATTERN-TOKEN PIC X(80).
          05 POLICY-BAD-LINES PIC 9(4) VALUE 0.
          05 POLICY-IDX PIC 9(3).
          05 POLICY-MATCH-IDX PIC 9(3).
          05 POLICY-MATCH-CLASS PIC X(10).
          05 POLICY-CLASSIFIED PIC X(1).
          05 POLICY-CHANGE-TEXT PIC X(160).
          05 POLICY-REJECT-TEXT PIC X(50).
          05 MATCH-PATTERN PIC X(100).
          05 MATCH-NAME PIC X(100).
          05 PATTERN-MATCHED PIC X(1).
          05 PATTERN-LENGTH PIC 9(3).
          05 NAME-LENGTH PIC 9(3).
          05 PATTERN-POS PIC 9(3).
          05 NAME-POS PIC 9(3).
          05 STAR-PATTERN-POS PIC 9(3).
          05 STAR-NAME-POS PIC 9(3).
          05 TOTAL-CRITICAL PIC 9(4) VALUE 0.
          05 TOTAL-VOLATILE PIC 9(4) VALUE 0.
          05 TOTAL-EXCLUDED PIC 9(4) VALUE 0.
          05 TOTAL-UNCLASSIFIED PIC 9(4) VALUE 0.
          05 COUNT-IMMUTABLE PIC 9(4) VALUE 0.
          05 COUNT-CONTROLLED PIC 9(4) VALUE 0.
          05 COUNT-VOLATILE PIC 9(4) VALUE 0.
          05 POLICY-ENTRY-COUNT PIC 9(3) VALUE 0.
          05 POLICY-ENTRY OCCURS 200 TIMES.
             10 POLICY-ENTRY-CLASS PIC X(10).
             10 POLICY-ENTRY-PATTERN PIC X(80).
             10 POLICY-ENTRY-HITS PIC 9(4).

       01 OPS-CYCLE-ID PIC X(16).
       01 LOCK-OWNED PIC X(1) VALUE "N".

             10 SIZE-FILE-NAME PIC X(80).
             10 SIZE-FILE-BYTES PIC 9(10).

      *-----------------------------------------------------------
      * Batch attribute table - one stat invocation over the same
      * file list, "<octal mode> <owner> <group> <YYYY-MM-DD>
      * <HH:MM:SS.fraction> <zone> <relative name>" per line.
      *-----------------------------------------------------------
       01 ATTRIBUTE-TABLE.
          05 ATTR-COUNT PIC 9(4) VALUE 0.
          05 ATTR-ENTRY OCCURS 1000 TIMES.
             10 ATTR-FILE-NAME PIC X(80).
             10 ATTR-FILE-MODE PIC X(4).
             10 ATTR-FILE-OWNER PIC X(16).
             10 ATTR-FILE-GROUP PIC X(16).
             10 ATTR-FILE-MTIME PIC X(14).

       01 HASH-ENTRY-TABLE.
          05 HASH-ENTRY OCCURS 1000 TIMES INDEXED BY HASH-IDX.
             10 ENTRY-FILE-NAME PIC X(80).
             10 ENTRY-HASH-STATUS PIC X(10).
             10 ENTRY-DRIFT-STATUS PIC X(10).
             10 ENTRY-ERROR-MESSAGE PIC X(50).
             10 ENTRY-FILE-MODE PIC X(4).
             10 ENTRY-FILE-OWNER PIC X(16).
             10 ENTRY-FILE-GROUP PIC X(16).
             10 ENTRY-FILE-MTIME PIC X(14).
             10 ENTRY-MANIFEST-MODE PIC X(4).
             10 ENTRY-MANIFEST-OWNER PIC X(16).
             10 ENTRY-MANIFEST-GROUP PIC X(16).
             10 ENTRY-MANIFEST-MTIME PIC X(14).
             10 ENTRY-ATTR-CHANGE PIC X(120).
             10 ENTRY-MANIFEST-SIZE PIC X(10).
             10 ENTRY-SWEEP PIC X(7).
             10 ENTRY-POLICY-CLASS PIC X(10).
             10 ENTRY-CLASSIFIED PIC X(1).

       01 MANIFEST-TABLE.
          05 MANIFEST-ENTRY OCCURS 1000 TIMES
             10 MANIFEST-ENTRY-NAME PIC X(80).
             10 MANIFEST-ENTRY-HASH PIC X(64).
             10 MANIFEST-ENTRY-MATCHED PIC X(1).
             10 MANIFEST-ENTRY-MODE PIC X(4).
             10 MANIFEST-ENTRY-OWNER PIC X(16).
             10 MANIFEST-ENTRY-GROUP PIC X(16).
             10 MANIFEST-ENTRY-MTIME PIC X(14).
             10 MANIFEST-ENTRY-SIZE PIC X(10).
          05 MANIFEST-ENTRY-COUNT PIC 9(4) VALUE 0.
          05 MANIFEST-TABLE-FULL PIC X(1) VALUE "N".

             INDEXED BY PLANNED-TABLE-IDX.
             10 PLANNED-ENTRY-NAME PIC X(80).
             10 PLANNED-ENTRY-HASH PIC X(64).
             10 PLANNED-ENTRY-MODE PIC X(4).
             10 PLANNED-ENTRY-OWNER PIC X(16).
             10 PLANNED-ENTRY-GROUP PIC X(16).
             10 PLANNED-ENTRY-CONSUMED PIC X(1).
          05 PLANNED-ENTRY-COUNT PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM HELLO-WORLD.
           PERFORM GET-RUN-OPTIONS.
           PERFORM TAKE-RUN-LOCK.
           PERFORM LOAD-RUNTIME-CONFIG.
           PERFORM INITIALIZE-VARIABLES.
           PERFORM LOG-AUDIT-START.
           IF RUN-VERB = "VERIFY"
               PERFORM VERIFY-RELEASE
               PERFORM LOG-AUDIT-END
               PERFORM FREE-RUN-LOCK
               MOVE RELEASE-RC TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-MANIFEST.
           PERFORM CHOOSE-SWEEP-MODE.
           PERFORM LOAD-PLANNED-CHANGES.
           PERFORM LOAD-MAINT-CALENDAR.
           PERFORM LOAD-HASH-POLICY.
           PERFORM OPEN-DRIFT-REPORT.
           PERFORM PROCESS-ALL-FILES.
           PERFORM WRITE-APPROVED-SECTION.
           PERFORM WRITE-SWEEP-SECTION.
           PERFORM WRITE-POLICY-SECTION.
           PERFORM CLOSE-DRIFT-REPORT.
           PERFORM SAVE-PLANNED-CHANGES.
           PERFORM SAVE-MANIFEST.
           PERFORM CLEAR-FULL-SWEEP-DUE.
           PERFORM APPEND-HASH-HISTORY.
           PERFORM WRITE-QUARANTINE-REPORT.
           PERFORM WRITE-POLICY-REPORT.
           PERFORM CREATE-OUTPUT-FILE.
           PERFORM DISPLAY-RESULTS.
           PERFORM LOG-AUDIT-END.
       HELLO-WORLD.
           DISPLAY "Hello, World!".

      *-----------------------------------------------------------
      * No arguments runs the nightly sweep. "FULL" or "FAST"
      * overrides CFG-HASH-SWEEP-MODE for one run. "VERIFY <list>
      * [ADOPT]" checks the tree against a vendor release list
      * instead, and with ADOPT makes a clean release the new
      * manifest baseline.
      *-----------------------------------------------------------
       GET-RUN-OPTIONS.
           MOVE SPACES TO RUN-COMMAND
           MOVE SPACES TO RUN-VERB
           MOVE SPACES TO RUN-ARGUMENT
           MOVE SPACES TO RUN-OPTION
           ACCEPT RUN-COMMAND FROM COMMAND-LINE
           UNSTRING RUN-COMMAND DELIMITED BY ALL SPACE
               INTO RUN-VERB RUN-ARGUMENT RUN-OPTION
           MOVE FUNCTION UPPER-CASE(RUN-VERB) TO RUN-VERB
           MOVE FUNCTION UPPER-CASE(RUN-OPTION) TO RUN-OPTION
           IF RUN-VERB = "VERIFY"
               AND (RUN-ARGUMENT = SPACES
                   OR (RUN-OPTION NOT = SPACES
                       AND RUN-OPTION NOT = "ADOPT"))
               DISPLAY "Usage: hashgen [FULL | FAST]"
               DISPLAY "       hashgen VERIFY <release list> [ADOPT]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *-----------------------------------------------------------
      * Steps launched by DAILY-OPS-DRIVER inherit OPS_CYCLE_ID
      * and run under the driver's own lock. A standalone
           MOVE "END" TO AUDIT-EVENT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE TOTAL-FILES TO AUDIT-RECORD-COUNT
           EVALUATE TRUE
               WHEN RUN-VERB = "VERIFY" AND RELEASE-ADOPTED = "Y"
                   MOVE "ADOPTED" TO AUDIT-COMPLETION-STATUS
               WHEN RUN-VERB = "VERIFY"
                   MOVE RELEASE-RESULT TO AUDIT-COMPLETION-STATUS
               WHEN TOTAL-FAILED = 0
                   MOVE "OK" TO AUDIT-COMPLETION-STATUS
               WHEN OTHER
                   MOVE "FAILED" TO AUDIT-COMPLETION-STATUS
           END-EVALUATE
           CALL "AUDITLOG" USING AUDIT-CALL-RECORD.

       INITIALIZE-VARIABLES.
           MOVE 0 TO TOTAL-NEW.
           MOVE 0 TO TOTAL-DRIFTED.
           MOVE 0 TO TOTAL-APPROVED.
           MOVE 0 TO TOTAL-ATTRIBUTE.
           MOVE 0 TO TOTAL-HASHED.
           MOVE 0 TO TOTAL-CARRIED.
           MOVE CFG-PLANNED-CHANGES-FILE TO PLANNED-FILENAME.
           MOVE CFG-HASHFILES-DIR TO HASHFILES-DIR.
           MOVE "/tmp/hashgen-listing.tmp" TO LISTING-FILENAME.
           MOVE "/tmp/hashgen-hash.tmp" TO HASH-TEMP-FILENAME.
           MOVE "/tmp/hashgen-digests.tmp" TO DIGEST-LIST-FILENAME.
           MOVE "/tmp/hashgen-sizes.tmp" TO SIZE-LIST-FILENAME.
           MOVE "/tmp/hashgen-attrs.tmp" TO ATTR-LIST-FILENAME.
           MOVE "/tmp/hashgen-tohash.tmp" TO HASH-LIST-FILENAME.
           MOVE CFG-MAINT-CALENDAR-FILE TO MAINT-CAL-FILENAME.
           MOVE CFG-QUARANTINE-DIR TO QUARANTINE-DIR.
           MOVE CFG-HASH-POLICY-FILE TO POLICY-FILENAME.
           MOVE "/tmp/hashgen-quar.tmp" TO QUAR-LISTING-FILENAME.
           ACCEPT TIMESTAMP-STRING FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME FROM TIME.
                   FUNCTION TRIM(MANIFEST-FILENAME)
                   " does not match its contents"
               DISPLAY "The baseline cannot be trusted - run stopped."
               PERFORM RECORD-FULL-SWEEP-DUE
               PERFORM FREE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *-----------------------------------------------------------
      * Whatever put the manifest in doubt, no digest it holds is
      * carried forward again until a full sweep has re-verified
      * every file against it.
      *-----------------------------------------------------------
       RECORD-FULL-SWEEP-DUE.
           OPEN EXTEND SWEEP-DUE-FILE
           IF SWEEP-DUE-STATUS = "35"
               OPEN OUTPUT SWEEP-DUE-FILE
           END-IF
           IF SWEEP-DUE-STATUS = "00"
               MOVE SPACES TO SWEEP-DUE-RECORD
               STRING TIMESTAMP-STRING(1:8) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CURRENT-TIME DELIMITED BY SIZE
                      " manifest seal failed" DELIMITED BY SIZE
                      INTO SWEEP-DUE-RECORD
               WRITE SWEEP-DUE-RECORD
               CLOSE SWEEP-DUE-FILE
           END-IF.

       CLEAR-FULL-SWEEP-DUE.
           IF SWEEP-MODE = "FULL"
               AND SWEEP-DUE-FOUND = "Y"
               OPEN OUTPUT SWEEP-DUE-FILE
               IF SWEEP-DUE-STATUS = "00"
                   CLOSE SWEEP-DUE-FILE
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * FULL re-hashes every file; FAST re-hashes only a file
      * whose size or modification time differs from the manifest
      * and carries the recorded digest forward for the rest. The
      * mode comes from CFG-HASH-SWEEP-MODE, or from "FULL" or
      * "FAST" on the command line for a one-off run. A fast
      * sweep is still overridden to FULL on CFG-FULL-SWEEP-DAY
      * (MON..SUN) and while a failed seal is outstanding in
      * ../hashgen_full_sweep_due.txt.
      *-----------------------------------------------------------
       CHOOSE-SWEEP-MODE.
           MOVE "N" TO SWEEP-DUE-FOUND
           OPEN INPUT SWEEP-DUE-FILE
           IF SWEEP-DUE-STATUS = "00"
               READ SWEEP-DUE-FILE
                   NOT AT END
                       MOVE "Y" TO SWEEP-DUE-FOUND
               END-READ
               CLOSE SWEEP-DUE-FILE
           END-IF
           COMPUTE SWEEP-DAY-INTEGER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(TIMESTAMP-STRING(1:8)))
           COMPUTE SWEEP-DAY-INDEX =
               FUNCTION MOD(SWEEP-DAY-INTEGER - 1, 7) + 1
           MOVE SWEEP-DAY-NAMES((SWEEP-DAY-INDEX - 1) * 3 + 1:3)
               TO SWEEP-TODAY
           IF RUN-VERB = "FULL" OR RUN-VERB = "FAST"
               MOVE RUN-VERB TO SWEEP-MODE
               MOVE "requested on the command line" TO SWEEP-REASON
           ELSE
               MOVE FUNCTION UPPER-CASE(CFG-HASH-SWEEP-MODE)
                   TO SWEEP-MODE
               MOVE "CFG-HASH-SWEEP-MODE" TO SWEEP-REASON
           END-IF
           IF SWEEP-MODE NOT = "FAST"
               MOVE "FULL" TO SWEEP-MODE
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN SWEEP-DUE-FOUND = "Y"
                   MOVE "FULL" TO SWEEP-MODE
                   MOVE "manifest seal failed on an earlier run"
                       TO SWEEP-REASON
               WHEN SWEEP-TODAY =
                   FUNCTION UPPER-CASE(CFG-FULL-SWEEP-DAY)
                   MOVE "FULL" TO SWEEP-MODE
                   MOVE SPACES TO SWEEP-REASON
                   STRING "scheduled full-sweep day " DELIMITED BY SIZE
                          SWEEP-TODAY DELIMITED BY SIZE
                          INTO SWEEP-REASON
           END-EVALUATE.

       READ-SEAL-TEMP.
           MOVE SPACES TO FILE-HASH
           OPEN INPUT HASH-TEMP-FILE
                   MANIFEST-ENTRY-NAME(MANIFEST-ENTRY-COUNT)
               MOVE MANIFEST-HASH TO
                   MANIFEST-ENTRY-HASH(MANIFEST-ENTRY-COUNT)
               MOVE MANIFEST-MODE TO
                   MANIFEST-ENTRY-MODE(MANIFEST-ENTRY-COUNT)
               MOVE MANIFEST-OWNER TO
                   MANIFEST-ENTRY-OWNER(MANIFEST-ENTRY-COUNT)
               MOVE MANIFEST-GROUP TO
                   MANIFEST-ENTRY-GROUP(MANIFEST-ENTRY-COUNT)
               MOVE MANIFEST-MTIME TO
                   MANIFEST-ENTRY-MTIME(MANIFEST-ENTRY-COUNT)
               MOVE MANIFEST-SIZE TO
                   MANIFEST-ENTRY-SIZE(MANIFEST-ENTRY-COUNT)
               MOVE "N" TO
                   MANIFEST-ENTRY-MATCHED(MANIFEST-ENTRY-COUNT)
           ELSE

       LOOKUP-MANIFEST-HASH.
      * Sets MANIFEST-FOUND to "Y" and ENTRY-MANIFEST-HASH(CURRENT-
      * INDEX) to the recorded hash - and the recorded attributes
      * alongside it - when the current file already has a
      * manifest entry, or "N" when it is seen for the first time.
           MOVE "N" TO MANIFEST-FOUND
           MOVE SPACES TO ENTRY-MANIFEST-HASH(CURRENT-INDEX)
           MOVE SPACES TO ENTRY-MANIFEST-MODE(CURRENT-INDEX)
           MOVE SPACES TO ENTRY-MANIFEST-OWNER(CURRENT-INDEX)
           MOVE SPACES TO ENTRY-MANIFEST-GROUP(CURRENT-INDEX)
           MOVE SPACES TO ENTRY-MANIFEST-MTIME(CURRENT-INDEX)
           MOVE SPACES TO ENTRY-MANIFEST-SIZE(CURRENT-INDEX)
           PERFORM VARYING MANIFEST-IDX FROM 1 BY 1
               UNTIL MANIFEST-IDX > MANIFEST-ENTRY-COUNT
               IF FUNCTION TRIM(MANIFEST-ENTRY-NAME(MANIFEST-IDX)) =
                   MOVE "Y" TO MANIFEST-ENTRY-MATCHED(MANIFEST-IDX)
                   MOVE MANIFEST-ENTRY-HASH(MANIFEST-IDX) TO
                       ENTRY-MANIFEST-HASH(CURRENT-INDEX)
                   MOVE MANIFEST-ENTRY-MODE(MANIFEST-IDX) TO
                       ENTRY-MANIFEST-MODE(CURRENT-INDEX)
                   MOVE MANIFEST-ENTRY-OWNER(MANIFEST-IDX) TO
                       ENTRY-MANIFEST-OWNER(CURRENT-INDEX)
                   MOVE MANIFEST-ENTRY-GROUP(MANIFEST-IDX) TO
                       ENTRY-MANIFEST-GROUP(CURRENT-INDEX)
                   MOVE MANIFEST-ENTRY-MTIME(MANIFEST-IDX) TO
                       ENTRY-MANIFEST-MTIME(CURRENT-INDEX)
                   MOVE MANIFEST-ENTRY-SIZE(MANIFEST-IDX) TO
                       ENTRY-MANIFEST-SIZE(CURRENT-INDEX)
                   MOVE MANIFEST-ENTRY-COUNT TO MANIFEST-IDX
               END-IF
           END-PERFORM.
                   PLANNED-ENTRY-NAME(PLANNED-ENTRY-COUNT)
               MOVE PLANNED-HASH TO
                   PLANNED-ENTRY-HASH(PLANNED-ENTRY-COUNT)
               MOVE PLANNED-MODE TO
                   PLANNED-ENTRY-MODE(PLANNED-ENTRY-COUNT)
               MOVE PLANNED-OWNER TO
                   PLANNED-ENTRY-OWNER(PLANNED-ENTRY-COUNT)
               MOVE PLANNED-GROUP TO
                   PLANNED-ENTRY-GROUP(PLANNED-ENTRY-COUNT)
               MOVE "N" TO
                   PLANNED-ENTRY-CONSUMED(PLANNED-ENTRY-COUNT)
           END-IF.
      *-----------------------------------------------------------
      * Sets PLANNED-FOUND to "Y" and consumes the registration
      * when the current file has a planned entry whose expected
      * new hash matches the hash just computed. A permission,
      * owner or group change riding along with the content change
      * has to be named in the entry as well - see
      * PLANNED-ATTRIBUTES-MATCH.
      *-----------------------------------------------------------
       LOOKUP-PLANNED-CHANGE.
           MOVE "N" TO PLANNED-FOUND
                       = FUNCTION TRIM(ENTRY-FILE-NAME(CURRENT-INDEX))
                   AND PLANNED-ENTRY-HASH(PLANNED-IDX) =
                       ENTRY-FILE-HASH(CURRENT-INDEX)
                   PERFORM PLANNED-ATTRIBUTES-MATCH
               END-IF
               IF PLANNED-FOUND = "Y"
                   MOVE "Y" TO PLANNED-ENTRY-CONSUMED(PLANNED-IDX)
                   MOVE PLANNED-ENTRY-COUNT TO PLANNED-IDX
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * Leaves PLANNED-FOUND "Y" only when the entry at
      * PLANNED-IDX accounts for tonight's permission, owner and
      * group. A filled-in column must equal the new value; a
      * blank one means unchanged on a content entry and any
      * value on an "*ATTRIB*" entry.
      *-----------------------------------------------------------
       PLANNED-ATTRIBUTES-MATCH.
           MOVE "Y" TO PLANNED-FOUND
           IF PLANNED-ENTRY-MODE(PLANNED-IDX) = SPACES
               IF PLANNED-ENTRY-HASH(PLANNED-IDX)(1:8) NOT = "*ATTRIB*"
                   AND ENTRY-MANIFEST-MODE(CURRENT-INDEX) NOT = SPACES
                   AND ENTRY-MANIFEST-MODE(CURRENT-INDEX) NOT =
                       ENTRY-FILE-MODE(CURRENT-INDEX)
                   MOVE "N" TO PLANNED-FOUND
               END-IF
           ELSE
               IF PLANNED-ENTRY-MODE(PLANNED-IDX) NOT =
                   ENTRY-FILE-MODE(CURRENT-INDEX)
                   MOVE "N" TO PLANNED-FOUND
               END-IF
           END-IF
           IF PLANNED-ENTRY-OWNER(PLANNED-IDX) = SPACES
               IF PLANNED-ENTRY-HASH(PLANNED-IDX)(1:8) NOT = "*ATTRIB*"
                   AND ENTRY-MANIFEST-OWNER(CURRENT-INDEX) NOT = SPACES
                   AND ENTRY-MANIFEST-OWNER(CURRENT-INDEX) NOT =
                       ENTRY-FILE-OWNER(CURRENT-INDEX)
                   MOVE "N" TO PLANNED-FOUND
               END-IF
           ELSE
               IF PLANNED-ENTRY-OWNER(PLANNED-IDX) NOT =
                   ENTRY-FILE-OWNER(CURRENT-INDEX)
                   MOVE "N" TO PLANNED-FOUND
               END-IF
           END-IF
           IF PLANNED-ENTRY-GROUP(PLANNED-IDX) = SPACES
               IF PLANNED-ENTRY-HASH(PLANNED-IDX)(1:8) NOT = "*ATTRIB*"
                   AND ENTRY-MANIFEST-GROUP(CURRENT-INDEX) NOT = SPACES
                   AND ENTRY-MANIFEST-GROUP(CURRENT-INDEX) NOT =
                       ENTRY-FILE-GROUP(CURRENT-INDEX)
                   MOVE "N" TO PLANNED-FOUND
               END-IF
           ELSE
               IF PLANNED-ENTRY-GROUP(PLANNED-IDX) NOT =
                   ENTRY-FILE-GROUP(CURRENT-INDEX)
                   MOVE "N" TO PLANNED-FOUND
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * An attribute-only change (same content, new permissions,
      * owner, group or timestamp) is approved by a planned entry
      * with the literal "*ATTRIB*" in the hash column, consumed
      * on use like any other.
      *-----------------------------------------------------------
       LOOKUP-PLANNED-ATTRIBUTE.
           MOVE "N" TO PLANNED-FOUND
           PERFORM VARYING PLANNED-IDX FROM 1 BY 1
               UNTIL PLANNED-IDX > PLANNED-ENTRY-COUNT
               IF PLANNED-ENTRY-CONSUMED(PLANNED-IDX) = "N"
                   AND FUNCTION TRIM(PLANNED-ENTRY-NAME(PLANNED-IDX))
                       = FUNCTION TRIM(ENTRY-FILE-NAME(CURRENT-INDEX))
                   AND PLANNED-ENTRY-HASH(PLANNED-IDX)(1:8) =
                       "*ATTRIB*"
                   PERFORM PLANNED-ATTRIBUTES-MATCH
               END-IF
               IF PLANNED-FOUND = "Y"
                   MOVE "Y" TO PLANNED-ENTRY-CONSUMED(PLANNED-IDX)
                   MOVE PLANNED-ENTRY-COUNT TO PLANNED-IDX
               END-IF
                               TO PLANNED-NAME
                           MOVE PLANNED-ENTRY-HASH(PLANNED-IDX)
                               TO PLANNED-HASH
                           MOVE PLANNED-ENTRY-MODE(PLANNED-IDX)
                               TO PLANNED-MODE
                           MOVE PLANNED-ENTRY-OWNER(PLANNED-IDX)
                               TO PLANNED-OWNER
                           MOVE PLANNED-ENTRY-GROUP(PLANNED-IDX)
                               TO PLANNED-GROUP
                           WRITE PLANNED-RECORD
                       END-IF
                   END-PERFORM
      * written first, then a seal record - the sha256 digest of
      * the file as written - goes on the end so LOAD-MANIFEST can
      * prove the baseline was not hand-edited between runs.
      * MANIFEST-WRITTEN counts the entries that went in, for the
      * manifest_entries figure in hash_results.json.
           MOVE 0 TO MANIFEST-WRITTEN
           OPEN OUTPUT MANIFEST-FILE
           IF MANIFEST-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open "
           ELSE
               PERFORM VARYING CURRENT-INDEX FROM 1 BY 1
                   UNTIL CURRENT-INDEX > TOTAL-FILES
                   IF ENTRY-DRIFT-STATUS(CURRENT-INDEX) = "CRITICAL"
                       IF ENTRY-MANIFEST-HASH(CURRENT-INDEX)
                           NOT = SPACES
                           PERFORM WRITE-KNOWN-GOOD-ENTRY
                       END-IF
                   ELSE
                   IF ENTRY-HASH-STATUS(CURRENT-INDEX)
                       NOT = "MISSING"
                       MOVE SPACES TO MANIFEST-RECORD
                           TO MANIFEST-NAME
                       MOVE ENTRY-FILE-HASH(CURRENT-INDEX)
                           TO MANIFEST-HASH
                       MOVE ENTRY-FILE-MODE(CURRENT-INDEX)
                           TO MANIFEST-MODE
                       MOVE ENTRY-FILE-OWNER(CURRENT-INDEX)
                           TO MANIFEST-OWNER
                       MOVE ENTRY-FILE-GROUP(CURRENT-INDEX)
                           TO MANIFEST-GROUP
                       MOVE ENTRY-FILE-MTIME(CURRENT-INDEX)
                           TO MANIFEST-MTIME
                       MOVE ENTRY-FILE-SIZE(CURRENT-INDEX)
                           TO MANIFEST-SIZE
                       WRITE MANIFEST-RECORD
                       ADD 1 TO MANIFEST-WRITTEN
                   END-IF
                   END-IF
               END-PERFORM
               CLOSE MANIFEST-FILE
               PERFORM WRITE-MANIFEST-SEAL
           END-IF.

      *-----------------------------------------------------------
      * A CRITICAL (IMMUTABLE) file goes back into the baseline
      * as it was before tonight's change - the change is not
      * reconciled away. A new file that appeared under an
      * immutable pattern has no baseline and stays out of it.
      *-----------------------------------------------------------
       WRITE-KNOWN-GOOD-ENTRY.
           MOVE SPACES TO MANIFEST-RECORD
           MOVE ENTRY-FILE-NAME(CURRENT-INDEX) TO MANIFEST-NAME
           MOVE ENTRY-MANIFEST-HASH(CURRENT-INDEX) TO MANIFEST-HASH
           MOVE ENTRY-MANIFEST-MODE(CURRENT-INDEX) TO MANIFEST-MODE
           MOVE ENTRY-MANIFEST-OWNER(CURRENT-INDEX) TO MANIFEST-OWNER
           MOVE ENTRY-MANIFEST-GROUP(CURRENT-INDEX) TO MANIFEST-GROUP
           MOVE ENTRY-MANIFEST-MTIME(CURRENT-INDEX) TO MANIFEST-MTIME
           MOVE ENTRY-MANIFEST-SIZE(CURRENT-INDEX) TO MANIFEST-SIZE
           WRITE MANIFEST-RECORD
           ADD 1 TO MANIFEST-WRITTEN.

       WRITE-MANIFEST-SEAL.
           MOVE SPACES TO SHELL-COMMAND
           STRING "sha256sum < '" DELIMITED BY SIZE
                       TO HIST-FILE-SIZE
                   MOVE ENTRY-DRIFT-STATUS(CURRENT-INDEX)
                       TO HIST-DRIFT-STATUS
                   MOVE ENTRY-FILE-MODE(CURRENT-INDEX)
                       TO HIST-FILE-MODE
                   MOVE ENTRY-FILE-OWNER(CURRENT-INDEX)
                       TO HIST-FILE-OWNER
                   MOVE ENTRY-FILE-GROUP(CURRENT-INDEX)
                       TO HIST-FILE-GROUP
                   MOVE ENTRY-FILE-MTIME(CURRENT-INDEX)
                       TO HIST-FILE-MTIME
                   WRITE HASH-HISTORY-RECORD
               END-PERFORM
               CLOSE HASH-HISTORY-FILE
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * Integrity policy load. No policy file leaves the table
      * empty and every file CONTROLLED, exactly as before
      * classes existed. A line whose class is not one of the
      * four, or that has no pattern, is ignored with a warning
      * and counted in policy_report.txt.
      *-----------------------------------------------------------
       LOAD-HASH-POLICY.
           MOVE 0 TO POLICY-ENTRY-COUNT
           OPEN INPUT POLICY-FILE
           IF POLICY-STATUS NOT = "00"
               IF POLICY-STATUS NOT = "35"
                   DISPLAY "WARNING: unable to open "
                       FUNCTION TRIM(POLICY-FILENAME)
                       " - status " POLICY-STATUS
                       " - every file treated as CONTROLLED"
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO POLICY-FOUND
           PERFORM UNTIL EXIT
               READ POLICY-FILE AT END
                   EXIT PERFORM
               NOT AT END
                   IF POLICY-RECORD NOT = SPACES
                       AND POLICY-RECORD(1:1) NOT = "#"
                       PERFORM STORE-POLICY-ENTRY
                   END-IF
           END-PERFORM
           CLOSE POLICY-FILE.

       STORE-POLICY-ENTRY.
           MOVE SPACES TO POLICY-CLASS-TOKEN
           MOVE SPACES TO POLICY-PATTERN-TOKEN
           UNSTRING FUNCTION TRIM(POLICY-RECORD)
               DELIMITED BY ALL SPACE
               INTO POLICY-CLASS-TOKEN POLICY-PATTERN-TOKEN
           MOVE FUNCTION UPPER-CASE(POLICY-CLASS-TOKEN)
               TO POLICY-CLASS-TOKEN
           IF (POLICY-CLASS-TOKEN NOT = "IMMUTABLE"
                   AND POLICY-CLASS-TOKEN NOT = "CONTROLLED"
                   AND POLICY-CLASS-TOKEN NOT = "VOLATILE"
                   AND POLICY-CLASS-TOKEN NOT = "EXCLUDED")
               OR POLICY-PATTERN-TOKEN = SPACES
               ADD 1 TO POLICY-BAD-LINES
               DISPLAY "WARNING: " FUNCTION TRIM(POLICY-FILENAME)
                   " line ignored - " FUNCTION TRIM(POLICY-RECORD)
               EXIT PARAGRAPH
           END-IF
           IF POLICY-ENTRY-COUNT >= 200
               ADD 1 TO POLICY-BAD-LINES
               DISPLAY "WARNING: policy table full - only 200"
                   " patterns loaded from "
                   FUNCTION TRIM(POLICY-FILENAME)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(POLICY-PATTERN-TOKEN))
               TO PATTERN-LENGTH
           IF POLICY-PATTERN-TOKEN(PATTERN-LENGTH:1) = "/"
               AND PATTERN-LENGTH < 80
               MOVE "*" TO POLICY-PATTERN-TOKEN(PATTERN-LENGTH + 1:1)
           END-IF
           ADD 1 TO POLICY-ENTRY-COUNT
           MOVE POLICY-CLASS-TOKEN
               TO POLICY-ENTRY-CLASS(POLICY-ENTRY-COUNT)
           MOVE POLICY-PATTERN-TOKEN
               TO POLICY-ENTRY-PATTERN(POLICY-ENTRY-COUNT)
           MOVE 0 TO POLICY-ENTRY-HITS(POLICY-ENTRY-COUNT).

      *-----------------------------------------------------------
      * Class of the relative name in MATCH-NAME: the first
      * pattern that matches, else CONTROLLED with
      * POLICY-CLASSIFIED left "N". POLICY-MATCH-IDX points at
      * the matching pattern (0 for none).
      *-----------------------------------------------------------
       CLASSIFY-FILE.
           MOVE "CONTROLLED" TO POLICY-MATCH-CLASS
           MOVE "N" TO POLICY-CLASSIFIED
           MOVE 0 TO POLICY-MATCH-IDX
           PERFORM VARYING POLICY-IDX FROM 1 BY 1
               UNTIL POLICY-IDX > POLICY-ENTRY-COUNT
               MOVE POLICY-ENTRY-PATTERN(POLICY-IDX) TO MATCH-PATTERN
               PERFORM MATCH-POLICY-PATTERN
               IF PATTERN-MATCHED = "Y"
                   MOVE POLICY-ENTRY-CLASS(POLICY-IDX)
                       TO POLICY-MATCH-CLASS
                   MOVE "Y" TO POLICY-CLASSIFIED
                   MOVE POLICY-IDX TO POLICY-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * Wildcard match of MATCH-NAME against MATCH-PATTERN. On a
      * mismatch after a "*" the star is retried one character
      * further along the name, so the whole name is walked once
      * per star at most. Both fields are wider than any pattern
      * or name, so the position one past the end is always a
      * space.
      *-----------------------------------------------------------
       MATCH-POLICY-PATTERN.
           MOVE "N" TO PATTERN-MATCHED
           MOVE FUNCTION LENGTH(FUNCTION TRIM(MATCH-PATTERN TRAILING))
               TO PATTERN-LENGTH
           MOVE FUNCTION LENGTH(FUNCTION TRIM(MATCH-NAME TRAILING))
               TO NAME-LENGTH
           MOVE 1 TO PATTERN-POS
           MOVE 1 TO NAME-POS
           MOVE 0 TO STAR-PATTERN-POS
           MOVE 0 TO STAR-NAME-POS
           PERFORM UNTIL NAME-POS > NAME-LENGTH
               EVALUATE TRUE
                   WHEN MATCH-PATTERN(PATTERN-POS:1) = "*"
                       MOVE PATTERN-POS TO STAR-PATTERN-POS
                       MOVE NAME-POS TO STAR-NAME-POS
                       ADD 1 TO PATTERN-POS
                   WHEN PATTERN-POS <= PATTERN-LENGTH
                       AND (MATCH-PATTERN(PATTERN-POS:1) = "?"
                           OR MATCH-PATTERN(PATTERN-POS:1) =
                               MATCH-NAME(NAME-POS:1))
                       ADD 1 TO PATTERN-POS
                       ADD 1 TO NAME-POS
                   WHEN STAR-PATTERN-POS > 0
                       COMPUTE PATTERN-POS = STAR-PATTERN-POS + 1
                       ADD 1 TO STAR-NAME-POS
                       MOVE STAR-NAME-POS TO NAME-POS
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
           END-PERFORM
           PERFORM UNTIL MATCH-PATTERN(PATTERN-POS:1) NOT = "*"
               ADD 1 TO PATTERN-POS
           END-PERFORM
           IF PATTERN-POS > PATTERN-LENGTH
               MOVE "Y" TO PATTERN-MATCHED
           END-IF.

       PROCESS-ALL-FILES.
           PERFORM FIND-ALL-FILES.
           PERFORM BUILD-SIZE-TABLE.
           PERFORM BUILD-ATTRIBUTE-TABLE.
           PERFORM SELECT-FILES-TO-HASH.
           PERFORM BUILD-DIGEST-TABLE.
           PERFORM HASH-EACH-FILE.
           PERFORM DETECT-MISSING-FILES.

      *-----------------------------------------------------------
      * Marks each entry HASHED or CARRIED and leaves in
      * HASH-LIST-FILENAME the names BUILD-DIGEST-TABLE is to
      * digest - the whole listing on a full sweep. On a fast
      * sweep a file is carried forward only when the manifest
      * holds its digest, size and modification time and both
      * still match tonight's wc -c and stat; anything new,
      * resized, touched, or recorded before the manifest kept
      * size and time is re-hashed.
      *-----------------------------------------------------------
       SELECT-FILES-TO-HASH.
           IF SWEEP-MODE = "FULL"
               MOVE FILE-LIST-FILENAME TO HASH-LIST-FILENAME
               PERFORM VARYING CURRENT-INDEX FROM 1 BY 1
                   UNTIL CURRENT-INDEX > TOTAL-FILES
                   MOVE "HASHED" TO ENTRY-SWEEP(CURRENT-INDEX)
               END-PERFORM
               MOVE TOTAL-FILES TO TOTAL-HASHED
               EXIT PARAGRAPH
           END-IF
           MOVE HASH-LIST-FILENAME TO LISTING-FILENAME
           OPEN OUTPUT DIR-LISTING-FILE
           IF LISTING-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open "
                   FUNCTION TRIM(HASH-LIST-FILENAME)
                   " - status " LISTING-STATUS
               PERFORM FREE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING CURRENT-INDEX FROM 1 BY 1
               UNTIL CURRENT-INDEX > TOTAL-FILES
               PERFORM GET-FILE-SIZE
               PERFORM GET-FILE-ATTRIBUTES
               PERFORM LOOKUP-MANIFEST-HASH
               IF MANIFEST-FOUND = "Y"
                   AND ENTRY-MANIFEST-HASH(CURRENT-INDEX) NOT = SPACES
                   AND ENTRY-MANIFEST-MTIME(CURRENT-INDEX) NOT = SPACES
                   AND ENTRY-MANIFEST-MTIME(CURRENT-INDEX) =
                       ENTRY-FILE-MTIME(CURRENT-INDEX)
                   AND ENTRY-MANIFEST-SIZE(CURRENT-INDEX) NUMERIC
                   AND ENTRY-MANIFEST-SIZE(CURRENT-INDEX) =
                       ENTRY-FILE-SIZE(CURRENT-INDEX)
                   MOVE "CARRIED" TO ENTRY-SWEEP(CURRENT-INDEX)
                   ADD 1 TO TOTAL-CARRIED
               ELSE
                   MOVE "HASHED" TO ENTRY-SWEEP(CURRENT-INDEX)
                   ADD 1 TO TOTAL-HASHED
                   MOVE ENTRY-FILE-NAME(CURRENT-INDEX)
                       TO LISTING-RECORD
                   WRITE LISTING-RECORD
               END-IF
           END-PERFORM
           CLOSE DIR-LISTING-FILE.

      *-----------------------------------------------------------
      * One shell invocation digests every listed file: xargs
      * feeds the whole listing to a single sha256sum, whose
                  FUNCTION TRIM(HASHFILES-DIR) DELIMITED BY SIZE
                  "' && xargs -r -d '\n' sha256sum < '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(HASH-LIST-FILENAME)
                      DELIMITED BY SIZE
                  "' 2>/dev/null > '" DELIMITED BY SIZE
                  FUNCTION TRIM(DIGEST-LIST-FILENAME)
                   FUNCTION NUMVAL(SIZE-TOKEN)
           END-IF.

      *-----------------------------------------------------------
      * One stat invocation reads every listed file's permission
      * bits, owner, group and modification time - %y prints the
      * local time as "YYYY-MM-DD HH:MM:SS.fraction zone", folded
      * here into YYYYMMDDHHMMSS.
      *-----------------------------------------------------------
       BUILD-ATTRIBUTE-TABLE.
           MOVE 0 TO ATTR-COUNT
           MOVE SPACES TO SHELL-COMMAND
           STRING "cd '" DELIMITED BY SIZE
                  FUNCTION TRIM(HASHFILES-DIR) DELIMITED BY SIZE
                  "' && xargs -r -d '\n' stat -c '%a %U %G %y %n' < '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(FILE-LIST-FILENAME)
                      DELIMITED BY SIZE
                  "' 2>/dev/null > '" DELIMITED BY SIZE
                  FUNCTION TRIM(ATTR-LIST-FILENAME)
                      DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           MOVE ATTR-LIST-FILENAME TO LISTING-FILENAME
           OPEN INPUT DIR-LISTING-FILE
           IF LISTING-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ DIR-LISTING-FILE AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM STORE-ATTRIBUTE-ENTRY
               END-PERFORM
               CLOSE DIR-LISTING-FILE
           END-IF.

       STORE-ATTRIBUTE-ENTRY.
           MOVE SPACES TO ATTR-MODE-TOKEN
           MOVE SPACES TO ATTR-OWNER-TOKEN
           MOVE SPACES TO ATTR-GROUP-TOKEN
           MOVE SPACES TO ATTR-DATE-TOKEN
           MOVE SPACES TO ATTR-TIME-TOKEN
           MOVE SPACES TO ATTR-ZONE-TOKEN
           MOVE 1 TO ATTR-POINTER
           UNSTRING LISTING-RECORD DELIMITED BY SPACE
               INTO ATTR-MODE-TOKEN ATTR-OWNER-TOKEN
                    ATTR-GROUP-TOKEN ATTR-DATE-TOKEN
                    ATTR-TIME-TOKEN ATTR-ZONE-TOKEN
               WITH POINTER ATTR-POINTER
           IF ATTR-COUNT >= 1000
               OR ATTR-POINTER > 150
               OR ATTR-MODE-TOKEN = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ATTR-COUNT
           MOVE FUNCTION TRIM(LISTING-RECORD(ATTR-POINTER:))
               TO ATTR-FILE-NAME(ATTR-COUNT)
           MOVE ATTR-MODE-TOKEN TO ATTR-FILE-MODE(ATTR-COUNT)
           MOVE ATTR-OWNER-TOKEN TO ATTR-FILE-OWNER(ATTR-COUNT)
           MOVE ATTR-GROUP-TOKEN TO ATTR-FILE-GROUP(ATTR-COUNT)
           MOVE SPACES TO ATTR-FILE-MTIME(ATTR-COUNT)
           STRING ATTR-DATE-TOKEN(1:4) DELIMITED BY SIZE
                  ATTR-DATE-TOKEN(6:2) DELIMITED BY SIZE
                  ATTR-DATE-TOKEN(9:2) DELIMITED BY SIZE
                  ATTR-TIME-TOKEN(1:2) DELIMITED BY SIZE
                  ATTR-TIME-TOKEN(4:2) DELIMITED BY SIZE
                  ATTR-TIME-TOKEN(7:2) DELIMITED BY SIZE
                  INTO ATTR-FILE-MTIME(ATTR-COUNT).

      *-----------------------------------------------------------
      * Deletion is tampering too. Every manifest entry with no
      * matching file on disk tonight becomes a MISSING entry in
      * pre-registered in the planned-changes file (hash column
      * "*REMOVED*") is APPROVED instead. Either way the entry is
      * left out when SAVE-MANIFEST rewrites the baseline, so a
      * removal is reported exactly once - except under an
      * IMMUTABLE pattern, where the known-good entry is kept. A
      * VOLATILE removal raises nothing but still counts in
      * missing_files, so the results totals balance.
      *-----------------------------------------------------------
       DETECT-MISSING-FILES.
           PERFORM VARYING MANIFEST-IDX FROM 1 BY 1
               UNTIL MANIFEST-IDX > MANIFEST-ENTRY-COUNT
               IF MANIFEST-ENTRY-MATCHED(MANIFEST-IDX) = "N"
                   AND TOTAL-FILES < 1000
                   MOVE MANIFEST-ENTRY-NAME(MANIFEST-IDX) TO MATCH-NAME
                   PERFORM CLASSIFY-FILE
                   IF POLICY-MATCH-CLASS NOT = "EXCLUDED"
                       PERFORM RECORD-MISSING-FILE
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO ENTRY-FILE-HASH(CURRENT-INDEX)
           MOVE MANIFEST-ENTRY-HASH(MANIFEST-IDX)
               TO ENTRY-MANIFEST-HASH(CURRENT-INDEX)
           MOVE MANIFEST-ENTRY-MODE(MANIFEST-IDX)
               TO ENTRY-MANIFEST-MODE(CURRENT-INDEX)
           MOVE MANIFEST-ENTRY-OWNER(MANIFEST-IDX)
               TO ENTRY-MANIFEST-OWNER(CURRENT-INDEX)
           MOVE MANIFEST-ENTRY-GROUP(MANIFEST-IDX)
               TO ENTRY-MANIFEST-GROUP(CURRENT-INDEX)
           MOVE MANIFEST-ENTRY-MTIME(MANIFEST-IDX)
               TO ENTRY-MANIFEST-MTIME(CURRENT-INDEX)
           MOVE MANIFEST-ENTRY-SIZE(MANIFEST-IDX)
               TO ENTRY-MANIFEST-SIZE(CURRENT-INDEX)
           MOVE POLICY-MATCH-CLASS TO ENTRY-POLICY-CLASS(CURRENT-INDEX)
           MOVE POLICY-CLASSIFIED TO ENTRY-CLASSIFIED(CURRENT-INDEX)
           MOVE SPACES TO ENTRY-FILE-MODE(CURRENT-INDEX)
           MOVE SPACES TO ENTRY-FILE-OWNER(CURRENT-INDEX)
           MOVE SPACES TO ENTRY-FILE-GROUP(CURRENT-INDEX)
           MOVE SPACES TO ENTRY-FILE-MTIME(CURRENT-INDEX)
           MOVE SPACES TO ENTRY-ATTR-CHANGE(CURRENT-INDEX)
           MOVE SPACES TO ENTRY-SWEEP(CURRENT-INDEX)
           MOVE "MISSING" TO ENTRY-HASH-STATUS(CURRENT-INDEX)
           MOVE "File missing - present in manifest"
               TO ENTRY-ERROR-MESSAGE(CURRENT-INDEX)
           ADD 1 TO TOTAL-MISSING
           IF ENTRY-POLICY-CLASS(CURRENT-INDEX) = "VOLATILE"
               MOVE "VOLATILE" TO ENTRY-DRIFT-STATUS(CURRENT-INDEX)
               ADD 1 TO TOTAL-VOLATILE
               EXIT PARAGRAPH
           END-IF
           IF ENTRY-POLICY-CLASS(CURRENT-INDEX) = "IMMUTABLE"
               MOVE "N" TO PERM-CHANGED
               MOVE SPACES TO POLICY-CHANGE-TEXT
               STRING "missing  last-hash=" DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-MANIFEST-HASH(CURRENT-INDEX))
                          DELIMITED BY SIZE
                      INTO POLICY-CHANGE-TEXT
               MOVE "Immutable file missing - present in manifest"
                   TO POLICY-REJECT-TEXT
               PERFORM FLAG-IMMUTABLE-CHANGE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-PLANNED-REMOVAL
           IF PLANNED-FOUND = "Y"
               MOVE "APPROVED" TO ENTRY-DRIFT-STATUS(CURRENT-INDEX)
                   PERFORM STORE-FILE-ENTRY
           END-PERFORM
           CLOSE DIR-LISTING-FILE
           IF TOTAL-EXCLUDED > 0
               PERFORM REWRITE-FILE-LISTING
           END-IF
           DISPLAY "Found " TOTAL-FILES " files to hash".

      *-----------------------------------------------------------
      * The batch wc -c, stat and sha256sum runs all read the
      * listing, so an EXCLUDED file has to leave it as well as
      * the table - otherwise it would still be digested.
      *-----------------------------------------------------------
       REWRITE-FILE-LISTING.
           OPEN OUTPUT DIR-LISTING-FILE
           IF LISTING-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open "
                   FUNCTION TRIM(LISTING-FILENAME)
                   " - status " LISTING-STATUS
               PERFORM FREE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING CURRENT-INDEX FROM 1 BY 1
               UNTIL CURRENT-INDEX > TOTAL-FILES
               MOVE ENTRY-FILE-NAME(CURRENT-INDEX) TO LISTING-RECORD
               WRITE LISTING-RECORD
           END-PERFORM
           CLOSE DIR-LISTING-FILE.

       STORE-FILE-ENTRY.
           MOVE FUNCTION TRIM(LISTING-RECORD) TO MATCH-NAME
           PERFORM CLASSIFY-FILE
           IF POLICY-MATCH-IDX > 0
               ADD 1 TO POLICY-ENTRY-HITS(POLICY-MATCH-IDX)
           END-IF
           IF POLICY-MATCH-CLASS = "EXCLUDED"
               ADD 1 TO TOTAL-EXCLUDED
               EXIT PARAGRAPH
           END-IF
           IF TOTAL-FILES < 1000
               ADD 1 TO TOTAL-FILES
               MOVE POLICY-MATCH-CLASS
                   TO ENTRY-POLICY-CLASS(TOTAL-FILES)
               MOVE POLICY-CLASSIFIED TO ENTRY-CLASSIFIED(TOTAL-FILES)
               IF POLICY-FOUND = "Y" AND POLICY-CLASSIFIED = "N"
                   ADD 1 TO TOTAL-UNCLASSIFIED
               END-IF
               MOVE SPACES TO ENTRY-FILE-NAME(TOTAL-FILES)
               MOVE SPACES TO ENTRY-FILE-PATH(TOTAL-FILES)
               MOVE FUNCTION TRIM(LISTING-RECORD) TO
           PERFORM LOOKUP-MAINT-WINDOW
           PERFORM CALCULATE-FILE-HASH
           PERFORM GET-FILE-SIZE
           PERFORM GET-FILE-ATTRIBUTES
           PERFORM LOOKUP-MANIFEST-HASH
           PERFORM COMPARE-FILE-ATTRIBUTES
           PERFORM DETECT-DRIFT
           PERFORM UPDATE-COUNTERS.

           MOVE SPACES TO FILE-HASH
           MOVE SPACES TO ERROR-MESSAGE
           MOVE "N" TO BATCH-LOOKUP-FOUND
           IF ENTRY-SWEEP(CURRENT-INDEX) = "CARRIED"
               MOVE ENTRY-MANIFEST-HASH(CURRENT-INDEX) TO FILE-HASH
               MOVE "Y" TO BATCH-LOOKUP-FOUND
           END-IF
           PERFORM VARYING BATCH-LOOKUP-IDX FROM 1 BY 1
               UNTIL BATCH-LOOKUP-IDX > DIGEST-COUNT
               IF DIGEST-FILE-NAME(BATCH-LOOKUP-IDX) =
               END-IF
           END-PERFORM.

      * Same lookup against BUILD-ATTRIBUTE-TABLE's one stat run.
       GET-FILE-ATTRIBUTES.
           MOVE SPACES TO ENTRY-FILE-MODE(CURRENT-INDEX)
           MOVE SPACES TO ENTRY-FILE-OWNER(CURRENT-INDEX)
           MOVE SPACES TO ENTRY-FILE-GROUP(CURRENT-INDEX)
           MOVE SPACES TO ENTRY-FILE-MTIME(CURRENT-INDEX)
           PERFORM VARYING BATCH-LOOKUP-IDX FROM 1 BY 1
               UNTIL BATCH-LOOKUP-IDX > ATTR-COUNT
               IF ATTR-FILE-NAME(BATCH-LOOKUP-IDX) =
                       ENTRY-FILE-NAME(CURRENT-INDEX)
                   MOVE ATTR-FILE-MODE(BATCH-LOOKUP-IDX)
                       TO ENTRY-FILE-MODE(CURRENT-INDEX)
                   MOVE ATTR-FILE-OWNER(BATCH-LOOKUP-IDX)
                       TO ENTRY-FILE-OWNER(CURRENT-INDEX)
                   MOVE ATTR-FILE-GROUP(BATCH-LOOKUP-IDX)
                       TO ENTRY-FILE-GROUP(CURRENT-INDEX)
                   MOVE ATTR-FILE-MTIME(BATCH-LOOKUP-IDX)
                       TO ENTRY-FILE-MTIME(CURRENT-INDEX)
                   MOVE ATTR-COUNT TO BATCH-LOOKUP-IDX
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * Sets PERM-CHANGED when the permission bits, owner or group
      * differ from the manifest and MTIME-CHANGED when the
      * modification time does, and spells the differences out in
      * ENTRY-ATTR-CHANGE ("mode 644->666 owner app->root ...")
      * for the drift report. A manifest column still blank - an
      * entry from before attributes were kept, or a file stat
      * could not read - is not compared.
      *-----------------------------------------------------------
       COMPARE-FILE-ATTRIBUTES.
           MOVE "N" TO PERM-CHANGED
           MOVE "N" TO MTIME-CHANGED
           MOVE SPACES TO ENTRY-ATTR-CHANGE(CURRENT-INDEX)
           IF MANIFEST-FOUND = "N"
               OR ENTRY-FILE-MODE(CURRENT-INDEX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO ATTR-POINTER
           IF ENTRY-MANIFEST-MODE(CURRENT-INDEX) NOT = SPACES
               AND ENTRY-MANIFEST-MODE(CURRENT-INDEX) NOT =
                   ENTRY-FILE-MODE(CURRENT-INDEX)
               MOVE "Y" TO PERM-CHANGED
               STRING "mode " DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-MANIFEST-MODE(CURRENT-INDEX))
                          DELIMITED BY SIZE
                      "->" DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-FILE-MODE(CURRENT-INDEX))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      INTO ENTRY-ATTR-CHANGE(CURRENT-INDEX)
                      WITH POINTER ATTR-POINTER
           END-IF
           IF ENTRY-MANIFEST-OWNER(CURRENT-INDEX) NOT = SPACES
               AND ENTRY-MANIFEST-OWNER(CURRENT-INDEX) NOT =
                   ENTRY-FILE-OWNER(CURRENT-INDEX)
               MOVE "Y" TO PERM-CHANGED
               STRING "owner " DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-MANIFEST-OWNER(CURRENT-INDEX))
                          DELIMITED BY SIZE
                      "->" DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-FILE-OWNER(CURRENT-INDEX))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      INTO ENTRY-ATTR-CHANGE(CURRENT-INDEX)
                      WITH POINTER ATTR-POINTER
           END-IF
           IF ENTRY-MANIFEST-GROUP(CURRENT-INDEX) NOT = SPACES
               AND ENTRY-MANIFEST-GROUP(CURRENT-INDEX) NOT =
                   ENTRY-FILE-GROUP(CURRENT-INDEX)
               MOVE "Y" TO PERM-CHANGED
               STRING "group " DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-MANIFEST-GROUP(CURRENT-INDEX))
                          DELIMITED BY SIZE
                      "->" DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-FILE-GROUP(CURRENT-INDEX))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      INTO ENTRY-ATTR-CHANGE(CURRENT-INDEX)
                      WITH POINTER ATTR-POINTER
           END-IF
           IF ENTRY-MANIFEST-MTIME(CURRENT-INDEX) NOT = SPACES
               AND ENTRY-MANIFEST-MTIME(CURRENT-INDEX) NOT =
                   ENTRY-FILE-MTIME(CURRENT-INDEX)
               MOVE "Y" TO MTIME-CHANGED
               STRING "mtime " DELIMITED BY SIZE
                      ENTRY-MANIFEST-MTIME(CURRENT-INDEX)
                          DELIMITED BY SIZE
                      "->" DELIMITED BY SIZE
                      ENTRY-FILE-MTIME(CURRENT-INDEX)
                          DELIMITED BY SIZE
                      INTO ENTRY-ATTR-CHANGE(CURRENT-INDEX)
                      WITH POINTER ATTR-POINTER
           END-IF.

      *-----------------------------------------------------------
      * Content first: a changed digest is DRIFT (or APPROVED /
      * MAINT) whatever happened to the attributes, since a
      * rewrite always moves the timestamp - a permission, owner
      * or group change alongside it is carried on the DRIFT
      * line. Only with the content unchanged does an attribute
      * difference stand on its own, as ATTRIBUTE.
      *-----------------------------------------------------------
       DETECT-DRIFT.
           EVALUATE ENTRY-POLICY-CLASS(CURRENT-INDEX)
               WHEN "IMMUTABLE"
                   PERFORM DETECT-IMMUTABLE-CHANGE
                   EXIT PARAGRAPH
               WHEN "VOLATILE"
                   PERFORM DETECT-VOLATILE-CHANGE
                   EXIT PARAGRAPH
           END-EVALUATE
           IF MANIFEST-FOUND = "N"
               MOVE "NEW" TO ENTRY-DRIFT-STATUS(CURRENT-INDEX)
               ADD 1 TO TOTAL-NEW
           ELSE
               IF ENTRY-MANIFEST-HASH(CURRENT-INDEX) =
                   ENTRY-FILE-HASH(CURRENT-INDEX)
                   IF PERM-CHANGED = "Y" OR MTIME-CHANGED = "Y"
                       PERFORM DETECT-ATTRIBUTE-DRIFT
                   ELSE
                       MOVE "OK" TO ENTRY-DRIFT-STATUS(CURRENT-INDEX)
                   END-IF
               ELSE
                   PERFORM LOOKUP-PLANNED-CHANGE
                   IF PLANNED-FOUND = "Y"
               END-IF
           END-IF.

       DETECT-ATTRIBUTE-DRIFT.
           PERFORM LOOKUP-PLANNED-ATTRIBUTE
           EVALUATE TRUE
               WHEN PLANNED-FOUND = "Y"
                   MOVE "APPROVED" TO ENTRY-DRIFT-STATUS(CURRENT-INDEX)
                   ADD 1 TO TOTAL-APPROVED
               WHEN MAINT-ACTIVE = "Y"
                   MOVE "MAINT" TO ENTRY-DRIFT-STATUS(CURRENT-INDEX)
                   ADD 1 TO TOTAL-MAINT
               WHEN OTHER
                   MOVE "ATTRIBUTE" TO ENTRY-DRIFT-STATUS(CURRENT-INDEX)
                   ADD 1 TO TOTAL-ATTRIBUTE
                   PERFORM LOG-ATTRIBUTE-DRIFT
                   PERFORM LOG-ATTRIBUTE-REJECT
           END-EVALUATE.

      *-----------------------------------------------------------
      * IMMUTABLE - nothing about the file may change: not its
      * content, permissions, owner, group or timestamp, and once
      * a baseline exists no new file may appear under the
      * pattern. Planned changes and maintenance windows do not
      * apply. Any change is CRITICAL - its own drift report line,
      * an IMMUTBL reject and a quarantine copy - and the baseline
      * keeps the known-good values, so the file stays CRITICAL
      * every night until it is put back (QUARREST) or a verified
      * release is adopted (hashgen VERIFY <list> ADOPT).
      *-----------------------------------------------------------
       DETECT-IMMUTABLE-CHANGE.
           MOVE SPACES TO POLICY-CHANGE-TEXT
           EVALUATE TRUE
               WHEN MANIFEST-FOUND = "N" AND MANIFEST-ENTRY-COUNT = 0
                   MOVE "NEW" TO ENTRY-DRIFT-STATUS(CURRENT-INDEX)
                   ADD 1 TO TOTAL-NEW
               WHEN MANIFEST-FOUND = "N"
                   MOVE "new file in an immutable path"
                       TO POLICY-CHANGE-TEXT
                   MOVE "New file in an immutable path"
                       TO POLICY-REJECT-TEXT
               WHEN ENTRY-MANIFEST-HASH(CURRENT-INDEX) NOT =
                   ENTRY-FILE-HASH(CURRENT-INDEX)
                   STRING "manifest=" DELIMITED BY SIZE
                          FUNCTION TRIM(
                              ENTRY-MANIFEST-HASH(CURRENT-INDEX))
                              DELIMITED BY SIZE
                          "  actual=" DELIMITED BY SIZE
                          FUNCTION TRIM(ENTRY-FILE-HASH(CURRENT-INDEX))
                              DELIMITED BY SIZE
                          INTO POLICY-CHANGE-TEXT
                   MOVE "Immutable file content changed"
                       TO POLICY-REJECT-TEXT
               WHEN PERM-CHANGED = "Y" OR MTIME-CHANGED = "Y"
                   MOVE ENTRY-ATTR-CHANGE(CURRENT-INDEX)
                       TO POLICY-CHANGE-TEXT
                   MOVE "N" TO PERM-CHANGED
                   MOVE "Immutable file attributes changed"
                       TO POLICY-REJECT-TEXT
               WHEN OTHER
                   MOVE "OK" TO ENTRY-DRIFT-STATUS(CURRENT-INDEX)
           END-EVALUATE
           IF POLICY-CHANGE-TEXT NOT = SPACES
               PERFORM FLAG-IMMUTABLE-CHANGE
               PERFORM QUARANTINE-DRIFTED-FILE
           END-IF.

       FLAG-IMMUTABLE-CHANGE.
           MOVE "CRITICAL" TO ENTRY-DRIFT-STATUS(CURRENT-INDEX)
           ADD 1 TO TOTAL-CRITICAL
           PERFORM LOG-CRITICAL-DRIFT
           PERFORM LOG-POLICY-REJECT.

      *-----------------------------------------------------------
      * VOLATILE - rewritten as a matter of course. Tonight's
      * digest and attributes are recorded like any other file's,
      * but a change, or the file going away, is never flagged:
      * no drift report line, no reject, no quarantine, no alert.
      *-----------------------------------------------------------
       DETECT-VOLATILE-CHANGE.
           EVALUATE TRUE
               WHEN MANIFEST-FOUND = "N"
                   MOVE "NEW" TO ENTRY-DRIFT-STATUS(CURRENT-INDEX)
                   ADD 1 TO TOTAL-NEW
               WHEN ENTRY-MANIFEST-HASH(CURRENT-INDEX) NOT =
                   ENTRY-FILE-HASH(CURRENT-INDEX)
                   OR PERM-CHANGED = "Y" OR MTIME-CHANGED = "Y"
                   MOVE "VOLATILE" TO ENTRY-DRIFT-STATUS(CURRENT-INDEX)
                   ADD 1 TO TOTAL-VOLATILE
               WHEN OTHER
                   MOVE "OK" TO ENTRY-DRIFT-STATUS(CURRENT-INDEX)
           END-EVALUATE.

      *-----------------------------------------------------------
      * Separate drift report - one line per file whose computed
      * hash no longer matches the manifest, over and above the
               DISPLAY "ERROR: unable to write "
                   FUNCTION TRIM(DRIFT-REPORT-FILENAME)
                   " - status " DRIFT-REPORT-STATUS
           END-IF
           IF PERM-CHANGED = "Y"
               MOVE SPACES TO DRIFT-REPORT-LINE
               STRING "  attributes also changed: " DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-ATTR-CHANGE(CURRENT-INDEX))
                          DELIMITED BY SIZE
                      INTO DRIFT-REPORT-LINE
               WRITE DRIFT-REPORT-RECORD FROM DRIFT-REPORT-LINE
           END-IF.

      *-----------------------------------------------------------
      * Same content, different permissions, owner, group or
      * timestamp - its own "ATTRIBUTE" line, kept apart from the
      * content drift lines.
      *-----------------------------------------------------------
       LOG-ATTRIBUTE-DRIFT.
           MOVE SPACES TO DRIFT-REPORT-LINE
           STRING "ATTRIBUTE " DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-FILE-PATH(CURRENT-INDEX))
                      DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-ATTR-CHANGE(CURRENT-INDEX))
                      DELIMITED BY SIZE
                  INTO DRIFT-REPORT-LINE
           WRITE DRIFT-REPORT-RECORD FROM DRIFT-REPORT-LINE
           IF DRIFT-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to write "
                   FUNCTION TRIM(DRIFT-REPORT-FILENAME)
                   " - status " DRIFT-REPORT-STATUS
           END-IF.

      *-----------------------------------------------------------
      * A change to an IMMUTABLE file leads with CRITICAL so it
      * cannot be mistaken for routine drift further down.
      *-----------------------------------------------------------
       LOG-CRITICAL-DRIFT.
           MOVE SPACES TO DRIFT-REPORT-LINE
           STRING "CRITICAL [IMMUTABLE] " DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-FILE-PATH(CURRENT-INDEX))
                      DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(POLICY-CHANGE-TEXT) DELIMITED BY SIZE
                  INTO DRIFT-REPORT-LINE
           WRITE DRIFT-REPORT-RECORD FROM DRIFT-REPORT-LINE
           IF DRIFT-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to write "
                   FUNCTION TRIM(DRIFT-REPORT-FILENAME)
                   " - status " DRIFT-REPORT-STATUS
           END-IF
           IF PERM-CHANGED = "Y"
               MOVE SPACES TO DRIFT-REPORT-LINE
               STRING "  attributes also changed: " DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-ATTR-CHANGE(CURRENT-INDEX))
                          DELIMITED BY SIZE
                      INTO DRIFT-REPORT-LINE
               WRITE DRIFT-REPORT-RECORD FROM DRIFT-REPORT-LINE
           END-IF.

      *-----------------------------------------------------------
                   " - status " DRIFT-REPORT-STATUS
           END-IF.

      *-----------------------------------------------------------
      * Closing section of the drift report: which sweep ran and
      * why, how many digests were computed tonight, and on a
      * fast sweep every file whose digest was carried forward
      * rather than re-verified.
      *-----------------------------------------------------------
       WRITE-SWEEP-SECTION.
           MOVE SPACES TO DRIFT-REPORT-LINE
           WRITE DRIFT-REPORT-RECORD FROM DRIFT-REPORT-LINE
           STRING "Sweep: " DELIMITED BY SIZE
                  SWEEP-MODE DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(SWEEP-REASON) DELIMITED BY SIZE
                  ") - " DELIMITED BY SIZE
                  TOTAL-HASHED DELIMITED BY SIZE
                  " hashed tonight, " DELIMITED BY SIZE
                  TOTAL-CARRIED DELIMITED BY SIZE
                  " carried forward" DELIMITED BY SIZE
                  INTO DRIFT-REPORT-LINE
           WRITE DRIFT-REPORT-RECORD FROM DRIFT-REPORT-LINE
           IF TOTAL-CARRIED > 0
               MOVE "Carried forward (not re-hashed tonight):"
                   TO DRIFT-REPORT-LINE
               WRITE DRIFT-REPORT-RECORD FROM DRIFT-REPORT-LINE
               PERFORM VARYING CURRENT-INDEX FROM 1 BY 1
                   UNTIL CURRENT-INDEX > TOTAL-FILES
                   IF ENTRY-SWEEP(CURRENT-INDEX) = "CARRIED"
                       MOVE SPACES TO DRIFT-REPORT-LINE
                       STRING "  CARRIED " DELIMITED BY SIZE
                              FUNCTION TRIM(
                                  ENTRY-FILE-PATH(CURRENT-INDEX))
                                  DELIMITED BY SIZE
                              INTO DRIFT-REPORT-LINE
                       WRITE DRIFT-REPORT-RECORD
                           FROM DRIFT-REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------
      * Foot of the drift report: the policy in force and what
      * it did tonight. Volatile changes are counted here and
      * nowhere else.
      *-----------------------------------------------------------
       WRITE-POLICY-SECTION.
           MOVE SPACES TO DRIFT-REPORT-LINE
           WRITE DRIFT-REPORT-RECORD FROM DRIFT-REPORT-LINE
           IF POLICY-FOUND = "Y"
               STRING "Policy: " DELIMITED BY SIZE
                      FUNCTION TRIM(POLICY-FILENAME) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      POLICY-ENTRY-COUNT DELIMITED BY SIZE
                      " pattern(s); " DELIMITED BY SIZE
                      TOTAL-CRITICAL DELIMITED BY SIZE
                      " critical, " DELIMITED BY SIZE
                      TOTAL-VOLATILE DELIMITED BY SIZE
                      " volatile change(s) recorded, " DELIMITED BY SIZE
                      TOTAL-EXCLUDED DELIMITED BY SIZE
                      " excluded, " DELIMITED BY SIZE
                      TOTAL-UNCLASSIFIED DELIMITED BY SIZE
                      " unclassified (policy_report.txt)"
                          DELIMITED BY SIZE
                      INTO DRIFT-REPORT-LINE
           ELSE
               STRING "Policy: " DELIMITED BY SIZE
                      FUNCTION TRIM(POLICY-FILENAME) DELIMITED BY SIZE
                      " not found - every file treated as CONTROLLED"
                          DELIMITED BY SIZE
                      INTO DRIFT-REPORT-LINE
           END-IF
           WRITE DRIFT-REPORT-RECORD FROM DRIFT-REPORT-LINE.

       CLOSE-DRIFT-REPORT.
           CLOSE DRIFT-REPORT-FILE.

           DISPLAY "Quarantine report saved to:"
               " quarantine_report.txt".

      *-----------------------------------------------------------
      * policy_report.txt - the patterns in force with how many
      * files each one caught, the files on disk tonight by
      * class, and every file no pattern matched, so a new
      * directory cannot slip in unclassified without anyone
      * noticing. ALERTGEN raises the unclassified count.
      *-----------------------------------------------------------
       WRITE-POLICY-REPORT.
           MOVE 0 TO COUNT-IMMUTABLE
           MOVE 0 TO COUNT-CONTROLLED
           MOVE 0 TO COUNT-VOLATILE
           PERFORM VARYING CURRENT-INDEX FROM 1 BY 1
               UNTIL CURRENT-INDEX > TOTAL-FILES
               IF ENTRY-HASH-STATUS(CURRENT-INDEX) NOT = "MISSING"
                   EVALUATE ENTRY-POLICY-CLASS(CURRENT-INDEX)
                       WHEN "IMMUTABLE"
                           ADD 1 TO COUNT-IMMUTABLE
                       WHEN "VOLATILE"
                           ADD 1 TO COUNT-VOLATILE
                       WHEN OTHER
                           ADD 1 TO COUNT-CONTROLLED
                   END-EVALUATE
               END-IF
           END-PERFORM
           OPEN OUTPUT POLICY-REPORT-FILE
           IF POLICY-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open policy_report.txt"
                   " - status " POLICY-REPORT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO POLICY-REPORT-LINE
           STRING "Hashfiles Integrity Policy Report - run "
                      DELIMITED BY SIZE
                  TIMESTAMP-STRING(1:8) DELIMITED BY SIZE
                  INTO POLICY-REPORT-LINE
           PERFORM WRITE-POLICY-REPORT-LINE
           IF POLICY-FOUND = "Y"
               STRING "Policy file: " DELIMITED BY SIZE
                      FUNCTION TRIM(POLICY-FILENAME) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      POLICY-ENTRY-COUNT DELIMITED BY SIZE
                      " pattern(s), " DELIMITED BY SIZE
                      POLICY-BAD-LINES DELIMITED BY SIZE
                      " line(s) ignored" DELIMITED BY SIZE
                      INTO POLICY-REPORT-LINE
           ELSE
               STRING "Policy file: " DELIMITED BY SIZE
                      FUNCTION TRIM(POLICY-FILENAME) DELIMITED BY SIZE
                      " not found - every file treated as CONTROLLED"
                          DELIMITED BY SIZE
                      INTO POLICY-REPORT-LINE
           END-IF
           PERFORM WRITE-POLICY-REPORT-LINE
           STRING "Files by class: IMMUTABLE " DELIMITED BY SIZE
                  COUNT-IMMUTABLE DELIMITED BY SIZE
                  "  CONTROLLED " DELIMITED BY SIZE
                  COUNT-CONTROLLED DELIMITED BY SIZE
                  "  VOLATILE " DELIMITED BY SIZE
                  COUNT-VOLATILE DELIMITED BY SIZE
                  "  EXCLUDED " DELIMITED BY SIZE
                  TOTAL-EXCLUDED DELIMITED BY SIZE
                  INTO POLICY-REPORT-LINE
           PERFORM WRITE-POLICY-REPORT-LINE
           PERFORM WRITE-POLICY-REPORT-LINE
           MOVE "PATTERNS (first match wins)" TO POLICY-REPORT-LINE
           PERFORM WRITE-POLICY-REPORT-LINE
           PERFORM VARYING POLICY-IDX FROM 1 BY 1
               UNTIL POLICY-IDX > POLICY-ENTRY-COUNT
               MOVE POLICY-ENTRY-CLASS(POLICY-IDX)
                   TO POLICY-REPORT-LINE(3:10)
               MOVE POLICY-ENTRY-PATTERN(POLICY-IDX)
                   TO POLICY-REPORT-LINE(14:80)
               STRING POLICY-ENTRY-HITS(POLICY-IDX) DELIMITED BY SIZE
                      " file(s)" DELIMITED BY SIZE
                      INTO POLICY-REPORT-LINE(95:)
               PERFORM WRITE-POLICY-REPORT-LINE
           END-PERFORM
           IF POLICY-ENTRY-COUNT = 0
               MOVE "  (none)" TO POLICY-REPORT-LINE
               PERFORM WRITE-POLICY-REPORT-LINE
           END-IF
           PERFORM WRITE-POLICY-REPORT-LINE
           MOVE "UNCLASSIFIED FILES (no pattern matched - treated as"
               & " CONTROLLED)" TO POLICY-REPORT-LINE
           PERFORM WRITE-POLICY-REPORT-LINE
           IF POLICY-FOUND = "Y"
               PERFORM VARYING CURRENT-INDEX FROM 1 BY 1
                   UNTIL CURRENT-INDEX > TOTAL-FILES
                   IF ENTRY-CLASSIFIED(CURRENT-INDEX) = "N"
                       AND ENTRY-HASH-STATUS(CURRENT-INDEX)
                           NOT = "MISSING"
                       STRING "  " DELIMITED BY SIZE
                              FUNCTION TRIM(
                                  ENTRY-FILE-NAME(CURRENT-INDEX))
                                  DELIMITED BY SIZE
                              INTO POLICY-REPORT-LINE
                       PERFORM WRITE-POLICY-REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF
           IF TOTAL-UNCLASSIFIED = 0
               MOVE "  (none)" TO POLICY-REPORT-LINE
               PERFORM WRITE-POLICY-REPORT-LINE
           END-IF
           PERFORM WRITE-POLICY-REPORT-LINE
           STRING "Summary: patterns=" DELIMITED BY SIZE
                  POLICY-ENTRY-COUNT DELIMITED BY SIZE
                  ", critical=" DELIMITED BY SIZE
                  TOTAL-CRITICAL DELIMITED BY SIZE
                  ", unclassified=" DELIMITED BY SIZE
                  TOTAL-UNCLASSIFIED DELIMITED BY SIZE
                  INTO POLICY-REPORT-LINE
           PERFORM WRITE-POLICY-REPORT-LINE
           CLOSE POLICY-REPORT-FILE
           DISPLAY "Policy report saved to: policy_report.txt".

       WRITE-POLICY-REPORT-LINE.
           WRITE POLICY-REPORT-RECORD FROM POLICY-REPORT-LINE
           IF POLICY-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to write policy_report.txt"
                   " - status " POLICY-REPORT-STATUS
           END-IF
           MOVE SPACES TO POLICY-REPORT-LINE.

       UPDATE-COUNTERS.
      * A read failure inside a maintenance window still counts as
      * failed, but stays out of rejects.txt - a file mid-copy
           ELSE
               ADD 1 TO TOTAL-FAILED
               IF MAINT-ACTIVE NOT = "Y"
                   AND ENTRY-POLICY-CLASS(CURRENT-INDEX) NOT =
                       "VOLATILE"
                   PERFORM LOG-REJECT
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO REJECT-TIMESTAMP
           CALL "REJECTLOG" USING REJECT-CALL-RECORD.

       LOG-ATTRIBUTE-REJECT.
           MOVE "HASHGEN" TO REJECT-PROGRAM-NAME
           MOVE ENTRY-FILE-PATH(CURRENT-INDEX) TO REJECT-IDENTIFIER
           MOVE ENTRY-ATTR-CHANGE(CURRENT-INDEX)
               TO REJECT-ERROR-MESSAGE
           MOVE "ATTRIB" TO REJECT-REASON-CODE
           MOVE FUNCTION CURRENT-DATE TO REJECT-TIMESTAMP
           CALL "REJECTLOG" USING REJECT-CALL-RECORD.

       LOG-POLICY-REJECT.
           MOVE "HASHGEN" TO REJECT-PROGRAM-NAME
           MOVE ENTRY-FILE-PATH(CURRENT-INDEX) TO REJECT-IDENTIFIER
           MOVE POLICY-REJECT-TEXT TO REJECT-ERROR-MESSAGE
           MOVE "IMMUTBL" TO REJECT-REASON-CODE
           MOVE FUNCTION CURRENT-DATE TO REJECT-TIMESTAMP
           CALL "REJECTLOG" USING REJECT-CALL-RECORD.

       SHOW-PROGRESS.
           IF FUNCTION MOD(CURRENT-INDEX, 100) = 0
               STRING "Processed " DELIMITED BY SIZE
                  '","error": "' DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-ERROR-MESSAGE(CURRENT-INDEX))
                      DELIMITED BY SIZE
                  '","mode": "' DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-FILE-MODE(CURRENT-INDEX))
                      DELIMITED BY SIZE
                  '","owner": "' DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-FILE-OWNER(CURRENT-INDEX))
                      DELIMITED BY SIZE
                  '","group": "' DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-FILE-GROUP(CURRENT-INDEX))
                      DELIMITED BY SIZE
                  '","mtime": "' DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-FILE-MTIME(CURRENT-INDEX))
                      DELIMITED BY SIZE
                  '","attr_change": "' DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-ATTR-CHANGE(CURRENT-INDEX))
                      DELIMITED BY SIZE
                  '","sweep": "' DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-SWEEP(CURRENT-INDEX))
                      DELIMITED BY SIZE
                  '","class": "' DELIMITED BY SIZE
                  FUNCTION TRIM(ENTRY-POLICY-CLASS(CURRENT-INDEX))
                      DELIMITED BY SIZE
                  '"}' DELIMITED BY SIZE
                  INTO RESULT-ENTRY-JSON
           IF CURRENT-INDEX < TOTAL-FILES
                  TOTAL-MAINT DELIMITED BY SIZE
                  ',"missing_files": ' DELIMITED BY SIZE
                  TOTAL-MISSING DELIMITED BY SIZE
                  ',"manifest_entries": ' DELIMITED BY SIZE
                  MANIFEST-WRITTEN DELIMITED BY SIZE
                  ',"attribute_files": ' DELIMITED BY SIZE
                  TOTAL-ATTRIBUTE DELIMITED BY SIZE
                  ',"critical_files": ' DELIMITED BY SIZE
                  TOTAL-CRITICAL DELIMITED BY SIZE
                  ',"volatile_files": ' DELIMITED BY SIZE
                  TOTAL-VOLATILE DELIMITED BY SIZE
                  ',"excluded_files": ' DELIMITED BY SIZE
                  TOTAL-EXCLUDED DELIMITED BY SIZE
                  ',"unclassified_files": ' DELIMITED BY SIZE
                  TOTAL-UNCLASSIFIED DELIMITED BY SIZE
                  ',"sweep_mode": "' DELIMITED BY SIZE
                  SWEEP-MODE DELIMITED BY SIZE
                  '","hashed_files": ' DELIMITED BY SIZE
                  TOTAL-HASHED DELIMITED BY SIZE
                  ',"carried_files": ' DELIMITED BY SIZE
                  TOTAL-CARRIED DELIMITED BY SIZE
                  ',"algorithm": "sha256"' DELIMITED BY SIZE
                  ',"processing_time_seconds": ' DELIMITED BY SIZE
                  PROCESSING-TIME DELIMITED BY SIZE
                  INTO JSON-OUTPUT
           DISPLAY FUNCTION TRIM(JSON-OUTPUT).

           MOVE SPACES TO JSON-OUTPUT
           STRING "Attribute changes: " DELIMITED BY SIZE
                  TOTAL-ATTRIBUTE DELIMITED BY SIZE
                  INTO JSON-OUTPUT
           DISPLAY FUNCTION TRIM(JSON-OUTPUT).

           MOVE SPACES TO JSON-OUTPUT
           STRING "Critical (immutable) changes: " DELIMITED BY SIZE
                  TOTAL-CRITICAL DELIMITED BY SIZE
                  INTO JSON-OUTPUT
           DISPLAY FUNCTION TRIM(JSON-OUTPUT).

           MOVE SPACES TO JSON-OUTPUT
           STRING "Volatile changes recorded: " DELIMITED BY SIZE
                  TOTAL-VOLATILE DELIMITED BY SIZE
                  ", excluded: " DELIMITED BY SIZE
                  TOTAL-EXCLUDED DELIMITED BY SIZE
                  ", unclassified: " DELIMITED BY SIZE
                  TOTAL-UNCLASSIFIED DELIMITED BY SIZE
                  INTO JSON-OUTPUT
           DISPLAY FUNCTION TRIM(JSON-OUTPUT).

           MOVE SPACES TO JSON-OUTPUT
           STRING "Sweep: " DELIMITED BY SIZE
                  SWEEP-MODE DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(SWEEP-REASON) DELIMITED BY SIZE
                  ") hashed " DELIMITED BY SIZE
                  TOTAL-HASHED DELIMITED BY SIZE
                  ", carried forward " DELIMITED BY SIZE
                  TOTAL-CARRIED DELIMITED BY SIZE
                  INTO JSON-OUTPUT
           DISPLAY FUNCTION TRIM(JSON-OUTPUT).

           MOVE SPACES TO JSON-OUTPUT
           STRING "Approved changes: " DELIMITED BY SIZE
                  TOTAL-APPROVED DELIMITED BY SIZE
                  " ms" DELIMITED BY SIZE
                  INTO JSON-OUTPUT
           DISPLAY FUNCTION TRIM(JSON-OUTPUT).

      *-----------------------------------------------------------
      * Deployment verification against a vendor release list.
      * The tree is walked exactly as the nightly sweep walks it
      * (every file, digested afresh), each file is looked up in
      * the list, and release_certificate.txt records every
      * MATCH, DIFFER, MISSING (listed but not on disk) and EXTRA
      * (on disk but not listed) with a PASS or FAIL verdict -
      * PASS only when every listed file is present with the
      * listed digest, nothing else is on disk, and every line of
      * the list could be read. RC 0 on PASS, 4 on FAIL.
      *-----------------------------------------------------------
       VERIFY-RELEASE.
           MOVE "FULL" TO SWEEP-MODE
           MOVE "release verification" TO SWEEP-REASON
           MOVE RUN-ARGUMENT TO RELEASE-FILENAME
           MOVE "N" TO RELEASE-ADOPTED
           PERFORM LOAD-RELEASE-LIST
           PERFORM FIND-ALL-FILES
           PERFORM BUILD-SIZE-TABLE
           PERFORM BUILD-ATTRIBUTE-TABLE
           PERFORM SELECT-FILES-TO-HASH
           PERFORM BUILD-DIGEST-TABLE
           PERFORM OPEN-CERTIFICATE
           PERFORM VARYING CURRENT-INDEX FROM 1 BY 1
               UNTIL CURRENT-INDEX > TOTAL-FILES
               PERFORM VERIFY-RELEASE-FILE
           END-PERFORM
           PERFORM VARYING RELEASE-IDX FROM 1 BY 1
               UNTIL RELEASE-IDX > RELEASE-ENTRY-COUNT
               IF RELEASE-ENTRY-MATCHED(RELEASE-IDX) = "N"
                   PERFORM REPORT-RELEASE-MISSING
               END-IF
           END-PERFORM
           IF TOTAL-REL-DIFFER = 0
               AND TOTAL-REL-MISSING = 0
               AND TOTAL-REL-EXTRA = 0
               AND TOTAL-REL-MALFORMED = 0
               AND TOTAL-FAILED = 0
               AND RELEASE-ENTRY-COUNT > 0
               MOVE "PASS" TO RELEASE-RESULT
               MOVE 0 TO RELEASE-RC
           ELSE
               MOVE "FAIL" TO RELEASE-RESULT
               MOVE 4 TO RELEASE-RC
           END-IF
           IF RUN-OPTION = "ADOPT" AND RELEASE-RESULT = "PASS"
               PERFORM ADOPT-RELEASE-BASELINE
           END-IF
           PERFORM CLOSE-CERTIFICATE
           DISPLAY "Release verification: " RELEASE-RESULT
               " - matched " TOTAL-REL-MATCH
               ", differ " TOTAL-REL-DIFFER
               ", missing " TOTAL-REL-MISSING
               ", extra " TOTAL-REL-EXTRA
               ", unreadable lines " TOTAL-REL-MALFORMED
           DISPLAY "Certificate written to release_certificate.txt".

       LOAD-RELEASE-LIST.
           MOVE 0 TO RELEASE-ENTRY-COUNT
           OPEN INPUT RELEASE-FILE
           IF RELEASE-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open "
                   FUNCTION TRIM(RELEASE-FILENAME)
                   " - status " RELEASE-STATUS
               PERFORM FREE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ RELEASE-FILE AT END
                   EXIT PERFORM
               NOT AT END
                   PERFORM STORE-RELEASE-ENTRY
           END-PERFORM
           CLOSE RELEASE-FILE
           DISPLAY "Loaded " RELEASE-ENTRY-COUNT
               " release entries from "
               FUNCTION TRIM(RELEASE-FILENAME).

      *-----------------------------------------------------------
      * Digest is lower-cased before the check so an upper-case
      * list still reads. A leading "./" on the name is dropped -
      * the tree walk reports names without it. Blank and "#"
      * lines are skipped; anything else that does not parse is
      * counted, because a list that cannot be read in full
      * cannot certify a release.
      *-----------------------------------------------------------
       STORE-RELEASE-ENTRY.
           IF RELEASE-RECORD = SPACES
               OR RELEASE-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LOWER-CASE(RELEASE-RECORD(1:64))
               TO RELEASE-RECORD(1:64)
           IF RELEASE-RECORD(1:64) IS NOT HEX-DIGIT
               OR RELEASE-RECORD(65:1) NOT = SPACE
               OR (RELEASE-RECORD(66:1) NOT = SPACE
                   AND RELEASE-RECORD(66:1) NOT = "*")
               OR RELEASE-RECORD(67:) = SPACES
               OR RELEASE-ENTRY-COUNT >= 1000
               ADD 1 TO TOTAL-REL-MALFORMED
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(RELEASE-RECORD(67:))
               TO RELEASE-NAME-TOKEN
           IF RELEASE-NAME-TOKEN(1:2) = "./"
               MOVE RELEASE-NAME-TOKEN(3:) TO RELEASE-NAME-TOKEN
           END-IF
           ADD 1 TO RELEASE-ENTRY-COUNT
           MOVE RELEASE-NAME-TOKEN
               TO RELEASE-ENTRY-NAME(RELEASE-ENTRY-COUNT)
           MOVE RELEASE-RECORD(1:64)
               TO RELEASE-ENTRY-HASH(RELEASE-ENTRY-COUNT)
           MOVE "N" TO RELEASE-ENTRY-MATCHED(RELEASE-ENTRY-COUNT).

       VERIFY-RELEASE-FILE.
           PERFORM CALCULATE-FILE-HASH
           PERFORM GET-FILE-SIZE
           PERFORM GET-FILE-ATTRIBUTES
           IF ENTRY-HASH-STATUS(CURRENT-INDEX) = "SUCCESS"
               ADD 1 TO TOTAL-PASSED
           ELSE
               ADD 1 TO TOTAL-FAILED
           END-IF
           MOVE "N" TO RELEASE-FOUND
           PERFORM VARYING RELEASE-IDX FROM 1 BY 1
               UNTIL RELEASE-IDX > RELEASE-ENTRY-COUNT
               IF RELEASE-ENTRY-NAME(RELEASE-IDX) =
                   ENTRY-FILE-NAME(CURRENT-INDEX)
                   MOVE "Y" TO RELEASE-FOUND
                   MOVE "Y" TO RELEASE-ENTRY-MATCHED(RELEASE-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO CERT-REPORT-LINE
           EVALUATE TRUE
               WHEN RELEASE-FOUND = "N"
                   ADD 1 TO TOTAL-REL-EXTRA
                   STRING "EXTRA    " DELIMITED BY SIZE
                          FUNCTION TRIM(ENTRY-FILE-NAME(CURRENT-INDEX))
                              DELIMITED BY SIZE
                          "  disk=" DELIMITED BY SIZE
                          ENTRY-FILE-HASH(CURRENT-INDEX)
                              DELIMITED BY SIZE
                          INTO CERT-REPORT-LINE
               WHEN RELEASE-ENTRY-HASH(RELEASE-IDX) =
                   ENTRY-FILE-HASH(CURRENT-INDEX)
                   ADD 1 TO TOTAL-REL-MATCH
                   STRING "MATCH    " DELIMITED BY SIZE
                          FUNCTION TRIM(ENTRY-FILE-NAME(CURRENT-INDEX))
                              DELIMITED BY SIZE
                          INTO CERT-REPORT-LINE
               WHEN OTHER
                   ADD 1 TO TOTAL-REL-DIFFER
                   STRING "DIFFER   " DELIMITED BY SIZE
                          FUNCTION TRIM(ENTRY-FILE-NAME(CURRENT-INDEX))
                              DELIMITED BY SIZE
                          "  release=" DELIMITED BY SIZE
                          RELEASE-ENTRY-HASH(RELEASE-IDX)
                              DELIMITED BY SIZE
                          "  disk=" DELIMITED BY SIZE
                          FUNCTION TRIM(ENTRY-FILE-HASH(CURRENT-INDEX))
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(
                              ENTRY-ERROR-MESSAGE(CURRENT-INDEX))
                              DELIMITED BY SIZE
                          INTO CERT-REPORT-LINE
           END-EVALUATE
           PERFORM WRITE-CERTIFICATE-LINE.

       REPORT-RELEASE-MISSING.
           ADD 1 TO TOTAL-REL-MISSING
           MOVE SPACES TO CERT-REPORT-LINE
           STRING "MISSING  " DELIMITED BY SIZE
                  FUNCTION TRIM(RELEASE-ENTRY-NAME(RELEASE-IDX))
                      DELIMITED BY SIZE
                  "  release=" DELIMITED BY SIZE
                  RELEASE-ENTRY-HASH(RELEASE-IDX) DELIMITED BY SIZE
                  INTO CERT-REPORT-LINE
           PERFORM WRITE-CERTIFICATE-LINE.

      *-----------------------------------------------------------
      * A clean release becomes the baseline: every file goes
      * into a freshly sealed manifest with tonight's digest and
      * attributes, and hash_history.txt takes one RELEASE
      * observation per file, so HASHHIST shows exactly when the
      * vendor's content was certified and adopted. A full
      * re-verification of the whole tree also settles any full
      * sweep still owed after a failed seal.
      *-----------------------------------------------------------
       ADOPT-RELEASE-BASELINE.
           PERFORM VARYING CURRENT-INDEX FROM 1 BY 1
               UNTIL CURRENT-INDEX > TOTAL-FILES
               MOVE "RELEASE" TO ENTRY-DRIFT-STATUS(CURRENT-INDEX)
           END-PERFORM
           PERFORM SAVE-MANIFEST
           PERFORM APPEND-HASH-HISTORY
           MOVE "N" TO SWEEP-DUE-FOUND
           OPEN INPUT SWEEP-DUE-FILE
           IF SWEEP-DUE-STATUS = "00"
               MOVE "Y" TO SWEEP-DUE-FOUND
               CLOSE SWEEP-DUE-FILE
           END-IF
           PERFORM CLEAR-FULL-SWEEP-DUE
           MOVE "Y" TO RELEASE-ADOPTED.

       OPEN-CERTIFICATE.
           OPEN OUTPUT CERT-REPORT-FILE
           IF CERT-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open release_certificate.txt"
                   " - status " CERT-REPORT-STATUS
               PERFORM FREE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Deployment Verification Certificate"
               TO CERT-REPORT-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           MOVE SPACES TO CERT-REPORT-LINE
           STRING "Release list: " DELIMITED BY SIZE
                  FUNCTION TRIM(RELEASE-FILENAME) DELIMITED BY SIZE
                  INTO CERT-REPORT-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           MOVE SPACES TO CERT-REPORT-LINE
           STRING "Directory:    " DELIMITED BY SIZE
                  FUNCTION TRIM(HASHFILES-DIR) DELIMITED BY SIZE
                  INTO CERT-REPORT-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           MOVE SPACES TO CERT-REPORT-LINE
           STRING "Verified:     " DELIMITED BY SIZE
                  TIMESTAMP-STRING(1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CURRENT-TIME DELIMITED BY SIZE
                  INTO CERT-REPORT-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           MOVE SPACES TO CERT-REPORT-LINE
           STRING "Listed:       " DELIMITED BY SIZE
                  RELEASE-ENTRY-COUNT DELIMITED BY SIZE
                  " file(s); on disk " DELIMITED BY SIZE
                  TOTAL-FILES DELIMITED BY SIZE
                  " file(s)" DELIMITED BY SIZE
                  INTO CERT-REPORT-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           MOVE SPACES TO CERT-REPORT-LINE
           PERFORM WRITE-CERTIFICATE-LINE.

       CLOSE-CERTIFICATE.
           MOVE SPACES TO CERT-REPORT-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           STRING "Summary: matched=" DELIMITED BY SIZE
                  TOTAL-REL-MATCH DELIMITED BY SIZE
                  ", differ=" DELIMITED BY SIZE
                  TOTAL-REL-DIFFER DELIMITED BY SIZE
                  ", missing=" DELIMITED BY SIZE
                  TOTAL-REL-MISSING DELIMITED BY SIZE
                  ", extra=" DELIMITED BY SIZE
                  TOTAL-REL-EXTRA DELIMITED BY SIZE
                  ", unreadable-lines=" DELIMITED BY SIZE
                  TOTAL-REL-MALFORMED DELIMITED BY SIZE
                  INTO CERT-REPORT-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           MOVE SPACES TO CERT-REPORT-LINE
           IF RELEASE-RESULT = "PASS"
               MOVE "RESULT: PASS - the tree matches the release"
                   & " exactly" TO CERT-REPORT-LINE
           ELSE
               MOVE "RESULT: FAIL - the tree does not match the"
                   & " release" TO CERT-REPORT-LINE
           END-IF
           PERFORM WRITE-CERTIFICATE-LINE
           EVALUATE TRUE
               WHEN RELEASE-ADOPTED = "Y"
                   MOVE "Baseline: adopted - manifest rewritten and"
                       & " sealed, RELEASE recorded in history"
                       TO CERT-REPORT-LINE
               WHEN RUN-OPTION = "ADOPT"
                   MOVE "Baseline: not adopted - only a release that"
                       & " verifies clean can become the baseline"
                       TO CERT-REPORT-LINE
               WHEN OTHER
                   MOVE "Baseline: unchanged" TO CERT-REPORT-LINE
           END-EVALUATE
           PERFORM WRITE-CERTIFICATE-LINE
           CLOSE CERT-REPORT-FILE.

       WRITE-CERTIFICATE-LINE.
           WRITE CERT-REPORT-RECORD FROM CERT-REPORT-LINE
           IF CERT-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to write release_certificate.txt"
                   " - status " CERT-REPORT-STATUS
           END-IF
           MOVE SPACES TO CERT-REPORT-LINE.
