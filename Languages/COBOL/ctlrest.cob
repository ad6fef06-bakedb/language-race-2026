       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLREST.
       AUTHOR. LANGUAGE RACE.
       DATE-WRITTEN. 2026-10-15.

      *-----------------------------------------------------------
      * Companion to CTLSNAP - works from the control-file
      * snapshot sets under CFG-SNAPSHOT-DIR:
      *   ctlrest LIST
      *       every set on file, oldest first, with its file
      *       counts and whether its seal still holds
      *   ctlrest DIFF <set id> [member]
      *       each member (or the one named) against the live
      *       file - SAME, CHANGED (with the diff), MISSING,
      *       ADDED - ending rc 4 when anything differs
      *   ctlrest RESTORE <set id> <member|ALL>
      *       put one member, or the whole set, back in place
      * <set id> is the YYYYMMDDHHMMSS LIST shows, or LATEST. The
      * member names are the CTLFILES ones. A restore is refused
      * when the set's seal is broken or a copy no longer matches
      * the digest taken with it, and it takes the run lock, so
      * nothing is put back underneath a running cycle. A member
      * recorded ABSENT has nothing to put back and is left alone;
      * a live file already matching its copy is not touched.
      * Every file restored appends an action=RESTORE line to
      * ../endpoint_changes.txt, beside CHGAPPR's decisions, with
      * the old and new digests, and the run is bracketed by an
      * audit START/END pair counting the files restored.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROBE-FILE ASSIGN TO DYNAMIC PROBE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROBE-STATUS.
           SELECT HASH-TEMP-FILE ASSIGN TO DYNAMIC HASH-TEMP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HASH-TEMP-STATUS.
           SELECT DIR-LISTING-FILE ASSIGN TO DYNAMIC LISTING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTING-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO DYNAMIC SNAPSHOT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "../endpoint_changes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROBE-FILE.
       01 PROBE-RECORD PIC X(200).

       FD HASH-TEMP-FILE.
       01 HASH-TEMP-RECORD PIC X(64).

       FD DIR-LISTING-FILE.
       01 LISTING-RECORD PIC X(100).

       FD SNAPSHOT-FILE.
       COPY CTLSNAP.

       FD HISTORY-FILE.
       01 HISTORY-RECORD PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
          05 PROBE-FILENAME PIC X(100).
          05 PROBE-STATUS PIC X(2).
          05 HASH-TEMP-FILENAME PIC X(30)
              VALUE "/tmp/ctlrest-hash.tmp".
          05 HASH-TEMP-STATUS PIC X(2).
          05 LISTING-FILENAME PIC X(30)
              VALUE "/tmp/ctlrest-listing.tmp".
          05 LISTING-STATUS PIC X(2).
          05 SNAPSHOT-FILENAME PIC X(80).
          05 SNAPSHOT-STATUS PIC X(2).
          05 HISTORY-STATUS PIC X(2).
          05 HISTORY-TEXT PIC X(400).
          05 COMMAND-TEXT PIC X(120).
          05 VERB-TOKEN PIC X(10).
          05 SET-TOKEN PIC X(20).
          05 MEMBER-TOKEN PIC X(30).
          05 SHELL-COMMAND PIC X(400).
          05 SHELL-RC PIC S9(9).
          05 Q-DQ PIC X(1) VALUE '"'.
          05 SET-ID PIC X(14).
          05 SET-DIR PIC X(60).
          05 COPY-PATH PIC X(100).
          05 LIVE-PATH PIC X(80).
          05 FILE-HASH PIC X(64).
          05 LIVE-HASH PIC X(64).
          05 OLD-HASH PIC X(64).
          05 NEW-HASH PIC X(64).
          05 SEAL-RECORDED PIC X(64).
          05 SEAL-EXPECTED PIC X(64).
          05 SEAL-STATE PIC X(11).
          05 CONTROL-IDX PIC 9(2).
          05 ENTRY-IDX PIC 9(2).
          05 MATCH-IDX PIC 9(2).
          05 SET-COUNT PIC 9(4) VALUE 0.
          05 OK-COUNT PIC 9(2).
          05 ABSENT-COUNT PIC 9(2).
          05 FAILED-COUNT PIC 9(2).
          05 DIFFER-COUNT PIC 9(2) VALUE 0.
          05 RESTORED-COUNT PIC 9(2) VALUE 0.
          05 REFUSED-COUNT PIC 9(2) VALUE 0.
          05 MEMBER-SELECTED PIC X(1).
          05 CHANGE-STAMP PIC X(21).
          05 CHANGE-USER PIC X(20).
          05 OPS-CYCLE-ID PIC X(16).
          05 LOCK-OWNED PIC X(1) VALUE "N".
          05 FINAL-RC PIC 9(2) VALUE 0.

      *-----------------------------------------------------------
      * The set being worked, as loaded from its snapshot.txt -
      * the "*SEAL*" record is kept out of the table.
      *-----------------------------------------------------------
       01 SET-TABLE.
          05 SET-ENTRY-COUNT PIC 9(2) VALUE 0.
          05 SET-ENTRY OCCURS 20 TIMES.
             10 SET-MEMBER PIC X(24).
             10 SET-HASH PIC X(64).
             10 SET-STATE PIC X(6).
             10 SET-SIZE PIC X(10).

       COPY CTLFILES.
       COPY AUDITLOG.
       COPY APPCFG.
       COPY RUNLOCK.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LOAD-RUNTIME-CONFIG.
           PERFORM SET-CONTROL-PATHS.
           PERFORM PARSE-COMMAND-LINE.
           EVALUATE VERB-TOKEN
               WHEN "LIST"
                   PERFORM LIST-SNAPSHOT-SETS
               WHEN "DIFF"
                   PERFORM DIFF-SNAPSHOT-SET
               WHEN "RESTORE"
                   PERFORM RESTORE-SNAPSHOT-SET
           END-EVALUATE.
           MOVE FINAL-RC TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------
      * Runtime configuration overrides (../ops_config.txt) fold
      * over the APPCFG compile-time defaults before any CFG-
      * value is read - see CONFIGLD.
      *-----------------------------------------------------------
       LOAD-RUNTIME-CONFIG.
           CALL "CONFIGLD" USING APP-CONFIG.

      *-----------------------------------------------------------
      * Where each CTLFILES member lives tonight - the same keys
      * the programs that read and write them use. The MATH
      * ledger and ops_config.txt have fixed locations (MATH's
      * LEDGER-FILE and CONFIGLD's CONFIG-FILE). Keep in step with
      * CTLSNAP's copy of this paragraph.
      *-----------------------------------------------------------
       SET-CONTROL-PATHS.
           MOVE CFG-COMPARE-FILENAME TO CONTROL-PATH(1)
           MOVE SPACES TO CONTROL-PATH(2)
           STRING FUNCTION TRIM(CFG-HASHFILES-DIR) DELIMITED BY SIZE
                  "/hash-manifest.txt" DELIMITED BY SIZE
                  INTO CONTROL-PATH(2)
           MOVE "../ops_config.txt" TO CONTROL-PATH(3)
           MOVE CFG-PLANNED-CHANGES-FILE TO CONTROL-PATH(4)
           MOVE CFG-MAINT-CALENDAR-FILE TO CONTROL-PATH(5)
           MOVE CFG-ENVIRONMENTS-FILE TO CONTROL-PATH(6)
           MOVE CFG-RAND-LEDGER-FILE TO CONTROL-PATH(7)
           MOVE CFG-RAND-GRID-FILE TO CONTROL-PATH(8)
           MOVE "../math_results_ledger.txt" TO CONTROL-PATH(9).

       PARSE-COMMAND-LINE.
           MOVE SPACES TO COMMAND-TEXT
           ACCEPT COMMAND-TEXT FROM COMMAND-LINE
           MOVE SPACES TO VERB-TOKEN
           MOVE SPACES TO SET-TOKEN
           MOVE SPACES TO MEMBER-TOKEN
           UNSTRING COMMAND-TEXT DELIMITED BY ALL SPACE
               INTO VERB-TOKEN SET-TOKEN MEMBER-TOKEN
           MOVE FUNCTION UPPER-CASE(VERB-TOKEN) TO VERB-TOKEN
           EVALUATE TRUE
               WHEN VERB-TOKEN = "LIST"
                   CONTINUE
               WHEN VERB-TOKEN = "DIFF" AND SET-TOKEN NOT = SPACES
                   CONTINUE
               WHEN VERB-TOKEN = "RESTORE" AND SET-TOKEN NOT = SPACES
                   AND MEMBER-TOKEN NOT = SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Usage: ctlrest LIST"
                   DISPLAY "       ctlrest DIFF <set id|LATEST>"
                       " [member]"
                   DISPLAY "       ctlrest RESTORE <set id|LATEST>"
                       " <member|ALL>"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF MEMBER-TOKEN NOT = SPACES
               AND FUNCTION UPPER-CASE(MEMBER-TOKEN) NOT = "ALL"
               PERFORM FIND-NAMED-MEMBER
           END-IF.

       FIND-NAMED-MEMBER.
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING CONTROL-IDX FROM 1 BY 1
               UNTIL CONTROL-IDX > CONTROL-FILE-COUNT
               IF CONTROL-MEMBER(CONTROL-IDX) = MEMBER-TOKEN
                   MOVE CONTROL-IDX TO MATCH-IDX
               END-IF
           END-PERFORM
           IF MATCH-IDX = 0
               DISPLAY "ERROR: " FUNCTION TRIM(MEMBER-TOKEN)
                   " is not a snapshot member - one of:"
               PERFORM VARYING CONTROL-IDX FROM 1 BY 1
                   UNTIL CONTROL-IDX > CONTROL-FILE-COUNT
                   DISPLAY "  " CONTROL-MEMBER(CONTROL-IDX)
               END-PERFORM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *-----------------------------------------------------------
      * One line per set in CFG-SNAPSHOT-DIR - the set directory
      * names sort oldest first on their own.
      *-----------------------------------------------------------
       LIST-SNAPSHOT-SETS.
           PERFORM LIST-SET-DIRECTORY
           DISPLAY "Control-file snapshot sets in "
               FUNCTION TRIM(CFG-SNAPSHOT-DIR) ":"
           OPEN INPUT DIR-LISTING-FILE
           IF LISTING-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ DIR-LISTING-FILE AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LISTING-RECORD(1:14) IS NUMERIC
                           AND LISTING-RECORD(15:1) = SPACE
                           PERFORM LIST-ONE-SET
                       END-IF
               END-PERFORM
               CLOSE DIR-LISTING-FILE
           END-IF
           IF SET-COUNT = 0
               DISPLAY "  (none)"
           END-IF.

       LIST-SET-DIRECTORY.
           MOVE SPACES TO SHELL-COMMAND
           STRING "ls -1 " DELIMITED BY SIZE
                  FUNCTION TRIM(CFG-SNAPSHOT-DIR) DELIMITED BY SIZE
                  " 2>/dev/null | sort > " DELIMITED BY SIZE
                  FUNCTION TRIM(LISTING-FILENAME) DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND.

       LIST-ONE-SET.
           ADD 1 TO SET-COUNT
           MOVE LISTING-RECORD(1:14) TO SET-ID
           PERFORM SET-SET-PATHS
           PERFORM LOAD-SNAPSHOT-SET
           PERFORM VERIFY-SET-SEAL
           MOVE 0 TO OK-COUNT
           MOVE 0 TO ABSENT-COUNT
           MOVE 0 TO FAILED-COUNT
           PERFORM VARYING ENTRY-IDX FROM 1 BY 1
               UNTIL ENTRY-IDX > SET-ENTRY-COUNT
               EVALUATE SET-STATE(ENTRY-IDX)
                   WHEN "OK"
                       ADD 1 TO OK-COUNT
                   WHEN "ABSENT"
                       ADD 1 TO ABSENT-COUNT
                   WHEN OTHER
                       ADD 1 TO FAILED-COUNT
               END-EVALUATE
           END-PERFORM
           DISPLAY "  " SET-ID "  " SET-ID(1:4) "-" SET-ID(5:2) "-"
               SET-ID(7:2) " " SET-ID(9:2) ":" SET-ID(11:2) ":"
               SET-ID(13:2) "  files " OK-COUNT "  absent "
               ABSENT-COUNT "  failed " FAILED-COUNT "  "
               SEAL-STATE.

      *-----------------------------------------------------------
      * Resolve <set id> (LATEST is the newest set on file) and
      * load its manifest. A set that cannot be found stops the
      * run with rc 8.
      *-----------------------------------------------------------
       RESOLVE-SNAPSHOT-SET.
           MOVE SPACES TO SET-ID
           IF FUNCTION UPPER-CASE(SET-TOKEN) = "LATEST"
               PERFORM LIST-SET-DIRECTORY
               OPEN INPUT DIR-LISTING-FILE
               IF LISTING-STATUS = "00"
                   PERFORM UNTIL EXIT
                       READ DIR-LISTING-FILE AT END
                           EXIT PERFORM
                       NOT AT END
                           IF LISTING-RECORD(1:14) IS NUMERIC
                               AND LISTING-RECORD(15:1) = SPACE
                               MOVE LISTING-RECORD(1:14) TO SET-ID
                           END-IF
                   END-PERFORM
                   CLOSE DIR-LISTING-FILE
               END-IF
           ELSE
               IF SET-TOKEN(1:14) IS NUMERIC
                   AND SET-TOKEN(15:1) = SPACE
                   MOVE SET-TOKEN(1:14) TO SET-ID
               END-IF
           END-IF
           IF SET-ID = SPACES
               DISPLAY "ERROR: no snapshot set "
                   FUNCTION TRIM(SET-TOKEN)
                   " - give a set id as LIST shows it, or LATEST"
               MOVE 8 TO FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-SET-PATHS
           PERFORM LOAD-SNAPSHOT-SET
           IF SNAPSHOT-STATUS NOT = "00"
               DISPLAY "ERROR: no snapshot set at "
                   FUNCTION TRIM(SET-DIR)
               MOVE SPACES TO SET-ID
               MOVE 8 TO FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFY-SET-SEAL.

       SET-SET-PATHS.
           MOVE SPACES TO SET-DIR
           STRING FUNCTION TRIM(CFG-SNAPSHOT-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SET-ID DELIMITED BY SIZE
                  INTO SET-DIR
           MOVE SPACES TO SNAPSHOT-FILENAME
           STRING FUNCTION TRIM(SET-DIR) DELIMITED BY SIZE
                  "/snapshot.txt" DELIMITED BY SIZE
                  INTO SNAPSHOT-FILENAME.

       LOAD-SNAPSHOT-SET.
           MOVE 0 TO SET-ENTRY-COUNT
           MOVE SPACES TO SEAL-RECORDED
           OPEN INPUT SNAPSHOT-FILE
           IF SNAPSHOT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ SNAPSHOT-FILE AT END
                   EXIT PERFORM
               NOT AT END
                   PERFORM STORE-SET-ENTRY
           END-PERFORM
           CLOSE SNAPSHOT-FILE
           MOVE "00" TO SNAPSHOT-STATUS.

      * Only a seal on the last record counts - anything after it
      * was added once the set was sealed.
       STORE-SET-ENTRY.
           IF SNAP-MEMBER = "*SEAL*"
               MOVE SNAP-HASH TO SEAL-RECORDED
           ELSE
               MOVE SPACES TO SEAL-RECORDED
               IF SET-ENTRY-COUNT < 20
                   ADD 1 TO SET-ENTRY-COUNT
                   MOVE SNAP-MEMBER TO SET-MEMBER(SET-ENTRY-COUNT)
                   MOVE SNAP-HASH TO SET-HASH(SET-ENTRY-COUNT)
                   MOVE SNAP-STATE TO SET-STATE(SET-ENTRY-COUNT)
                   MOVE SNAP-SIZE TO SET-SIZE(SET-ENTRY-COUNT)
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Same check HASHGEN's VERIFY-MANIFEST-SEAL makes: the
      * digest of every line above the seal must match the one the
      * seal holds. SEAL-STATE comes back SEALED, UNSEALED (the
      * set was cut short before CTLSNAP sealed it) or SEAL BROKEN.
      *-----------------------------------------------------------
       VERIFY-SET-SEAL.
           IF SEAL-RECORDED = SPACES
               MOVE "UNSEALED" TO SEAL-STATE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SHELL-COMMAND
           STRING "head -n -1 '" DELIMITED BY SIZE
                  FUNCTION TRIM(SNAPSHOT-FILENAME) DELIMITED BY SIZE
                  "' | sha256sum | cut -c1-64 > '" DELIMITED BY SIZE
                  FUNCTION TRIM(HASH-TEMP-FILENAME) DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           PERFORM READ-HASH-TEMP
           MOVE FILE-HASH TO SEAL-EXPECTED
           IF SEAL-RECORDED = SEAL-EXPECTED
               MOVE "SEALED" TO SEAL-STATE
           ELSE
               MOVE "SEAL BROKEN" TO SEAL-STATE
           END-IF.

       READ-HASH-TEMP.
           MOVE SPACES TO FILE-HASH
           OPEN INPUT HASH-TEMP-FILE
           IF HASH-TEMP-STATUS = "00"
               READ HASH-TEMP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE HASH-TEMP-RECORD TO FILE-HASH
               END-READ
               CLOSE HASH-TEMP-FILE
           END-IF.

      * The digest of whatever file PROBE-FILENAME names, or
      * spaces when there is no such file.
       HASH-PROBE-FILE.
           MOVE SPACES TO FILE-HASH
           OPEN INPUT PROBE-FILE
           IF PROBE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           CLOSE PROBE-FILE
           MOVE SPACES TO SHELL-COMMAND
           STRING "sha256sum '" DELIMITED BY SIZE
                  FUNCTION TRIM(PROBE-FILENAME) DELIMITED BY SIZE
                  "' 2>/dev/null | cut -c1-64 > '" DELIMITED BY SIZE
                  FUNCTION TRIM(HASH-TEMP-FILENAME) DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           PERFORM READ-HASH-TEMP.

      * The set's manifest entry for CONTROL-IDX's member, or 0
      * when the set does not carry it.
       FIND-SET-ENTRY.
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING ENTRY-IDX FROM 1 BY 1
               UNTIL ENTRY-IDX > SET-ENTRY-COUNT
               IF SET-MEMBER(ENTRY-IDX) = CONTROL-MEMBER(CONTROL-IDX)
                   MOVE ENTRY-IDX TO MATCH-IDX
               END-IF
           END-PERFORM
           MOVE CONTROL-PATH(CONTROL-IDX) TO LIVE-PATH
           MOVE SPACES TO COPY-PATH
           STRING FUNCTION TRIM(SET-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(CONTROL-MEMBER(CONTROL-IDX))
                      DELIMITED BY SIZE
                  INTO COPY-PATH.

      * Is CONTROL-IDX's member one the command line selected?
       SELECT-CONTROL-MEMBER.
           MOVE "N" TO MEMBER-SELECTED
           IF MEMBER-TOKEN = SPACES
               OR FUNCTION UPPER-CASE(MEMBER-TOKEN) = "ALL"
               OR CONTROL-MEMBER(CONTROL-IDX) = MEMBER-TOKEN
               MOVE "Y" TO MEMBER-SELECTED
           END-IF.

      *-----------------------------------------------------------
      * DIFF - compare the set against the live files, read only.
      * A changed file gets a unified diff, snapshot copy first,
      * so the + lines are what has changed since the set was
      * taken.
      *-----------------------------------------------------------
       DIFF-SNAPSHOT-SET.
           PERFORM RESOLVE-SNAPSHOT-SET
           IF SET-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Snapshot set " SET-ID " ("
               FUNCTION TRIM(SEAL-STATE)
               ") against the live control files:"
           IF SEAL-STATE NOT = "SEALED"
               DISPLAY "WARNING: the set's seal does not hold - its"
                   " digests cannot be trusted"
           END-IF
           PERFORM VARYING CONTROL-IDX FROM 1 BY 1
               UNTIL CONTROL-IDX > CONTROL-FILE-COUNT
               PERFORM SELECT-CONTROL-MEMBER
               IF MEMBER-SELECTED = "Y"
                   PERFORM DIFF-ONE-MEMBER
               END-IF
           END-PERFORM
           IF DIFFER-COUNT > 0
               DISPLAY DIFFER-COUNT " file(s) differ from the set"
               MOVE 4 TO FINAL-RC
           ELSE
               DISPLAY "No differences."
           END-IF.

       DIFF-ONE-MEMBER.
           PERFORM FIND-SET-ENTRY
           MOVE LIVE-PATH TO PROBE-FILENAME
           PERFORM HASH-PROBE-FILE
           MOVE FILE-HASH TO LIVE-HASH
           EVALUATE TRUE
               WHEN MATCH-IDX = 0
                   DISPLAY "  " CONTROL-MEMBER(CONTROL-IDX)
                       " NOT IN SET"
               WHEN SET-STATE(MATCH-IDX) NOT = "OK"
                   AND LIVE-HASH = SPACES
                   DISPLAY "  " CONTROL-MEMBER(CONTROL-IDX)
                       " SAME     (absent then and now)"
               WHEN SET-STATE(MATCH-IDX) NOT = "OK"
                   ADD 1 TO DIFFER-COUNT
                   DISPLAY "  " CONTROL-MEMBER(CONTROL-IDX)
                       " ADDED    (" FUNCTION TRIM(SET-STATE(MATCH-IDX))
                       " in the set, now at "
                       FUNCTION TRIM(LIVE-PATH) ")"
               WHEN LIVE-HASH = SPACES
                   ADD 1 TO DIFFER-COUNT
                   DISPLAY "  " CONTROL-MEMBER(CONTROL-IDX)
                       " MISSING  (no live file at "
                       FUNCTION TRIM(LIVE-PATH) ")"
               WHEN LIVE-HASH = SET-HASH(MATCH-IDX)
                   DISPLAY "  " CONTROL-MEMBER(CONTROL-IDX) " SAME"
               WHEN OTHER
                   ADD 1 TO DIFFER-COUNT
                   DISPLAY "  " CONTROL-MEMBER(CONTROL-IDX)
                       " CHANGED  (" FUNCTION TRIM(LIVE-PATH) ")"
                   PERFORM SHOW-MEMBER-DIFF
           END-EVALUATE.

       SHOW-MEMBER-DIFF.
           MOVE SPACES TO SHELL-COMMAND
           STRING "diff -u '" DELIMITED BY SIZE
                  FUNCTION TRIM(COPY-PATH) DELIMITED BY SIZE
                  "' '" DELIMITED BY SIZE
                  FUNCTION TRIM(LIVE-PATH) DELIMITED BY SIZE
                  "' | sed 's/^/      /'" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND.

      *-----------------------------------------------------------
      * RESTORE - refused outright on a set whose seal does not
      * hold; otherwise each selected member is proved against its
      * recorded digest, copied back over the live file and proved
      * again in place.
      *-----------------------------------------------------------
       RESTORE-SNAPSHOT-SET.
           PERFORM TAKE-RUN-LOCK
           MOVE FUNCTION CURRENT-DATE TO CHANGE-STAMP
           MOVE SPACES TO CHANGE-USER
           ACCEPT CHANGE-USER FROM ENVIRONMENT "USER"
           IF CHANGE-USER = SPACES
               MOVE "unknown" TO CHANGE-USER
           END-IF
           PERFORM LOG-AUDIT-START
           PERFORM RESOLVE-SNAPSHOT-SET
           EVALUATE TRUE
               WHEN SET-ID = SPACES
                   CONTINUE
               WHEN SEAL-STATE NOT = "SEALED"
                   DISPLAY "ERROR: snapshot set " SET-ID " is "
                       FUNCTION TRIM(SEAL-STATE)
                       " - nothing restored from it"
                   MOVE 8 TO FINAL-RC
               WHEN OTHER
                   PERFORM VARYING CONTROL-IDX FROM 1 BY 1
                       UNTIL CONTROL-IDX > CONTROL-FILE-COUNT
                       PERFORM SELECT-CONTROL-MEMBER
                       IF MEMBER-SELECTED = "Y"
                           PERFORM RESTORE-ONE-MEMBER
                       END-IF
                   END-PERFORM
                   DISPLAY "Restored: " RESTORED-COUNT
                       "  Refused: " REFUSED-COUNT
                       " from snapshot set " SET-ID
                   IF REFUSED-COUNT > 0
                       MOVE 8 TO FINAL-RC
                   END-IF
           END-EVALUATE
           PERFORM LOG-AUDIT-END
           PERFORM FREE-RUN-LOCK.

       RESTORE-ONE-MEMBER.
           PERFORM FIND-SET-ENTRY
           IF MATCH-IDX = 0
               DISPLAY "  " CONTROL-MEMBER(CONTROL-IDX)
                   " not in the set - left alone"
               IF MEMBER-TOKEN = CONTROL-MEMBER(CONTROL-IDX)
                   ADD 1 TO REFUSED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF SET-STATE(MATCH-IDX) NOT = "OK"
               DISPLAY "  " CONTROL-MEMBER(CONTROL-IDX) " was "
                   FUNCTION TRIM(SET-STATE(MATCH-IDX))
                   " when the set was taken - nothing to restore"
               IF MEMBER-TOKEN = CONTROL-MEMBER(CONTROL-IDX)
                   ADD 1 TO REFUSED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE COPY-PATH TO PROBE-FILENAME
           PERFORM HASH-PROBE-FILE
           IF FILE-HASH NOT = SET-HASH(MATCH-IDX)
               DISPLAY "  " CONTROL-MEMBER(CONTROL-IDX)
                   " REFUSED - the copy in the set no longer matches"
                   " its recorded digest"
               ADD 1 TO REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE LIVE-PATH TO PROBE-FILENAME
           PERFORM HASH-PROBE-FILE
           MOVE FILE-HASH TO OLD-HASH
           IF OLD-HASH = SET-HASH(MATCH-IDX)
               DISPLAY "  " CONTROL-MEMBER(CONTROL-IDX)
                   " already matches the set - left alone"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SHELL-COMMAND
           STRING "mkdir -p " DELIMITED BY SIZE
                  Q-DQ DELIMITED BY SIZE
                  "$(dirname '" DELIMITED BY SIZE
                  FUNCTION TRIM(LIVE-PATH) DELIMITED BY SIZE
                  "')" DELIMITED BY SIZE
                  Q-DQ DELIMITED BY SIZE
                  " && cp -p '" DELIMITED BY SIZE
                  FUNCTION TRIM(COPY-PATH) DELIMITED BY SIZE
                  "' '" DELIMITED BY SIZE
                  FUNCTION TRIM(LIVE-PATH) DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           MOVE RETURN-CODE TO SHELL-RC
           MOVE LIVE-PATH TO PROBE-FILENAME
           PERFORM HASH-PROBE-FILE
           MOVE FILE-HASH TO NEW-HASH
           IF SHELL-RC NOT = 0 OR NEW-HASH NOT = SET-HASH(MATCH-IDX)
               DISPLAY "  " CONTROL-MEMBER(CONTROL-IDX)
                   " FAILED - unable to copy back to "
                   FUNCTION TRIM(LIVE-PATH)
               ADD 1 TO REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RESTORED-COUNT
           DISPLAY "  " CONTROL-MEMBER(CONTROL-IDX) " restored to "
               FUNCTION TRIM(LIVE-PATH)
           PERFORM APPEND-CHANGE-HISTORY.

      *-----------------------------------------------------------
      * Same line shape as CHGAPPR's decisions - old-hash is
      * "none" when there was no live file to overwrite.
      *-----------------------------------------------------------
       APPEND-CHANGE-HISTORY.
           IF OLD-HASH = SPACES
               MOVE "none" TO OLD-HASH
           END-IF
           MOVE SPACES TO HISTORY-TEXT
           STRING CHANGE-STAMP DELIMITED BY SIZE
                  " user=" DELIMITED BY SIZE
                  FUNCTION TRIM(CHANGE-USER) DELIMITED BY SIZE
                  " action=RESTORE" DELIMITED BY SIZE
                  " file=" DELIMITED BY SIZE
                  FUNCTION TRIM(LIVE-PATH) DELIMITED BY SIZE
                  " member=" DELIMITED BY SIZE
                  FUNCTION TRIM(CONTROL-MEMBER(CONTROL-IDX))
                      DELIMITED BY SIZE
                  " snapshot=" DELIMITED BY SIZE
                  SET-ID DELIMITED BY SIZE
                  " old-hash=" DELIMITED BY SIZE
                  FUNCTION TRIM(OLD-HASH) DELIMITED BY SIZE
                  " new-hash=" DELIMITED BY SIZE
                  FUNCTION TRIM(NEW-HASH) DELIMITED BY SIZE
                  INTO HISTORY-TEXT
           OPEN EXTEND HISTORY-FILE
           IF HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open ../endpoint_changes.txt"
                   " - status " HISTORY-STATUS
           ELSE
               WRITE HISTORY-RECORD FROM HISTORY-TEXT
               CLOSE HISTORY-FILE
           END-IF.

      *-----------------------------------------------------------
      * A restore is a writer like any cycle step: run standalone
      * it takes the run lock itself, so a file is never put back
      * underneath a cycle that is reading it.
      *-----------------------------------------------------------
       TAKE-RUN-LOCK.
           MOVE SPACES TO OPS-CYCLE-ID
           ACCEPT OPS-CYCLE-ID FROM ENVIRONMENT "OPS_CYCLE_ID"
           IF OPS-CYCLE-ID = SPACES
               MOVE "ACQUIRE" TO RUNLOCK-ACTION
               MOVE "CTLREST" TO RUNLOCK-HOLDER
               CALL "RUNLOCK" USING RUNLOCK-CALL-RECORD
               IF RUNLOCK-RESULT = "GRANTED"
                   MOVE "Y" TO LOCK-OWNED
               ELSE
                   DISPLAY "Run lock held - "
                       FUNCTION TRIM(RUNLOCK-OWNER-INFO)
                   DISPLAY "Refusing to restore while the lock"
                       " holder runs."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       FREE-RUN-LOCK.
           IF LOCK-OWNED = "Y"
               MOVE "RELEASE" TO RUNLOCK-ACTION
               MOVE "CTLREST" TO RUNLOCK-HOLDER
               CALL "RUNLOCK" USING RUNLOCK-CALL-RECORD
               MOVE "N" TO LOCK-OWNED
           END-IF.

       LOG-AUDIT-START.
           MOVE "CTLREST" TO AUDIT-PROGRAM-NAME
           MOVE "START" TO AUDIT-EVENT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE 0 TO AUDIT-RECORD-COUNT
           MOVE "RUNNING" TO AUDIT-COMPLETION-STATUS
           CALL "AUDITLOG" USING AUDIT-CALL-RECORD.

       LOG-AUDIT-END.
           MOVE "CTLREST" TO AUDIT-PROGRAM-NAME
           MOVE "END" TO AUDIT-EVENT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE RESTORED-COUNT TO AUDIT-RECORD-COUNT
           EVALUATE TRUE
               WHEN SET-ID = SPACES
                   MOVE "NOT FOUND" TO AUDIT-COMPLETION-STATUS
               WHEN FINAL-RC NOT = 0
                   MOVE "FAILED" TO AUDIT-COMPLETION-STATUS
               WHEN RESTORED-COUNT > 0
                   MOVE "RESTORED" TO AUDIT-COMPLETION-STATUS
               WHEN OTHER
                   MOVE "OK" TO AUDIT-COMPLETION-STATUS
           END-EVALUATE
           CALL "AUDITLOG" USING AUDIT-CALL-RECORD.
