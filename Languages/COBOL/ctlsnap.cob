       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLSNAP.
       AUTHOR. LANGUAGE RACE.
       DATE-WRITTEN. 2026-10-15.

      *-----------------------------------------------------------
      * The files that define how the cycle behaves - compare.json,
      * the sealed hash manifest, ops_config.txt, the planned
      * changes and maintenance calendars, environments.txt, the
      * RAND-AVG ledger and grid, and the MATH results ledger (see
      * CTLFILES) - are all edited in place. Run at the start of
      * each cycle, this program copies every one of them into a
      * snapshot set, <CFG-SNAPSHOT-DIR>/<YYYYMMDDHHMMSS>/, and
      * writes the set's sealed manifest (CTLSNAP.cpy) carrying
      * each copy's sha256 digest and size. The set id carries the
      * time as well as the date, so a same-day rerun takes a set
      * of its own rather than overwriting the one taken before
      * the first run touched anything. Sets dated older than
      * CFG-SNAPSHOT-RETAIN-DAYS are purged. CTLREST lists,
      * compares and restores from the sets.
      * A live file that does not exist is recorded ABSENT - not
      * every installation keeps every file. A copy that cannot be
      * taken is recorded FAILED and ends the step with rc 4; no
      * set at all (the directory or manifest cannot be written)
      * ends it with rc 8.
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
           SELECT SIZE-TEMP-FILE ASSIGN TO DYNAMIC SIZE-TEMP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIZE-TEMP-STATUS.
           SELECT DIR-LISTING-FILE ASSIGN TO DYNAMIC LISTING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTING-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO DYNAMIC SNAPSHOT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROBE-FILE.
       01 PROBE-RECORD PIC X(200).

       FD HASH-TEMP-FILE.
       01 HASH-TEMP-RECORD PIC X(64).

       FD SIZE-TEMP-FILE.
       01 SIZE-TEMP-RECORD PIC X(10).

       FD DIR-LISTING-FILE.
       01 LISTING-RECORD PIC X(100).

       FD SNAPSHOT-FILE.
       COPY CTLSNAP.

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
          05 PROBE-FILENAME PIC X(80).
          05 PROBE-STATUS PIC X(2).
          05 HASH-TEMP-FILENAME PIC X(30)
              VALUE "/tmp/ctlsnap-hash.tmp".
          05 HASH-TEMP-STATUS PIC X(2).
          05 SIZE-TEMP-FILENAME PIC X(30)
              VALUE "/tmp/ctlsnap-size.tmp".
          05 SIZE-TEMP-STATUS PIC X(2).
          05 LISTING-FILENAME PIC X(30)
              VALUE "/tmp/ctlsnap-listing.tmp".
          05 LISTING-STATUS PIC X(2).
          05 SNAPSHOT-FILENAME PIC X(80).
          05 SNAPSHOT-STATUS PIC X(2).
          05 SHELL-COMMAND PIC X(400).
          05 SHELL-RC PIC S9(9).
          05 SET-ID PIC X(14).
          05 SET-DIR PIC X(60).
          05 COPY-PATH PIC X(100).
          05 FILE-HASH PIC X(64).
          05 FILE-SIZE PIC 9(10).
          05 CONTROL-IDX PIC 9(2).
          05 TODAY-DAY-NUMBER PIC 9(8).
          05 CUTOFF-DAY-NUMBER PIC 9(8).
          05 SET-DAY-NUMBER PIC 9(8).
          05 SET-DATE-NUM PIC 9(8).
          05 COPIED-COUNT PIC 9(2) VALUE 0.
          05 ABSENT-COUNT PIC 9(2) VALUE 0.
          05 FAILED-COUNT PIC 9(2) VALUE 0.
          05 PURGED-COUNT PIC 9(3) VALUE 0.
          05 SET-WRITTEN PIC X(1) VALUE "N".
          05 OPS-CYCLE-ID PIC X(16).

       COPY CTLFILES.
       COPY AUDITLOG.
       COPY APPCFG.
       COPY RUNLOCK.
       01 LOCK-OWNED PIC X(1) VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM HELLO-WORLD.
           PERFORM LOAD-RUNTIME-CONFIG.
           PERFORM TAKE-RUN-LOCK.
           PERFORM LOG-AUDIT-START.
           PERFORM INITIALIZE-VARIABLES.
           PERFORM SET-CONTROL-PATHS.
           PERFORM TAKE-SNAPSHOT-SET.
           PERFORM PURGE-OLD-SNAPSHOTS.
           PERFORM REPORT-SNAPSHOT-SET.
           PERFORM LOG-AUDIT-END.
           PERFORM FREE-RUN-LOCK.
           EVALUATE TRUE
               WHEN SET-WRITTEN NOT = "Y"
                   MOVE 8 TO RETURN-CODE
               WHEN FAILED-COUNT > 0
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
      * Steps launched by DAILY-OPS-DRIVER inherit OPS_CYCLE_ID
      * and run under the driver's own lock. A standalone
      * invocation takes the lock itself, so a set is never taken
      * while a cycle is halfway through rewriting the ledgers.
      *-----------------------------------------------------------
       TAKE-RUN-LOCK.
           MOVE SPACES TO OPS-CYCLE-ID
           ACCEPT OPS-CYCLE-ID FROM ENVIRONMENT "OPS_CYCLE_ID"
           IF OPS-CYCLE-ID = SPACES
               MOVE "ACQUIRE" TO RUNLOCK-ACTION
               MOVE "CTLSNAP" TO RUNLOCK-HOLDER
               CALL "RUNLOCK" USING RUNLOCK-CALL-RECORD
               IF RUNLOCK-RESULT = "GRANTED"
                   MOVE "Y" TO LOCK-OWNED
               ELSE
                   DISPLAY "Run lock held - "
                       FUNCTION TRIM(RUNLOCK-OWNER-INFO)
                   DISPLAY "Refusing to run alongside the lock"
                       " holder."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       FREE-RUN-LOCK.
           IF LOCK-OWNED = "Y"
               MOVE "RELEASE" TO RUNLOCK-ACTION
               MOVE "CTLSNAP" TO RUNLOCK-HOLDER
               CALL "RUNLOCK" USING RUNLOCK-CALL-RECORD
               MOVE "N" TO LOCK-OWNED
           END-IF.

       LOG-AUDIT-START.
           MOVE "CTLSNAP" TO AUDIT-PROGRAM-NAME
           MOVE "START" TO AUDIT-EVENT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE 0 TO AUDIT-RECORD-COUNT
           MOVE "RUNNING" TO AUDIT-COMPLETION-STATUS
           CALL "AUDITLOG" USING AUDIT-CALL-RECORD.

       LOG-AUDIT-END.
           MOVE "CTLSNAP" TO AUDIT-PROGRAM-NAME
           MOVE "END" TO AUDIT-EVENT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE COPIED-COUNT TO AUDIT-RECORD-COUNT
           EVALUATE TRUE
               WHEN SET-WRITTEN NOT = "Y"
                   MOVE "FAILED" TO AUDIT-COMPLETION-STATUS
               WHEN FAILED-COUNT > 0
                   MOVE "PARTIAL" TO AUDIT-COMPLETION-STATUS
               WHEN OTHER
                   MOVE "OK" TO AUDIT-COMPLETION-STATUS
           END-EVALUATE
           CALL "AUDITLOG" USING AUDIT-CALL-RECORD.

       INITIALIZE-VARIABLES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SET-ID
           COMPUTE TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(SET-ID(1:8)))
           COMPUTE CUTOFF-DAY-NUMBER =
               TODAY-DAY-NUMBER - CFG-SNAPSHOT-RETAIN-DAYS
           MOVE SPACES TO SET-DIR
           STRING FUNCTION TRIM(CFG-SNAPSHOT-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SET-ID DELIMITED BY SIZE
                  INTO SET-DIR
           MOVE SPACES TO SNAPSHOT-FILENAME
           STRING FUNCTION TRIM(SET-DIR) DELIMITED BY SIZE
                  "/snapshot.txt" DELIMITED BY SIZE
                  INTO SNAPSHOT-FILENAME.

      *-----------------------------------------------------------
      * Where each CTLFILES member lives tonight - the same keys
      * the programs that read and write them use. The MATH
      * ledger and ops_config.txt have fixed locations (MATH's
      * LEDGER-FILE and CONFIGLD's CONFIG-FILE). Keep in step with
      * CTLREST's copy of this paragraph.
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

       TAKE-SNAPSHOT-SET.
           MOVE SPACES TO SHELL-COMMAND
           STRING "mkdir -p '" DELIMITED BY SIZE
                  FUNCTION TRIM(SET-DIR) DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           OPEN OUTPUT SNAPSHOT-FILE
           IF SNAPSHOT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open "
                   FUNCTION TRIM(SNAPSHOT-FILENAME)
                   " - status " SNAPSHOT-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CONTROL-IDX FROM 1 BY 1
               UNTIL CONTROL-IDX > CONTROL-FILE-COUNT
               PERFORM SNAPSHOT-ONE-FILE
           END-PERFORM
           CLOSE SNAPSHOT-FILE
           PERFORM SEAL-SNAPSHOT-SET.

      *-----------------------------------------------------------
      * cp -p keeps the live file's mode and modification time on
      * the copy. The digest and size recorded are the copy's own,
      * so CTLREST can prove a copy is still the one taken before
      * it puts it back.
      *-----------------------------------------------------------
       SNAPSHOT-ONE-FILE.
           MOVE SPACES TO SNAPSHOT-RECORD
           MOVE CONTROL-MEMBER(CONTROL-IDX) TO SNAP-MEMBER
           MOVE CONTROL-PATH(CONTROL-IDX) TO SNAP-SOURCE
           MOVE CONTROL-PATH(CONTROL-IDX) TO PROBE-FILENAME
           OPEN INPUT PROBE-FILE
           IF PROBE-STATUS NOT = "00"
               MOVE "ABSENT" TO SNAP-STATE
               ADD 1 TO ABSENT-COUNT
               WRITE SNAPSHOT-RECORD
               EXIT PARAGRAPH
           END-IF
           CLOSE PROBE-FILE
           MOVE SPACES TO COPY-PATH
           STRING FUNCTION TRIM(SET-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(CONTROL-MEMBER(CONTROL-IDX))
                      DELIMITED BY SIZE
                  INTO COPY-PATH
           MOVE SPACES TO SHELL-COMMAND
           STRING "cp -p '" DELIMITED BY SIZE
                  FUNCTION TRIM(CONTROL-PATH(CONTROL-IDX))
                      DELIMITED BY SIZE
                  "' '" DELIMITED BY SIZE
                  FUNCTION TRIM(COPY-PATH) DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           MOVE RETURN-CODE TO SHELL-RC
           IF SHELL-RC NOT = 0
               DISPLAY "WARNING: unable to copy "
                   FUNCTION TRIM(CONTROL-PATH(CONTROL-IDX))
                   " into the snapshot set"
               MOVE "FAILED" TO SNAP-STATE
               ADD 1 TO FAILED-COUNT
               WRITE SNAPSHOT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM HASH-COPY-PATH
           PERFORM SIZE-COPY-PATH
           MOVE "OK" TO SNAP-STATE
           MOVE FILE-HASH TO SNAP-HASH
           MOVE FILE-SIZE TO SNAP-SIZE
           ADD 1 TO COPIED-COUNT
           WRITE SNAPSHOT-RECORD.

       HASH-COPY-PATH.
           MOVE SPACES TO SHELL-COMMAND
           STRING "sha256sum '" DELIMITED BY SIZE
                  FUNCTION TRIM(COPY-PATH) DELIMITED BY SIZE
                  "' 2>/dev/null | cut -c1-64 > '" DELIMITED BY SIZE
                  FUNCTION TRIM(HASH-TEMP-FILENAME) DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           PERFORM READ-HASH-TEMP.

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

       SIZE-COPY-PATH.
           MOVE 0 TO FILE-SIZE
           MOVE SPACES TO SHELL-COMMAND
           STRING "wc -c < '" DELIMITED BY SIZE
                  FUNCTION TRIM(COPY-PATH) DELIMITED BY SIZE
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
                       COMPUTE FILE-SIZE =
                           FUNCTION NUMVAL(SIZE-TEMP-RECORD)
               END-READ
               CLOSE SIZE-TEMP-FILE
           END-IF.

      *-----------------------------------------------------------
      * Seal the manifest the way HASHGEN seals hash-manifest.txt:
      * the digest of everything written so far goes into a last
      * "*SEAL*" record. A set only counts as written once it is
      * sealed.
      *-----------------------------------------------------------
       SEAL-SNAPSHOT-SET.
           MOVE SPACES TO SHELL-COMMAND
           STRING "sha256sum < '" DELIMITED BY SIZE
                  FUNCTION TRIM(SNAPSHOT-FILENAME) DELIMITED BY SIZE
                  "' | cut -c1-64 > '" DELIMITED BY SIZE
                  FUNCTION TRIM(HASH-TEMP-FILENAME) DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           PERFORM READ-HASH-TEMP
           OPEN EXTEND SNAPSHOT-FILE
           IF SNAPSHOT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to seal "
                   FUNCTION TRIM(SNAPSHOT-FILENAME)
                   " - status " SNAPSHOT-STATUS
           ELSE
               MOVE SPACES TO SNAPSHOT-RECORD
               MOVE "*SEAL*" TO SNAP-MEMBER
               MOVE FILE-HASH TO SNAP-HASH
               WRITE SNAPSHOT-RECORD
               CLOSE SNAPSHOT-FILE
               MOVE "Y" TO SET-WRITTEN
           END-IF.

      *-----------------------------------------------------------
      * Walk the snapshot directory the way LOGMAINT walks the
      * quarantine area: each set is a YYYYMMDDHHMMSS directory,
      * and one dated before the retention window goes, whole.
      * Tonight's set is never old enough to qualify.
      *-----------------------------------------------------------
       PURGE-OLD-SNAPSHOTS.
           MOVE SPACES TO SHELL-COMMAND
           STRING "ls -1 " DELIMITED BY SIZE
                  FUNCTION TRIM(CFG-SNAPSHOT-DIR) DELIMITED BY SIZE
                  " 2>/dev/null > " DELIMITED BY SIZE
                  FUNCTION TRIM(LISTING-FILENAME) DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           OPEN INPUT DIR-LISTING-FILE
           IF LISTING-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ DIR-LISTING-FILE AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM JUDGE-ONE-SNAPSHOT-SET
               END-PERFORM
               CLOSE DIR-LISTING-FILE
           END-IF.

       JUDGE-ONE-SNAPSHOT-SET.
           IF LISTING-RECORD(1:14) IS NUMERIC
               AND LISTING-RECORD(15:1) = SPACE
               COMPUTE SET-DATE-NUM =
                   FUNCTION NUMVAL(LISTING-RECORD(1:8))
               COMPUTE SET-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(SET-DATE-NUM)
               IF SET-DAY-NUMBER < CUTOFF-DAY-NUMBER
                   PERFORM PURGE-ONE-SNAPSHOT-SET
               END-IF
           END-IF.

       PURGE-ONE-SNAPSHOT-SET.
           MOVE SPACES TO SHELL-COMMAND
           STRING "rm -rf '" DELIMITED BY SIZE
                  FUNCTION TRIM(CFG-SNAPSHOT-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  LISTING-RECORD(1:14) DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           ADD 1 TO PURGED-COUNT
           DISPLAY "  purged snapshot set " LISTING-RECORD(1:14)
               " - past " CFG-SNAPSHOT-RETAIN-DAYS "-day retention".

       REPORT-SNAPSHOT-SET.
           IF SET-WRITTEN = "Y"
               DISPLAY "Snapshot set " SET-ID " written to "
                   FUNCTION TRIM(SET-DIR)
           ELSE
               DISPLAY "ERROR: no snapshot set written this run"
           END-IF
           DISPLAY "Copied: " COPIED-COUNT "  Absent: " ABSENT-COUNT
               "  Failed: " FAILED-COUNT "  Purged: " PURGED-COUNT.
