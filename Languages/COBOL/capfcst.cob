       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPFCST.
       AUTHOR. LANGUAGE RACE.
       DATE-WRITTEN. 2026-10-15.

      *-----------------------------------------------------------
      * Storage growth and capacity forecast for the hashfiles
      * tree, read entirely from ../hash_history.txt - HASHGEN
      * already records every file's size every night. A night
      * is that date's last run: a later run on the same day
      * replaces an earlier one, and QUARREST's RESTORED rows and
      * the rows HASHGEN writes for a file gone from disk (no
      * digest, no size - MISSING, or an IMMUTABLE or VOLATILE
      * file's removal) are not part of the snapshot.
      * Each night is totalled by top-level subdirectory, files
      * directly under CFG-HASHFILES-DIR counting as "(root)".
      * capacity_report.txt then shows:
      *
      *   NIGHTLY TOTALS  - files and bytes per subdirectory for
      *                     every night on record
      *   GROWTH          - week-over-week and month-over-month
      *                     change per subdirectory, against the
      *                     latest night at least 7 / 30 days
      *                     before the last one
      *   FASTEST GROWING - the ten subdirectories and the ten
      *                     files that grew most over the
      *                     forecast window
      *   FORECAST        - the daily growth rate over the last
      *                     30 days (or over all the history
      *                     there is, if less) and the date the
      *                     tree reaches CFG-CAPACITY-MB at that
      *                     rate
      *
      * A fill date within CFG-CAPACITY-ALERT-DAYS of the last
      * night writes an "ALERT" line for ALERTGEN to raise, and a
      * closing "Summary:" line carries the headline figures to
      * the dashboard. The step ends 0 either way; with no
      * history to read it still writes the report and ends 4.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HASH-HISTORY-FILE ASSIGN TO "../hash_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "capacity_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HASH-HISTORY-FILE.
       COPY HASHHIST.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
          05 HISTORY-STATUS PIC X(2).
          05 HISTORY-FOUND PIC X(1) VALUE "N".
          05 REPORT-STATUS PIC X(2).
          05 REPORT-TEXT PIC X(160).
          05 SCAN-PASS PIC 9(1).
          05 NIGHT-IDX PIC 9(4).
          05 SUBDIR-IDX PIC 9(2).
          05 FILE-IDX PIC 9(4).
          05 RANK-COUNT PIC 9(2).
          05 BEST-IDX PIC 9(4).
          05 BEST-GROWTH PIC S9(15).
          05 LAST-IDX PIC 9(4) VALUE 0.
          05 WEEK-IDX PIC 9(4) VALUE 0.
          05 MONTH-IDX PIC 9(4) VALUE 0.
          05 BASE-IDX PIC 9(4) VALUE 0.
          05 SLASH-COUNT PIC 9(3).
          05 SUBDIR-TOKEN PIC X(80).
          05 LAST-DAYNUM PIC 9(7).
          05 NIGHT-DAYNUM PIC 9(7).
          05 BASE-DAYNUM PIC 9(7).
          05 WINDOW-DAYS PIC 9(5) VALUE 0.
          05 CAPACITY-BYTES PIC 9(16).
          05 USED-PCT PIC 9(3) VALUE 0.
          05 GROWTH-RATE PIC S9(13)V99 VALUE 0.
          05 FILL-WORK PIC 9(13)V99.
          05 DAYS-TO-FILL PIC 9(5) VALUE 99999.
          05 FILL-DATE PIC 9(8) VALUE 0.
          05 CAPACITY-ALERT PIC X(1) VALUE "N".
          05 FORECAST-NOTE PIC X(80).
          05 CURRENT-BYTES PIC 9(15).
          05 COMPARE-BYTES PIC 9(15).
          05 CURRENT-FILES PIC 9(6).
          05 COMPARE-FILES PIC 9(6).
          05 DELTA-BYTES PIC S9(15).
          05 DELTA-FILES PIC S9(6).
          05 DELTA-PCT PIC S9(5)V9.
          05 DELTA-TEXT PIC X(50).
          05 WOW-TEXT PIC X(50).
          05 MOM-TEXT PIC X(50).
          05 ROW-NAME PIC X(40).
          05 BYTES-DISPLAY PIC Z(14)9.
          05 CAPACITY-DISPLAY PIC Z(15)9.
          05 FILES-DISPLAY PIC Z(5)9.
          05 DELTA-DISPLAY PIC +(15)9.
          05 DFILES-DISPLAY PIC +(6)9.
          05 PCT-DISPLAY PIC +(5)9.9.
          05 MB-DISPLAY PIC Z(8)9.
          05 DAYS-DISPLAY PIC Z(4)9.
          05 RUN-STAMP PIC X(21).

       COPY AUDITLOG.
       COPY APPCFG.

      *-----------------------------------------------------------
      * Top-level subdirectories in order of first sighting. Past
      * 29 of them the rest are pooled under "(other)".
      *-----------------------------------------------------------
       01 SUBDIR-TABLE.
          05 SUBDIR-COUNT PIC 9(2) VALUE 0.
          05 SUBDIR-ENTRY OCCURS 30 TIMES.
             10 SUBDIR-NAME PIC X(40).
             10 SUBDIR-PICKED PIC X(1).

      *-----------------------------------------------------------
      * One row per night, oldest first. The most recent 400
      * nights are kept - when the table is full the oldest night
      * drops off the front.
      *-----------------------------------------------------------
       01 NIGHT-TABLE.
          05 NIGHT-COUNT PIC 9(4) VALUE 0.
          05 NIGHT-ENTRY OCCURS 400 TIMES.
             10 NIGHT-DATE PIC X(8).
             10 NIGHT-TIME PIC X(6).
             10 NIGHT-FILES PIC 9(6).
             10 NIGHT-BYTES PIC 9(15).
             10 NIGHT-SUBDIR OCCURS 30 TIMES.
                15 NS-FILES PIC 9(6).
                15 NS-BYTES PIC 9(15).

      *-----------------------------------------------------------
      * Per-file sizes on the forecast window's first and last
      * nights, filled by the second pass over the history.
      *-----------------------------------------------------------
       01 FILE-TABLE.
          05 FILE-COUNT PIC 9(4) VALUE 0.
          05 FILE-ENTRY OCCURS 1000 TIMES.
             10 FG-NAME PIC X(80).
             10 FG-BASE-BYTES PIC 9(10).
             10 FG-LAST-BYTES PIC 9(10).
             10 FG-IN-LAST PIC X(1).
             10 FG-PICKED PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM HELLO-WORLD.
           PERFORM LOAD-RUNTIME-CONFIG.
           PERFORM LOG-AUDIT-START.
           MOVE 1 TO SCAN-PASS.
           PERFORM SCAN-HISTORY.
           IF NIGHT-COUNT > 0
               PERFORM FIND-COMPARISON-NIGHTS
               MOVE 2 TO SCAN-PASS
               PERFORM SCAN-HISTORY
               PERFORM PROJECT-FILL-DATE
           END-IF.
           PERFORM WRITE-CAPACITY-REPORT.
           PERFORM LOG-AUDIT-END.
           IF NIGHT-COUNT = 0
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
           COMPUTE CAPACITY-BYTES = CFG-CAPACITY-MB * 1048576.

       LOG-AUDIT-START.
           MOVE "CAPFCST" TO AUDIT-PROGRAM-NAME
           MOVE "START" TO AUDIT-EVENT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE 0 TO AUDIT-RECORD-COUNT
           MOVE "RUNNING" TO AUDIT-COMPLETION-STATUS
           CALL "AUDITLOG" USING AUDIT-CALL-RECORD.

       LOG-AUDIT-END.
           MOVE "CAPFCST" TO AUDIT-PROGRAM-NAME
           MOVE "END" TO AUDIT-EVENT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE NIGHT-COUNT TO AUDIT-RECORD-COUNT
           EVALUATE TRUE
               WHEN NIGHT-COUNT = 0
                   MOVE "NO HISTORY" TO AUDIT-COMPLETION-STATUS
               WHEN CAPACITY-ALERT = "Y"
                   MOVE "ALERT" TO AUDIT-COMPLETION-STATUS
               WHEN OTHER
                   MOVE "OK" TO AUDIT-COMPLETION-STATUS
           END-EVALUATE
           CALL "AUDITLOG" USING AUDIT-CALL-RECORD.

      *-----------------------------------------------------------
      * Pass 1 builds the nightly totals; pass 2, once the
      * forecast window is known, picks up each file's size on
      * the window's first and last nights.
      *-----------------------------------------------------------
       SCAN-HISTORY.
           OPEN INPUT HASH-HISTORY-FILE
           IF HISTORY-STATUS NOT = "00"
               IF HISTORY-STATUS NOT = "35"
                   DISPLAY "ERROR: unable to open ../hash_history.txt"
                       " - status " HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "No hash history yet - nothing to forecast"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO HISTORY-FOUND
           PERFORM UNTIL EXIT
               READ HASH-HISTORY-FILE AT END
                   EXIT PERFORM
               NOT AT END
                   IF HIST-RUN-DATE NUMERIC
                       AND HIST-FILE-SIZE NUMERIC
                       AND HIST-FILE-NAME NOT = SPACES
                       AND HIST-DRIFT-STATUS NOT = "RESTORED"
                       AND HIST-DRIFT-STATUS NOT = "MISSING"
                       AND NOT (HIST-HASH = SPACES
                           AND HIST-FILE-SIZE = 0)
                       IF SCAN-PASS = 1
                           PERFORM TALLY-HISTORY-RECORD
                       ELSE
                           PERFORM COLLECT-FILE-SIZE
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE HASH-HISTORY-FILE.

      *-----------------------------------------------------------
      * Rows of one HASHGEN run share its date and time. A run
      * dated after the current last night opens a new night; a
      * later run on the same date starts that night over; rows
      * from an earlier run of the night are ignored.
      *-----------------------------------------------------------
       TALLY-HISTORY-RECORD.
           IF NIGHT-COUNT = 0
               OR HIST-RUN-DATE > NIGHT-DATE(NIGHT-COUNT)
               PERFORM START-NEW-NIGHT
           ELSE
               IF HIST-RUN-DATE < NIGHT-DATE(NIGHT-COUNT)
                   OR HIST-RUN-TIME < NIGHT-TIME(NIGHT-COUNT)
                   EXIT PARAGRAPH
               END-IF
               IF HIST-RUN-TIME > NIGHT-TIME(NIGHT-COUNT)
                   INITIALIZE NIGHT-ENTRY(NIGHT-COUNT)
                   MOVE HIST-RUN-DATE TO NIGHT-DATE(NIGHT-COUNT)
                   MOVE HIST-RUN-TIME TO NIGHT-TIME(NIGHT-COUNT)
               END-IF
           END-IF
           PERFORM FIND-SUBDIR
           ADD 1 TO NIGHT-FILES(NIGHT-COUNT)
           ADD 1 TO NS-FILES(NIGHT-COUNT, SUBDIR-IDX)
           ADD HIST-FILE-SIZE TO NIGHT-BYTES(NIGHT-COUNT)
           ADD HIST-FILE-SIZE TO NS-BYTES(NIGHT-COUNT, SUBDIR-IDX).

       START-NEW-NIGHT.
           IF NIGHT-COUNT = 400
               PERFORM VARYING NIGHT-IDX FROM 1 BY 1
                   UNTIL NIGHT-IDX > 399
                   MOVE NIGHT-ENTRY(NIGHT-IDX + 1)
                       TO NIGHT-ENTRY(NIGHT-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO NIGHT-COUNT
           END-IF
           INITIALIZE NIGHT-ENTRY(NIGHT-COUNT)
           MOVE HIST-RUN-DATE TO NIGHT-DATE(NIGHT-COUNT)
           MOVE HIST-RUN-TIME TO NIGHT-TIME(NIGHT-COUNT).

      *-----------------------------------------------------------
      * The top-level subdirectory is everything before the first
      * "/" of the relative name; a name without one sits in the
      * root of the tree.
      *-----------------------------------------------------------
       FIND-SUBDIR.
           MOVE 0 TO SLASH-COUNT
           INSPECT HIST-FILE-NAME TALLYING SLASH-COUNT FOR ALL "/"
           IF SLASH-COUNT = 0
               MOVE "(root)" TO SUBDIR-TOKEN
           ELSE
               MOVE SPACES TO SUBDIR-TOKEN
               UNSTRING HIST-FILE-NAME DELIMITED BY "/"
                   INTO SUBDIR-TOKEN
           END-IF
           PERFORM VARYING SUBDIR-IDX FROM 1 BY 1
               UNTIL SUBDIR-IDX > SUBDIR-COUNT
               IF SUBDIR-NAME(SUBDIR-IDX) = SUBDIR-TOKEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF SUBDIR-COUNT < 29
               ADD 1 TO SUBDIR-COUNT
               MOVE SUBDIR-TOKEN TO SUBDIR-NAME(SUBDIR-COUNT)
               MOVE SUBDIR-COUNT TO SUBDIR-IDX
           ELSE
               MOVE 30 TO SUBDIR-COUNT
               MOVE "(other)" TO SUBDIR-NAME(30)
               MOVE 30 TO SUBDIR-IDX
           END-IF.

      *-----------------------------------------------------------
      * WEEK-IDX / MONTH-IDX point at the latest night at least
      * 7 / 30 days before the last night (0 = history too
      * short). BASE-IDX opens the forecast window - the month
      * night, else the oldest night on record.
      *-----------------------------------------------------------
       FIND-COMPARISON-NIGHTS.
           MOVE NIGHT-COUNT TO LAST-IDX
           COMPUTE LAST-DAYNUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(NIGHT-DATE(LAST-IDX)))
           PERFORM VARYING NIGHT-IDX FROM 1 BY 1
               UNTIL NIGHT-IDX >= LAST-IDX
               COMPUTE NIGHT-DAYNUM = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(NIGHT-DATE(NIGHT-IDX)))
               IF NIGHT-DAYNUM + 7 <= LAST-DAYNUM
                   MOVE NIGHT-IDX TO WEEK-IDX
               END-IF
               IF NIGHT-DAYNUM + 30 <= LAST-DAYNUM
                   MOVE NIGHT-IDX TO MONTH-IDX
               END-IF
           END-PERFORM
           IF MONTH-IDX > 0
               MOVE MONTH-IDX TO BASE-IDX
           ELSE
               IF LAST-IDX > 1
                   MOVE 1 TO BASE-IDX
               END-IF
           END-IF
           IF BASE-IDX > 0
               COMPUTE BASE-DAYNUM = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(NIGHT-DATE(BASE-IDX)))
               COMPUTE WINDOW-DAYS = LAST-DAYNUM - BASE-DAYNUM
           END-IF.

       COLLECT-FILE-SIZE.
           IF BASE-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF (HIST-RUN-DATE = NIGHT-DATE(BASE-IDX)
                   AND HIST-RUN-TIME = NIGHT-TIME(BASE-IDX))
               OR (HIST-RUN-DATE = NIGHT-DATE(LAST-IDX)
                   AND HIST-RUN-TIME = NIGHT-TIME(LAST-IDX))
               CONTINUE
           ELSE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > FILE-COUNT
               IF FG-NAME(FILE-IDX) = HIST-FILE-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FILE-IDX > FILE-COUNT
               IF FILE-COUNT >= 1000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO FILE-COUNT
               MOVE FILE-COUNT TO FILE-IDX
               MOVE HIST-FILE-NAME TO FG-NAME(FILE-IDX)
               MOVE 0 TO FG-BASE-BYTES(FILE-IDX)
               MOVE 0 TO FG-LAST-BYTES(FILE-IDX)
               MOVE "N" TO FG-IN-LAST(FILE-IDX)
               MOVE "N" TO FG-PICKED(FILE-IDX)
           END-IF
           IF HIST-RUN-DATE = NIGHT-DATE(LAST-IDX)
               MOVE HIST-FILE-SIZE TO FG-LAST-BYTES(FILE-IDX)
               MOVE "Y" TO FG-IN-LAST(FILE-IDX)
           ELSE
               MOVE HIST-FILE-SIZE TO FG-BASE-BYTES(FILE-IDX)
           END-IF.

      *-----------------------------------------------------------
      * Straight-line projection: bytes gained over the window
      * divided by its days gives the daily rate, and the bytes
      * still free at that rate give the days left, counted from
      * the last night on record.
      *-----------------------------------------------------------
       PROJECT-FILL-DATE.
           IF CAPACITY-BYTES > 0
               IF NIGHT-BYTES(LAST-IDX) * 100 / CAPACITY-BYTES > 999
                   MOVE 999 TO USED-PCT
               ELSE
                   COMPUTE USED-PCT =
                       NIGHT-BYTES(LAST-IDX) * 100 / CAPACITY-BYTES
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NIGHT-BYTES(LAST-IDX) >= CAPACITY-BYTES
                   MOVE 0 TO DAYS-TO-FILL
                   MOVE NIGHT-DATE(LAST-IDX) TO FILL-DATE
                   MOVE "the tree is already at or over capacity"
                       TO FORECAST-NOTE
               WHEN BASE-IDX = 0 OR WINDOW-DAYS = 0
                   MOVE "only one night on record - no growth rate"
                       & " yet" TO FORECAST-NOTE
               WHEN OTHER
                   COMPUTE GROWTH-RATE ROUNDED =
                       (NIGHT-BYTES(LAST-IDX) - NIGHT-BYTES(BASE-IDX))
                       / WINDOW-DAYS
                   IF GROWTH-RATE > 0
                       PERFORM COMPUTE-DAYS-TO-FILL
                   ELSE
                       MOVE "no growth over the window - no fill date"
                           TO FORECAST-NOTE
                   END-IF
           END-EVALUATE
           IF FILL-DATE > 0
               AND DAYS-TO-FILL <= CFG-CAPACITY-ALERT-DAYS
               MOVE "Y" TO CAPACITY-ALERT
           END-IF.

       COMPUTE-DAYS-TO-FILL.
      * A trickle of growth gives a quotient too big for FILL-WORK;
      * that is a fill date beyond the horizon, not a truncated one.
           COMPUTE FILL-WORK =
               (CAPACITY-BYTES - NIGHT-BYTES(LAST-IDX)) / GROWTH-RATE
               ON SIZE ERROR
                   MOVE 99999 TO FILL-WORK
           END-COMPUTE
           IF FILL-WORK >= 99999
               MOVE 99999 TO DAYS-TO-FILL
               MOVE "fill date more than 99999 days out"
                   TO FORECAST-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE FILL-WORK TO DAYS-TO-FILL
           IF DAYS-TO-FILL < FILL-WORK
               ADD 1 TO DAYS-TO-FILL
           END-IF
           COMPUTE FILL-DATE = FUNCTION DATE-OF-INTEGER(
               LAST-DAYNUM + DAYS-TO-FILL).

       WRITE-CAPACITY-REPORT.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open capacity_report.txt"
                   " - status " REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-TEXT
           STRING "Hashfiles Capacity Report - run " DELIMITED BY SIZE
                  RUN-STAMP(1:8) DELIMITED BY SIZE
                  INTO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE CAPACITY-BYTES TO CAPACITY-DISPLAY
           MOVE CFG-CAPACITY-MB TO MB-DISPLAY
           MOVE CFG-CAPACITY-ALERT-DAYS TO DAYS-DISPLAY
           STRING "Capacity: " DELIMITED BY SIZE
                  FUNCTION TRIM(MB-DISPLAY) DELIMITED BY SIZE
                  " MB (" DELIMITED BY SIZE
                  FUNCTION TRIM(CAPACITY-DISPLAY) DELIMITED BY SIZE
                  " bytes), alert inside " DELIMITED BY SIZE
                  FUNCTION TRIM(DAYS-DISPLAY) DELIMITED BY SIZE
                  " days of the fill date" DELIMITED BY SIZE
                  INTO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           IF NIGHT-COUNT = 0
               PERFORM WRITE-REPORT-TEXT
               MOVE "No usable history in ../hash_history.txt -"
                   & " nothing to forecast" TO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           ELSE
               STRING "History: " DELIMITED BY SIZE
                      NIGHT-COUNT DELIMITED BY SIZE
                      " night(s), " DELIMITED BY SIZE
                      NIGHT-DATE(1) DELIMITED BY SIZE
                      " to " DELIMITED BY SIZE
                      NIGHT-DATE(LAST-IDX) DELIMITED BY SIZE
                      INTO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
               PERFORM WRITE-NIGHTLY-SECTION
               PERFORM WRITE-GROWTH-SECTION
               PERFORM WRITE-FASTEST-SUBDIRS
               PERFORM WRITE-FASTEST-FILES
               PERFORM WRITE-FORECAST-SECTION
           END-IF
           PERFORM WRITE-REPORT-TEXT
           MOVE 0 TO BYTES-DISPLAY
           IF NIGHT-COUNT > 0
               MOVE NIGHT-BYTES(LAST-IDX) TO BYTES-DISPLAY
           END-IF
           STRING "Summary: nights=" DELIMITED BY SIZE
                  NIGHT-COUNT DELIMITED BY SIZE
                  ", bytes=" DELIMITED BY SIZE
                  FUNCTION TRIM(BYTES-DISPLAY) DELIMITED BY SIZE
                  ", used-pct=" DELIMITED BY SIZE
                  USED-PCT DELIMITED BY SIZE
                  ", days-to-fill=" DELIMITED BY SIZE
                  DAYS-TO-FILL DELIMITED BY SIZE
                  ", alert=" DELIMITED BY SIZE
                  CAPACITY-ALERT DELIMITED BY SIZE
                  INTO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           CLOSE REPORT-FILE
           DISPLAY FUNCTION TRIM(REPORT-LINE).

       WRITE-NIGHTLY-SECTION.
           PERFORM WRITE-REPORT-TEXT
           MOVE "NIGHTLY TOTALS" TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           PERFORM VARYING NIGHT-IDX FROM 1 BY 1
               UNTIL NIGHT-IDX > NIGHT-COUNT
               MOVE "TOTAL" TO ROW-NAME
               MOVE NIGHT-FILES(NIGHT-IDX) TO FILES-DISPLAY
               MOVE NIGHT-BYTES(NIGHT-IDX) TO BYTES-DISPLAY
               MOVE NIGHT-DATE(NIGHT-IDX) TO REPORT-TEXT(1:8)
               PERFORM WRITE-NIGHTLY-LINE
               PERFORM VARYING SUBDIR-IDX FROM 1 BY 1
                   UNTIL SUBDIR-IDX > SUBDIR-COUNT
                   IF NS-FILES(NIGHT-IDX, SUBDIR-IDX) > 0
                       MOVE SUBDIR-NAME(SUBDIR-IDX) TO ROW-NAME
                       MOVE NS-FILES(NIGHT-IDX, SUBDIR-IDX)
                           TO FILES-DISPLAY
                       MOVE NS-BYTES(NIGHT-IDX, SUBDIR-IDX)
                           TO BYTES-DISPLAY
                       PERFORM WRITE-NIGHTLY-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-NIGHTLY-LINE.
           MOVE ROW-NAME TO REPORT-TEXT(11:30)
           STRING "files=" DELIMITED BY SIZE
                  FILES-DISPLAY DELIMITED BY SIZE
                  "  bytes=" DELIMITED BY SIZE
                  BYTES-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-TEXT(42:)
           PERFORM WRITE-REPORT-TEXT.

      *-----------------------------------------------------------
      * One line for the whole tree, then one per subdirectory,
      * each showing the last night's size and its change
      * against the week and month comparison nights.
      *-----------------------------------------------------------
       WRITE-GROWTH-SECTION.
           PERFORM WRITE-REPORT-TEXT
           MOVE "GROWTH" TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE "  week-over-week against " TO REPORT-TEXT
           IF WEEK-IDX > 0
               MOVE NIGHT-DATE(WEEK-IDX) TO REPORT-TEXT(26:8)
           ELSE
               MOVE "n/a (under 7 days of history)"
                   TO REPORT-TEXT(26:)
           END-IF
           PERFORM WRITE-REPORT-TEXT
           MOVE "  month-over-month against " TO REPORT-TEXT
           IF MONTH-IDX > 0
               MOVE NIGHT-DATE(MONTH-IDX) TO REPORT-TEXT(28:8)
           ELSE
               MOVE "n/a (under 30 days of history)"
                   TO REPORT-TEXT(28:)
           END-IF
           PERFORM WRITE-REPORT-TEXT
           MOVE "TOTAL" TO ROW-NAME
           MOVE 0 TO SUBDIR-IDX
           PERFORM WRITE-GROWTH-LINE
           PERFORM VARYING SUBDIR-IDX FROM 1 BY 1
               UNTIL SUBDIR-IDX > SUBDIR-COUNT
               MOVE SUBDIR-NAME(SUBDIR-IDX) TO ROW-NAME
               PERFORM WRITE-GROWTH-LINE
           END-PERFORM.

      * SUBDIR-IDX 0 means the whole tree.
       WRITE-GROWTH-LINE.
           MOVE "n/a" TO WOW-TEXT
           MOVE "n/a" TO MOM-TEXT
           IF WEEK-IDX > 0
               MOVE WEEK-IDX TO NIGHT-IDX
               PERFORM LOAD-COMPARE-FIGURES
               PERFORM FORMAT-DELTA
               MOVE DELTA-TEXT TO WOW-TEXT
           END-IF
           IF MONTH-IDX > 0
               MOVE MONTH-IDX TO NIGHT-IDX
               PERFORM LOAD-COMPARE-FIGURES
               PERFORM FORMAT-DELTA
               MOVE DELTA-TEXT TO MOM-TEXT
           END-IF
           MOVE LAST-IDX TO NIGHT-IDX
           PERFORM LOAD-COMPARE-FIGURES
           MOVE COMPARE-BYTES TO BYTES-DISPLAY
           MOVE ROW-NAME TO REPORT-TEXT(1:30)
           STRING "bytes=" DELIMITED BY SIZE
                  BYTES-DISPLAY DELIMITED BY SIZE
                  "  wow " DELIMITED BY SIZE
                  WOW-TEXT DELIMITED BY "  "
                  "  mom " DELIMITED BY SIZE
                  MOM-TEXT DELIMITED BY "  "
                  INTO REPORT-TEXT(32:)
           PERFORM WRITE-REPORT-TEXT.

      * Figures for NIGHT-IDX into COMPARE-, last night's into
      * CURRENT-.
       LOAD-COMPARE-FIGURES.
           IF SUBDIR-IDX = 0
               MOVE NIGHT-BYTES(NIGHT-IDX) TO COMPARE-BYTES
               MOVE NIGHT-FILES(NIGHT-IDX) TO COMPARE-FILES
               MOVE NIGHT-BYTES(LAST-IDX) TO CURRENT-BYTES
               MOVE NIGHT-FILES(LAST-IDX) TO CURRENT-FILES
           ELSE
               MOVE NS-BYTES(NIGHT-IDX, SUBDIR-IDX) TO COMPARE-BYTES
               MOVE NS-FILES(NIGHT-IDX, SUBDIR-IDX) TO COMPARE-FILES
               MOVE NS-BYTES(LAST-IDX, SUBDIR-IDX) TO CURRENT-BYTES
               MOVE NS-FILES(LAST-IDX, SUBDIR-IDX) TO CURRENT-FILES
           END-IF.

      * "+1234 (+5.0%) files +2" - "new" when there was nothing
      * to grow from.
       FORMAT-DELTA.
           COMPUTE DELTA-BYTES = CURRENT-BYTES - COMPARE-BYTES
           COMPUTE DELTA-FILES = CURRENT-FILES - COMPARE-FILES
           MOVE DELTA-BYTES TO DELTA-DISPLAY
           MOVE DELTA-FILES TO DFILES-DISPLAY
           MOVE SPACES TO DELTA-TEXT
           IF COMPARE-BYTES = 0
               STRING FUNCTION TRIM(DELTA-DISPLAY) DELIMITED BY SIZE
                      " (new) files " DELIMITED BY SIZE
                      FUNCTION TRIM(DFILES-DISPLAY) DELIMITED BY SIZE
                      INTO DELTA-TEXT
           ELSE
               COMPUTE DELTA-PCT ROUNDED =
                   DELTA-BYTES * 100 / COMPARE-BYTES
               MOVE DELTA-PCT TO PCT-DISPLAY
               STRING FUNCTION TRIM(DELTA-DISPLAY) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(PCT-DISPLAY) DELIMITED BY SIZE
                      "%) files " DELIMITED BY SIZE
                      FUNCTION TRIM(DFILES-DISPLAY) DELIMITED BY SIZE
                      INTO DELTA-TEXT
           END-IF.

      *-----------------------------------------------------------
      * Ten largest gains over the forecast window, largest
      * first - a repeated pick of the biggest not yet listed.
      *-----------------------------------------------------------
       WRITE-FASTEST-SUBDIRS.
           PERFORM WRITE-REPORT-TEXT
           MOVE "FASTEST GROWING SUBDIRECTORIES" TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE 0 TO RANK-COUNT
           IF BASE-IDX > 0
               PERFORM VARYING SUBDIR-IDX FROM 1 BY 1
                   UNTIL SUBDIR-IDX > SUBDIR-COUNT
                   MOVE "N" TO SUBDIR-PICKED(SUBDIR-IDX)
               END-PERFORM
               PERFORM UNTIL RANK-COUNT >= 10
                   MOVE 0 TO BEST-IDX
                   MOVE 0 TO BEST-GROWTH
                   PERFORM VARYING SUBDIR-IDX FROM 1 BY 1
                       UNTIL SUBDIR-IDX > SUBDIR-COUNT
                       COMPUTE DELTA-BYTES =
                           NS-BYTES(LAST-IDX, SUBDIR-IDX)
                           - NS-BYTES(BASE-IDX, SUBDIR-IDX)
                       IF SUBDIR-PICKED(SUBDIR-IDX) = "N"
                           AND DELTA-BYTES > BEST-GROWTH
                           MOVE SUBDIR-IDX TO BEST-IDX
                           MOVE DELTA-BYTES TO BEST-GROWTH
                       END-IF
                   END-PERFORM
                   IF BEST-IDX = 0
                       EXIT PERFORM
                   END-IF
                   MOVE "Y" TO SUBDIR-PICKED(BEST-IDX)
                   ADD 1 TO RANK-COUNT
                   MOVE BEST-GROWTH TO DELTA-DISPLAY
                   MOVE NS-BYTES(LAST-IDX, BEST-IDX) TO BYTES-DISPLAY
                   STRING "  " DELIMITED BY SIZE
                          DELTA-DISPLAY DELIMITED BY SIZE
                          " bytes  " DELIMITED BY SIZE
                          FUNCTION TRIM(SUBDIR-NAME(BEST-IDX))
                              DELIMITED BY SIZE
                          " now " DELIMITED BY SIZE
                          FUNCTION TRIM(BYTES-DISPLAY)
                              DELIMITED BY SIZE
                          INTO REPORT-TEXT
                   PERFORM WRITE-REPORT-TEXT
               END-PERFORM
           END-IF
           IF RANK-COUNT = 0
               MOVE "  (none)" TO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-IF.

       WRITE-FASTEST-FILES.
           PERFORM WRITE-REPORT-TEXT
           MOVE "FASTEST GROWING FILES" TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE 0 TO RANK-COUNT
           PERFORM UNTIL RANK-COUNT >= 10
               MOVE 0 TO BEST-IDX
               MOVE 0 TO BEST-GROWTH
               PERFORM VARYING FILE-IDX FROM 1 BY 1
                   UNTIL FILE-IDX > FILE-COUNT
                   COMPUTE DELTA-BYTES = FG-LAST-BYTES(FILE-IDX)
                       - FG-BASE-BYTES(FILE-IDX)
                   IF FG-PICKED(FILE-IDX) = "N"
                       AND FG-IN-LAST(FILE-IDX) = "Y"
                       AND DELTA-BYTES > BEST-GROWTH
                       MOVE FILE-IDX TO BEST-IDX
                       MOVE DELTA-BYTES TO BEST-GROWTH
                   END-IF
               END-PERFORM
               IF BEST-IDX = 0
                   EXIT PERFORM
               END-IF
               MOVE "Y" TO FG-PICKED(BEST-IDX)
               ADD 1 TO RANK-COUNT
               MOVE BEST-GROWTH TO DELTA-DISPLAY
               MOVE FG-LAST-BYTES(BEST-IDX) TO BYTES-DISPLAY
               STRING "  " DELIMITED BY SIZE
                      DELTA-DISPLAY DELIMITED BY SIZE
                      " bytes  " DELIMITED BY SIZE
                      FUNCTION TRIM(FG-NAME(BEST-IDX))
                          DELIMITED BY SIZE
                      " now " DELIMITED BY SIZE
                      FUNCTION TRIM(BYTES-DISPLAY) DELIMITED BY SIZE
                      INTO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-PERFORM
           IF RANK-COUNT = 0
               MOVE "  (none)" TO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-IF.

       WRITE-FORECAST-SECTION.
           PERFORM WRITE-REPORT-TEXT
           MOVE "FORECAST" TO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           MOVE NIGHT-BYTES(LAST-IDX) TO BYTES-DISPLAY
           STRING "  used " DELIMITED BY SIZE
                  FUNCTION TRIM(BYTES-DISPLAY) DELIMITED BY SIZE
                  " bytes, " DELIMITED BY SIZE
                  USED-PCT DELIMITED BY SIZE
                  "% of capacity" DELIMITED BY SIZE
                  INTO REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT
           IF BASE-IDX > 0 AND WINDOW-DAYS > 0
               MOVE GROWTH-RATE TO DELTA-DISPLAY
               MOVE WINDOW-DAYS TO DAYS-DISPLAY
               STRING "  growth rate " DELIMITED BY SIZE
                      FUNCTION TRIM(DELTA-DISPLAY) DELIMITED BY SIZE
                      " bytes/day over the last " DELIMITED BY SIZE
                      FUNCTION TRIM(DAYS-DISPLAY) DELIMITED BY SIZE
                      " day(s), since " DELIMITED BY SIZE
                      NIGHT-DATE(BASE-IDX) DELIMITED BY SIZE
                      INTO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-IF
           IF FILL-DATE > 0
               MOVE DAYS-TO-FILL TO DAYS-DISPLAY
               STRING "  projected fill date " DELIMITED BY SIZE
                      FILL-DATE DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      FUNCTION TRIM(DAYS-DISPLAY) DELIMITED BY SIZE
                      " day(s) after " DELIMITED BY SIZE
                      NIGHT-DATE(LAST-IDX) DELIMITED BY SIZE
                      INTO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-IF
           IF FORECAST-NOTE NOT = SPACES
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(FORECAST-NOTE) DELIMITED BY SIZE
                      INTO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-IF
           IF CAPACITY-ALERT = "Y"
               MOVE DAYS-TO-FILL TO DAYS-DISPLAY
               MOVE CFG-CAPACITY-ALERT-DAYS TO FILES-DISPLAY
               STRING "ALERT    hashfiles projected to fill on "
                          DELIMITED BY SIZE
                      FILL-DATE DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      FUNCTION TRIM(DAYS-DISPLAY) DELIMITED BY SIZE
                      " day(s) out - inside the " DELIMITED BY SIZE
                      FUNCTION TRIM(FILES-DISPLAY) DELIMITED BY SIZE
                      "-day threshold" DELIMITED BY SIZE
                      INTO REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT
           END-IF.

       WRITE-REPORT-TEXT.
           WRITE REPORT-LINE FROM REPORT-TEXT
           IF REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to write capacity_report.txt"
                   " - status " REPORT-STATUS
           END-IF
           MOVE SPACES TO REPORT-TEXT.
