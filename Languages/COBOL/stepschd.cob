       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPSCHD.
       AUTHOR. LANGUAGE RACE.
       DATE-WRITTEN. 2026-10-15.

      *-----------------------------------------------------------
      * Small CALL'd subroutine that answers "does this cycle step
      * run on this date?" from the step schedule - shared by
      * DAILY-OPS-DRIVER (tonight's step set, its PREVIEW listing
      * and the CHECK the nightly JCL runs ahead of each step) and
      * BATCHFC (which only forecasts the steps that will run).
      * CALL "STEPSCHD" USING APP-CONFIG SCHEDULE-CALL-RECORD
      * (copybooks/STEPSCHD.cpy).
      *
      * CFG-STEP-SCHEDULE-FILE holds one line per scheduled step,
      * the step name and a comma-separated list of the days it
      * runs, plus HOLIDAY lines; "*" lines are comments:
      *   RAND-AVG     SUN
      *   BEE-MOVIE    SAT,SKIP-HOLIDAYS
      *   CAPFCST      MONTH-END
      *   CERTCHK      FIRST-BUSINESS-DAY,WED
      *   HOLIDAY      20261225
      * Day words: DAILY, WEEKDAYS, MON TUE WED THU FRI SAT SUN,
      * MONTH-END (last calendar day), FIRST-BUSINESS-DAY and
      * LAST-BUSINESS-DAY (Monday-Friday, not a holiday). A step
      * runs when any of its day words matches; SKIP-HOLIDAYS
      * then keeps it off on any HOLIDAY date whatever the day
      * words say (on its own it means daily except holidays).
      * A step with no line - or no schedule file at all - runs
      * every night, exactly as before there was a schedule, and
      * so does a step whose every day word was misspelt: running
      * a step an extra night is cheaper than silently never
      * running it. Such words are warned about, not guessed at.
      *
      * The file is read once, on the first call; the tables stay
      * loaded for every later call in the same run.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC SCHEDULE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCHEDULE-FILE.
       01 SCHEDULE-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
          05 SCHEDULE-FILENAME PIC X(30).
          05 SCHEDULE-STATUS PIC X(2).
          05 SCHEDULE-LOADED PIC X(1) VALUE "N".
          05 SCHEDULE-FOUND PIC X(1) VALUE "N".
          05 SCHEDULE-LINE-NO PIC 9(4) VALUE 0.
          05 SCHEDULE-LINE-DISPLAY PIC Z(3)9.
          05 BAD-WORD-COUNT PIC 9(3) VALUE 0.
          05 LINE-TOKEN-1 PIC X(20).
          05 LINE-TOKEN-2 PIC X(80).
          05 RULE-PTR PIC 9(3).
          05 RULE-WORD PIC X(20).
          05 ENTRY-IDX PIC 9(2).
          05 MATCHED-ENTRY PIC 9(2).
          05 HOLIDAY-IDX PIC 9(3).
          05 DAY-IDX PIC 9(1).
          05 DAY-NAMES PIC X(21)
              VALUE "MONTUEWEDTHUFRISATSUN".
          05 ASKED-DATE PIC 9(8).
          05 ASKED-INTEGER PIC 9(7).
          05 ASKED-WEEKDAY PIC 9(1).
          05 ASKED-HOLIDAY PIC X(1).
          05 MONTH-FIRST-DATE PIC 9(8).
          05 MONTH-NEXT-DATE PIC 9(8).
          05 MONTH-FIRST-INTEGER PIC 9(7).
          05 MONTH-LAST-INTEGER PIC 9(7).
          05 PROBE-INTEGER PIC 9(7).
          05 PROBE-DATE PIC 9(8).
          05 PROBE-WEEKDAY PIC 9(1).
          05 PROBE-HOLIDAY PIC X(1).
          05 FIRST-BDAY-INTEGER PIC 9(7).
          05 LAST-BDAY-INTEGER PIC 9(7).
          05 MATCHED-WORD PIC X(20).

      *-----------------------------------------------------------
      * One entry per scheduled step, its day words decoded into
      * flags (SE-WEEKDAY-FLAG 1-7 = Monday-Sunday); SE-DAY-RULES
      * says whether any day word was understood at all.
      *-----------------------------------------------------------
       01 SCHEDULE-TABLE.
          05 SCHEDULE-COUNT PIC 9(2) VALUE 0.
          05 SCHEDULE-ENTRY OCCURS 30 TIMES.
             10 SE-STEP-NAME PIC X(12).
             10 SE-RULE-TEXT PIC X(40).
             10 SE-DAY-RULES PIC X(1).
             10 SE-DAILY PIC X(1).
             10 SE-WEEKDAY-FLAGS.
                15 SE-WEEKDAY-FLAG OCCURS 7 TIMES PIC X(1).
             10 SE-MONTH-END PIC X(1).
             10 SE-FIRST-BDAY PIC X(1).
             10 SE-LAST-BDAY PIC X(1).
             10 SE-SKIP-HOLIDAYS PIC X(1).

       01 HOLIDAY-TABLE.
          05 HOLIDAY-COUNT PIC 9(3) VALUE 0.
          05 HOLIDAY-DATE OCCURS 200 TIMES PIC 9(8).

       LINKAGE SECTION.
       COPY APPCFG.
       COPY STEPSCHD.

       PROCEDURE DIVISION USING APP-CONFIG SCHEDULE-CALL-RECORD.
       STEPSCHD-MAIN.
           IF SCHEDULE-LOADED = "N"
               PERFORM LOAD-STEP-SCHEDULE
               MOVE "Y" TO SCHEDULE-LOADED
           END-IF
           MOVE BAD-WORD-COUNT TO SCHEDULE-WARNINGS
           MOVE SPACES TO SCHEDULE-REASON
           MOVE SPACES TO SCHEDULE-DAY-NAME
           IF SCHEDULE-DATE IS NOT NUMERIC
               MOVE "BAD" TO SCHEDULE-RESULT
               MOVE "date must be YYYYMMDD" TO SCHEDULE-REASON
               GOBACK
           END-IF
           MOVE SCHEDULE-DATE TO ASKED-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(ASKED-DATE) NOT = 0
               MOVE "BAD" TO SCHEDULE-RESULT
               MOVE "not a calendar date" TO SCHEDULE-REASON
               GOBACK
           END-IF
           PERFORM DESCRIBE-ASKED-DATE
           MOVE DAY-NAMES((ASKED-WEEKDAY - 1) * 3 + 1:3)
               TO SCHEDULE-DAY-NAME
           PERFORM JUDGE-STEP-DATE
           GOBACK.

      *-----------------------------------------------------------
      * An absent file is not an error - it is the every-step-
      * every-night schedule the cycle always ran.
      *-----------------------------------------------------------
       LOAD-STEP-SCHEDULE.
           MOVE CFG-STEP-SCHEDULE-FILE TO SCHEDULE-FILENAME
           OPEN INPUT SCHEDULE-FILE
           IF SCHEDULE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SCHEDULE-FOUND
           PERFORM UNTIL EXIT
               READ SCHEDULE-FILE AT END
                   EXIT PERFORM
               NOT AT END
                   ADD 1 TO SCHEDULE-LINE-NO
                   MOVE SCHEDULE-LINE-NO TO SCHEDULE-LINE-DISPLAY
                   PERFORM LOAD-SCHEDULE-LINE
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       LOAD-SCHEDULE-LINE.
           IF SCHEDULE-LINE = SPACES
               OR FUNCTION TRIM(SCHEDULE-LINE)(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINE-TOKEN-1
           MOVE SPACES TO LINE-TOKEN-2
           UNSTRING FUNCTION TRIM(SCHEDULE-LINE) DELIMITED BY ALL SPACE
               INTO LINE-TOKEN-1 LINE-TOKEN-2
           MOVE FUNCTION UPPER-CASE(LINE-TOKEN-1) TO LINE-TOKEN-1
           MOVE FUNCTION UPPER-CASE(LINE-TOKEN-2) TO LINE-TOKEN-2
           IF LINE-TOKEN-2 = SPACES
               DISPLAY "WARNING: step schedule line "
                   FUNCTION TRIM(SCHEDULE-LINE-DISPLAY)
                   " has no days - ignored"
               ADD 1 TO BAD-WORD-COUNT
               EXIT PARAGRAPH
           END-IF
           IF LINE-TOKEN-1 = "HOLIDAY"
               PERFORM LOAD-HOLIDAY-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ENTRY-IDX FROM 1 BY 1
               UNTIL ENTRY-IDX > SCHEDULE-COUNT
               IF SE-STEP-NAME(ENTRY-IDX) = LINE-TOKEN-1
                   DISPLAY "WARNING: step schedule line "
                       FUNCTION TRIM(SCHEDULE-LINE-DISPLAY) " repeats "
                       FUNCTION TRIM(LINE-TOKEN-1)
                       " - the first line for it stands"
                   ADD 1 TO BAD-WORD-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF SCHEDULE-COUNT >= 30
               DISPLAY "WARNING: step schedule line "
                   FUNCTION TRIM(SCHEDULE-LINE-DISPLAY)
                   " past the 30-step limit - ignored"
               ADD 1 TO BAD-WORD-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SCHEDULE-COUNT
           MOVE LINE-TOKEN-1 TO SE-STEP-NAME(SCHEDULE-COUNT)
           MOVE LINE-TOKEN-2 TO SE-RULE-TEXT(SCHEDULE-COUNT)
           MOVE "N" TO SE-DAY-RULES(SCHEDULE-COUNT)
           MOVE "N" TO SE-DAILY(SCHEDULE-COUNT)
           MOVE "NNNNNNN" TO SE-WEEKDAY-FLAGS(SCHEDULE-COUNT)
           MOVE "N" TO SE-MONTH-END(SCHEDULE-COUNT)
           MOVE "N" TO SE-FIRST-BDAY(SCHEDULE-COUNT)
           MOVE "N" TO SE-LAST-BDAY(SCHEDULE-COUNT)
           MOVE "N" TO SE-SKIP-HOLIDAYS(SCHEDULE-COUNT)
           MOVE 1 TO RULE-PTR
           PERFORM UNTIL RULE-PTR > 80
               MOVE SPACES TO RULE-WORD
               UNSTRING LINE-TOKEN-2 DELIMITED BY "," OR SPACE
                   INTO RULE-WORD WITH POINTER RULE-PTR
               IF RULE-WORD NOT = SPACES
                   PERFORM APPLY-RULE-WORD
               END-IF
           END-PERFORM
           PERFORM SET-DAY-RULES
           IF SE-DAY-RULES(SCHEDULE-COUNT) = "N"
               MOVE "Y" TO SE-DAILY(SCHEDULE-COUNT)
               IF SE-SKIP-HOLIDAYS(SCHEDULE-COUNT) = "N"
                   DISPLAY "WARNING: step schedule line "
                       FUNCTION TRIM(SCHEDULE-LINE-DISPLAY)
                       " has no usable days - "
                       FUNCTION TRIM(LINE-TOKEN-1) " runs daily"
               END-IF
           END-IF.

       APPLY-RULE-WORD.
           EVALUATE RULE-WORD
               WHEN "DAILY"
                   MOVE "Y" TO SE-DAILY(SCHEDULE-COUNT)
               WHEN "WEEKDAYS"
                   MOVE "YYYYY" TO SE-WEEKDAY-FLAGS(SCHEDULE-COUNT)(1:5)
               WHEN "MONTH-END"
                   MOVE "Y" TO SE-MONTH-END(SCHEDULE-COUNT)
               WHEN "FIRST-BUSINESS-DAY"
                   MOVE "Y" TO SE-FIRST-BDAY(SCHEDULE-COUNT)
               WHEN "LAST-BUSINESS-DAY"
                   MOVE "Y" TO SE-LAST-BDAY(SCHEDULE-COUNT)
               WHEN "SKIP-HOLIDAYS"
                   MOVE "Y" TO SE-SKIP-HOLIDAYS(SCHEDULE-COUNT)
               WHEN OTHER
                   PERFORM APPLY-WEEKDAY-WORD
           END-EVALUATE.

      * MON..SUN; anything else is a misspelt word, counted and
      * left out rather than guessed at.
       APPLY-WEEKDAY-WORD.
           PERFORM VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > 7
               IF RULE-WORD = DAY-NAMES((DAY-IDX - 1) * 3 + 1:3)
                   MOVE "Y" TO SE-WEEKDAY-FLAG(SCHEDULE-COUNT, DAY-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           DISPLAY "WARNING: step schedule line "
               FUNCTION TRIM(SCHEDULE-LINE-DISPLAY)
               " - unknown day word " FUNCTION TRIM(RULE-WORD)
               " ignored"
           ADD 1 TO BAD-WORD-COUNT.

      * SKIP-HOLIDAYS only takes days away, so it does not count
      * as a day word of its own.
       SET-DAY-RULES.
           MOVE "N" TO SE-DAY-RULES(SCHEDULE-COUNT)
           IF SE-DAILY(SCHEDULE-COUNT) = "Y"
               OR SE-MONTH-END(SCHEDULE-COUNT) = "Y"
               OR SE-FIRST-BDAY(SCHEDULE-COUNT) = "Y"
               OR SE-LAST-BDAY(SCHEDULE-COUNT) = "Y"
               OR SE-WEEKDAY-FLAGS(SCHEDULE-COUNT) NOT = "NNNNNNN"
               MOVE "Y" TO SE-DAY-RULES(SCHEDULE-COUNT)
           END-IF.

       LOAD-HOLIDAY-LINE.
           IF LINE-TOKEN-2(1:8) IS NOT NUMERIC
               OR LINE-TOKEN-2(9:) NOT = SPACES
               DISPLAY "WARNING: step schedule line "
                   FUNCTION TRIM(SCHEDULE-LINE-DISPLAY)
                   " - HOLIDAY needs a YYYYMMDD"
                   " date, ignored"
               ADD 1 TO BAD-WORD-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE LINE-TOKEN-2(1:8) TO PROBE-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(PROBE-DATE) NOT = 0
               DISPLAY "WARNING: step schedule line "
                   FUNCTION TRIM(SCHEDULE-LINE-DISPLAY) " - HOLIDAY "
                   LINE-TOKEN-2(1:8) " is not a calendar date,"
                   " ignored"
               ADD 1 TO BAD-WORD-COUNT
               EXIT PARAGRAPH
           END-IF
           IF HOLIDAY-COUNT >= 200
               DISPLAY "WARNING: step schedule line "
                   FUNCTION TRIM(SCHEDULE-LINE-DISPLAY)
                   " past the 200-holiday limit"
                   " - ignored"
               ADD 1 TO BAD-WORD-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HOLIDAY-COUNT
           MOVE PROBE-DATE TO HOLIDAY-DATE(HOLIDAY-COUNT).

      *-----------------------------------------------------------
      * Find the step's entry, work out what the date is (weekday,
      * holiday, month end, first and last business day of its
      * month) and walk the rules: the holiday exclusion first,
      * then the first day word that matches.
      *-----------------------------------------------------------
       JUDGE-STEP-DATE.
           MOVE 0 TO MATCHED-ENTRY
           PERFORM VARYING ENTRY-IDX FROM 1 BY 1
               UNTIL ENTRY-IDX > SCHEDULE-COUNT
               IF SE-STEP-NAME(ENTRY-IDX) =
                       FUNCTION UPPER-CASE(SCHEDULE-STEP-NAME)
                   MOVE ENTRY-IDX TO MATCHED-ENTRY
               END-IF
           END-PERFORM
           MOVE "RUN" TO SCHEDULE-RESULT
           IF MATCHED-ENTRY = 0
               IF SCHEDULE-FOUND = "Y"
                   MOVE "daily - no schedule line" TO SCHEDULE-REASON
               ELSE
                   MOVE "daily - no step schedule file"
                       TO SCHEDULE-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF SE-SKIP-HOLIDAYS(MATCHED-ENTRY) = "Y"
               AND ASKED-HOLIDAY = "Y"
               MOVE "OFF" TO SCHEDULE-RESULT
               STRING "holiday " DELIMITED BY SIZE
                      SCHEDULE-DATE DELIMITED BY SIZE
                      " - SKIP-HOLIDAYS" DELIMITED BY SIZE
                      INTO SCHEDULE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MATCHED-WORD
           EVALUATE TRUE
               WHEN SE-DAILY(MATCHED-ENTRY) = "Y"
                   MOVE "DAILY" TO MATCHED-WORD
               WHEN SE-WEEKDAY-FLAG(MATCHED-ENTRY, ASKED-WEEKDAY)
                       = "Y"
                   MOVE DAY-NAMES((ASKED-WEEKDAY - 1) * 3 + 1:3)
                       TO MATCHED-WORD
               WHEN SE-MONTH-END(MATCHED-ENTRY) = "Y"
                   AND ASKED-INTEGER = MONTH-LAST-INTEGER
                   MOVE "MONTH-END" TO MATCHED-WORD
               WHEN SE-FIRST-BDAY(MATCHED-ENTRY) = "Y"
                   AND ASKED-INTEGER = FIRST-BDAY-INTEGER
                   MOVE "FIRST-BUSINESS-DAY" TO MATCHED-WORD
               WHEN SE-LAST-BDAY(MATCHED-ENTRY) = "Y"
                   AND ASKED-INTEGER = LAST-BDAY-INTEGER
                   MOVE "LAST-BUSINESS-DAY" TO MATCHED-WORD
           END-EVALUATE
           IF MATCHED-WORD NOT = SPACES
               STRING "scheduled " DELIMITED BY SIZE
                      FUNCTION TRIM(MATCHED-WORD) DELIMITED BY SIZE
                      INTO SCHEDULE-REASON
           ELSE
               MOVE "OFF" TO SCHEDULE-RESULT
               STRING "runs " DELIMITED BY SIZE
                      FUNCTION TRIM(SE-RULE-TEXT(MATCHED-ENTRY))
                          DELIMITED BY SIZE
                      INTO SCHEDULE-REASON
           END-IF.

      * Day 1 of the integer calendar (1601-01-01) was a Monday,
      * so MOD 7 of the day number gives Monday=1 .. Sunday=7 -
      * the same arithmetic HASHGEN uses for CFG-FULL-SWEEP-DAY.
       DESCRIBE-ASKED-DATE.
           COMPUTE ASKED-INTEGER = FUNCTION INTEGER-OF-DATE(ASKED-DATE)
           COMPUTE ASKED-WEEKDAY =
               FUNCTION MOD(ASKED-INTEGER - 1, 7) + 1
           MOVE ASKED-DATE TO PROBE-DATE
           PERFORM CHECK-HOLIDAY
           MOVE PROBE-HOLIDAY TO ASKED-HOLIDAY
           MOVE ASKED-DATE TO MONTH-FIRST-DATE
           MOVE "01" TO MONTH-FIRST-DATE(7:2)
           IF ASKED-DATE(5:2) = "12"
               MOVE MONTH-FIRST-DATE TO MONTH-NEXT-DATE
               ADD 10000 TO MONTH-NEXT-DATE
               MOVE "01" TO MONTH-NEXT-DATE(5:2)
           ELSE
               COMPUTE MONTH-NEXT-DATE = MONTH-FIRST-DATE + 100
           END-IF
           COMPUTE MONTH-FIRST-INTEGER =
               FUNCTION INTEGER-OF-DATE(MONTH-FIRST-DATE)
           COMPUTE MONTH-LAST-INTEGER =
               FUNCTION INTEGER-OF-DATE(MONTH-NEXT-DATE) - 1
           MOVE 0 TO FIRST-BDAY-INTEGER
           MOVE MONTH-FIRST-INTEGER TO PROBE-INTEGER
           PERFORM UNTIL PROBE-INTEGER > MONTH-LAST-INTEGER
               OR FIRST-BDAY-INTEGER > 0
               PERFORM CHECK-BUSINESS-DAY
               IF PROBE-WEEKDAY < 6 AND PROBE-HOLIDAY = "N"
                   MOVE PROBE-INTEGER TO FIRST-BDAY-INTEGER
               END-IF
               ADD 1 TO PROBE-INTEGER
           END-PERFORM
           MOVE 0 TO LAST-BDAY-INTEGER
           MOVE MONTH-LAST-INTEGER TO PROBE-INTEGER
           PERFORM UNTIL PROBE-INTEGER < MONTH-FIRST-INTEGER
               OR LAST-BDAY-INTEGER > 0
               PERFORM CHECK-BUSINESS-DAY
               IF PROBE-WEEKDAY < 6 AND PROBE-HOLIDAY = "N"
                   MOVE PROBE-INTEGER TO LAST-BDAY-INTEGER
               END-IF
               SUBTRACT 1 FROM PROBE-INTEGER
           END-PERFORM.

       CHECK-BUSINESS-DAY.
           COMPUTE PROBE-WEEKDAY =
               FUNCTION MOD(PROBE-INTEGER - 1, 7) + 1
           COMPUTE PROBE-DATE = FUNCTION DATE-OF-INTEGER(PROBE-INTEGER)
           PERFORM CHECK-HOLIDAY.

       CHECK-HOLIDAY.
           MOVE "N" TO PROBE-HOLIDAY
           PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
               UNTIL HOLIDAY-IDX > HOLIDAY-COUNT
               IF HOLIDAY-DATE(HOLIDAY-IDX) = PROBE-DATE
                   MOVE "Y" TO PROBE-HOLIDAY
               END-IF
           END-PERFORM.
