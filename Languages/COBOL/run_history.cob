      * appends one dated record per night to the shared
      * ../run_history.txt. TRENDRPT reads that file back to show
      * whether the numbers are sliding or holding across nights.
      * A step the step schedule kept off tonight (its dashboard
      * line reads [SCHEDULED-OFF]) left only its last run's
      * artifact behind, so its totals go down as zero rather
      * than as a copy of that night's.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BEE-RESULT-FILE ASSIGN TO "bee_results.json"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARTIFACT-STATUS.
           SELECT DASHBOARD-FILE ASSIGN TO "daily_ops_dashboard.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARTIFACT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "../run_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
       FD BEE-RESULT-FILE.
       01 BEE-RESULT-LINE PIC X(1000).

       FD DASHBOARD-FILE.
       01 DASHBOARD-LINE PIC X(120).

       FD HISTORY-FILE.
       01 HISTORY-RECORD PIC X(200).

       01 RUN-DATE PIC X(8).
       01 RUN-CYCLE-ID PIC X(16).

       01 STEP-OFF-SWITCHES.
          05 WEBS-OFF PIC X(1) VALUE "N".
          05 HASHG-OFF PIC X(1) VALUE "N".
          05 MATHP-OFF PIC X(1) VALUE "N".
          05 BEEMV-OFF PIC X(1) VALUE "N".

       01 HISTORY-TOTALS.
          05 WEBS-TOTAL-TESTS PIC 9(8) VALUE 0.
          05 WEBS-TOTAL-PASSED PIC 9(8) VALUE 0.
       MAIN-PROGRAM.
           PERFORM HELLO-WORLD.
           PERFORM LOG-AUDIT-START.
           PERFORM READ-STEPS-OFF-TONIGHT.
           PERFORM READ-WEB-SERVER-RESULTS.
           PERFORM READ-HASHGEN-RESULTS.
           PERFORM READ-MATH-RESULTS.
           MOVE "OK" TO AUDIT-COMPLETION-STATUS
           CALL "AUDITLOG" USING AUDIT-CALL-RECORD.

       READ-STEPS-OFF-TONIGHT.
           OPEN INPUT DASHBOARD-FILE
           IF ARTIFACT-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ DASHBOARD-FILE AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM NOTE-STEP-OFF-TONIGHT
               END-PERFORM
               CLOSE DASHBOARD-FILE
           END-IF.

       NOTE-STEP-OFF-TONIGHT.
           IF DASHBOARD-LINE(12:15) NOT = "[SCHEDULED-OFF]"
               EXIT PARAGRAPH
           END-IF
           EVALUATE DASHBOARD-LINE(1:10)
               WHEN "WEB-SERVER"
                   MOVE "Y" TO WEBS-OFF
               WHEN "HASHGEN"
                   MOVE "Y" TO HASHG-OFF
               WHEN "MATH"
                   MOVE "Y" TO MATHP-OFF
               WHEN "BEE-MOVIE"
                   MOVE "Y" TO BEEMV-OFF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       READ-WEB-SERVER-RESULTS.
           IF WEBS-OFF = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT WS-RESULT-FILE
           IF ARTIFACT-STATUS = "00"
               READ WS-RESULT-FILE
           END-IF.

       READ-HASHGEN-RESULTS.
           IF HASHG-OFF = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HG-RESULT-FILE
           IF ARTIFACT-STATUS = "00"
               READ HG-RESULT-FILE

      *-----------------------------------------------------------
      * MATH's report carries one line per equation - a solved
      * line or an "ERROR: " line - plus the "Precision:" header,
      * the "Worksheet:"/"Worksheet result:" lines of any intake
      * worksheets and, on graded worksheets, a blank line and a
      * trailing "Grading summary:" line. Skip those and tally the
      * rest by prefix, the same read-back DAILY-OPS-DRIVER's
      * READ-MATH-RESULTS does.
      *-----------------------------------------------------------
       READ-MATH-RESULTS.
           MOVE 0 TO MATHP-TOTAL-SOLVED
           MOVE 0 TO MATHP-TOTAL-ERRORS
           IF MATHP-OFF = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT MATH-REPORT-FILE
           IF ARTIFACT-STATUS = "00"
               PERFORM UNTIL EXIT
                           WHEN MATH-REPORT-LINE(1:16) =
                                   "Grading summary:"
                               CONTINUE
                           WHEN MATH-REPORT-LINE(1:11) =
                                   "Precision: "
                               CONTINUE
                           WHEN MATH-REPORT-LINE(1:18) =
                                   "Worksheet result: "
                               CONTINUE
                           WHEN MATH-REPORT-LINE(1:11) =
                                   "Worksheet: "
                               CONTINUE
                           WHEN MATH-REPORT-LINE(1:7) = "ERROR: "
                               ADD 1 TO MATHP-TOTAL-ERRORS
                           WHEN OTHER
           END-IF.

       READ-BEE-MOVIE-RESULTS.
           IF BEEMV-OFF = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BEE-RESULT-FILE
           IF ARTIFACT-STATUS = "00"
               READ BEE-RESULT-FILE
