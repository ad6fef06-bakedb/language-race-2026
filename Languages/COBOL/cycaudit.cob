      *     total_tests, and passed+failed+blocked+maint versus
      *     total_tests
      *   - hash_results.json: entry count versus total_files,
      *     successful+failed+missing versus total_files, and
      *     the rewritten hash-manifest.txt entry count versus
      *     manifest_entries
      *   - the dashboard's WEB-SERVER and HASHGEN lines versus
      *     the JSON artifacts they were read from, unless the
      *     step schedule kept the step off tonight
      *   - run_history.txt's newest record versus both JSONs
      * Every contradiction is listed in consistency_report.txt
      * and the run ends with a nonzero condition code, so a
       01 HG-RESULT-LINE PIC X(1000).

       FD MANIFEST-FILE.
       COPY HASHMAN.

       FD DASHBOARD-FILE.
       01 DASHBOARD-LINE PIC X(120).
          05 HASHG-TOTAL-PASSED PIC 9(8) VALUE 0.
          05 HASHG-TOTAL-FAILED PIC 9(8) VALUE 0.
          05 HASHG-TOTAL-MISSING PIC 9(8) VALUE 0.
          05 HASHG-MANIFEST-ENTRIES PIC 9(8) VALUE 0.
          05 HASHG-ENTRY-COUNT PIC 9(8) VALUE 0.
          05 HASHG-FOUND-SWITCH PIC X(1) VALUE "N".
          05 MANIFEST-ENTRY-COUNT PIC 9(8) VALUE 0.
          05 DASH-WEBS-PASSED PIC 9(8) VALUE 0.
          05 DASH-WEBS-FAILED PIC 9(8) VALUE 0.
          05 DASH-WEBS-FOUND PIC X(1) VALUE "N".
          05 DASH-WEBS-OFF PIC X(1) VALUE "N".
          05 DASH-HASH-FILES PIC 9(8) VALUE 0.
          05 DASH-HASH-PASSED PIC 9(8) VALUE 0.
          05 DASH-HASH-FAILED PIC 9(8) VALUE 0.
          05 DASH-HASH-FOUND PIC X(1) VALUE "N".
          05 DASH-HASH-OFF PIC X(1) VALUE "N".

       01 HISTORY-TOTALS.
          05 HIST-TESTS PIC 9(8) VALUE 0.
                       MOVE '"missing_files": ' TO SCAN-MARKER
                       PERFORM EXTRACT-NUMBER
                       MOVE SCAN-VALUE TO HASHG-TOTAL-MISSING
                       MOVE '"manifest_entries": ' TO SCAN-MARKER
                       PERFORM EXTRACT-NUMBER
                       MOVE SCAN-VALUE TO HASHG-MANIFEST-ENTRIES
               END-READ
               PERFORM UNTIL EXIT
                   READ HG-RESULT-FILE AT END
               CLOSE DASHBOARD-FILE
           END-IF.

      * A step the step schedule kept off tonight shows zero
      * totals beside the artifact its last run left behind - there
      * is nothing of tonight's to cross-check, and no artifact at
      * all is no fault when it has not run since the schedule
      * started.
       JUDGE-ONE-DASHBOARD-LINE.
           EVALUATE TRUE
               WHEN DASHBOARD-LINE(1:10) = "WEB-SERVER"
                   AND DASHBOARD-LINE(12:15) = "[SCHEDULED-OFF]"
                   MOVE "Y" TO DASH-WEBS-OFF
               WHEN DASHBOARD-LINE(1:7) = "HASHGEN"
                   AND DASHBOARD-LINE(12:15) = "[SCHEDULED-OFF]"
                   MOVE "Y" TO DASH-HASH-OFF
               WHEN DASHBOARD-LINE(1:10) = "WEB-SERVER"
                   MOVE "Y" TO DASH-WEBS-FOUND
                   MOVE DASHBOARD-LINE TO SCAN-SOURCE-LINE
           END-IF.

       JUDGE-WEB-SERVER-ARTIFACT.
           IF WEBS-FOUND-SWITCH = "N" AND DASH-WEBS-OFF = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WEBS-FOUND-SWITCH = "N"
               MOVE "test-result.json missing or unreadable"
                   TO REPORT-TEXT
           END-IF.

       JUDGE-HASHGEN-ARTIFACT.
           IF HASHG-FOUND-SWITCH = "N" AND DASH-HASH-OFF = "Y"
               EXIT PARAGRAPH
           END-IF
           IF HASHG-FOUND-SWITCH = "N"
               MOVE "hash_results.json missing or unreadable"
                   TO REPORT-TEXT
                      INTO REPORT-TEXT
               PERFORM RECORD-FINDING
           END-IF
      * Which entries SAVE-MANIFEST keeps depends on policy - an
      * IMMUTABLE change or removal keeps its known-good entry, a
      * new file under an IMMUTABLE pattern stays out - so HASHGEN
      * reports the count it wrote as manifest_entries, and the
      * sealed manifest on disk must hold exactly that many.
           IF MANIFEST-FOUND-SWITCH = "Y"
               IF MANIFEST-ENTRY-COUNT NOT = HASHG-MANIFEST-ENTRIES
                   MOVE SPACES TO REPORT-TEXT
                   STRING "hash-manifest.txt: " DELIMITED BY SIZE
                          MANIFEST-ENTRY-COUNT DELIMITED BY SIZE
                          " entries but manifest_entries "
                              DELIMITED BY SIZE
                          HASHG-MANIFEST-ENTRIES DELIMITED BY SIZE
                          INTO REPORT-TEXT
                   PERFORM RECORD-FINDING
               END-IF
