      * test-result.json's results array, and renders one
      * self-contained HTML page - a status tile per program with
      * red/green highlighting off each step's OK/FAILED, and the
      * failed-endpoint list underneath, then BEE-MOVIE's corpus
      * outliers and, when a concordance ran, its first hits -
      * written next to the text
      * dashboard so it can be dropped straight onto the intranet
      * share instead of being re-typed every Friday.
      *-----------------------------------------------------------
       01 SEGMENT-AFTER PIC X(600).

       01 STEP-TILE-TABLE.
          05 STEP-TILE OCCURS 12 TIMES.
             10 TILE-STEP-NAME PIC X(10).
             10 TILE-STEP-STATUS PIC X(13).
             10 TILE-DETAIL PIC X(110).

       01 FAILED-ENDPOINT-TABLE.
             10 OUTLIER-NAME PIC X(50).
             10 OUTLIER-DEVIATION PIC X(10).

      *-----------------------------------------------------------
      * Concordance hits - the header's kwic_hits total and the
      * first 50 "hit" entries, each shown as file:line and the
      * context with the search term in brackets. The full list
      * is in bee_movie_kwic_report.txt, which the section links.
      *-----------------------------------------------------------
       01 CONCORDANCE-TABLE.
          05 CONCORDANCE-TOTAL PIC 9(6) VALUE 0.
          05 CONCORDANCE-TOTAL-DISPLAY PIC Z(5)9.
          05 CONCORDANCE-COUNT PIC 9(2) VALUE 0.
          05 CONCORDANCE-ENTRY OCCURS 50 TIMES.
             10 CONCORDANCE-FILE PIC X(50).
             10 CONCORDANCE-LINE PIC X(6).
             10 CONCORDANCE-CONTEXT PIC X(160).

       COPY AUDITLOG.

       PROCEDURE DIVISION.
           INSPECT DASHBOARD-LINE TALLYING BRACKET-POS
               FOR CHARACTERS BEFORE "["
           IF BRACKET-POS > 0 AND BRACKET-POS < 40
               AND TILE-COUNT < 12
               ADD 1 TO TILE-COUNT
               MOVE DASHBOARD-LINE(1:10)
                   TO TILE-STEP-NAME(TILE-COUNT)
               UNSTRING DASHBOARD-LINE(BRACKET-POS + 2:)
                   DELIMITED BY "]"
                   INTO SEGMENT-BEFORE SEGMENT-AFTER
               MOVE SEGMENT-BEFORE(1:13)
                   TO TILE-STEP-STATUS(TILE-COUNT)
               MOVE FUNCTION TRIM(SEGMENT-AFTER)
                   TO TILE-DETAIL(TILE-COUNT)
                   READ BEE-RESULT-FILE AT END
                       EXIT PERFORM
                   NOT AT END
                       EVALUATE TRUE
                           WHEN BEE-RESULT-LINE(1:16) =
                                   '{"type": "file",'
                               MOVE BEE-RESULT-LINE TO JSON-SEGMENT
                               PERFORM JUDGE-FILE-SEGMENT
                           WHEN BEE-RESULT-LINE(1:15) =
                                   '{"type": "hit",'
                               MOVE BEE-RESULT-LINE TO JSON-SEGMENT
                               PERFORM JUDGE-HIT-SEGMENT
                           WHEN BEE-RESULT-LINE(1:17) =
                                   '{"total_letters":'
                               MOVE BEE-RESULT-LINE TO JSON-SEGMENT
                               PERFORM JUDGE-HIT-TOTAL
                       END-EVALUATE
               END-PERFORM
               CLOSE BEE-RESULT-FILE
           END-IF.
                   TO OUTLIER-DEVIATION(OUTLIER-COUNT)
           END-IF.

       JUDGE-HIT-TOTAL.
           MOVE SPACES TO SEGMENT-BEFORE
           MOVE SPACES TO SEGMENT-REST
           UNSTRING JSON-SEGMENT DELIMITED BY '"kwic_hits": '
               INTO SEGMENT-BEFORE SEGMENT-REST
           MOVE SPACES TO SEGMENT-BEFORE
           UNSTRING SEGMENT-REST DELIMITED BY ","
               INTO SEGMENT-BEFORE
           IF FUNCTION TRIM(SEGMENT-BEFORE) IS NUMERIC
               MOVE FUNCTION NUMVAL(SEGMENT-BEFORE)
                   TO CONCORDANCE-TOTAL
           END-IF.

       JUDGE-HIT-SEGMENT.
           IF CONCORDANCE-COUNT >= 50
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CONCORDANCE-COUNT
           MOVE SPACES TO SEGMENT-BEFORE
           MOVE SPACES TO SEGMENT-REST
           UNSTRING JSON-SEGMENT DELIMITED BY '"file": "'
               INTO SEGMENT-BEFORE SEGMENT-REST
           MOVE SPACES TO SEGMENT-BEFORE
           UNSTRING SEGMENT-REST DELIMITED BY '"'
               INTO SEGMENT-BEFORE
           MOVE SEGMENT-BEFORE(1:50)
               TO CONCORDANCE-FILE(CONCORDANCE-COUNT)
           MOVE SPACES TO SEGMENT-BEFORE
           MOVE SPACES TO SEGMENT-REST
           UNSTRING JSON-SEGMENT DELIMITED BY '"line": '
               INTO SEGMENT-BEFORE SEGMENT-REST
           MOVE SPACES TO SEGMENT-BEFORE
           UNSTRING SEGMENT-REST DELIMITED BY ","
               INTO SEGMENT-BEFORE
           MOVE SEGMENT-BEFORE(1:6)
               TO CONCORDANCE-LINE(CONCORDANCE-COUNT)
           INSPECT CONCORDANCE-LINE(CONCORDANCE-COUNT)
               REPLACING LEADING "0" BY SPACE
           MOVE SPACES TO SEGMENT-BEFORE
           MOVE SPACES TO SEGMENT-REST
           UNSTRING JSON-SEGMENT DELIMITED BY '"context": "'
               INTO SEGMENT-BEFORE SEGMENT-REST
           MOVE SPACES TO SEGMENT-BEFORE
           UNSTRING SEGMENT-REST DELIMITED BY '"'
               INTO SEGMENT-BEFORE
      * The context is the script's own text - anything that reads
      * as markup is neutralised before it reaches the page.
           INSPECT SEGMENT-BEFORE REPLACING ALL "<" BY "("
                                            ALL ">" BY ")"
                                            ALL "&" BY "+"
           MOVE SEGMENT-BEFORE(1:160)
               TO CONCORDANCE-CONTEXT(CONCORDANCE-COUNT).

       WRITE-HTML-PAGE.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
           OPEN OUTPUT HTML-FILE
           PERFORM WRITE-HTML-LINE
           MOVE ".failed{background:#c62828;}" TO HTML-TEXT
           PERFORM WRITE-HTML-LINE
           MOVE ".off{background:#757575;}" TO HTML-TEXT
           PERFORM WRITE-HTML-LINE
           MOVE ".tile h2{margin:0 0 .5em 0;font-size:1.1em;}"
               TO HTML-TEXT
           PERFORM WRITE-HTML-LINE
               MOVE "</ul>" TO HTML-TEXT
               PERFORM WRITE-HTML-LINE
           END-IF
           IF CONCORDANCE-TOTAL > 0
               MOVE CONCORDANCE-TOTAL TO CONCORDANCE-TOTAL-DISPLAY
               MOVE SPACES TO HTML-TEXT
               STRING "<h2>Concordance hits</h2><p>" DELIMITED BY SIZE
                      FUNCTION TRIM(CONCORDANCE-TOTAL-DISPLAY)
                          DELIMITED BY SIZE
                      " hit(s) - full listing in " DELIMITED BY SIZE
                      '<a href="bee_movie_kwic_report.txt">'
                          DELIMITED BY SIZE
                      "bee_movie_kwic_report.txt</a></p>"
                          DELIMITED BY SIZE
                      INTO HTML-TEXT
               PERFORM WRITE-HTML-LINE
               MOVE "<ul>" TO HTML-TEXT
               PERFORM WRITE-HTML-LINE
               PERFORM VARYING CURRENT-INDEX FROM 1 BY 1
                   UNTIL CURRENT-INDEX > CONCORDANCE-COUNT
                   PERFORM WRITE-CONCORDANCE-LINE
               END-PERFORM
               MOVE "</ul>" TO HTML-TEXT
               PERFORM WRITE-HTML-LINE
           END-IF
           MOVE "</body></html>" TO HTML-TEXT
           PERFORM WRITE-HTML-LINE
           CLOSE HTML-FILE
           DISPLAY "HTML dashboard saved to:"
               " daily_ops_dashboard.html".

      * A step the step schedule kept off tonight is grey, not
      * red - nothing went wrong with it.
       WRITE-STEP-TILE.
           EVALUATE FUNCTION TRIM(TILE-STEP-STATUS(CURRENT-INDEX))
               WHEN "OK"
                   MOVE "ok" TO TILE-CLASS
               WHEN "SCHEDULED-OFF"
                   MOVE "off" TO TILE-CLASS
               WHEN OTHER
                   MOVE "failed" TO TILE-CLASS
           END-EVALUATE
           MOVE SPACES TO HTML-TEXT
           STRING '<div class="tile ' DELIMITED BY SIZE
                  FUNCTION TRIM(TILE-CLASS) DELIMITED BY SIZE
                  INTO HTML-TEXT
           PERFORM WRITE-HTML-LINE.

       WRITE-CONCORDANCE-LINE.
           MOVE SPACES TO HTML-TEXT
           STRING "<li>" DELIMITED BY SIZE
                  FUNCTION TRIM(CONCORDANCE-FILE(CURRENT-INDEX))
                      DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(CONCORDANCE-LINE(CURRENT-INDEX))
                      DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(CONCORDANCE-CONTEXT(CURRENT-INDEX))
                      DELIMITED BY SIZE
                  "</li>" DELIMITED BY SIZE
                  INTO HTML-TEXT
           PERFORM WRITE-HTML-LINE.

       WRITE-HTML-LINE.
           WRITE HTML-RECORD FROM HTML-TEXT
           IF HTML-STATUS NOT = "00"
