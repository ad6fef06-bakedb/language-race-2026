           SELECT STOPWORD-FILE ASSIGN TO DYNAMIC STOPWORD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOPWORD-STATUS.
           SELECT KWIC-REPORT-FILE
               ASSIGN TO DYNAMIC KWIC-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KWIC-REPORT-STATUS.
           SELECT JSON-OUT-FILE ASSIGN TO "bee_results.json"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JSON-OUT-STATUS.
       FD STOPWORD-FILE.
       01 STOPWORD-RECORD PIC X(30).

       FD KWIC-REPORT-FILE.
       01 KWIC-REPORT-RECORD PIC X(200).

       FD JSON-OUT-FILE.
      *-----------------------------------------------------------
      * bee_results.json - the same one-record-per-line layout
      * record carrying the headline totals and opening the
      * results array, one record per entry (top words and phrases
      * in single-file mode, the per-file table with its outlier
      * flags in corpus mode, then any concordance hits), then the
      * closing "]}" record - so
      * DAILY-OPS-DRIVER, RUN-HISTORY and DASHPUB can stop
      * scraping the audit log for one number.
      *-----------------------------------------------------------
          05 PHRASE-TEXT PIC X(61).
          05 BIGRAM-COUNT PIC 9(4) VALUE 0.
          05 BIGRAM-FOUND PIC X(1).
      *-----------------------------------------------------------
      * Concordance (keyword-in-context) mode - "KWIC" on the
      * command line, or CFG-BEE-KWIC-TERMS set for the nightly
      * run. Every occurrence of a search term is listed with its
      * file, line number and KWIC-CONTEXT-WORDS words either
      * side, the term itself lined up in one column.
      *-----------------------------------------------------------
          05 COMMAND-LINE-TEXT PIC X(200).
          05 COMMAND-TOKEN PIC X(100).
          05 COMMAND-PTR PIC 9(3).
          05 KWIC-MODE PIC X(1) VALUE "N".
          05 KWIC-TERM-LIST PIC X(100).
          05 KWIC-TERM-PTR PIC 9(3).
          05 KWIC-TERM-TOKEN PIC X(30).
          05 KWIC-OPTION-TOKEN PIC X(20).
          05 KWIC-OPTION-PTR PIC 9(3).
          05 KWIC-MATCH-STEMS PIC X(1) VALUE "N".
          05 KWIC-EXACT-CASE PIC X(1) VALUE "N".
          05 KWIC-OMIT-STOPS PIC X(1) VALUE "N".
          05 KWIC-CONTEXT-WORDS PIC 9(2).
          05 KWIC-TERM-IDX PIC 9(2).
          05 KWIC-MATCHED-TERM PIC 9(2).
          05 KWIC-DUPLICATE PIC X(1).
          05 KWIC-REPORT-FILENAME PIC X(30)
              VALUE "bee_movie_kwic_report.txt".
          05 KWIC-REPORT-STATUS PIC X(2).
          05 KWIC-REPORT-TEXT PIC X(200).
          05 KWIC-FILE-NAME PIC X(50).
          05 KWIC-FILE-IDX PIC 9(3).
          05 KWIC-FILE-COUNT PIC 9(3) VALUE 0.
          05 KWIC-LINE-NO PIC 9(6).
          05 KWIC-WORD-COUNT PIC 9(5).
          05 KWIC-WORD-IDX PIC 9(5).
          05 KWIC-SIDE-IDX PIC 9(6).
          05 KWIC-DROPPED-WORDS PIC 9(8) VALUE 0.
          05 KWIC-TOTAL-HITS PIC 9(6) VALUE 0.
          05 KWIC-HITS-LISTED PIC 9(3) VALUE 0.
          05 KWIC-HIT-IDX PIC 9(3).
          05 KWIC-JSON-LIMIT PIC 9(3) VALUE 200.
          05 KWIC-STACK-COUNT PIC 9(2).
          05 KWIC-TAKEN PIC 9(2).
          05 KWIC-LEFT-TEXT PIC X(700).
          05 KWIC-LEFT-PTR PIC 9(3).
          05 KWIC-LEFT-LEN PIC 9(3).
          05 KWIC-LEFT-FIELD PIC X(50).
          05 KWIC-RIGHT-TEXT PIC X(700).
          05 KWIC-RIGHT-PTR PIC 9(3).
          05 KWIC-LINE-DISPLAY PIC Z(5)9.
          05 KWIC-CONTEXT-DISPLAY PIC Z9.

      *-----------------------------------------------------------
      * Word frequency table, held in ascending order by word so
             10 BIGRAM-TEXT PIC X(61).
             10 BIGRAM-FREQ PIC 9(8).

      *-----------------------------------------------------------
      * Concordance tables: the search terms, the current file's
      * words in reading order (raw token for display, KW-MATCH in
      * the form terms are compared against), the per-file hit
      * counts for the summary, and the first KWIC-JSON-LIMIT hits
      * kept for bee_results.json.
      *-----------------------------------------------------------
       01 KWIC-TERM-TABLE.
          05 KWIC-TERM-COUNT PIC 9(2) VALUE 0.
          05 KWIC-TERM OCCURS 20 TIMES.
             10 KT-TEXT PIC X(30).
             10 KT-LEN PIC 9(2).
             10 KT-HITS PIC 9(6).

       01 KWIC-WORD-TABLE.
          05 KWIC-WORD OCCURS 60000 TIMES.
             10 KW-RAW PIC X(30).
             10 KW-MATCH PIC X(30).
             10 KW-LINE PIC 9(6).
             10 KW-STOP PIC X(1).

       01 KWIC-CONTEXT-STACK.
          05 KWIC-STACK OCCURS 20 TIMES PIC 9(6).

       01 KWIC-FILE-SUMMARY.
          05 KWIC-SUMMARY OCCURS 100 TIMES.
             10 KS-FILE-NAME PIC X(50).
             10 KS-HITS PIC 9(6).
             10 KS-TERM-HITS OCCURS 20 TIMES PIC 9(6).

       01 KWIC-HIT-TABLE.
          05 KWIC-HIT OCCURS 200 TIMES.
             10 KH-FILE PIC X(50).
             10 KH-LINE PIC 9(6).
             10 KH-TERM PIC X(30).
             10 KH-CONTEXT PIC X(240).

       01 CORPUS-TABLE.
          05 CORPUS-FILE-COUNT PIC 9(3) VALUE 0.
          05 CORPUS-ENTRY OCCURS 100 TIMES.
           PERFORM LOAD-RUNTIME-CONFIG.
           PERFORM DETERMINE-INPUT-FILE.
           PERFORM LOAD-STOP-WORDS.
           IF KWIC-MODE = "Y"
               PERFORM PREPARE-KWIC-TERMS
           END-IF.
           PERFORM LOG-AUDIT-START.
           IF CORPUS-MODE = "Y"
               PERFORM PROCESS-CORPUS
               PERFORM PROCESS-FILE
               PERFORM DISPLAY-RESULTS
           END-IF.
           IF KWIC-MODE = "Y"
               PERFORM RUN-CONCORDANCE
           END-IF.
           PERFORM WRITE-RESULTS-JSON.
           PERFORM LOG-AUDIT-END.
           PERFORM FREE-RUN-LOCK.
      * letter/word frequency tooling runs against any text file
      * without a recompile; falling back to the original hardcoded
      * beemoviescript.txt keeps this working when none is given.
      * A leading KWIC adds the concordance:
      *   KWIC term[,term...] [file|directory] [CASE] [STEM]
      *        [NOSTOP]
      * otherwise CFG-BEE-KWIC-TERMS, when set, turns it on with
      * the options in CFG-BEE-KWIC-OPTIONS.
      *-----------------------------------------------------------
       DETERMINE-INPUT-FILE.
           MOVE SPACES TO INPUT-FILENAME
           MOVE SPACES TO COMMAND-LINE-TEXT
           ACCEPT COMMAND-LINE-TEXT FROM COMMAND-LINE
           MOVE SPACES TO COMMAND-TOKEN
           UNSTRING COMMAND-LINE-TEXT DELIMITED BY ALL SPACE
               INTO COMMAND-TOKEN
           IF FUNCTION UPPER-CASE(COMMAND-TOKEN) = "KWIC"
               PERFORM PARSE-KWIC-COMMAND
           ELSE
               MOVE COMMAND-LINE-TEXT TO INPUT-FILENAME
               IF CFG-BEE-KWIC-TERMS NOT = SPACES
                   MOVE "Y" TO KWIC-MODE
                   MOVE CFG-BEE-KWIC-TERMS TO KWIC-TERM-LIST
                   PERFORM APPLY-CONFIG-KWIC-OPTIONS
               END-IF
           END-IF
           IF INPUT-FILENAME = SPACES
               MOVE CFG-BEE-MOVIE-DEFAULT-INPUT TO INPUT-FILENAME
           END-IF
               CLOSE DIR-LISTING-FILE
           END-IF.

       PARSE-KWIC-COMMAND.
           MOVE "Y" TO KWIC-MODE
           MOVE 1 TO COMMAND-PTR
           MOVE SPACES TO COMMAND-TOKEN
           UNSTRING COMMAND-LINE-TEXT DELIMITED BY ALL SPACE
               INTO COMMAND-TOKEN WITH POINTER COMMAND-PTR
           MOVE SPACES TO KWIC-TERM-LIST
           UNSTRING COMMAND-LINE-TEXT DELIMITED BY ALL SPACE
               INTO KWIC-TERM-LIST WITH POINTER COMMAND-PTR
           IF KWIC-TERM-LIST = SPACES
               DISPLAY "Usage: bee_movie KWIC term[,term...]"
                   " [file|directory] [CASE] [STEM] [NOSTOP]"
               PERFORM FREE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL COMMAND-PTR > 200
               MOVE SPACES TO COMMAND-TOKEN
               UNSTRING COMMAND-LINE-TEXT DELIMITED BY ALL SPACE
                   INTO COMMAND-TOKEN WITH POINTER COMMAND-PTR
               IF COMMAND-TOKEN = SPACES
                   EXIT PERFORM
               END-IF
               EVALUATE FUNCTION UPPER-CASE(COMMAND-TOKEN)
                   WHEN "CASE"
                   WHEN "STEM"
                   WHEN "WORD"
                   WHEN "NOSTOP"
                       MOVE COMMAND-TOKEN TO KWIC-OPTION-TOKEN
                       PERFORM APPLY-KWIC-OPTION
                   WHEN OTHER
                       IF INPUT-FILENAME = SPACES
                           MOVE COMMAND-TOKEN TO INPUT-FILENAME
                       ELSE
                           MOVE COMMAND-TOKEN TO KWIC-OPTION-TOKEN
                           PERFORM APPLY-KWIC-OPTION
                       END-IF
               END-EVALUATE
           END-PERFORM.

      * CFG-BEE-KWIC-OPTIONS is one config token, so its options
      * are comma separated - e.g. STEM,NOSTOP.
       APPLY-CONFIG-KWIC-OPTIONS.
           MOVE 1 TO KWIC-OPTION-PTR
           PERFORM UNTIL KWIC-OPTION-PTR > 20
               MOVE SPACES TO KWIC-OPTION-TOKEN
               UNSTRING CFG-BEE-KWIC-OPTIONS DELIMITED BY ","
                   INTO KWIC-OPTION-TOKEN
                   WITH POINTER KWIC-OPTION-PTR
               IF KWIC-OPTION-TOKEN NOT = SPACES
                   PERFORM APPLY-KWIC-OPTION
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * WORD (the default) matches whole words, STEM any word the
      * term begins (honey finds honeybee and honeys); CASE makes
      * the match case-sensitive; NOSTOP leaves stop words out of
      * the context shown either side.
      *-----------------------------------------------------------
       APPLY-KWIC-OPTION.
           EVALUATE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(KWIC-OPTION-TOKEN))
               WHEN "CASE"
                   MOVE "Y" TO KWIC-EXACT-CASE
               WHEN "STEM"
                   MOVE "Y" TO KWIC-MATCH-STEMS
               WHEN "WORD"
                   MOVE "N" TO KWIC-MATCH-STEMS
               WHEN "NOSTOP"
                   MOVE "Y" TO KWIC-OMIT-STOPS
               WHEN OTHER
                   DISPLAY "WARNING: unknown concordance option "
                       FUNCTION TRIM(KWIC-OPTION-TOKEN) " ignored"
           END-EVALUATE.

      *-----------------------------------------------------------
      * The stop-word list is optional - an absent file just means
      * nothing is filtered, matching the old behavior.
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * Split the comma-separated term list into the term table,
      * in the case the words will be compared in. With NOSTOP a
      * term that is itself a stop word could never be shown in
      * context, so it is dropped with a warning.
      *-----------------------------------------------------------
       PREPARE-KWIC-TERMS.
           MOVE CFG-BEE-KWIC-CONTEXT TO KWIC-CONTEXT-WORDS
           IF KWIC-CONTEXT-WORDS < 1 OR KWIC-CONTEXT-WORDS > 20
               MOVE 5 TO KWIC-CONTEXT-WORDS
           END-IF
           IF KWIC-OMIT-STOPS = "Y" AND STOPWORD-COUNT = 0
               DISPLAY "WARNING: NOSTOP given but no stop-word list"
                   " loaded - context is unfiltered"
           END-IF
           MOVE 0 TO KWIC-TERM-COUNT
           MOVE 1 TO KWIC-TERM-PTR
           PERFORM UNTIL KWIC-TERM-PTR > 100
               MOVE SPACES TO KWIC-TERM-TOKEN
               UNSTRING KWIC-TERM-LIST DELIMITED BY ","
                   INTO KWIC-TERM-TOKEN WITH POINTER KWIC-TERM-PTR
               PERFORM ADD-KWIC-TERM
           END-PERFORM
           IF KWIC-TERM-COUNT = 0
               DISPLAY "WARNING: no usable concordance terms in "
                   FUNCTION TRIM(KWIC-TERM-LIST)
                   " - concordance skipped"
               MOVE "N" TO KWIC-MODE
           END-IF.

       ADD-KWIC-TERM.
           MOVE FUNCTION TRIM(KWIC-TERM-TOKEN) TO KWIC-TERM-TOKEN
           IF KWIC-TERM-TOKEN = SPACES
               EXIT PARAGRAPH
           END-IF
           IF KWIC-EXACT-CASE NOT = "Y"
               MOVE FUNCTION LOWER-CASE(KWIC-TERM-TOKEN)
                   TO KWIC-TERM-TOKEN
           END-IF
           IF KWIC-OMIT-STOPS = "Y"
               MOVE FUNCTION LOWER-CASE(KWIC-TERM-TOKEN)
                   TO CLEAN-WORD
               PERFORM CHECK-STOP-WORD
               IF STOPWORD-HIT = "Y"
                   DISPLAY "WARNING: concordance term "
                       FUNCTION TRIM(KWIC-TERM-TOKEN)
                       " is a stop word - dropped under NOSTOP"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "N" TO KWIC-DUPLICATE
           PERFORM VARYING KWIC-TERM-IDX FROM 1 BY 1
               UNTIL KWIC-TERM-IDX > KWIC-TERM-COUNT
               IF KT-TEXT(KWIC-TERM-IDX) = KWIC-TERM-TOKEN
                   MOVE "Y" TO KWIC-DUPLICATE
               END-IF
           END-PERFORM
           IF KWIC-DUPLICATE = "Y"
               EXIT PARAGRAPH
           END-IF
           IF KWIC-TERM-COUNT >= 20
               DISPLAY "WARNING: concordance term "
                   FUNCTION TRIM(KWIC-TERM-TOKEN)
                   " past the 20-term limit ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO KWIC-TERM-COUNT
           MOVE KWIC-TERM-TOKEN TO KT-TEXT(KWIC-TERM-COUNT)
           MOVE 0 TO KT-LEN(KWIC-TERM-COUNT)
           INSPECT KWIC-TERM-TOKEN TALLYING KT-LEN(KWIC-TERM-COUNT)
               FOR CHARACTERS BEFORE SPACE
           MOVE 0 TO KT-HITS(KWIC-TERM-COUNT).

       INITIALIZE-COUNTS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
               MOVE 0 TO LETTER-COUNT(I)
                   " - status " CORPUS-REPORT-STATUS
           END-IF.

      *-----------------------------------------------------------
      * Concordance - runs after the normal analysis over the same
      * file (or every file of the corpus) and writes
      * bee_movie_kwic_report.txt: one line per occurrence of a
      * search term, file and line number first, the preceding
      * context right-justified so the terms line up in one column,
      * then the context that follows; a per-file hit table and a
      * Summary line close the report.
      *-----------------------------------------------------------
       RUN-CONCORDANCE.
           OPEN OUTPUT KWIC-REPORT-FILE
           IF KWIC-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open "
                   FUNCTION TRIM(KWIC-REPORT-FILENAME)
                   " - status " KWIC-REPORT-STATUS
               PERFORM FREE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-KWIC-HEADER
           MOVE 0 TO KWIC-FILE-COUNT
           IF CORPUS-MODE = "Y"
               PERFORM VARYING CORPUS-FILE-IDX FROM 1 BY 1
                   UNTIL CORPUS-FILE-IDX > CORPUS-FILE-COUNT
                   MOVE CORPUS-FILE-NAME(CORPUS-FILE-IDX)
                       TO KWIC-FILE-NAME
                   MOVE SPACES TO INPUT-FILENAME
                   STRING FUNCTION TRIM(CORPUS-DIR) DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          FUNCTION TRIM(KWIC-FILE-NAME)
                              DELIMITED BY SIZE
                          INTO INPUT-FILENAME
                   PERFORM CONCORDANCE-ONE-FILE
               END-PERFORM
           ELSE
               MOVE INPUT-FILENAME TO KWIC-FILE-NAME
               PERFORM CONCORDANCE-ONE-FILE
           END-IF
           PERFORM WRITE-KWIC-SUMMARY
           CLOSE KWIC-REPORT-FILE
           DISPLAY "Concordance: " KWIC-TOTAL-HITS " hit(s) for "
               KWIC-TERM-COUNT " term(s) - saved to "
               FUNCTION TRIM(KWIC-REPORT-FILENAME).

       WRITE-KWIC-HEADER.
           MOVE "BEE-MOVIE CONCORDANCE (KEYWORD IN CONTEXT)"
               TO KWIC-REPORT-TEXT
           PERFORM WRITE-KWIC-LINE
           MOVE SPACES TO KWIC-REPORT-TEXT
           IF CORPUS-MODE = "Y"
               STRING "Source: " DELIMITED BY SIZE
                      FUNCTION TRIM(CORPUS-DIR) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      CORPUS-FILE-COUNT DELIMITED BY SIZE
                      " files)" DELIMITED BY SIZE
                      INTO KWIC-REPORT-TEXT
           ELSE
               STRING "Source: " DELIMITED BY SIZE
                      FUNCTION TRIM(INPUT-FILENAME) DELIMITED BY SIZE
                      INTO KWIC-REPORT-TEXT
           END-IF
           PERFORM WRITE-KWIC-LINE
           MOVE SPACES TO KWIC-REPORT-TEXT
           MOVE 1 TO KWIC-LEFT-PTR
           STRING "Terms:" DELIMITED BY SIZE
                  INTO KWIC-REPORT-TEXT WITH POINTER KWIC-LEFT-PTR
           PERFORM VARYING KWIC-TERM-IDX FROM 1 BY 1
               UNTIL KWIC-TERM-IDX > KWIC-TERM-COUNT
               STRING " " DELIMITED BY SIZE
                      FUNCTION TRIM(KT-TEXT(KWIC-TERM-IDX))
                          DELIMITED BY SIZE
                      INTO KWIC-REPORT-TEXT WITH POINTER KWIC-LEFT-PTR
           END-PERFORM
           PERFORM WRITE-KWIC-LINE
           MOVE SPACES TO KWIC-REPORT-TEXT
           MOVE 1 TO KWIC-LEFT-PTR
           IF KWIC-MATCH-STEMS = "Y"
               STRING "Match: STEM" DELIMITED BY SIZE
                      INTO KWIC-REPORT-TEXT WITH POINTER KWIC-LEFT-PTR
           ELSE
               STRING "Match: WORD" DELIMITED BY SIZE
                      INTO KWIC-REPORT-TEXT WITH POINTER KWIC-LEFT-PTR
           END-IF
           IF KWIC-EXACT-CASE = "Y"
               STRING "   Case: EXACT" DELIMITED BY SIZE
                      INTO KWIC-REPORT-TEXT WITH POINTER KWIC-LEFT-PTR
           ELSE
               STRING "   Case: IGNORED" DELIMITED BY SIZE
                      INTO KWIC-REPORT-TEXT WITH POINTER KWIC-LEFT-PTR
           END-IF
           IF KWIC-OMIT-STOPS = "Y"
               STRING "   Stop words: OMITTED" DELIMITED BY SIZE
                      INTO KWIC-REPORT-TEXT WITH POINTER KWIC-LEFT-PTR
           ELSE
               STRING "   Stop words: SHOWN" DELIMITED BY SIZE
                      INTO KWIC-REPORT-TEXT WITH POINTER KWIC-LEFT-PTR
           END-IF
           MOVE KWIC-CONTEXT-WORDS TO KWIC-CONTEXT-DISPLAY
           STRING "   Context: " DELIMITED BY SIZE
                  FUNCTION TRIM(KWIC-CONTEXT-DISPLAY) DELIMITED BY SIZE
                  " words" DELIMITED BY SIZE
                  INTO KWIC-REPORT-TEXT WITH POINTER KWIC-LEFT-PTR
           PERFORM WRITE-KWIC-LINE
           MOVE SPACES TO KWIC-REPORT-TEXT
           PERFORM WRITE-KWIC-LINE.

      *-----------------------------------------------------------
      * One file: its words are loaded in reading order, then
      * every word is compared with the terms. The first term that
      * matches claims the word, so an overlapping STEM pair (bee,
      * bees) never lists the same occurrence twice.
      *-----------------------------------------------------------
       CONCORDANCE-ONE-FILE.
           ADD 1 TO KWIC-FILE-COUNT
           MOVE KWIC-FILE-NAME TO KS-FILE-NAME(KWIC-FILE-COUNT)
           MOVE 0 TO KS-HITS(KWIC-FILE-COUNT)
           PERFORM VARYING KWIC-TERM-IDX FROM 1 BY 1
               UNTIL KWIC-TERM-IDX > 20
               MOVE 0 TO KS-TERM-HITS(KWIC-FILE-COUNT, KWIC-TERM-IDX)
           END-PERFORM
           PERFORM LOAD-KWIC-WORDS
           PERFORM VARYING KWIC-WORD-IDX FROM 1 BY 1
               UNTIL KWIC-WORD-IDX > KWIC-WORD-COUNT
               PERFORM CHECK-KWIC-WORD
           END-PERFORM.

       LOAD-KWIC-WORDS.
           MOVE 0 TO KWIC-WORD-COUNT
           MOVE 0 TO KWIC-LINE-NO
           OPEN INPUT INPUT-FILE
           IF INPUT-STATUS NOT = "00"
               DISPLAY "WARNING: unable to reopen "
                   FUNCTION TRIM(INPUT-FILENAME)
                   " for the concordance - status " INPUT-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ INPUT-FILE AT END
                   EXIT PERFORM
               NOT AT END
                   ADD 1 TO KWIC-LINE-NO
                   MOVE 0 TO LINE-LENGTH
                   INSPECT LINE-PIC TALLYING LINE-LENGTH
                       FOR CHARACTERS
                   MOVE 1 TO UNSTRING-PTR
                   PERFORM UNTIL UNSTRING-PTR > LINE-LENGTH
                       MOVE SPACES TO RAW-WORD
                       UNSTRING LINE-PIC(1:LINE-LENGTH)
                           DELIMITED BY SPACE
                           INTO RAW-WORD
                           WITH POINTER UNSTRING-PTR
                       PERFORM STORE-KWIC-WORD
                   END-PERFORM
           END-PERFORM
           CLOSE INPUT-FILE
           IF KWIC-DROPPED-WORDS > 0
               DISPLAY "WARNING: " KWIC-DROPPED-WORDS
                   " word(s) past the 60000-word concordance"
                   " capacity were not searched"
           END-IF.

      * Punctuation-only tokens ("--", "...") are not words and
      * are left out, exactly as the word counts leave them out.
       STORE-KWIC-WORD.
           MOVE SPACES TO CLEAN-WORD
           MOVE 0 TO WORD-LEN
           INSPECT RAW-WORD TALLYING WORD-LEN
               FOR CHARACTERS BEFORE SPACE
           IF WORD-LEN = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM STRIP-PUNCTUATION-FROM-WORD
           IF WORD-LEN = 0
               EXIT PARAGRAPH
           END-IF
           IF KWIC-WORD-COUNT >= 60000
               ADD 1 TO KWIC-DROPPED-WORDS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO KWIC-WORD-COUNT
           MOVE RAW-WORD TO KW-RAW(KWIC-WORD-COUNT)
           MOVE KWIC-LINE-NO TO KW-LINE(KWIC-WORD-COUNT)
           IF KWIC-EXACT-CASE = "Y"
               MOVE CLEAN-WORD TO KW-MATCH(KWIC-WORD-COUNT)
           ELSE
               MOVE FUNCTION LOWER-CASE(CLEAN-WORD)
                   TO KW-MATCH(KWIC-WORD-COUNT)
           END-IF
           MOVE FUNCTION LOWER-CASE(CLEAN-WORD) TO CLEAN-WORD
           PERFORM CHECK-STOP-WORD
           MOVE STOPWORD-HIT TO KW-STOP(KWIC-WORD-COUNT).

       CHECK-KWIC-WORD.
           MOVE 0 TO KWIC-MATCHED-TERM
           PERFORM VARYING KWIC-TERM-IDX FROM 1 BY 1
               UNTIL KWIC-TERM-IDX > KWIC-TERM-COUNT
                  OR KWIC-MATCHED-TERM > 0
               IF KWIC-MATCH-STEMS = "Y"
                   IF KW-MATCH(KWIC-WORD-IDX)
                          (1:KT-LEN(KWIC-TERM-IDX)) =
                      KT-TEXT(KWIC-TERM-IDX)(1:KT-LEN(KWIC-TERM-IDX))
                       MOVE KWIC-TERM-IDX TO KWIC-MATCHED-TERM
                   END-IF
               ELSE
                   IF KW-MATCH(KWIC-WORD-IDX) = KT-TEXT(KWIC-TERM-IDX)
                       MOVE KWIC-TERM-IDX TO KWIC-MATCHED-TERM
                   END-IF
               END-IF
           END-PERFORM
           IF KWIC-MATCHED-TERM > 0
               PERFORM RECORD-KWIC-HIT
           END-IF.

       RECORD-KWIC-HIT.
           ADD 1 TO KWIC-TOTAL-HITS
           ADD 1 TO KT-HITS(KWIC-MATCHED-TERM)
           ADD 1 TO KS-HITS(KWIC-FILE-COUNT)
           ADD 1 TO KS-TERM-HITS(KWIC-FILE-COUNT, KWIC-MATCHED-TERM)
           PERFORM BUILD-KWIC-CONTEXT
           MOVE KW-LINE(KWIC-WORD-IDX) TO KWIC-LINE-DISPLAY
           MOVE SPACES TO KWIC-REPORT-TEXT
           STRING KWIC-FILE-NAME(1:24) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  KWIC-LINE-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  KWIC-LEFT-FIELD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(KW-RAW(KWIC-WORD-IDX))
                      DELIMITED BY SIZE
                  KWIC-RIGHT-TEXT DELIMITED BY SIZE
                  INTO KWIC-REPORT-TEXT
           PERFORM WRITE-KWIC-LINE
           IF KWIC-HITS-LISTED < KWIC-JSON-LIMIT
               ADD 1 TO KWIC-HITS-LISTED
               MOVE KWIC-FILE-NAME TO KH-FILE(KWIC-HITS-LISTED)
               MOVE KW-LINE(KWIC-WORD-IDX) TO KH-LINE(KWIC-HITS-LISTED)
               MOVE KT-TEXT(KWIC-MATCHED-TERM)
                   TO KH-TERM(KWIC-HITS-LISTED)
               MOVE SPACES TO KH-CONTEXT(KWIC-HITS-LISTED)
               STRING FUNCTION TRIM(KWIC-LEFT-FIELD) DELIMITED BY SIZE
                      " [" DELIMITED BY SIZE
                      FUNCTION TRIM(KW-RAW(KWIC-WORD-IDX))
                          DELIMITED BY SIZE
                      "]" DELIMITED BY SIZE
                      KWIC-RIGHT-TEXT DELIMITED BY SIZE
                      INTO KH-CONTEXT(KWIC-HITS-LISTED)
               MOVE FUNCTION TRIM(KH-CONTEXT(KWIC-HITS-LISTED))
                   TO KH-CONTEXT(KWIC-HITS-LISTED)
               INSPECT KH-CONTEXT(KWIC-HITS-LISTED)
                   REPLACING ALL '"' BY "'" ALL "\" BY "/"
           END-IF.

      *-----------------------------------------------------------
      * Walk back from the hit collecting up to KWIC-CONTEXT-WORDS
      * words (stop words skipped under NOSTOP), lay them out in
      * reading order and right-justify the last 50 characters
      * against the term; then walk forward the same way for the
      * right-hand side. Context runs across line breaks - a
      * sentence does not stop at the end of a script line.
      *-----------------------------------------------------------
       BUILD-KWIC-CONTEXT.
           MOVE 0 TO KWIC-STACK-COUNT
           COMPUTE KWIC-SIDE-IDX = KWIC-WORD-IDX - 1
           PERFORM UNTIL KWIC-SIDE-IDX < 1
                  OR KWIC-STACK-COUNT >= KWIC-CONTEXT-WORDS
               IF KWIC-OMIT-STOPS NOT = "Y"
                  OR KW-STOP(KWIC-SIDE-IDX) NOT = "Y"
                   ADD 1 TO KWIC-STACK-COUNT
                   MOVE KWIC-SIDE-IDX TO KWIC-STACK(KWIC-STACK-COUNT)
               END-IF
               SUBTRACT 1 FROM KWIC-SIDE-IDX
           END-PERFORM
           MOVE SPACES TO KWIC-LEFT-TEXT
           MOVE 1 TO KWIC-LEFT-PTR
           PERFORM VARYING KWIC-TAKEN FROM KWIC-STACK-COUNT BY -1
               UNTIL KWIC-TAKEN < 1
               MOVE KWIC-STACK(KWIC-TAKEN) TO KWIC-SIDE-IDX
               STRING FUNCTION TRIM(KW-RAW(KWIC-SIDE-IDX))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      INTO KWIC-LEFT-TEXT WITH POINTER KWIC-LEFT-PTR
           END-PERFORM
           MOVE SPACES TO KWIC-LEFT-FIELD
           IF KWIC-LEFT-PTR > 1
               COMPUTE KWIC-LEFT-LEN = KWIC-LEFT-PTR - 2
               IF KWIC-LEFT-LEN > 50
                   MOVE KWIC-LEFT-TEXT(KWIC-LEFT-LEN - 49:50)
                       TO KWIC-LEFT-FIELD
               ELSE
                   MOVE KWIC-LEFT-TEXT(1:KWIC-LEFT-LEN)
                       TO KWIC-LEFT-FIELD(51 - KWIC-LEFT-LEN:)
               END-IF
           END-IF
           MOVE SPACES TO KWIC-RIGHT-TEXT
           MOVE 1 TO KWIC-RIGHT-PTR
           MOVE 0 TO KWIC-TAKEN
           COMPUTE KWIC-SIDE-IDX = KWIC-WORD-IDX + 1
           PERFORM UNTIL KWIC-SIDE-IDX > KWIC-WORD-COUNT
                  OR KWIC-TAKEN >= KWIC-CONTEXT-WORDS
               IF KWIC-OMIT-STOPS NOT = "Y"
                  OR KW-STOP(KWIC-SIDE-IDX) NOT = "Y"
                   ADD 1 TO KWIC-TAKEN
                   STRING " " DELIMITED BY SIZE
                          FUNCTION TRIM(KW-RAW(KWIC-SIDE-IDX))
                              DELIMITED BY SIZE
                          INTO KWIC-RIGHT-TEXT
                          WITH POINTER KWIC-RIGHT-PTR
               END-IF
               ADD 1 TO KWIC-SIDE-IDX
           END-PERFORM.

       WRITE-KWIC-SUMMARY.
           MOVE SPACES TO KWIC-REPORT-TEXT
           PERFORM WRITE-KWIC-LINE
           IF KWIC-TOTAL-HITS = 0
               MOVE "No occurrences of any term." TO KWIC-REPORT-TEXT
               PERFORM WRITE-KWIC-LINE
               MOVE SPACES TO KWIC-REPORT-TEXT
               PERFORM WRITE-KWIC-LINE
           END-IF
           MOVE "Hits by file:" TO KWIC-REPORT-TEXT
           PERFORM WRITE-KWIC-LINE
           PERFORM VARYING KWIC-FILE-IDX FROM 1 BY 1
               UNTIL KWIC-FILE-IDX > KWIC-FILE-COUNT
               PERFORM WRITE-KWIC-FILE-HITS
           END-PERFORM
           MOVE SPACES TO KWIC-REPORT-TEXT
           MOVE 1 TO KWIC-LEFT-PTR
           STRING "  All files" DELIMITED BY SIZE
                  INTO KWIC-REPORT-TEXT WITH POINTER KWIC-LEFT-PTR
           MOVE 37 TO KWIC-LEFT-PTR
           STRING "hits=" DELIMITED BY SIZE
                  KWIC-TOTAL-HITS DELIMITED BY SIZE
                  INTO KWIC-REPORT-TEXT WITH POINTER KWIC-LEFT-PTR
           PERFORM VARYING KWIC-TERM-IDX FROM 1 BY 1
               UNTIL KWIC-TERM-IDX > KWIC-TERM-COUNT
               STRING " " DELIMITED BY SIZE
                      FUNCTION TRIM(KT-TEXT(KWIC-TERM-IDX))
                          DELIMITED BY SIZE
                      "=" DELIMITED BY SIZE
                      KT-HITS(KWIC-TERM-IDX) DELIMITED BY SIZE
                      INTO KWIC-REPORT-TEXT WITH POINTER KWIC-LEFT-PTR
           END-PERFORM
           PERFORM WRITE-KWIC-LINE
           IF KWIC-DROPPED-WORDS > 0
               MOVE SPACES TO KWIC-REPORT-TEXT
               STRING "WARNING: " DELIMITED BY SIZE
                      KWIC-DROPPED-WORDS DELIMITED BY SIZE
                      " word(s) past the 60000-word capacity of a"
                          DELIMITED BY SIZE
                      " file were not searched" DELIMITED BY SIZE
                      INTO KWIC-REPORT-TEXT
               PERFORM WRITE-KWIC-LINE
           END-IF
           MOVE SPACES TO KWIC-REPORT-TEXT
           PERFORM WRITE-KWIC-LINE
           STRING "Summary: files=" DELIMITED BY SIZE
                  KWIC-FILE-COUNT DELIMITED BY SIZE
                  ", terms=" DELIMITED BY SIZE
                  KWIC-TERM-COUNT DELIMITED BY SIZE
                  ", hits=" DELIMITED BY SIZE
                  KWIC-TOTAL-HITS DELIMITED BY SIZE
                  INTO KWIC-REPORT-TEXT
           PERFORM WRITE-KWIC-LINE.

       WRITE-KWIC-FILE-HITS.
           MOVE SPACES TO KWIC-REPORT-TEXT
           MOVE 1 TO KWIC-LEFT-PTR
           STRING "  " DELIMITED BY SIZE
                  KS-FILE-NAME(KWIC-FILE-IDX)(1:32) DELIMITED BY SIZE
                  "  hits=" DELIMITED BY SIZE
                  KS-HITS(KWIC-FILE-IDX) DELIMITED BY SIZE
                  INTO KWIC-REPORT-TEXT WITH POINTER KWIC-LEFT-PTR
           PERFORM VARYING KWIC-TERM-IDX FROM 1 BY 1
               UNTIL KWIC-TERM-IDX > KWIC-TERM-COUNT
               STRING " " DELIMITED BY SIZE
                      FUNCTION TRIM(KT-TEXT(KWIC-TERM-IDX))
                          DELIMITED BY SIZE
                      "=" DELIMITED BY SIZE
                      KS-TERM-HITS(KWIC-FILE-IDX, KWIC-TERM-IDX)
                          DELIMITED BY SIZE
                      INTO KWIC-REPORT-TEXT WITH POINTER KWIC-LEFT-PTR
           END-PERFORM
           PERFORM WRITE-KWIC-LINE.

       WRITE-KWIC-LINE.
           WRITE KWIC-REPORT-RECORD FROM KWIC-REPORT-TEXT
           IF KWIC-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to write "
                   FUNCTION TRIM(KWIC-REPORT-FILENAME)
                   " - status " KWIC-REPORT-STATUS
           END-IF.

      *-----------------------------------------------------------
      * Machine-readable results artifact. The header totals come
      * from the single-file counters, or from the corpus
      * accumulations when a directory was analyzed; the entry
      * records carry the top words and phrases (single mode) or
      * the per-file table with the deviation flags (corpus mode),
      * followed by the first KWIC-JSON-LIMIT concordance hits.
      * Entries before the last carry the separating comma so the
      * records concatenate back into valid JSON.
      *-----------------------------------------------------------
                   JSON-WORD-LIMIT + JSON-PHRASE-LIMIT
               PERFORM WRITE-JSON-SINGLE-HEADER
           END-IF
           ADD KWIC-HITS-LISTED TO JSON-ENTRIES-TOTAL
           MOVE 0 TO JSON-ENTRIES-WRITTEN
           IF CORPUS-MODE = "Y"
               PERFORM VARYING CORPUS-FILE-IDX FROM 1 BY 1
                   PERFORM WRITE-JSON-PHRASE-ENTRY
               END-PERFORM
           END-IF
           PERFORM VARYING KWIC-HIT-IDX FROM 1 BY 1
               UNTIL KWIC-HIT-IDX > KWIC-HITS-LISTED
               PERFORM WRITE-JSON-HIT-ENTRY
           END-PERFORM
           MOVE "]}" TO JSON-OUT-TEXT
           WRITE JSON-OUT-RECORD FROM JSON-OUT-TEXT
           CLOSE JSON-OUT-FILE
                  DROPPED-WORDS DELIMITED BY SIZE
                  ',"corpus_files": 0,"flagged_files": 0'
                      DELIMITED BY SIZE
                  ',"kwic_hits": ' DELIMITED BY SIZE
                  KWIC-TOTAL-HITS DELIMITED BY SIZE
                  ',"timestamp": "' DELIMITED BY SIZE
                  JSON-RUN-STAMP(1:14) DELIMITED BY SIZE
                  '","results": [' DELIMITED BY SIZE
                  CORPUS-FILE-COUNT DELIMITED BY SIZE
                  ',"flagged_files": ' DELIMITED BY SIZE
                  CORPUS-FLAGGED-COUNT DELIMITED BY SIZE
                  ',"kwic_hits": ' DELIMITED BY SIZE
                  KWIC-TOTAL-HITS DELIMITED BY SIZE
                  ',"timestamp": "' DELIMITED BY SIZE
                  JSON-RUN-STAMP(1:14) DELIMITED BY SIZE
                  '","results": [' DELIMITED BY SIZE
                  INTO JSON-OUT-TEXT
           PERFORM WRITE-JSON-ENTRY-RECORD.

       WRITE-JSON-HIT-ENTRY.
           MOVE SPACES TO JSON-OUT-TEXT
           STRING '{"type": "hit","file": "' DELIMITED BY SIZE
                  FUNCTION TRIM(KH-FILE(KWIC-HIT-IDX))
                      DELIMITED BY SIZE
                  '","line": ' DELIMITED BY SIZE
                  KH-LINE(KWIC-HIT-IDX) DELIMITED BY SIZE
                  ',"term": "' DELIMITED BY SIZE
                  FUNCTION TRIM(KH-TERM(KWIC-HIT-IDX))
                      DELIMITED BY SIZE
                  '","context": "' DELIMITED BY SIZE
                  FUNCTION TRIM(KH-CONTEXT(KWIC-HIT-IDX))
                      DELIMITED BY SIZE
                  '"}' DELIMITED BY SIZE
                  INTO JSON-OUT-TEXT
           PERFORM WRITE-JSON-ENTRY-RECORD.

       WRITE-JSON-ENTRY-RECORD.
           ADD 1 TO JSON-ENTRIES-WRITTEN
           IF JSON-ENTRIES-WRITTEN < JSON-ENTRIES-TOTAL
