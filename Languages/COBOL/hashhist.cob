      * hashfiles directory, so query with the same relative path
      * HASHGEN's reports show (e.g. "productA/file_3.txt").
      *-----------------------------------------------------------
       COPY HASHHIST.

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
          05 MATCH-COUNT PIC 9(5) VALUE 0.
          05 CHANGE-COUNT PIC 9(5) VALUE 0.
          05 PREVIOUS-HASH PIC X(64).
          05 PREVIOUS-ATTRIBUTES PIC X(36).
          05 CURRENT-ATTRIBUTES PIC X(36).
          05 ATTRIBUTE-COUNT PIC 9(5) VALUE 0.
          05 CHANGE-MARK PIC X(24).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.

       SCAN-HISTORY.
           MOVE SPACES TO PREVIOUS-HASH
           MOVE SPACES TO PREVIOUS-ATTRIBUTES
           OPEN INPUT HASH-HISTORY-FILE
           IF HASH-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open ../hash_history.txt"
      * A run whose hash differs from the previous observation is
      * marked "<< HASH CHANGED" - that line's hash is the answer
      * to "what did the hash become on the night it drifted".
      * Permission bits, owner and group are shown alongside, and
      * a night where only those moved is marked "<< ATTRIBUTES
      * CHANGED". Observations written before attributes were
      * kept carry blanks and are never compared.
      *-----------------------------------------------------------
       SHOW-TIMELINE-LINE.
           ADD 1 TO MATCH-COUNT
           MOVE SPACES TO CHANGE-MARK
           MOVE HIST-FILE-MODE TO CURRENT-ATTRIBUTES(1:4)
           MOVE HIST-FILE-OWNER TO CURRENT-ATTRIBUTES(5:16)
           MOVE HIST-FILE-GROUP TO CURRENT-ATTRIBUTES(21:16)
           IF PREVIOUS-HASH NOT = SPACES
               AND HIST-HASH NOT = PREVIOUS-HASH
               MOVE "<< HASH CHANGED" TO CHANGE-MARK
               ADD 1 TO CHANGE-COUNT
           ELSE
               IF PREVIOUS-ATTRIBUTES NOT = SPACES
                   AND HIST-FILE-MODE NOT = SPACES
                   AND CURRENT-ATTRIBUTES NOT = PREVIOUS-ATTRIBUTES
                   MOVE "<< ATTRIBUTES CHANGED" TO CHANGE-MARK
                   ADD 1 TO ATTRIBUTE-COUNT
               END-IF
           END-IF
           DISPLAY "  " HIST-RUN-DATE " " HIST-RUN-TIME " "
               HIST-DRIFT-STATUS " size=" HIST-FILE-SIZE " "
               FUNCTION TRIM(HIST-HASH) " "
               FUNCTION TRIM(HIST-FILE-MODE) " "
               FUNCTION TRIM(HIST-FILE-OWNER) ":"
               FUNCTION TRIM(HIST-FILE-GROUP) " "
               FUNCTION TRIM(CHANGE-MARK)
           MOVE HIST-HASH TO PREVIOUS-HASH
           IF HIST-FILE-MODE NOT = SPACES
               MOVE CURRENT-ATTRIBUTES TO PREVIOUS-ATTRIBUTES
           END-IF.

       SHOW-SUMMARY.
           IF MATCH-COUNT = 0
                   FUNCTION TRIM(QUERY-NAME)
           ELSE
               DISPLAY MATCH-COUNT " observation(s), "
                   CHANGE-COUNT " hash change(s), "
                   ATTRIBUTE-COUNT " attribute change(s)"
           END-IF.
