       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTACK.
       AUTHOR. LANGUAGE RACE.
       DATE-WRITTEN. 2026-10-15.

      *-----------------------------------------------------------
      * Operator front door for the alert register ALERTGEN keeps
      * (copybooks/ALERTREG.cpy), so a known problem that is
      * already being worked stops paging the on-call every night.
      * Commands arrive on the command line:
      *   LIST [ALL]
      *   ACK      <id> <operator> <note...>
      *   SUPPRESS <id> <YYYYMMDD> <operator> <note...>
      * <id> is the register number ALERTGEN prints in alerts.txt
      * as [#nnnnnn ...]. LIST shows the live alerts (ALL adds the
      * RESOLVED ones still on file). ACK marks an alert
      * ACKNOWLEDGED - it stays on alerts.txt but pages again only
      * if its severity goes up. SUPPRESS silences it through the
      * given date inclusive; after that ALERTGEN reopens it. The
      * note and operator name are required, land on the register
      * entry, and every change appends a who/when/what line to
      * ../alert_actions.txt. RESOLVED is never set by hand -
      * ALERTGEN resolves an alert the first night it does not
      * trip.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-REG-FILE
               ASSIGN TO DYNAMIC ALERT-REG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-REG-STATUS.
           SELECT ACTION-LOG-FILE ASSIGN TO "../alert_actions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ALERT-REG-FILE.
       01 ALERT-REG-LINE PIC X(329).

       FD ACTION-LOG-FILE.
       01 ACTION-LOG-RECORD PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
          05 ALERT-REG-FILENAME PIC X(30).
          05 ALERT-REG-STATUS PIC X(2).
          05 ACTION-LOG-STATUS PIC X(2).
          05 ACTION-LOG-TEXT PIC X(250).
          05 COMMAND-TEXT PIC X(400).
          05 ACTION-TOKEN PIC X(10).
          05 ID-TOKEN PIC X(10).
          05 UNTIL-TOKEN PIC X(10).
          05 OPERATOR-TOKEN PIC X(30).
          05 NOTE-TEXT PIC X(200).
          05 UNSTRING-PTR PIC 9(3).
          05 TOKEN-LEN PIC 9(3).
          05 ALERT-ID-NUM PIC 9(6).
          05 REG-COUNT PIC 9(3) VALUE 0.
          05 REG-IDX PIC 9(3).
          05 MATCH-INDEX PIC 9(3) VALUE 0.
          05 LISTED-COUNT PIC 9(3) VALUE 0.
          05 NOW-STAMP PIC X(14).
          05 TODAY-DATE PIC X(8).
          05 FIRST-SEEN-DATE PIC 9(8).
          05 AGE-DAYS PIC 9(5).
          05 AGE-DISPLAY PIC Z(4)9.
          05 SEVERITY-NAME PIC X(8).

       COPY APPCFG.
       COPY ALERTREG.

       01 REGISTER-TABLE.
          05 REG-IMAGE OCCURS 300 TIMES PIC X(329).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LOAD-RUNTIME-CONFIG.
           PERFORM PARSE-COMMAND-LINE.
           PERFORM LOAD-ALERT-REGISTER.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(ACTION-TOKEN))
               WHEN "LIST"
                   PERFORM LIST-ALERTS
               WHEN "ACK"
                   PERFORM ACKNOWLEDGE-ALERT
               WHEN "SUPPRESS"
                   PERFORM SUPPRESS-ALERT
               WHEN OTHER
                   DISPLAY "Usage: alertack LIST [ALL]"
                   DISPLAY "       alertack ACK <id> <operator>"
                       " <note>"
                   DISPLAY "       alertack SUPPRESS <id> <YYYYMMDD>"
                       " <operator> <note>"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *-----------------------------------------------------------
      * Runtime configuration overrides (../ops_config.txt) fold
      * over the APPCFG compile-time defaults before any CFG-
      * value is read - see CONFIGLD.
      *-----------------------------------------------------------
       LOAD-RUNTIME-CONFIG.
           CALL "CONFIGLD" USING APP-CONFIG
           MOVE CFG-ALERT-REGISTER-FILE TO ALERT-REG-FILENAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-STAMP
           MOVE NOW-STAMP(1:8) TO TODAY-DATE.

      *-----------------------------------------------------------
      * ACK takes <id> <operator> <note>; SUPPRESS has the date
      * between the id and the operator. Whatever follows the
      * operator is the note, spaces and all.
      *-----------------------------------------------------------
       PARSE-COMMAND-LINE.
           MOVE SPACES TO COMMAND-TEXT
           ACCEPT COMMAND-TEXT FROM COMMAND-LINE
           MOVE SPACES TO ACTION-TOKEN
           MOVE SPACES TO ID-TOKEN
           MOVE SPACES TO UNTIL-TOKEN
           MOVE SPACES TO OPERATOR-TOKEN
           MOVE SPACES TO NOTE-TEXT
           MOVE 1 TO UNSTRING-PTR
           UNSTRING COMMAND-TEXT DELIMITED BY ALL SPACE
               INTO ACTION-TOKEN ID-TOKEN
               WITH POINTER UNSTRING-PTR
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(ACTION-TOKEN)) =
                   "SUPPRESS"
               UNSTRING COMMAND-TEXT DELIMITED BY ALL SPACE
                   INTO UNTIL-TOKEN OPERATOR-TOKEN
                   WITH POINTER UNSTRING-PTR
           ELSE
               UNSTRING COMMAND-TEXT DELIMITED BY ALL SPACE
                   INTO OPERATOR-TOKEN
                   WITH POINTER UNSTRING-PTR
           END-IF
           IF UNSTRING-PTR <= 400
               MOVE COMMAND-TEXT(UNSTRING-PTR:) TO NOTE-TEXT
           END-IF.

       LOAD-ALERT-REGISTER.
           MOVE 0 TO REG-COUNT
           OPEN INPUT ALERT-REG-FILE
           IF ALERT-REG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF ALERT-REG-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open "
                   FUNCTION TRIM(ALERT-REG-FILENAME)
                   " - status " ALERT-REG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ ALERT-REG-FILE INTO ALERT-REG-RECORD AT END
                   EXIT PERFORM
               NOT AT END
                   IF AR-ALERT-ID IS NUMERIC AND REG-COUNT < 300
                       PERFORM CONVERT-OLD-REG-LINE
                       ADD 1 TO REG-COUNT
                       MOVE ALERT-REG-RECORD TO REG-IMAGE(REG-COUNT)
                   END-IF
           END-PERFORM
           CLOSE ALERT-REG-FILE.

      *-----------------------------------------------------------
      * A register line from before AR-IDENTIFIER was widened has
      * its state at column 48; everything from column 47 moves
      * along 14 columns to the current layout.
      *-----------------------------------------------------------
       CONVERT-OLD-REG-LINE.
           IF AR-STATE = "OPEN" OR "ACKNOWLEDGED" OR "SUPPRESSED"
               OR "RESOLVED"
               EXIT PARAGRAPH
           END-IF
           IF ALERT-REG-LINE(48:12) = "OPEN" OR "ACKNOWLEDGED"
               OR "SUPPRESSED" OR "RESOLVED"
               MOVE ALERT-REG-LINE(47:269) TO ALERT-REG-RECORD(61:269)
               MOVE SPACES TO ALERT-REG-RECORD(47:14)
           END-IF.

       LIST-ALERTS.
           DISPLAY "Alerts in " FUNCTION TRIM(ALERT-REG-FILENAME) ":"
           MOVE 0 TO LISTED-COUNT
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > REG-COUNT
               MOVE REG-IMAGE(REG-IDX) TO ALERT-REG-RECORD
               IF AR-STATE NOT = "RESOLVED"
                   OR FUNCTION UPPER-CASE(FUNCTION TRIM(ID-TOKEN))
                       = "ALL"
                   PERFORM LIST-ONE-ALERT
               END-IF
           END-PERFORM
           DISPLAY LISTED-COUNT " alert(s)".

       LIST-ONE-ALERT.
           ADD 1 TO LISTED-COUNT
           MOVE 0 TO AGE-DAYS
           IF AR-FIRST-SEEN(1:8) IS NUMERIC
               MOVE AR-FIRST-SEEN(1:8) TO FIRST-SEEN-DATE
               COMPUTE AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TODAY-DATE))
                   - FUNCTION INTEGER-OF-DATE(FIRST-SEEN-DATE)
           END-IF
           MOVE AGE-DAYS TO AGE-DISPLAY
           EVALUATE AR-SEVERITY
               WHEN 1
                   MOVE "CRITICAL" TO SEVERITY-NAME
               WHEN 2
                   MOVE "HIGH" TO SEVERITY-NAME
               WHEN OTHER
                   MOVE "MEDIUM" TO SEVERITY-NAME
           END-EVALUATE
           DISPLAY "  #" AR-ALERT-ID " " SEVERITY-NAME " "
               AR-STATE " age " FUNCTION TRIM(AGE-DISPLAY) "d "
               FUNCTION TRIM(AR-CONDITION) "/"
               FUNCTION TRIM(AR-IDENTIFIER)
           DISPLAY "          " FUNCTION TRIM(AR-MESSAGE)
           IF AR-ACTION-BY NOT = SPACES
               IF AR-STATE = "SUPPRESSED"
                   DISPLAY "          until " AR-SUPPRESS-UNTIL
                       " by " FUNCTION TRIM(AR-ACTION-BY)
                       " at " AR-ACTION-AT ": "
                       FUNCTION TRIM(AR-NOTE)
               ELSE
                   DISPLAY "          by "
                       FUNCTION TRIM(AR-ACTION-BY)
                       " at " AR-ACTION-AT ": "
                       FUNCTION TRIM(AR-NOTE)
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Common checks for ACK and SUPPRESS: a known, still-live
      * alert id, an operator name and a note.
      *-----------------------------------------------------------
       VALIDATE-ACTION.
           MOVE 0 TO TOKEN-LEN
           INSPECT ID-TOKEN TALLYING TOKEN-LEN
               FOR CHARACTERS BEFORE SPACE
           IF TOKEN-LEN = 0 OR TOKEN-LEN > 6
               OR ID-TOKEN(1:TOKEN-LEN) NOT NUMERIC
               DISPLAY "ERROR: alert id must be the number shown"
                   " by LIST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE ALERT-ID-NUM = FUNCTION NUMVAL(ID-TOKEN)
           IF OPERATOR-TOKEN = SPACES OR NOTE-TEXT = SPACES
               DISPLAY "ERROR: an operator name and a note are"
                   " required"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO MATCH-INDEX
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > REG-COUNT
               MOVE REG-IMAGE(REG-IDX) TO ALERT-REG-RECORD
               IF AR-ALERT-ID = ALERT-ID-NUM
                   MOVE REG-IDX TO MATCH-INDEX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF MATCH-INDEX = 0
               DISPLAY "ERROR: no alert #" ALERT-ID-NUM
                   " in the register"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE REG-IMAGE(MATCH-INDEX) TO ALERT-REG-RECORD
           IF AR-STATE = "RESOLVED"
               DISPLAY "ERROR: alert #" ALERT-ID-NUM
                   " is already RESOLVED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ACKNOWLEDGE-ALERT.
           PERFORM VALIDATE-ACTION
           MOVE "ACKNOWLEDGED" TO AR-STATE
           MOVE SPACES TO AR-SUPPRESS-UNTIL
           PERFORM RECORD-OPERATOR-ACTION
           DISPLAY "Alert #" AR-ALERT-ID " acknowledged by "
               FUNCTION TRIM(OPERATOR-TOKEN).

       SUPPRESS-ALERT.
           PERFORM VALIDATE-ACTION
           IF UNTIL-TOKEN(1:8) NOT NUMERIC
               OR UNTIL-TOKEN(9:2) NOT = SPACES
               OR FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(UNTIL-TOKEN(1:8))) NOT = 0
               DISPLAY "ERROR: suppress date must be a valid"
                   " YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF UNTIL-TOKEN(1:8) < TODAY-DATE
               DISPLAY "ERROR: suppress date " UNTIL-TOKEN(1:8)
                   " is already past"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "SUPPRESSED" TO AR-STATE
           MOVE UNTIL-TOKEN(1:8) TO AR-SUPPRESS-UNTIL
           PERFORM RECORD-OPERATOR-ACTION
           DISPLAY "Alert #" AR-ALERT-ID " suppressed through "
               AR-SUPPRESS-UNTIL " by " FUNCTION TRIM(OPERATOR-TOKEN).

       RECORD-OPERATOR-ACTION.
           MOVE OPERATOR-TOKEN TO AR-ACTION-BY
           MOVE NOW-STAMP TO AR-ACTION-AT
           MOVE NOTE-TEXT TO AR-NOTE
           MOVE ALERT-REG-RECORD TO REG-IMAGE(MATCH-INDEX)
           PERFORM REWRITE-ALERT-REGISTER
           PERFORM APPEND-ACTION-LOG.

      *-----------------------------------------------------------
      * The whole register is rewritten from the table so every
      * record keeps the exact ALERTREG columns ALERTGEN reads.
      *-----------------------------------------------------------
       REWRITE-ALERT-REGISTER.
           OPEN OUTPUT ALERT-REG-FILE
           IF ALERT-REG-STATUS NOT = "00"
               DISPLAY "ERROR: unable to rewrite "
                   FUNCTION TRIM(ALERT-REG-FILENAME)
                   " - status " ALERT-REG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > REG-COUNT
               WRITE ALERT-REG-LINE FROM REG-IMAGE(REG-IDX)
           END-PERFORM
           CLOSE ALERT-REG-FILE.

       APPEND-ACTION-LOG.
           MOVE SPACES TO ACTION-LOG-TEXT
           STRING NOW-STAMP DELIMITED BY SIZE
                  " operator=" DELIMITED BY SIZE
                  FUNCTION TRIM(OPERATOR-TOKEN) DELIMITED BY SIZE
                  " action=" DELIMITED BY SIZE
                  FUNCTION UPPER-CASE(FUNCTION TRIM(ACTION-TOKEN))
                      DELIMITED BY SIZE
                  " alert=" DELIMITED BY SIZE
                  AR-ALERT-ID DELIMITED BY SIZE
                  " key=" DELIMITED BY SIZE
                  FUNCTION TRIM(AR-CONDITION) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(AR-IDENTIFIER) DELIMITED BY SIZE
                  " until=" DELIMITED BY SIZE
                  AR-SUPPRESS-UNTIL DELIMITED BY SIZE
                  " note=" DELIMITED BY SIZE
                  FUNCTION TRIM(NOTE-TEXT) DELIMITED BY SIZE
                  INTO ACTION-LOG-TEXT
           OPEN EXTEND ACTION-LOG-FILE
           IF ACTION-LOG-STATUS = "35"
               OPEN OUTPUT ACTION-LOG-FILE
           END-IF
           IF ACTION-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open ../alert_actions.txt"
                   " - status " ACTION-LOG-STATUS
           ELSE
               WRITE ACTION-LOG-RECORD FROM ACTION-LOG-TEXT
               CLOSE ACTION-LOG-FILE
           END-IF.
