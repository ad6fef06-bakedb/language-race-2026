       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGAPPR.
       AUTHOR. LANGUAGE RACE.
       DATE-WRITTEN. 2026-10-15.

      *-----------------------------------------------------------
      * Second pair of eyes on compare.json. ENDPMNT and BASECAPT
      * APPLY only stage changes (CHGSTAGE, copybooks/PENDCHG.cpy);
      * this is the one program that writes them into the file,
      * and only on the word of someone other than the requester.
      * Commands arrive on the command line:
      *   LIST [ALL]
      *   APPROVE <id> [note...]
      *   REJECT  <id> <note...>
      * LIST shows each pending change with the old and new value
      * of every column it touches (ALL adds the decided ones
      * still on file). APPROVE applies the change and is refused
      * when the approving user (USER) is the one who requested
      * it, or when the live compare.json record no longer matches
      * the one the change was staged against - reject it and
      * stage it again. REJECT needs a reason; a requester may
      * reject (withdraw) their own change. A change still PENDING
      * after CFG-PENDING-EXPIRE-DAYS expires on the next run.
      * Every decision appends a line to ../endpoint_changes.txt
      * carrying the requester, the decider and both stamps.
      * Decided changes are pruned from the pending file after
      * CFG-LOG-RETAIN-DAYS - endpoint_changes.txt keeps the
      * permanent record.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO DYNAMIC PENDING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT COMPARE-FILE ASSIGN TO DYNAMIC COMPARE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPARE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "../endpoint_changes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PENDING-FILE.
       01 PENDING-LINE PIC X(796).

       FD COMPARE-FILE.
       COPY COMPAREC.

       FD HISTORY-FILE.
       01 HISTORY-RECORD PIC X(500).

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
          05 PENDING-FILENAME PIC X(30).
          05 PENDING-STATUS PIC X(2).
          05 COMPARE-FILENAME PIC X(30).
          05 COMPARE-STATUS PIC X(2).
          05 HISTORY-STATUS PIC X(2).
          05 HISTORY-TEXT PIC X(500).
          05 COMMAND-TEXT PIC X(400).
          05 ACTION-TOKEN PIC X(10).
          05 ID-TOKEN PIC X(10).
          05 NOTE-TEXT PIC X(200).
          05 UNSTRING-PTR PIC 9(3).
          05 TOKEN-LEN PIC 9(3).
          05 CHANGE-ID-NUM PIC 9(6).
          05 PEND-COUNT PIC 9(3) VALUE 0.
          05 PEND-IDX PIC 9(3).
          05 MATCH-INDEX PIC 9(3) VALUE 0.
          05 LISTED-COUNT PIC 9(3) VALUE 0.
          05 EXPIRED-COUNT PIC 9(3) VALUE 0.
          05 ENTRY-COUNT PIC 9(3) VALUE 0.
          05 ENTRY-IDX PIC 9(3).
          05 ENDPOINT-INDEX PIC 9(3).
          05 CHANGE-USER PIC X(20).
          05 CHANGE-STAMP PIC X(21).
          05 NOW-STAMP PIC X(14).
          05 TODAY-INTEGER PIC 9(7).
          05 REQUEST-INTEGER PIC 9(7).
          05 DECIDED-INTEGER PIC 9(7).
          05 AGE-DAYS PIC 9(5).
          05 AGE-DISPLAY PIC Z(4)9.
          05 EXPIRE-DISPLAY PIC ZZ9.
          05 DECISION-LABEL PIC X(8).
          05 COLUMN-LABEL PIC X(8).
          05 OLD-VALUE PIC X(200).
          05 NEW-VALUE PIC X(200).

       COPY APPCFG.
       COPY PENDCHG.

       01 PENDING-TABLE.
          05 PEND-IMAGE OCCURS 500 TIMES PIC X(796).

       01 ENDPOINT-TABLE.
          05 ENDPOINT-IMAGE OCCURS 200 TIMES PIC X(311).

      * The two COMPARE-RECORD images of a change, column by
      * column, for LIST and for the history line.
       01 OLD-ENTRY.
          05 OLD-NAME PIC X(10).
          05 OLD-HASH PIC X(64).
          05 OLD-METHOD PIC X(6).
          05 OLD-EXPECT-STATUS PIC X(3).
          05 OLD-GROUP-NAME PIC X(10).
          05 OLD-GROUP-ROLE PIC X(1).
          05 OLD-CRITICALITY PIC X(4).
          05 OLD-SLA-MS PIC X(5).
          05 OLD-PAYLOAD PIC X(200).

       01 NEW-ENTRY.
          05 NEW-NAME PIC X(10).
          05 NEW-HASH PIC X(64).
          05 NEW-METHOD PIC X(6).
          05 NEW-EXPECT-STATUS PIC X(3).
          05 NEW-GROUP-NAME PIC X(10).
          05 NEW-GROUP-ROLE PIC X(1).
          05 NEW-CRITICALITY PIC X(4).
          05 NEW-SLA-MS PIC X(5).
          05 NEW-PAYLOAD PIC X(200).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LOAD-RUNTIME-CONFIG.
           PERFORM INITIALIZE-VARIABLES.
           PERFORM PARSE-COMMAND-LINE.
           PERFORM LOAD-PENDING-FILE.
           PERFORM EXPIRE-OLD-CHANGES.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(ACTION-TOKEN))
               WHEN "LIST"
                   PERFORM LIST-CHANGES
               WHEN "APPROVE"
                   PERFORM APPROVE-CHANGE
               WHEN "REJECT"
                   PERFORM REJECT-CHANGE
               WHEN OTHER
                   DISPLAY "Usage: chgappr LIST [ALL]"
                   DISPLAY "       chgappr APPROVE <id> [note]"
                   DISPLAY "       chgappr REJECT <id> <note>"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *-----------------------------------------------------------
      * Runtime configuration overrides (../ops_config.txt) fold
      * over the APPCFG compile-time defaults before any CFG-
      * value is read - see CONFIGLD.
      *-----------------------------------------------------------
       LOAD-RUNTIME-CONFIG.
           CALL "CONFIGLD" USING APP-CONFIG.

      *-----------------------------------------------------------
      * The decider is the login running the program - the same
      * USER ENDPMNT and BASECAPT record as the requester - so
      * nobody can approve a change by typing another name.
      *-----------------------------------------------------------
       INITIALIZE-VARIABLES.
           MOVE CFG-PENDING-CHANGES-FILE TO PENDING-FILENAME
           MOVE CFG-COMPARE-FILENAME TO COMPARE-FILENAME
           MOVE FUNCTION CURRENT-DATE TO CHANGE-STAMP
           MOVE CHANGE-STAMP(1:14) TO NOW-STAMP
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(NOW-STAMP(1:8)))
           MOVE SPACES TO CHANGE-USER
           ACCEPT CHANGE-USER FROM ENVIRONMENT "USER"
           IF CHANGE-USER = SPACES
               MOVE "unknown" TO CHANGE-USER
           END-IF.

      *-----------------------------------------------------------
      * <id> follows the command; whatever follows the id is the
      * note, spaces and all.
      *-----------------------------------------------------------
       PARSE-COMMAND-LINE.
           MOVE SPACES TO COMMAND-TEXT
           ACCEPT COMMAND-TEXT FROM COMMAND-LINE
           MOVE SPACES TO ACTION-TOKEN
           MOVE SPACES TO ID-TOKEN
           MOVE SPACES TO NOTE-TEXT
           MOVE 1 TO UNSTRING-PTR
           UNSTRING COMMAND-TEXT DELIMITED BY ALL SPACE
               INTO ACTION-TOKEN ID-TOKEN
               WITH POINTER UNSTRING-PTR
           IF UNSTRING-PTR <= 400
               MOVE COMMAND-TEXT(UNSTRING-PTR:) TO NOTE-TEXT
           END-IF.

       LOAD-PENDING-FILE.
           MOVE 0 TO PEND-COUNT
           OPEN INPUT PENDING-FILE
           IF PENDING-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF PENDING-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open "
                   FUNCTION TRIM(PENDING-FILENAME)
                   " - status " PENDING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ PENDING-FILE INTO PENDING-CHANGE-RECORD AT END
                   EXIT PERFORM
               NOT AT END
                   IF PC-CHANGE-ID IS NUMERIC AND PEND-COUNT < 500
                       ADD 1 TO PEND-COUNT
                       MOVE PENDING-CHANGE-RECORD
                           TO PEND-IMAGE(PEND-COUNT)
                   END-IF
           END-PERFORM
           CLOSE PENDING-FILE.

      *-----------------------------------------------------------
      * A change nobody has approved within CFG-PENDING-EXPIRE-DAYS
      * is closed as EXPIRED and logged, then the file is saved
      * straight away so the expiry is logged exactly once even if
      * the command that follows is refused.
      *-----------------------------------------------------------
       EXPIRE-OLD-CHANGES.
           MOVE 0 TO EXPIRED-COUNT
           MOVE CFG-PENDING-EXPIRE-DAYS TO EXPIRE-DISPLAY
           PERFORM VARYING PEND-IDX FROM 1 BY 1
               UNTIL PEND-IDX > PEND-COUNT
               MOVE PEND-IMAGE(PEND-IDX) TO PENDING-CHANGE-RECORD
               IF PC-STATE = "PENDING"
                   AND PC-REQUESTED-AT(1:8) IS NUMERIC
                   COMPUTE REQUEST-INTEGER = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(PC-REQUESTED-AT(1:8)))
                   IF REQUEST-INTEGER + CFG-PENDING-EXPIRE-DAYS
                       < TODAY-INTEGER
                       MOVE "EXPIRED" TO PC-STATE
                       MOVE "auto" TO PC-DECIDED-BY
                       MOVE NOW-STAMP TO PC-DECIDED-AT
                       MOVE SPACES TO PC-NOTE
                       STRING "not approved within "
                                  DELIMITED BY SIZE
                              FUNCTION TRIM(EXPIRE-DISPLAY)
                                  DELIMITED BY SIZE
                              " day(s)" DELIMITED BY SIZE
                              INTO PC-NOTE
                       MOVE PENDING-CHANGE-RECORD
                           TO PEND-IMAGE(PEND-IDX)
                       MOVE "expired" TO DECISION-LABEL
                       PERFORM APPEND-CHANGE-HISTORY
                       ADD 1 TO EXPIRED-COUNT
                       DISPLAY "Change #" PC-CHANGE-ID " ("
                           FUNCTION TRIM(PC-ACTION) " "
                           FUNCTION TRIM(PC-ENDPOINT)
                           ") expired - " FUNCTION TRIM(PC-NOTE)
                   END-IF
               END-IF
           END-PERFORM
           IF EXPIRED-COUNT > 0
               PERFORM SAVE-PENDING-FILE
           END-IF.

       LIST-CHANGES.
           DISPLAY "Changes in " FUNCTION TRIM(PENDING-FILENAME) ":"
           MOVE 0 TO LISTED-COUNT
           PERFORM VARYING PEND-IDX FROM 1 BY 1
               UNTIL PEND-IDX > PEND-COUNT
               MOVE PEND-IMAGE(PEND-IDX) TO PENDING-CHANGE-RECORD
               IF PC-STATE = "PENDING"
                   OR FUNCTION UPPER-CASE(FUNCTION TRIM(ID-TOKEN))
                       = "ALL"
                   PERFORM LIST-ONE-CHANGE
               END-IF
           END-PERFORM
           DISPLAY LISTED-COUNT " change(s)".

       LIST-ONE-CHANGE.
           ADD 1 TO LISTED-COUNT
           MOVE 0 TO AGE-DAYS
           IF PC-REQUESTED-AT(1:8) IS NUMERIC
               COMPUTE AGE-DAYS = TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(PC-REQUESTED-AT(1:8)))
           END-IF
           MOVE AGE-DAYS TO AGE-DISPLAY
           DISPLAY "  #" PC-CHANGE-ID " " PC-STATE " "
               PC-ACTION " " PC-ENDPOINT " requested by "
               FUNCTION TRIM(PC-REQUESTER) " at " PC-REQUESTED-AT
               " (age " FUNCTION TRIM(AGE-DISPLAY) "d)"
           PERFORM SPLIT-CHANGE-IMAGES
           IF PC-NEW-IMAGE = SPACES
               DISPLAY "      retire - removes the endpoint"
                   " (hash " FUNCTION TRIM(OLD-HASH) ")"
           ELSE
               MOVE "hash" TO COLUMN-LABEL
               MOVE OLD-HASH TO OLD-VALUE
               MOVE NEW-HASH TO NEW-VALUE
               PERFORM SHOW-COLUMN-CHANGE
               MOVE "method" TO COLUMN-LABEL
               MOVE OLD-METHOD TO OLD-VALUE
               MOVE NEW-METHOD TO NEW-VALUE
               PERFORM SHOW-COLUMN-CHANGE
               MOVE "status" TO COLUMN-LABEL
               MOVE OLD-EXPECT-STATUS TO OLD-VALUE
               MOVE NEW-EXPECT-STATUS TO NEW-VALUE
               PERFORM SHOW-COLUMN-CHANGE
               MOVE "group" TO COLUMN-LABEL
               MOVE OLD-GROUP-NAME TO OLD-VALUE
               MOVE NEW-GROUP-NAME TO NEW-VALUE
               PERFORM SHOW-COLUMN-CHANGE
               MOVE "role" TO COLUMN-LABEL
               MOVE OLD-GROUP-ROLE TO OLD-VALUE
               MOVE NEW-GROUP-ROLE TO NEW-VALUE
               PERFORM SHOW-COLUMN-CHANGE
               MOVE "tier" TO COLUMN-LABEL
               MOVE OLD-CRITICALITY TO OLD-VALUE
               MOVE NEW-CRITICALITY TO NEW-VALUE
               PERFORM SHOW-COLUMN-CHANGE
               MOVE "sla-ms" TO COLUMN-LABEL
               MOVE OLD-SLA-MS TO OLD-VALUE
               MOVE NEW-SLA-MS TO NEW-VALUE
               PERFORM SHOW-COLUMN-CHANGE
               MOVE "payload" TO COLUMN-LABEL
               MOVE OLD-PAYLOAD TO OLD-VALUE
               MOVE NEW-PAYLOAD TO NEW-VALUE
               PERFORM SHOW-COLUMN-CHANGE
           END-IF
           IF PC-STATE NOT = "PENDING"
               DISPLAY "      " FUNCTION TRIM(PC-STATE) " by "
                   FUNCTION TRIM(PC-DECIDED-BY) " at " PC-DECIDED-AT
                   ": " FUNCTION TRIM(PC-NOTE)
           END-IF.

       SHOW-COLUMN-CHANGE.
           IF OLD-VALUE = NEW-VALUE
               EXIT PARAGRAPH
           END-IF
           IF OLD-VALUE = SPACES
               MOVE "(blank)" TO OLD-VALUE
           END-IF
           IF NEW-VALUE = SPACES
               MOVE "(blank)" TO NEW-VALUE
           END-IF
           DISPLAY "      " COLUMN-LABEL " "
               FUNCTION TRIM(OLD-VALUE) " -> "
               FUNCTION TRIM(NEW-VALUE).

       SPLIT-CHANGE-IMAGES.
           MOVE PC-OLD-IMAGE TO COMPARE-RECORD
           MOVE ENDPOINT-NAME TO OLD-NAME
           MOVE HASH-VALUE TO OLD-HASH
           MOVE COMPARE-METHOD TO OLD-METHOD
           MOVE COMPARE-EXPECT-STATUS TO OLD-EXPECT-STATUS
           MOVE COMPARE-GROUP-NAME TO OLD-GROUP-NAME
           MOVE COMPARE-GROUP-ROLE TO OLD-GROUP-ROLE
           MOVE COMPARE-CRITICALITY TO OLD-CRITICALITY
           MOVE COMPARE-SLA-MS TO OLD-SLA-MS
           MOVE COMPARE-PAYLOAD TO OLD-PAYLOAD
           MOVE PC-NEW-IMAGE TO COMPARE-RECORD
           MOVE ENDPOINT-NAME TO NEW-NAME
           MOVE HASH-VALUE TO NEW-HASH
           MOVE COMPARE-METHOD TO NEW-METHOD
           MOVE COMPARE-EXPECT-STATUS TO NEW-EXPECT-STATUS
           MOVE COMPARE-GROUP-NAME TO NEW-GROUP-NAME
           MOVE COMPARE-GROUP-ROLE TO NEW-GROUP-ROLE
           MOVE COMPARE-CRITICALITY TO NEW-CRITICALITY
           MOVE COMPARE-SLA-MS TO NEW-SLA-MS
           MOVE COMPARE-PAYLOAD TO NEW-PAYLOAD.

      *-----------------------------------------------------------
      * Common checks for APPROVE and REJECT: a known change id
      * that is still PENDING.
      *-----------------------------------------------------------
       VALIDATE-CHANGE-ID.
           MOVE 0 TO TOKEN-LEN
           INSPECT ID-TOKEN TALLYING TOKEN-LEN
               FOR CHARACTERS BEFORE SPACE
           IF TOKEN-LEN = 0 OR TOKEN-LEN > 6
               OR ID-TOKEN(1:TOKEN-LEN) NOT NUMERIC
               DISPLAY "ERROR: change id must be the number shown"
                   " by LIST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE CHANGE-ID-NUM = FUNCTION NUMVAL(ID-TOKEN)
           MOVE 0 TO MATCH-INDEX
           PERFORM VARYING PEND-IDX FROM 1 BY 1
               UNTIL PEND-IDX > PEND-COUNT
               MOVE PEND-IMAGE(PEND-IDX) TO PENDING-CHANGE-RECORD
               IF PC-CHANGE-ID = CHANGE-ID-NUM
                   MOVE PEND-IDX TO MATCH-INDEX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF MATCH-INDEX = 0
               DISPLAY "ERROR: no change #" CHANGE-ID-NUM
                   " in " FUNCTION TRIM(PENDING-FILENAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PEND-IMAGE(MATCH-INDEX) TO PENDING-CHANGE-RECORD
           IF PC-STATE NOT = "PENDING"
               DISPLAY "ERROR: change #" CHANGE-ID-NUM " is "
                   FUNCTION TRIM(PC-STATE) " - not pending"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *-----------------------------------------------------------
      * APPROVE - four eyes first, then the live record must still
      * be the one the change was staged against, and a new H role
      * must still be the only one in its group (two changes staged
      * side by side could each have passed on their own).
      *-----------------------------------------------------------
       APPROVE-CHANGE.
           PERFORM VALIDATE-CHANGE-ID
           IF PC-REQUESTER = CHANGE-USER
               DISPLAY "ERROR: change #" PC-CHANGE-ID
                   " was requested by " FUNCTION TRIM(PC-REQUESTER)
                   " - a different user must approve it"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ENDPOINT-FILE
           PERFORM APPLY-CHANGE-TO-TABLE
           PERFORM REWRITE-ENDPOINT-FILE
           MOVE "APPROVED" TO PC-STATE
           MOVE CHANGE-USER TO PC-DECIDED-BY
           MOVE NOW-STAMP TO PC-DECIDED-AT
           MOVE NOTE-TEXT TO PC-NOTE
           MOVE PENDING-CHANGE-RECORD TO PEND-IMAGE(MATCH-INDEX)
           MOVE "approved" TO DECISION-LABEL
           PERFORM APPEND-CHANGE-HISTORY
           PERFORM SAVE-PENDING-FILE
           DISPLAY "Change #" PC-CHANGE-ID " ("
               FUNCTION TRIM(PC-ACTION) " "
               FUNCTION TRIM(PC-ENDPOINT) ") approved by "
               FUNCTION TRIM(CHANGE-USER) " and applied to "
               FUNCTION TRIM(COMPARE-FILENAME).

       REJECT-CHANGE.
           PERFORM VALIDATE-CHANGE-ID
           IF NOTE-TEXT = SPACES
               DISPLAY "ERROR: REJECT needs a reason"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "REJECTED" TO PC-STATE
           MOVE CHANGE-USER TO PC-DECIDED-BY
           MOVE NOW-STAMP TO PC-DECIDED-AT
           MOVE NOTE-TEXT TO PC-NOTE
           MOVE PENDING-CHANGE-RECORD TO PEND-IMAGE(MATCH-INDEX)
           MOVE "rejected" TO DECISION-LABEL
           PERFORM APPEND-CHANGE-HISTORY
           PERFORM SAVE-PENDING-FILE
           DISPLAY "Change #" PC-CHANGE-ID " ("
               FUNCTION TRIM(PC-ACTION) " "
               FUNCTION TRIM(PC-ENDPOINT) ") rejected by "
               FUNCTION TRIM(CHANGE-USER).

       LOAD-ENDPOINT-FILE.
           MOVE 0 TO ENTRY-COUNT
           OPEN INPUT COMPARE-FILE
           IF COMPARE-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ COMPARE-FILE AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ENTRY-COUNT < 200
                           ADD 1 TO ENTRY-COUNT
                           MOVE COMPARE-RECORD
                               TO ENDPOINT-IMAGE(ENTRY-COUNT)
                       END-IF
               END-PERFORM
               CLOSE COMPARE-FILE
           ELSE
               IF COMPARE-STATUS NOT = "35"
                   DISPLAY "ERROR: unable to open "
                       FUNCTION TRIM(COMPARE-FILENAME)
                       " - status " COMPARE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       APPLY-CHANGE-TO-TABLE.
           MOVE 0 TO ENDPOINT-INDEX
           PERFORM VARYING ENTRY-IDX FROM 1 BY 1
               UNTIL ENTRY-IDX > ENTRY-COUNT
               IF ENDPOINT-IMAGE(ENTRY-IDX)(1:10) = PC-ENDPOINT
                   MOVE ENTRY-IDX TO ENDPOINT-INDEX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PC-OLD-IMAGE = SPACES
               IF ENDPOINT-INDEX > 0
                   PERFORM REFUSE-STALE-CHANGE
               END-IF
               IF ENTRY-COUNT >= 200
                   DISPLAY "ERROR: endpoint table full at 200"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO ENTRY-COUNT
               MOVE ENTRY-COUNT TO ENDPOINT-INDEX
           ELSE
               IF ENDPOINT-INDEX = 0
                   PERFORM REFUSE-STALE-CHANGE
               END-IF
               IF ENDPOINT-IMAGE(ENDPOINT-INDEX) NOT = PC-OLD-IMAGE
                   PERFORM REFUSE-STALE-CHANGE
               END-IF
           END-IF
           IF PC-NEW-IMAGE = SPACES
               PERFORM VARYING ENTRY-IDX FROM ENDPOINT-INDEX BY 1
                   UNTIL ENTRY-IDX >= ENTRY-COUNT
                   MOVE ENDPOINT-IMAGE(ENTRY-IDX + 1)
                       TO ENDPOINT-IMAGE(ENTRY-IDX)
               END-PERFORM
               SUBTRACT 1 FROM ENTRY-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE PC-NEW-IMAGE TO ENDPOINT-IMAGE(ENDPOINT-INDEX)
           PERFORM SPLIT-CHANGE-IMAGES
           IF NEW-GROUP-ROLE = "H" AND NEW-GROUP-NAME NOT = SPACES
               PERFORM VARYING ENTRY-IDX FROM 1 BY 1
                   UNTIL ENTRY-IDX > ENTRY-COUNT
                   MOVE ENDPOINT-IMAGE(ENTRY-IDX) TO COMPARE-RECORD
                   IF ENTRY-IDX NOT = ENDPOINT-INDEX
                       AND COMPARE-GROUP-NAME = NEW-GROUP-NAME
                       AND COMPARE-GROUP-ROLE = "H"
                       DISPLAY "ERROR: group '"
                           FUNCTION TRIM(NEW-GROUP-NAME)
                           "' already has health check '"
                           FUNCTION TRIM(ENDPOINT-NAME)
                           "' - change #" PC-CHANGE-ID
                           " not applied"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
           END-IF.

       REFUSE-STALE-CHANGE.
           DISPLAY "ERROR: compare.json entry for '"
               FUNCTION TRIM(PC-ENDPOINT)
               "' has changed since change #" PC-CHANGE-ID
               " was staged - REJECT it and stage it again"
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------
      * The whole file is rewritten from the table so every record
      * lands in the exact fixed columns COMPARE-RECORD defines.
      *-----------------------------------------------------------
       REWRITE-ENDPOINT-FILE.
           OPEN OUTPUT COMPARE-FILE
           IF COMPARE-STATUS NOT = "00"
               DISPLAY "ERROR: unable to rewrite "
                   FUNCTION TRIM(COMPARE-FILENAME)
                   " - status " COMPARE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING ENTRY-IDX FROM 1 BY 1
               UNTIL ENTRY-IDX > ENTRY-COUNT
               WRITE COMPARE-RECORD FROM ENDPOINT-IMAGE(ENTRY-IDX)
           END-PERFORM
           CLOSE COMPARE-FILE.

      *-----------------------------------------------------------
      * Rewrite the pending file from the table, dropping decided
      * changes older than CFG-LOG-RETAIN-DAYS.
      *-----------------------------------------------------------
       SAVE-PENDING-FILE.
           OPEN OUTPUT PENDING-FILE
           IF PENDING-STATUS NOT = "00"
               DISPLAY "ERROR: unable to rewrite "
                   FUNCTION TRIM(PENDING-FILENAME)
                   " - status " PENDING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING PEND-IDX FROM 1 BY 1
               UNTIL PEND-IDX > PEND-COUNT
               MOVE PEND-IMAGE(PEND-IDX) TO PENDING-CHANGE-RECORD
               IF PC-STATE NOT = "PENDING"
                   AND PC-DECIDED-AT(1:8) IS NUMERIC
                   COMPUTE DECIDED-INTEGER = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(PC-DECIDED-AT(1:8)))
                   IF DECIDED-INTEGER + CFG-LOG-RETAIN-DAYS
                       < TODAY-INTEGER
                       EXIT PERFORM CYCLE
                   END-IF
               END-IF
               WRITE PENDING-LINE FROM PEND-IMAGE(PEND-IDX)
           END-PERFORM
           CLOSE PENDING-FILE
           IF MATCH-INDEX > 0
               MOVE PEND-IMAGE(MATCH-INDEX) TO PENDING-CHANGE-RECORD
           END-IF.

      *-----------------------------------------------------------
      * One who/when/what line per decision, in the same shape
      * ENDPMNT always used, plus the change id, the requester and
      * the decider with their stamps.
      *-----------------------------------------------------------
       APPEND-CHANGE-HISTORY.
           PERFORM SPLIT-CHANGE-IMAGES
           MOVE SPACES TO HISTORY-TEXT
           STRING CHANGE-STAMP DELIMITED BY SIZE
                  " user=" DELIMITED BY SIZE
                  FUNCTION TRIM(CHANGE-USER) DELIMITED BY SIZE
                  " action=" DELIMITED BY SIZE
                  FUNCTION TRIM(PC-ACTION) DELIMITED BY SIZE
                  " endpoint=" DELIMITED BY SIZE
                  FUNCTION TRIM(PC-ENDPOINT) DELIMITED BY SIZE
                  " old-hash=" DELIMITED BY SIZE
                  FUNCTION TRIM(OLD-HASH) DELIMITED BY SIZE
                  " new-hash=" DELIMITED BY SIZE
                  FUNCTION TRIM(NEW-HASH) DELIMITED BY SIZE
                  " change=" DELIMITED BY SIZE
                  PC-CHANGE-ID DELIMITED BY SIZE
                  " decision=" DELIMITED BY SIZE
                  FUNCTION TRIM(PC-STATE) DELIMITED BY SIZE
                  " requested-by=" DELIMITED BY SIZE
                  FUNCTION TRIM(PC-REQUESTER) DELIMITED BY SIZE
                  " requested-at=" DELIMITED BY SIZE
                  PC-REQUESTED-AT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(DECISION-LABEL) DELIMITED BY SIZE
                  "-by=" DELIMITED BY SIZE
                  FUNCTION TRIM(PC-DECIDED-BY) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(DECISION-LABEL) DELIMITED BY SIZE
                  "-at=" DELIMITED BY SIZE
                  PC-DECIDED-AT DELIMITED BY SIZE
                  " note=" DELIMITED BY SIZE
                  FUNCTION TRIM(PC-NOTE) DELIMITED BY SIZE
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
