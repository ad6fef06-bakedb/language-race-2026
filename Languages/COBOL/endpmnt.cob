      *   RETIRE <name>
      *   GROUP  <name> <group|-> [H]
      *   TIER   <name> <CRIT|HIGH|LOW> [sla-ms]
      *   EXPORT <file>
      *   IMPORT <file> [DRYRUN]
      * GROUP puts an endpoint in a named service group ("-"
      * removes it); the optional H marks it as the group's one
      * designated health-check endpoint. TIER sets the
      * criticality and an optional per-endpoint SLA threshold in
      * milliseconds (omitted = the shared default). The name and hash are
      * validated, then the change is staged through CHGSTAGE in
      * CFG-PENDING-CHANGES-FILE as old and new COMPARE-RECORD
      * images - compare.json itself is only rewritten when a
      * second person approves the change with CHGAPPR, which also
      * appends the who/when/what line to ../endpoint_changes.txt
      * - so "when did the orders endpoint's expected hash change,
      * and who signed it off" has an answer.
      * EXPORT writes every COMPARE-RECORD column as one "|"
      * delimited row per endpoint, for editing in bulk; IMPORT
      * reads that format back (see IMPORT-ENDPOINT-FILE).
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT COMPARE-FILE ASSIGN TO DYNAMIC COMPARE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPARE-STATUS.
           SELECT TRANSFER-FILE ASSIGN TO DYNAMIC TRANSFER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSFER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COMPARE-FILE.
       COPY COMPAREC.

       FD TRANSFER-FILE.
       01 TRANSFER-RECORD PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
          05 COMPARE-FILENAME PIC X(30).
          05 COMPARE-STATUS PIC X(2).
          05 COMMAND-TEXT PIC X(400).
          05 ACTION-TOKEN PIC X(10).
          05 NAME-TOKEN PIC X(20).
          05 ENTRY-COUNT PIC 9(3) VALUE 0.
          05 CURRENT-INDEX PIC 9(3).
          05 MATCH-INDEX PIC 9(3) VALUE 0.
          05 SLA-MS-NUM PIC 9(5).
          05 CHANGE-USER PIC X(20).
          05 TRANSFER-FILENAME PIC X(100).
          05 TRANSFER-STATUS PIC X(2).
          05 TRANSFER-MODE PIC X(10).
          05 TRANSFER-LINE PIC X(400).
          05 GROUP-TOKEN PIC X(20).
          05 ROLE-TOKEN PIC X(10).
          05 TIER-TOKEN PIC X(10).
          05 SLA-TOKEN PIC X(10).
          05 LINE-COUNT PIC 9(5).
          05 ROW-COUNT PIC 9(5).
          05 ADD-COUNT PIC 9(5).
          05 CHANGE-COUNT PIC 9(5).
          05 SAME-COUNT PIC 9(5).
          05 REJECT-COUNT PIC 9(5).
          05 ROW-INDEX PIC 9(3).
          05 PRIOR-INDEX PIC 9(3).
          05 ROW-DISPLAY PIC ZZZZ9.
          05 COUNT-DISPLAY PIC ZZZZ9.

       COPY APPCFG.
       COPY PENDCHG.
       COPY PENDCALL.

       01 ENDPOINT-TABLE.
          05 ENDPOINT-ENTRY OCCURS 200 TIMES.
             10 ENTRY-SLA-MS PIC X(5).
             10 ENTRY-PAYLOAD PIC X(200).

      * One import row staged in the ENDPOINT-ENTRY layout, so an
      * unchanged row is spotted with a single group compare.
       01 IMPORT-ENTRY.
          05 IMPORT-NAME PIC X(10).
          05 IMPORT-HASH PIC X(64).
          05 IMPORT-METHOD PIC X(6).
          05 IMPORT-EXPECT-STATUS PIC X(3).
          05 IMPORT-GROUP-NAME PIC X(10).
          05 IMPORT-GROUP-ROLE PIC X(1).
          05 IMPORT-CRITICALITY PIC X(4).
          05 IMPORT-SLA-MS PIC X(5).
          05 IMPORT-PAYLOAD PIC X(200).

      * Outcome of each import row: A add, U update, S unchanged,
      * R rejected. Nothing is staged until every row has passed.
       01 IMPORT-ROW-TABLE.
          05 IMPORT-ROW OCCURS 200 TIMES.
             10 ROW-LINE-NO PIC 9(5).
             10 ROW-NAME PIC X(10).
             10 ROW-ACTION PIC X(1).
             10 ROW-ENTRY-INDEX PIC 9(3).
             10 ROW-OLD-IMAGE PIC X(311).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LOAD-RUNTIME-CONFIG.
                   PERFORM GROUP-ENDPOINT
               WHEN "TIER"
                   PERFORM TIER-ENDPOINT
               WHEN "EXPORT"
                   PERFORM EXPORT-ENDPOINT-FILE
               WHEN "IMPORT"
                   PERFORM IMPORT-ENDPOINT-FILE
               WHEN OTHER
                   DISPLAY "Usage: endpmnt LIST"
                   DISPLAY "       endpmnt ADD <name> <hash>"
                       " [H]"
                   DISPLAY "       endpmnt TIER <name>"
                       " <CRIT|HIGH|LOW> [sla-ms]"
                   DISPLAY "       endpmnt EXPORT <file>"
                   DISPLAY "       endpmnt IMPORT <file> [DRYRUN]"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       INITIALIZE-VARIABLES.
           MOVE CFG-COMPARE-FILENAME TO COMPARE-FILENAME
           MOVE SPACES TO CHANGE-USER
           ACCEPT CHANGE-USER FROM ENVIRONMENT "USER"
           IF CHANGE-USER = SPACES
           MOVE SPACES TO ENTRY-CRITICALITY(MATCH-INDEX)
           MOVE SPACES TO ENTRY-SLA-MS(MATCH-INDEX)
           PERFORM MOVE-FIELDS-TO-ENTRY
           MOVE SPACES TO PC-OLD-IMAGE
           MOVE "ADD" TO ACTION-TOKEN
           PERFORM STAGE-ENDPOINT-CHANGE.

       UPDATE-ENDPOINT.
           PERFORM VALIDATE-NAME-AND-HASH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SAVE-OLD-IMAGE
      * An omitted method, status or payload on UPDATE keeps what
      * the entry already has - the routine hash refresh
      * ("UPDATE orders <newhash>") must not quietly strip a POST
               MOVE ENTRY-PAYLOAD(MATCH-INDEX) TO PAYLOAD-TEXT
           END-IF
           PERFORM MOVE-FIELDS-TO-ENTRY
           MOVE "UPDATE" TO ACTION-TOKEN
           PERFORM STAGE-ENDPOINT-CHANGE.

       RETIRE-ENDPOINT.
           PERFORM FIND-ENDPOINT-BY-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SAVE-OLD-IMAGE
           MOVE "RETIRE" TO ACTION-TOKEN
           PERFORM STAGE-ENDPOINT-CHANGE.

      *-----------------------------------------------------------
      * GROUP <name> <group|-> [H] - put an endpoint in a service
      * group, optionally as its designated health check. Only one
      * health check per group: a second H assignment is refused
      * until the first is moved off. "-" takes the endpoint back
      * out of its group.
      *-----------------------------------------------------------
       GROUP-ENDPOINT.
           PERFORM FIND-ENDPOINT-BY-NAME
                   STOP RUN
               END-IF
           END-IF
           MOVE "Y" TO VALID-SWITCH
           IF FUNCTION TRIM(METHOD-TOKEN) = "H"
               AND FUNCTION TRIM(HASH-TOKEN) NOT = "-"
               PERFORM CHECK-GROUP-HEALTH-TAKEN
           END-IF
           IF VALID-SWITCH = "N"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SAVE-OLD-IMAGE
           IF FUNCTION TRIM(HASH-TOKEN) = "-"
               MOVE SPACES TO ENTRY-GROUP-NAME(MATCH-INDEX)
               MOVE SPACES TO ENTRY-GROUP-ROLE(MATCH-INDEX)
                   MOVE SPACES TO ENTRY-GROUP-ROLE(MATCH-INDEX)
               END-IF
           END-IF
           MOVE "GROUP" TO ACTION-TOKEN
           PERFORM STAGE-ENDPOINT-CHANGE.

      *-----------------------------------------------------------
      * TIER <name> <CRIT|HIGH|LOW> [sla-ms] - set the endpoint's
                   STOP RUN
               END-IF
           END-IF
           PERFORM SAVE-OLD-IMAGE
           MOVE HASH-TOKEN(1:4) TO ENTRY-CRITICALITY(MATCH-INDEX)
           IF METHOD-TOKEN = SPACES
               MOVE SPACES TO ENTRY-SLA-MS(MATCH-INDEX)
               COMPUTE SLA-MS-NUM = FUNCTION NUMVAL(METHOD-TOKEN)
               MOVE SLA-MS-NUM TO ENTRY-SLA-MS(MATCH-INDEX)
           END-IF
           MOVE "TIER" TO ACTION-TOKEN
           PERFORM STAGE-ENDPOINT-CHANGE.

      *-----------------------------------------------------------
      * EXPORT/IMPORT both take the file name as the word after
      * the command; IMPORT also accepts a trailing DRYRUN.
      *-----------------------------------------------------------
       PARSE-TRANSFER-ARGS.
           MOVE SPACES TO TRANSFER-FILENAME
           MOVE SPACES TO TRANSFER-MODE
           UNSTRING COMMAND-TEXT DELIMITED BY ALL SPACE
               INTO ACTION-TOKEN TRANSFER-FILENAME TRANSFER-MODE
           IF TRANSFER-FILENAME = SPACES
               DISPLAY "Usage: endpmnt EXPORT <file>"
               DISPLAY "       endpmnt IMPORT <file> [DRYRUN]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE(TRANSFER-MODE) TO TRANSFER-MODE.

      *-----------------------------------------------------------
      * EXPORT <file> - one "|" delimited row per endpoint carrying
      * every COMPARE-RECORD column in record order: name, hash,
      * method, status, group, role, tier, sla-ms, payload. The
      * payload goes last so a "|" inside a request body survives
      * the trip back through IMPORT. A "#" header names the
      * columns for whoever edits the file.
      *-----------------------------------------------------------
       EXPORT-ENDPOINT-FILE.
           PERFORM PARSE-TRANSFER-ARGS
           OPEN OUTPUT TRANSFER-FILE
           IF TRANSFER-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open "
                   FUNCTION TRIM(TRANSFER-FILENAME)
                   " - status " TRANSFER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "#name|hash|method|status|group|role|tier|sla-ms|"
               & "payload" TO TRANSFER-RECORD
           WRITE TRANSFER-RECORD
           PERFORM VARYING CURRENT-INDEX FROM 1 BY 1
               UNTIL CURRENT-INDEX > ENTRY-COUNT
               MOVE SPACES TO TRANSFER-RECORD
               STRING FUNCTION TRIM(ENTRY-NAME(CURRENT-INDEX))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-HASH(CURRENT-INDEX))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-METHOD(CURRENT-INDEX))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-EXPECT-STATUS(CURRENT-INDEX))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-GROUP-NAME(CURRENT-INDEX))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-GROUP-ROLE(CURRENT-INDEX))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-CRITICALITY(CURRENT-INDEX))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-SLA-MS(CURRENT-INDEX))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(ENTRY-PAYLOAD(CURRENT-INDEX)
                          TRAILING) DELIMITED BY SIZE
                      INTO TRANSFER-RECORD
               WRITE TRANSFER-RECORD
           END-PERFORM
           CLOSE TRANSFER-FILE
           DISPLAY "Exported " ENTRY-COUNT " endpoint(s) to "
               FUNCTION TRIM(TRANSFER-FILENAME).

      *-----------------------------------------------------------
      * IMPORT <file> [DRYRUN] - read the EXPORT format back. Each
      * row adds the endpoint if the name is new, or replaces all
      * of its columns if it exists; endpoints not in the file are
      * left alone (RETIRE still removes). Every row is checked
      * with the same rules ADD, GROUP and TIER apply, plus
      * duplicate names within the file and the 200-entry table
      * limit, and the health-check rule is re-checked once all
      * rows are in, so a file that moves the H role from one
      * endpoint to another passes whichever row comes first.
      * An endpoint that already has a change awaiting approval
      * fails its row. The validation report always prints.
      * Changes are staged only when every row passed and DRYRUN
      * was not given: one pending change per endpoint added or
      * changed, each approved on its own in CHGAPPR, which writes
      * its endpoint_changes.txt line - unchanged rows stage
      * nothing.
      *-----------------------------------------------------------
       IMPORT-ENDPOINT-FILE.
           PERFORM PARSE-TRANSFER-ARGS
           IF TRANSFER-MODE NOT = SPACES
               AND TRANSFER-MODE NOT = "DRYRUN"
               DISPLAY "Usage: endpmnt IMPORT <file> [DRYRUN]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TRANSFER-FILE
           IF TRANSFER-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open "
                   FUNCTION TRIM(TRANSFER-FILENAME)
                   " - status " TRANSFER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO LINE-COUNT
           MOVE 0 TO ROW-COUNT
           MOVE 0 TO ADD-COUNT
           MOVE 0 TO CHANGE-COUNT
           MOVE 0 TO SAME-COUNT
           MOVE 0 TO REJECT-COUNT
           DISPLAY "Import validation report for "
               FUNCTION TRIM(TRANSFER-FILENAME)
           PERFORM UNTIL EXIT
               READ TRANSFER-FILE AT END
                   EXIT PERFORM
               NOT AT END
                   ADD 1 TO LINE-COUNT
                   IF TRANSFER-RECORD NOT = SPACES
                       AND TRANSFER-RECORD(1:1) NOT = "#"
                       PERFORM VALIDATE-IMPORT-ROW
                   END-IF
           END-PERFORM
           CLOSE TRANSFER-FILE
           PERFORM CHECK-IMPORT-HEALTH-ROLES
           MOVE ROW-COUNT TO COUNT-DISPLAY
           DISPLAY "Rows read:  " COUNT-DISPLAY
           MOVE ADD-COUNT TO COUNT-DISPLAY
           DISPLAY "  add       " COUNT-DISPLAY
           MOVE CHANGE-COUNT TO COUNT-DISPLAY
           DISPLAY "  update    " COUNT-DISPLAY
           MOVE SAME-COUNT TO COUNT-DISPLAY
           DISPLAY "  unchanged " COUNT-DISPLAY
           MOVE REJECT-COUNT TO COUNT-DISPLAY
           DISPLAY "  rejected  " COUNT-DISPLAY
           IF REJECT-COUNT > 0
               DISPLAY "Import refused - "
                   FUNCTION TRIM(COUNT-DISPLAY)
                   " row(s) failed validation, nothing written"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TRANSFER-MODE = "DRYRUN"
               DISPLAY "Dry run - every row passed, nothing written"
               EXIT PARAGRAPH
           END-IF
           IF ADD-COUNT + CHANGE-COUNT = 0
               DISPLAY "No changes - "
                   FUNCTION TRIM(COMPARE-FILENAME) " left as is"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ROW-INDEX FROM 1 BY 1
               UNTIL ROW-INDEX > ROW-COUNT
               IF ROW-ACTION(ROW-INDEX) = "A"
                   OR ROW-ACTION(ROW-INDEX) = "U"
                   MOVE ROW-NAME(ROW-INDEX) TO NAME-TOKEN
                   MOVE ROW-ENTRY-INDEX(ROW-INDEX) TO MATCH-INDEX
                   MOVE ROW-OLD-IMAGE(ROW-INDEX) TO PC-OLD-IMAGE
                   IF ROW-ACTION(ROW-INDEX) = "A"
                       MOVE "IMPORT-ADD" TO ACTION-TOKEN
                   ELSE
                       MOVE "IMPORT-UPD" TO ACTION-TOKEN
                   END-IF
                   PERFORM STAGE-ENDPOINT-CHANGE
               END-IF
           END-PERFORM
           DISPLAY "Imported " FUNCTION TRIM(TRANSFER-FILENAME)
               " - each change now awaits approval in CHGAPPR".

      *-----------------------------------------------------------
      * One import row: split, validate, then stage it into the
      * in-memory table. The table is only written back by
      * IMPORT-ENDPOINT-FILE once the whole file has passed.
      *-----------------------------------------------------------
       VALIDATE-IMPORT-ROW.
           ADD 1 TO ROW-COUNT
           MOVE SPACES TO NAME-TOKEN
           MOVE SPACES TO HASH-TOKEN
           MOVE SPACES TO METHOD-TOKEN
           MOVE SPACES TO STATUS-TOKEN
           MOVE SPACES TO GROUP-TOKEN
           MOVE SPACES TO ROLE-TOKEN
           MOVE SPACES TO TIER-TOKEN
           MOVE SPACES TO SLA-TOKEN
           MOVE SPACES TO PAYLOAD-TEXT
           MOVE 1 TO UNSTRING-PTR
           UNSTRING TRANSFER-RECORD DELIMITED BY "|"
               INTO NAME-TOKEN HASH-TOKEN METHOD-TOKEN STATUS-TOKEN
                    GROUP-TOKEN ROLE-TOKEN TIER-TOKEN SLA-TOKEN
               WITH POINTER UNSTRING-PTR
           IF UNSTRING-PTR <= 400
               MOVE TRANSFER-RECORD(UNSTRING-PTR:) TO PAYLOAD-TEXT
           END-IF
           MOVE FUNCTION TRIM(NAME-TOKEN) TO NAME-TOKEN
           MOVE FUNCTION TRIM(HASH-TOKEN) TO HASH-TOKEN
           MOVE FUNCTION TRIM(METHOD-TOKEN) TO METHOD-TOKEN
           MOVE FUNCTION TRIM(STATUS-TOKEN) TO STATUS-TOKEN
           MOVE FUNCTION TRIM(GROUP-TOKEN) TO GROUP-TOKEN
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ROLE-TOKEN))
               TO ROLE-TOKEN
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TIER-TOKEN))
               TO TIER-TOKEN
           MOVE FUNCTION TRIM(SLA-TOKEN) TO SLA-TOKEN
           MOVE LINE-COUNT TO ROW-DISPLAY
           DISPLAY "Line " ROW-DISPLAY "  " NAME-TOKEN(1:10)
           PERFORM VALIDATE-NAME-AND-HASH
           PERFORM VALIDATE-IMPORT-COLUMNS
           IF ROW-COUNT > 200
               DISPLAY "ERROR: more than 200 endpoint rows in file"
               MOVE "N" TO VALID-SWITCH
           ELSE
               PERFORM VARYING PRIOR-INDEX FROM 1 BY 1
                   UNTIL PRIOR-INDEX >= ROW-COUNT
                   IF ROW-NAME(PRIOR-INDEX) = NAME-TOKEN(1:10)
                       AND NAME-TOKEN NOT = SPACES
                       MOVE ROW-LINE-NO(PRIOR-INDEX) TO ROW-DISPLAY
                       DISPLAY "ERROR: duplicate name - already on"
                           " line " FUNCTION TRIM(ROW-DISPLAY)
                       MOVE "N" TO VALID-SWITCH
                   END-IF
               END-PERFORM
               MOVE LINE-COUNT TO ROW-LINE-NO(ROW-COUNT)
               MOVE NAME-TOKEN TO ROW-NAME(ROW-COUNT)
               MOVE SPACES TO ROW-OLD-IMAGE(ROW-COUNT)
               MOVE 0 TO ROW-ENTRY-INDEX(ROW-COUNT)
           END-IF
           PERFORM FIND-ENDPOINT-BY-NAME
           IF MATCH-INDEX = 0 AND ENTRY-COUNT >= 200
               DISPLAY "ERROR: endpoint table full at 200"
               MOVE "N" TO VALID-SWITCH
           END-IF
           MOVE "CHECK" TO STAGE-FUNCTION
           MOVE NAME-TOKEN TO PC-ENDPOINT
           CALL "CHGSTAGE" USING APP-CONFIG STAGE-CALL-RECORD
               PENDING-CHANGE-RECORD
           IF STAGE-RESULT = "01"
               DISPLAY "ERROR: endpoint already has pending change #"
                   STAGE-CHANGE-ID " awaiting approval"
               MOVE "N" TO VALID-SWITCH
           END-IF
           IF VALID-SWITCH = "N"
               ADD 1 TO REJECT-COUNT
               IF ROW-COUNT <= 200
                   MOVE "R" TO ROW-ACTION(ROW-COUNT)
               END-IF
               DISPLAY "            -> REJECTED"
               EXIT PARAGRAPH
           END-IF
           MOVE NAME-TOKEN TO IMPORT-NAME
           MOVE HASH-TOKEN TO IMPORT-HASH
           MOVE METHOD-TOKEN TO IMPORT-METHOD
           MOVE STATUS-TOKEN TO IMPORT-EXPECT-STATUS
           MOVE GROUP-TOKEN TO IMPORT-GROUP-NAME
           MOVE ROLE-TOKEN TO IMPORT-GROUP-ROLE
           MOVE TIER-TOKEN TO IMPORT-CRITICALITY
           IF SLA-TOKEN = SPACES
               MOVE SPACES TO IMPORT-SLA-MS
           ELSE
               COMPUTE SLA-MS-NUM = FUNCTION NUMVAL(SLA-TOKEN)
               MOVE SLA-MS-NUM TO IMPORT-SLA-MS
           END-IF
           MOVE PAYLOAD-TEXT TO IMPORT-PAYLOAD
           IF MATCH-INDEX = 0
               ADD 1 TO ENTRY-COUNT
               MOVE ENTRY-COUNT TO MATCH-INDEX
               MOVE IMPORT-ENTRY TO ENDPOINT-ENTRY(MATCH-INDEX)
               MOVE "A" TO ROW-ACTION(ROW-COUNT)
               ADD 1 TO ADD-COUNT
               DISPLAY "            -> ADD"
           ELSE
               IF IMPORT-ENTRY = ENDPOINT-ENTRY(MATCH-INDEX)
                   MOVE "S" TO ROW-ACTION(ROW-COUNT)
                   ADD 1 TO SAME-COUNT
                   DISPLAY "            -> UNCHANGED"
               ELSE
                   PERFORM SAVE-OLD-IMAGE
                   MOVE PC-OLD-IMAGE TO ROW-OLD-IMAGE(ROW-COUNT)
                   MOVE IMPORT-ENTRY TO ENDPOINT-ENTRY(MATCH-INDEX)
                   MOVE "U" TO ROW-ACTION(ROW-COUNT)
                   ADD 1 TO CHANGE-COUNT
                   DISPLAY "            -> UPDATE"
               END-IF
           END-IF
           MOVE MATCH-INDEX TO ROW-ENTRY-INDEX(ROW-COUNT).

      *-----------------------------------------------------------
      * The columns only GROUP and TIER check on the command line:
      * group name width, the H role (which needs a group), the
      * tier, the sla-ms override, and the payload and status
      * widths the fixed record can hold.
      *-----------------------------------------------------------
       VALIDATE-IMPORT-COLUMNS.
           IF STATUS-TOKEN(4:) NOT = SPACES
               DISPLAY "ERROR: expected status must be a 3-digit code"
               MOVE "N" TO VALID-SWITCH
           END-IF
           MOVE 0 TO TOKEN-LEN
           INSPECT GROUP-TOKEN TALLYING TOKEN-LEN
               FOR CHARACTERS BEFORE SPACE
           IF TOKEN-LEN > 10
               DISPLAY "ERROR: group name must be 1-10 characters"
               MOVE "N" TO VALID-SWITCH
           END-IF
           IF ROLE-TOKEN NOT = SPACES
               IF ROLE-TOKEN NOT = "H"
                   DISPLAY "ERROR: group role must be H or omitted"
                   MOVE "N" TO VALID-SWITCH
               ELSE
                   IF GROUP-TOKEN = SPACES
                       DISPLAY "ERROR: group role H needs a group"
                       MOVE "N" TO VALID-SWITCH
                   END-IF
               END-IF
           END-IF
           EVALUATE TIER-TOKEN
               WHEN SPACES
               WHEN "CRIT"
               WHEN "HIGH"
               WHEN "LOW"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR: tier must be CRIT, HIGH or LOW"
                   MOVE "N" TO VALID-SWITCH
           END-EVALUATE
           IF SLA-TOKEN NOT = SPACES
               MOVE 0 TO TOKEN-LEN
               INSPECT SLA-TOKEN TALLYING TOKEN-LEN
                   FOR CHARACTERS BEFORE SPACE
               IF TOKEN-LEN > 5
                   OR SLA-TOKEN(1:TOKEN-LEN) NOT NUMERIC
                   DISPLAY "ERROR: sla-ms must be a number of up"
                       " to 5 digits"
                   MOVE "N" TO VALID-SWITCH
               END-IF
           END-IF
           IF UNSTRING-PTR <= 200
               IF TRANSFER-RECORD(UNSTRING-PTR + 200:) NOT = SPACES
                   DISPLAY "ERROR: payload longer than 200 characters"
                   MOVE "N" TO VALID-SWITCH
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Run after every row is staged: each added or updated
      * endpoint holding the H role must be the only one in its
      * group across the whole resulting table.
      *-----------------------------------------------------------
       CHECK-IMPORT-HEALTH-ROLES.
           PERFORM VARYING ROW-INDEX FROM 1 BY 1
               UNTIL ROW-INDEX > ROW-COUNT OR ROW-INDEX > 200
               IF (ROW-ACTION(ROW-INDEX) = "A"
                   OR ROW-ACTION(ROW-INDEX) = "U")
                   AND ENTRY-GROUP-ROLE(ROW-ENTRY-INDEX(ROW-INDEX))
                       = "H"
                   MOVE ROW-ENTRY-INDEX(ROW-INDEX) TO MATCH-INDEX
                   MOVE ENTRY-GROUP-NAME(MATCH-INDEX) TO HASH-TOKEN
                   MOVE "Y" TO VALID-SWITCH
                   MOVE ROW-LINE-NO(ROW-INDEX) TO ROW-DISPLAY
                   DISPLAY "Line " ROW-DISPLAY "  "
                       ROW-NAME(ROW-INDEX) " (health-check role)"
                   PERFORM CHECK-GROUP-HEALTH-TAKEN
                   IF VALID-SWITCH = "N"
                       IF ROW-ACTION(ROW-INDEX) = "A"
                           SUBTRACT 1 FROM ADD-COUNT
                       ELSE
                           SUBTRACT 1 FROM CHANGE-COUNT
                       END-IF
                       MOVE "R" TO ROW-ACTION(ROW-INDEX)
                       ADD 1 TO REJECT-COUNT
                       DISPLAY "            -> REJECTED"
                   ELSE
                       DISPLAY "            -> OK"
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * One health check per group: HASH-TOKEN carries the group,
      * MATCH-INDEX the entry asking for the H role. A clash is
      * reported and clears VALID-SWITCH; the caller decides
      * whether that stops the run.
      *-----------------------------------------------------------
       CHECK-GROUP-HEALTH-TAKEN.
           PERFORM VARYING CURRENT-INDEX FROM 1 BY 1
               UNTIL CURRENT-INDEX > ENTRY-COUNT
                       FUNCTION TRIM(HASH-TOKEN)
                       "' already has health check '"
                       FUNCTION TRIM(ENTRY-NAME(CURRENT-INDEX)) "'"
                   MOVE "N" TO VALID-SWITCH
               END-IF
           END-PERFORM.

               TO ENTRY-PAYLOAD(MATCH-INDEX).

      *-----------------------------------------------------------
      * The entry at MATCH-INDEX in the exact fixed columns
      * COMPARE-RECORD defines - the image CHGAPPR later compares
      * against the live file and writes back.
      *-----------------------------------------------------------
       MOVE-ENTRY-TO-RECORD.
           MOVE SPACES TO COMPARE-RECORD
           MOVE ENTRY-NAME(MATCH-INDEX) TO ENDPOINT-NAME
           MOVE ENTRY-HASH(MATCH-INDEX) TO HASH-VALUE
           MOVE ENTRY-METHOD(MATCH-INDEX) TO COMPARE-METHOD
           MOVE ENTRY-EXPECT-STATUS(MATCH-INDEX)
               TO COMPARE-EXPECT-STATUS
           MOVE ENTRY-GROUP-NAME(MATCH-INDEX) TO COMPARE-GROUP-NAME
           MOVE ENTRY-GROUP-ROLE(MATCH-INDEX) TO COMPARE-GROUP-ROLE
           MOVE ENTRY-CRITICALITY(MATCH-INDEX)
               TO COMPARE-CRITICALITY
           MOVE ENTRY-SLA-MS(MATCH-INDEX) TO COMPARE-SLA-MS
           MOVE ENTRY-PAYLOAD(MATCH-INDEX) TO COMPARE-PAYLOAD.

       SAVE-OLD-IMAGE.
           PERFORM MOVE-ENTRY-TO-RECORD
           MOVE COMPARE-RECORD TO PC-OLD-IMAGE.

      *-----------------------------------------------------------
      * Hand the change to CHGSTAGE instead of rewriting
      * compare.json. PC-OLD-IMAGE is already set; the new image
      * is the entry at MATCH-INDEX as the command left it, or
      * spaces for RETIRE. A change that alters nothing is not
      * staged, and an endpoint with a change already awaiting
      * approval is refused.
      *-----------------------------------------------------------
       STAGE-ENDPOINT-CHANGE.
           IF FUNCTION TRIM(ACTION-TOKEN) = "RETIRE"
               MOVE SPACES TO PC-NEW-IMAGE
           ELSE
               PERFORM MOVE-ENTRY-TO-RECORD
               MOVE COMPARE-RECORD TO PC-NEW-IMAGE
           END-IF
           IF PC-NEW-IMAGE = PC-OLD-IMAGE
               DISPLAY "No change - endpoint "
                   FUNCTION TRIM(NAME-TOKEN) " already matches"
               EXIT PARAGRAPH
           END-IF
           MOVE ACTION-TOKEN TO PC-ACTION
           MOVE NAME-TOKEN TO PC-ENDPOINT
           MOVE CHANGE-USER TO PC-REQUESTER
           MOVE "STAGE" TO STAGE-FUNCTION
           CALL "CHGSTAGE" USING APP-CONFIG STAGE-CALL-RECORD
               PENDING-CHANGE-RECORD
           EVALUATE STAGE-RESULT
               WHEN "00"
                   DISPLAY "Staged change #" STAGE-CHANGE-ID ": "
                       FUNCTION TRIM(ACTION-TOKEN) " "
                       FUNCTION TRIM(NAME-TOKEN)
                       " - awaiting approval by a second user"
               WHEN "01"
                   DISPLAY "ERROR: endpoint '"
                       FUNCTION TRIM(NAME-TOKEN)
                       "' already has pending change #"
                       STAGE-CHANGE-ID
                       " - approve or reject it first"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
