      *                     test-result.json entry is a hash
      *                     mismatch (FAILED with a server hash
      *                     that differs from the expected one)
      *   APPLY             stage the reviewed proposals as
      *                     pending compare.json changes
      * CAPTURE issues the exact request WEB-SERVER's
      * MAKE-HTTP-REQUEST sends (method, payload, 5s cap) and
      * writes each endpoint's observed hash to the proposals
      * file plus an old-versus-proposed review report. Nothing
      * touches compare.json until someone runs APPLY - the typing
      * is eliminated, the review is not. APPLY hands each
      * proposal to CHGSTAGE as a CAPTURE change, exactly as an
      * ENDPMNT UPDATE is staged, and a second person approves it
      * with CHGAPPR before compare.json changes; CHGAPPR records
      * the approved hash in ../endpoint_changes.txt.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REVIEW-FILE ASSIGN TO "capture_review_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REVIEW-FILE.
       01 REVIEW-RECORD PIC X(170).

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
          05 COMPARE-FILENAME PIC X(30).
          05 ARTIFACT-STATUS PIC X(2).
          05 REVIEW-STATUS PIC X(2).
          05 REVIEW-LINE PIC X(170).
          05 BASE-URL PIC X(30).
          05 ENDPOINT-URL PIC X(50).
          05 SHELL-COMMAND PIC X(600).
          05 PROPOSAL-COUNT PIC 9(3) VALUE 0.
          05 MATCH-INDEX PIC 9(3).
          05 CHANGE-USER PIC X(20).

      *-----------------------------------------------------------
      * Results scan scratch for CAPTURE FAILING - test-result.json
          05 SEGMENT-STATUS PIC X(10).
          05 SEGMENT-SERVER-HASH PIC X(64).
          05 SEGMENT-EXPECTED-HASH PIC X(64).
          05 SEGMENT-ASSERT-COUNT PIC 9(3).

       COPY APPCFG.
       COPY PENDCHG.
       COPY PENDCALL.

       01 ENDPOINT-TABLE.
          05 ENDPOINT-ENTRY OCCURS 200 TIMES.
             10 ENTRY-PAYLOAD PIC X(200).
             10 ENTRY-CAPTURE-WANTED PIC X(1).
             10 ENTRY-OBSERVED-HASH PIC X(64).
             10 ENTRY-RECORD-IMAGE PIC X(311).

       01 PROPOSAL-TABLE.
          05 PROPOSAL-ENTRY OCCURS 200 TIMES.
           MOVE CFG-COMPARE-FILENAME TO COMPARE-FILENAME
           MOVE CFG-PROPOSED-HASHES-FILE TO PROPOSED-FILENAME
           MOVE CFG-BASE-URL TO BASE-URL
           MOVE SPACES TO CHANGE-USER
           ACCEPT CHANGE-USER FROM ENVIRONMENT "USER"
           IF CHANGE-USER = SPACES
               MOVE COMPARE-PAYLOAD TO ENTRY-PAYLOAD(ENDPOINT-COUNT)
               MOVE "N" TO ENTRY-CAPTURE-WANTED(ENDPOINT-COUNT)
               MOVE SPACES TO ENTRY-OBSERVED-HASH(ENDPOINT-COUNT)
               MOVE COMPARE-RECORD
                   TO ENTRY-RECORD-IMAGE(ENDPOINT-COUNT)
           END-IF.

      *-----------------------------------------------------------
      * CAPTURE FAILING - walk last night's results array and mark
      * every endpoint that FAILED with a server hash differing
      * from the expected one (a hash mismatch, as opposed to a
      * timeout or status-code failure). Endpoints WEB-SERVER
      * judges by content assertions never match their hash by
      * design, so they are left out.
      *-----------------------------------------------------------
       MARK-FAILING-ENDPOINTS.
           OPEN INPUT WS-RESULT-FILE
           MOVE SPACES TO SEGMENT-EXPECTED-HASH
           UNSTRING SEGMENT-REST DELIMITED BY '"'
               INTO SEGMENT-EXPECTED-HASH
           MOVE 0 TO SEGMENT-ASSERT-COUNT
           INSPECT RESULT-SEGMENT TALLYING SEGMENT-ASSERT-COUNT
               FOR ALL '"judged_by": "ASSERT"'
           IF SEGMENT-STATUS = "FAILED"
               AND SEGMENT-ASSERT-COUNT = 0
               AND SEGMENT-SERVER-HASH NOT = SPACES
               AND SEGMENT-SERVER-HASH NOT = SEGMENT-EXPECTED-HASH
               PERFORM VARYING SCAN-INDEX FROM 1 BY 1
           END-PERFORM
           MOVE SPACES TO REVIEW-LINE
           WRITE REVIEW-RECORD FROM REVIEW-LINE
           MOVE "Run basecapt APPLY to stage these proposals for"
               & " approval." TO REVIEW-LINE
           WRITE REVIEW-RECORD FROM REVIEW-LINE
           CLOSE REVIEW-FILE
           DISPLAY "Review report saved to:"
           WRITE REVIEW-RECORD FROM REVIEW-LINE.

      *-----------------------------------------------------------
      * APPLY - stage each proposal as a pending CAPTURE change
      * (the endpoint's record as read, and the same record with
      * the proposed hash), then retire the proposals file so a
      * proposal is staged exactly once.
      *-----------------------------------------------------------
       APPLY-PROPOSALS.
           PERFORM LOAD-PROPOSALS
               UNTIL SCAN-INDEX > PROPOSAL-COUNT
               PERFORM APPLY-ONE-PROPOSAL
           END-PERFORM
           MOVE SPACES TO SHELL-COMMAND
           STRING "rm -f '" DELIMITED BY SIZE
                  FUNCTION TRIM(PROPOSED-FILENAME) DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           DISPLAY "Staged " APPLIED-COUNT " of " PROPOSAL-COUNT
               " proposal(s) - a second user approves them with"
               " chgappr".

       LOAD-PROPOSALS.
           MOVE 0 TO PROPOSAL-COUNT
                   FUNCTION TRIM(PROPOSAL-NAME(SCAN-INDEX))
                   "' matches no endpoint - skipped"
           ELSE
               PERFORM STAGE-ONE-PROPOSAL
           END-IF.

       STAGE-ONE-PROPOSAL.
           MOVE ENTRY-RECORD-IMAGE(MATCH-INDEX) TO PC-OLD-IMAGE
           MOVE ENTRY-RECORD-IMAGE(MATCH-INDEX) TO COMPARE-RECORD
           MOVE PROPOSAL-HASH(SCAN-INDEX) TO HASH-VALUE
           MOVE COMPARE-RECORD TO PC-NEW-IMAGE
           IF PC-NEW-IMAGE = PC-OLD-IMAGE
               DISPLAY "Proposal for '"
                   FUNCTION TRIM(PROPOSAL-NAME(SCAN-INDEX))
                   "' already matches compare.json - skipped"
               EXIT PARAGRAPH
           END-IF
           MOVE "CAPTURE" TO PC-ACTION
           MOVE ENTRY-NAME(MATCH-INDEX) TO PC-ENDPOINT
           MOVE CHANGE-USER TO PC-REQUESTER
           MOVE "STAGE" TO STAGE-FUNCTION
           CALL "CHGSTAGE" USING APP-CONFIG STAGE-CALL-RECORD
               PENDING-CHANGE-RECORD
           EVALUATE STAGE-RESULT
               WHEN "00"
                   ADD 1 TO APPLIED-COUNT
                   DISPLAY "Staged change #" STAGE-CHANGE-ID
                       ": CAPTURE "
                       FUNCTION TRIM(PROPOSAL-NAME(SCAN-INDEX))
               WHEN "01"
                   DISPLAY "WARNING: '"
                       FUNCTION TRIM(PROPOSAL-NAME(SCAN-INDEX))
                       "' already has pending change #"
                       STAGE-CHANGE-ID " - proposal skipped"
               WHEN OTHER
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
