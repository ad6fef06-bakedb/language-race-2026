       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGSTAGE.
       AUTHOR. LANGUAGE RACE.
       DATE-WRITTEN. 2026-10-15.

      *-----------------------------------------------------------
      * Small CALL'd subroutine shared by ENDPMNT and BASECAPT -
      * the one place a compare.json change is put in front of a
      * second person instead of being written straight to the
      * file. The caller fills a PENDING-CHANGE-RECORD (copybooks/
      * PENDCHG.cpy) with the requester, action, endpoint and the
      * old and new COMPARE-RECORD images, and CALLs "CHGSTAGE"
      * USING APP-CONFIG STAGE-CALL-RECORD (copybooks/PENDCALL.cpy)
      * and the record. An endpoint may carry only one open change
      * at a time: a PENDING change younger than
      * CFG-PENDING-EXPIRE-DAYS blocks another, since CHGAPPR
      * would refuse the second as stale anyway. STAGE assigns the
      * next change id, stamps the request and appends the record
      * to CFG-PENDING-CHANGES-FILE; CHECK only reports.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO DYNAMIC PENDING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PENDING-FILE.
       COPY PENDCHG.

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
          05 PENDING-FILENAME PIC X(30).
          05 PENDING-STATUS PIC X(2).
          05 STAGE-ENDPOINT PIC X(10).
          05 HIGH-CHANGE-ID PIC 9(6).
          05 TODAY-STAMP PIC X(21).
          05 TODAY-INTEGER PIC 9(7).
          05 REQUEST-INTEGER PIC 9(7).

       LINKAGE SECTION.
       COPY APPCFG.
       COPY PENDCALL.
       01 STAGE-CHANGE PIC X(796).

       PROCEDURE DIVISION USING APP-CONFIG STAGE-CALL-RECORD
           STAGE-CHANGE.
       CHGSTAGE-MAIN.
           MOVE CFG-PENDING-CHANGES-FILE TO PENDING-FILENAME
           MOVE FUNCTION CURRENT-DATE TO TODAY-STAMP
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(TODAY-STAMP(1:8)))
           MOVE STAGE-CHANGE TO PENDING-CHANGE-RECORD
           MOVE PC-ENDPOINT TO STAGE-ENDPOINT
           MOVE "00" TO STAGE-RESULT
           MOVE 0 TO STAGE-CHANGE-ID
           PERFORM SCAN-PENDING-FILE
           IF STAGE-RESULT NOT = "00"
               OR STAGE-FUNCTION NOT = "STAGE"
               GOBACK
           END-IF
           PERFORM APPEND-PENDING-CHANGE
           GOBACK.

      *-----------------------------------------------------------
      * One pass over the file for the highest id in use and any
      * open change already held against the same endpoint.
      *-----------------------------------------------------------
       SCAN-PENDING-FILE.
           MOVE 0 TO HIGH-CHANGE-ID
           OPEN INPUT PENDING-FILE
           IF PENDING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ PENDING-FILE AT END
                   EXIT PERFORM
               NOT AT END
                   IF PC-CHANGE-ID NUMERIC
                       AND PC-CHANGE-ID > HIGH-CHANGE-ID
                       MOVE PC-CHANGE-ID TO HIGH-CHANGE-ID
                   END-IF
                   IF PC-STATE = "PENDING"
                       AND PC-ENDPOINT = STAGE-ENDPOINT
                       AND PC-REQUESTED-AT(1:8) NUMERIC
                       COMPUTE REQUEST-INTEGER =
                           FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(PC-REQUESTED-AT(1:8)))
                       IF REQUEST-INTEGER + CFG-PENDING-EXPIRE-DAYS
                           >= TODAY-INTEGER
                           MOVE "01" TO STAGE-RESULT
                           MOVE PC-CHANGE-ID TO STAGE-CHANGE-ID
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE PENDING-FILE.

       APPEND-PENDING-CHANGE.
           MOVE STAGE-CHANGE TO PENDING-CHANGE-RECORD
           ADD 1 TO HIGH-CHANGE-ID
           MOVE HIGH-CHANGE-ID TO PC-CHANGE-ID
           MOVE "PENDING" TO PC-STATE
           MOVE TODAY-STAMP(1:14) TO PC-REQUESTED-AT
           MOVE SPACES TO PC-DECIDED-BY
           MOVE SPACES TO PC-DECIDED-AT
           MOVE SPACES TO PC-NOTE
           OPEN EXTEND PENDING-FILE
           IF PENDING-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF
           IF PENDING-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open "
                   FUNCTION TRIM(PENDING-FILENAME)
                   " - status " PENDING-STATUS
               MOVE "16" TO STAGE-RESULT
               EXIT PARAGRAPH
           END-IF
           WRITE PENDING-CHANGE-RECORD
           CLOSE PENDING-FILE
           MOVE PENDING-CHANGE-RECORD TO STAGE-CHANGE
           MOVE HIGH-CHANGE-ID TO STAGE-CHANGE-ID.
