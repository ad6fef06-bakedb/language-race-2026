      *-----------------------------------------------------------
      * PENDCALL.cpy - call area for the CHGSTAGE subroutine,
      * passed after APP-CONFIG and ahead of the
      * PENDING-CHANGE-RECORD being staged:
      *   STAGE-FUNCTION  "CHECK" - only look for an open change
      *                   "STAGE" - check, then append the change
      *   STAGE-RESULT    "00" clear / staged, "01" the endpoint
      *                   already has an open change, "16" the
      *                   pending-changes file could not be written
      *   STAGE-CHANGE-ID the id assigned, or the open change's id
      *-----------------------------------------------------------
       01 STAGE-CALL-RECORD.
          05 STAGE-FUNCTION PIC X(5).
          05 STAGE-RESULT PIC X(2).
          05 STAGE-CHANGE-ID PIC 9(6).
