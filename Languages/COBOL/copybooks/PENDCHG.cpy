      *-----------------------------------------------------------
      * PENDCHG.cpy - pending compare.json change layout
      * (CFG-PENDING-CHANGES-FILE). ENDPMNT and BASECAPT APPLY no
      * longer rewrite compare.json themselves: each change is
      * staged here through CHGSTAGE and only CHGAPPR, run by a
      * second person, applies it. One record per change:
      *   PC-CHANGE-ID      short number quoted on the command line
      *   PC-STATE          PENDING / APPROVED / REJECTED / EXPIRED
      *   PC-ACTION         what was asked for (ADD, UPDATE,
      *                     RETIRE, GROUP, TIER, IMPORT-ADD,
      *                     IMPORT-UPD, CAPTURE)
      *   PC-REQUESTER/-AT  who staged it, and when
      *   PC-DECIDED-BY/-AT who approved, rejected or expired it
      *   PC-NOTE           the decision note
      *   PC-OLD-IMAGE      the endpoint's COMPARE-RECORD when the
      *                     change was staged (spaces = a new one)
      *   PC-NEW-IMAGE      the COMPARE-RECORD wanted (spaces = the
      *                     endpoint is retired)
      * Stamps are YYYYMMDDHHMMSS. CHGAPPR applies a change only
      * while the live record still equals PC-OLD-IMAGE, so two
      * changes to one endpoint can never silently overwrite
      * each other.
      *-----------------------------------------------------------
       01 PENDING-CHANGE-RECORD.
          05 PC-CHANGE-ID PIC 9(6).
          05 FILLER PIC X.
          05 PC-STATE PIC X(10).
          05 FILLER PIC X.
          05 PC-ACTION PIC X(10).
          05 FILLER PIC X.
          05 PC-ENDPOINT PIC X(10).
          05 FILLER PIC X.
          05 PC-REQUESTER PIC X(20).
          05 FILLER PIC X.
          05 PC-REQUESTED-AT PIC X(14).
          05 FILLER PIC X.
          05 PC-DECIDED-BY PIC X(20).
          05 FILLER PIC X.
          05 PC-DECIDED-AT PIC X(14).
          05 FILLER PIC X.
          05 PC-NOTE PIC X(60).
          05 FILLER PIC X.
          05 PC-OLD-IMAGE PIC X(311).
          05 FILLER PIC X.
          05 PC-NEW-IMAGE PIC X(311).
