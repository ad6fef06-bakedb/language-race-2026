      *-----------------------------------------------------------
      * ALERTREG.cpy - persistent alert register layout
      * (CFG-ALERT-REGISTER-FILE), kept by ALERTGEN and worked by
      * ALERTACK. One record per alert, keyed by the condition
      * that tripped (AR-CONDITION, e.g. DRIFT, STEPFAIL) and what
      * it tripped on (AR-IDENTIFIER, e.g. a step name); AR-ALERT-ID
      * is the short number operators quote on the command line.
      *   AR-STATE           OPEN / ACKNOWLEDGED / SUPPRESSED /
      *                      RESOLVED
      *   AR-SEVERITY        tonight's severity (1 CRITICAL,
      *                      2 HIGH, 3 MEDIUM)
      *   AR-PAGED-SEVERITY  most severe level already paged - the
      *                      alert pages again only if it goes
      *                      above this
      *   AR-SUPPRESS-UNTIL  YYYYMMDD, last day of a suppression
      *   AR-ACTION-BY/-AT   operator and stamp of the last
      *   AR-NOTE            acknowledge or suppress, with a note
      * Stamps are YYYYMMDDHHMMSS. ALERTGEN sets RESOLVED when the
      * condition clears; the same condition tripping again later
      * opens a new record. AR-IDENTIFIER holds a full host:port
      * (44 characters); lines written when it was 30 characters
      * wide have AR-STATE at column 48 and are moved along to
      * this layout as they are loaded.
      *-----------------------------------------------------------
       01 ALERT-REG-RECORD.
          05 AR-ALERT-ID PIC 9(6).
          05 FILLER PIC X.
          05 AR-CONDITION PIC X(8).
          05 FILLER PIC X.
          05 AR-IDENTIFIER PIC X(44).
          05 FILLER PIC X.
          05 AR-STATE PIC X(12).
          05 FILLER PIC X.
          05 AR-SEVERITY PIC 9(1).
          05 FILLER PIC X.
          05 AR-PAGED-SEVERITY PIC 9(1).
          05 FILLER PIC X.
          05 AR-FIRST-SEEN PIC X(14).
          05 FILLER PIC X.
          05 AR-LAST-SEEN PIC X(14).
          05 FILLER PIC X.
          05 AR-RESOLVED-AT PIC X(14).
          05 FILLER PIC X.
          05 AR-SUPPRESS-UNTIL PIC X(8).
          05 FILLER PIC X.
          05 AR-ACTION-BY PIC X(20).
          05 FILLER PIC X.
          05 AR-ACTION-AT PIC X(14).
          05 FILLER PIC X.
          05 AR-NOTE PIC X(60).
          05 FILLER PIC X.
          05 AR-MESSAGE PIC X(100).
