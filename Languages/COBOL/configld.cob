          05 VALUE-IS-NUMERIC PIC X(1).
          05 KEY-APPLIED PIC X(1).
          05 APPLIED-COUNT PIC 9(3) VALUE 0.
          05 OVERRIDE-CYCLE-ID PIC X(16).

       LINKAGE SECTION.
       COPY APPCFG.
                       COMPUTE CFG-CYCLE-DEADLINE-HHMM =
                           FUNCTION NUMVAL(VALUE-TOKEN)
                   END-IF
               WHEN "CFG-ASSERTIONS-FILE"
                   MOVE VALUE-TOKEN TO CFG-ASSERTIONS-FILE
               WHEN "CFG-TRANSACTIONS-FILE"
                   MOVE VALUE-TOKEN TO CFG-TRANSACTIONS-FILE
               WHEN "CFG-ALERT-REGISTER-FILE"
                   MOVE VALUE-TOKEN TO CFG-ALERT-REGISTER-FILE
               WHEN "CFG-PENDING-CHANGES-FILE"
                   MOVE VALUE-TOKEN TO CFG-PENDING-CHANGES-FILE
               WHEN "CFG-CATALOG-FILE"
                   MOVE VALUE-TOKEN TO CFG-CATALOG-FILE
               WHEN "CFG-HASH-SWEEP-MODE"
                   MOVE VALUE-TOKEN TO CFG-HASH-SWEEP-MODE
               WHEN "CFG-FULL-SWEEP-DAY"
                   MOVE VALUE-TOKEN TO CFG-FULL-SWEEP-DAY
               WHEN "CFG-HASH-POLICY-FILE"
                   MOVE VALUE-TOKEN TO CFG-HASH-POLICY-FILE
               WHEN "CFG-MATH-ROUNDING"
                   MOVE VALUE-TOKEN TO CFG-MATH-ROUNDING
               WHEN "CFG-WINDOW-PRECHECK"
                   MOVE VALUE-TOKEN TO CFG-WINDOW-PRECHECK
               WHEN "CFG-RESP-BOOTSTRAP-FILE"
                   MOVE VALUE-TOKEN TO CFG-RESP-BOOTSTRAP-FILE
               WHEN "CFG-BEE-KWIC-TERMS"
                   MOVE VALUE-TOKEN TO CFG-BEE-KWIC-TERMS
               WHEN "CFG-BEE-KWIC-OPTIONS"
                   MOVE VALUE-TOKEN TO CFG-BEE-KWIC-OPTIONS
               WHEN "CFG-STEP-SCHEDULE-FILE"
                   MOVE VALUE-TOKEN TO CFG-STEP-SCHEDULE-FILE
               WHEN "CFG-METRICS-FILE"
                   MOVE VALUE-TOKEN TO CFG-METRICS-FILE
               WHEN "CFG-METRICS-ENVIRONMENT"
                   MOVE VALUE-TOKEN TO CFG-METRICS-ENVIRONMENT
               WHEN "CFG-SNAPSHOT-DIR"
                   MOVE VALUE-TOKEN TO CFG-SNAPSHOT-DIR
               WHEN "CFG-PROBE-CONCURRENCY"
                   PERFORM APPLY-NUMERIC-GUARD
                   IF KEY-APPLIED = "Y"
                       COMPUTE CFG-PROBE-CONCURRENCY =
                           FUNCTION NUMVAL(VALUE-TOKEN)
                   END-IF
               WHEN "CFG-CERT-WARN-DAYS"
                   PERFORM APPLY-NUMERIC-GUARD
                   IF KEY-APPLIED = "Y"
                       COMPUTE CFG-CERT-WARN-DAYS =
                           FUNCTION NUMVAL(VALUE-TOKEN)
                   END-IF
               WHEN "CFG-CERT-CRIT-DAYS"
                   PERFORM APPLY-NUMERIC-GUARD
                   IF KEY-APPLIED = "Y"
                       COMPUTE CFG-CERT-CRIT-DAYS =
                           FUNCTION NUMVAL(VALUE-TOKEN)
                   END-IF
               WHEN "CFG-COMPLIANCE-TARGET"
                   PERFORM APPLY-NUMERIC-GUARD
                   IF KEY-APPLIED = "Y"
                       COMPUTE CFG-COMPLIANCE-TARGET =
                           FUNCTION NUMVAL(VALUE-TOKEN)
                   END-IF
               WHEN "CFG-PENDING-EXPIRE-DAYS"
                   PERFORM APPLY-NUMERIC-GUARD
                   IF KEY-APPLIED = "Y"
                       COMPUTE CFG-PENDING-EXPIRE-DAYS =
                           FUNCTION NUMVAL(VALUE-TOKEN)
                   END-IF
               WHEN "CFG-CAPACITY-MB"
                   PERFORM APPLY-NUMERIC-GUARD
                   IF KEY-APPLIED = "Y"
                       COMPUTE CFG-CAPACITY-MB =
                           FUNCTION NUMVAL(VALUE-TOKEN)
                   END-IF
               WHEN "CFG-CAPACITY-ALERT-DAYS"
                   PERFORM APPLY-NUMERIC-GUARD
                   IF KEY-APPLIED = "Y"
                       COMPUTE CFG-CAPACITY-ALERT-DAYS =
                           FUNCTION NUMVAL(VALUE-TOKEN)
                   END-IF
               WHEN "CFG-MATH-DECIMALS"
                   PERFORM APPLY-NUMERIC-GUARD
                   IF KEY-APPLIED = "Y"
                       COMPUTE CFG-MATH-DECIMALS =
                           FUNCTION NUMVAL(VALUE-TOKEN)
                   END-IF
               WHEN "CFG-RAND-SERIAL-LAGS"
                   PERFORM APPLY-NUMERIC-GUARD
                   IF KEY-APPLIED = "Y"
                       COMPUTE CFG-RAND-SERIAL-LAGS =
                           FUNCTION NUMVAL(VALUE-TOKEN)
                   END-IF
               WHEN "CFG-WINDOW-RISK-PCT"
                   PERFORM APPLY-NUMERIC-GUARD
                   IF KEY-APPLIED = "Y"
                       COMPUTE CFG-WINDOW-RISK-PCT =
                           FUNCTION NUMVAL(VALUE-TOKEN)
                   END-IF
               WHEN "CFG-FORECAST-TRIALS"
                   PERFORM APPLY-NUMERIC-GUARD
                   IF KEY-APPLIED = "Y"
                       COMPUTE CFG-FORECAST-TRIALS =
                           FUNCTION NUMVAL(VALUE-TOKEN)
                   END-IF
               WHEN "CFG-FORECAST-SEED"
                   PERFORM APPLY-NUMERIC-GUARD
                   IF KEY-APPLIED = "Y"
                       COMPUTE CFG-FORECAST-SEED =
                           FUNCTION NUMVAL(VALUE-TOKEN)
                   END-IF
               WHEN "CFG-BOOTSTRAP-RESAMPLES"
                   PERFORM APPLY-NUMERIC-GUARD
                   IF KEY-APPLIED = "Y"
                       COMPUTE CFG-BOOTSTRAP-RESAMPLES =
                           FUNCTION NUMVAL(VALUE-TOKEN)
                   END-IF
               WHEN "CFG-BOOTSTRAP-CONF-PCT"
                   PERFORM APPLY-NUMERIC-GUARD
                   IF KEY-APPLIED = "Y"
                       COMPUTE CFG-BOOTSTRAP-CONF-PCT =
                           FUNCTION NUMVAL(VALUE-TOKEN)
                   END-IF
               WHEN "CFG-BEE-KWIC-CONTEXT"
                   PERFORM APPLY-NUMERIC-GUARD
                   IF KEY-APPLIED = "Y"
                       COMPUTE CFG-BEE-KWIC-CONTEXT =
                           FUNCTION NUMVAL(VALUE-TOKEN)
                   END-IF
               WHEN "CFG-SNAPSHOT-RETAIN-DAYS"
                   PERFORM APPLY-NUMERIC-GUARD
                   IF KEY-APPLIED = "Y"
                       COMPUTE CFG-SNAPSHOT-RETAIN-DAYS =
                           FUNCTION NUMVAL(VALUE-TOKEN)
                   END-IF
               WHEN OTHER
                   MOVE "N" TO KEY-APPLIED
                   DISPLAY "WARNING: unknown ops_config.txt key"
      * The effective (not default) value goes on the shared audit
      * trail - same file AUDITLOG appends to - so a given night's
      * thresholds are on record next to the runs they governed.
      * The record carries the same cycle= stamp AUDITLOG puts on
      * the START/END lines, so CYCDOSS can tie it to its cycle.
      *-----------------------------------------------------------
       ECHO-OVERRIDE-TO-AUDIT.
           MOVE SPACES TO OVERRIDE-CYCLE-ID
           ACCEPT OVERRIDE-CYCLE-ID FROM ENVIRONMENT "OPS_CYCLE_ID"
           IF OVERRIDE-CYCLE-ID = SPACES
               MOVE "STANDALONE" TO OVERRIDE-CYCLE-ID
           END-IF
           MOVE SPACES TO AUDIT-LOG-TEXT
           STRING "CONFIG OVRD " DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:16) DELIMITED BY SIZE
                  "=" DELIMITED BY SIZE
                  FUNCTION TRIM(VALUE-TOKEN) DELIMITED BY SIZE
                  " status=APPLIED" DELIMITED BY SIZE
                  " cycle=" DELIMITED BY SIZE
                  FUNCTION TRIM(OVERRIDE-CYCLE-ID) DELIMITED BY SIZE
                  INTO AUDIT-LOG-TEXT
           OPEN EXTEND AUDIT-LOG-FILE
           IF AUDIT-FILE-STATUS = "35"
