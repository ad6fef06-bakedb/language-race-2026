           EVALUATE FUNCTION TRIM(CONFIG-KEY-TOKEN)
               WHEN "CFG-SLA-THRESHOLD-MS"
               WHEN "CFG-RETRY-LIMIT"
               WHEN "CFG-PROBE-CONCURRENCY"
               WHEN "CFG-CERT-WARN-DAYS"
               WHEN "CFG-CERT-CRIT-DAYS"
               WHEN "CFG-COMPLIANCE-TARGET"
               WHEN "CFG-PENDING-EXPIRE-DAYS"
               WHEN "CFG-CAPACITY-MB"
               WHEN "CFG-CAPACITY-ALERT-DAYS"
               WHEN "CFG-MATH-DECIMALS"
               WHEN "CFG-RAND-SERIAL-LAGS"
               WHEN "CFG-WINDOW-RISK-PCT"
               WHEN "CFG-FORECAST-TRIALS"
               WHEN "CFG-FORECAST-SEED"
               WHEN "CFG-BOOTSTRAP-RESAMPLES"
               WHEN "CFG-BOOTSTRAP-CONF-PCT"
               WHEN "CFG-BEE-KWIC-CONTEXT"
               WHEN "CFG-SNAPSHOT-RETAIN-DAYS"
               WHEN "CFG-RETRY-DELAY-SECS"
               WHEN "CFG-LOG-RETAIN-DAYS"
               WHEN "CFG-ALERT-SUCCESS-FLOOR"
               WHEN "CFG-MATH-INTAKE-DIR"
               WHEN "CFG-RAND-GRID-FILE"
               WHEN "CFG-RAND-LEDGER-FILE"
               WHEN "CFG-ASSERTIONS-FILE"
               WHEN "CFG-TRANSACTIONS-FILE"
               WHEN "CFG-ALERT-REGISTER-FILE"
               WHEN "CFG-PENDING-CHANGES-FILE"
               WHEN "CFG-CATALOG-FILE"
               WHEN "CFG-HASH-SWEEP-MODE"
               WHEN "CFG-FULL-SWEEP-DAY"
               WHEN "CFG-HASH-POLICY-FILE"
               WHEN "CFG-MATH-ROUNDING"
               WHEN "CFG-WINDOW-PRECHECK"
               WHEN "CFG-RESP-BOOTSTRAP-FILE"
               WHEN "CFG-BEE-KWIC-TERMS"
               WHEN "CFG-BEE-KWIC-OPTIONS"
               WHEN "CFG-STEP-SCHEDULE-FILE"
               WHEN "CFG-METRICS-FILE"
               WHEN "CFG-METRICS-ENVIRONMENT"
               WHEN "CFG-SNAPSHOT-DIR"
                   MOVE "A" TO CONFIG-KEY-KIND
               WHEN OTHER
                   MOVE "U" TO CONFIG-KEY-KIND
