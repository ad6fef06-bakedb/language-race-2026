             VALUE 900.
          05 CFG-CYCLE-DEADLINE-HHMM PIC 9(4)
             VALUE 0615.
          05 CFG-ASSERTIONS-FILE PIC X(30)
             VALUE "../endpoint_assertions.txt".
          05 CFG-TRANSACTIONS-FILE PIC X(30)
             VALUE "../transactions.txt".
          05 CFG-PROBE-CONCURRENCY PIC 9(2)
             VALUE 1.
          05 CFG-CERT-WARN-DAYS PIC 9(3)
             VALUE 30.
          05 CFG-CERT-CRIT-DAYS PIC 9(3)
             VALUE 7.
          05 CFG-COMPLIANCE-TARGET PIC 9(3)
             VALUE 99.
          05 CFG-ALERT-REGISTER-FILE PIC X(30)
             VALUE "../alert_register.txt".
          05 CFG-PENDING-CHANGES-FILE PIC X(30)
             VALUE "../pending_changes.txt".
          05 CFG-PENDING-EXPIRE-DAYS PIC 9(3)
             VALUE 7.
          05 CFG-CATALOG-FILE PIC X(30)
             VALUE "../service_catalog.txt".
          05 CFG-HASH-SWEEP-MODE PIC X(4)
             VALUE "FULL".
          05 CFG-FULL-SWEEP-DAY PIC X(3)
             VALUE "SUN".
          05 CFG-CAPACITY-MB PIC 9(9)
             VALUE 10240.
          05 CFG-CAPACITY-ALERT-DAYS PIC 9(4)
             VALUE 30.
          05 CFG-HASH-POLICY-FILE PIC X(30)
             VALUE "../hash_policy.txt".
          05 CFG-MATH-DECIMALS PIC 9(1)
             VALUE 2.
          05 CFG-MATH-ROUNDING PIC X(8)
             VALUE "TRUNCATE".
          05 CFG-RAND-SERIAL-LAGS PIC 9(2)
             VALUE 5.
          05 CFG-WINDOW-PRECHECK PIC X(1)
             VALUE "Y".
          05 CFG-WINDOW-RISK-PCT PIC 9(3)
             VALUE 10.
          05 CFG-FORECAST-TRIALS PIC 9(6)
             VALUE 10000.
          05 CFG-FORECAST-SEED PIC 9(8)
             VALUE 12345678.
          05 CFG-RESP-BOOTSTRAP-FILE PIC X(30)
             VALUE "../response_bootstrap.txt".
          05 CFG-BOOTSTRAP-RESAMPLES PIC 9(5)
             VALUE 2000.
          05 CFG-BOOTSTRAP-CONF-PCT PIC 9(2)
             VALUE 95.
          05 CFG-BEE-KWIC-TERMS PIC X(80)
             VALUE SPACES.
          05 CFG-BEE-KWIC-OPTIONS PIC X(20)
             VALUE "WORD".
          05 CFG-BEE-KWIC-CONTEXT PIC 9(2)
             VALUE 5.
          05 CFG-STEP-SCHEDULE-FILE PIC X(30)
             VALUE "../step_schedule.txt".
          05 CFG-METRICS-FILE PIC X(40)
             VALUE "../ops_metrics.prom".
          05 CFG-METRICS-ENVIRONMENT PIC X(10)
             VALUE "production".
          05 CFG-SNAPSHOT-DIR PIC X(20)
             VALUE "../snapshots".
          05 CFG-SNAPSHOT-RETAIN-DAYS PIC 9(3)
             VALUE 30.
