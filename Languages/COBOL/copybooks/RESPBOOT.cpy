      *-----------------------------------------------------------
      * RESPBOOT.cpy - one record per endpoint in the shared
      * response-time bootstrap results (CFG-RESP-BOOTSTRAP-FILE),
      * rewritten by RAND-AVG's BOOTSTRAP mode and read by
      * RESPTIME and ALERTGEN in place of the fixed 150%-of-median
      * rule. Each record carries the endpoint's bootstrap
      * confidence intervals for the median and the 95th
      * percentile of its last 60 response times (less the three
      * most recent), the average of those three, and the verdict:
      *   SIGNIFICANT  recent average above the P95 upper bound
      *   ELEVATED     above the median upper bound only - noise
      *                that is worth watching, not escalating
      *   NORMAL       inside the median interval
      *   SHORT        under ten readings - not judged
      * Times are milliseconds with two implied decimals (the
      * P95 figures are whole readings). The seed, resample count
      * and confidence level that produced the record ride along
      * so any night's verdict can be re-derived.
      *-----------------------------------------------------------
       01 RESP-BOOTSTRAP-RECORD.
          05 RB-ENDPOINT-NAME PIC X(10).
          05 FILLER PIC X.
          05 RB-RUN-DATE PIC X(8).
          05 FILLER PIC X.
          05 RB-VERDICT PIC X(11).
          05 FILLER PIC X.
          05 RB-OBS-COUNT PIC 9(2).
          05 FILLER PIC X.
          05 RB-MEDIAN-MS PIC 9(6)V99.
          05 FILLER PIC X.
          05 RB-MEDIAN-LOW-MS PIC 9(6)V99.
          05 FILLER PIC X.
          05 RB-MEDIAN-HIGH-MS PIC 9(6)V99.
          05 FILLER PIC X.
          05 RB-P95-MS PIC 9(6).
          05 FILLER PIC X.
          05 RB-P95-LOW-MS PIC 9(6).
          05 FILLER PIC X.
          05 RB-P95-HIGH-MS PIC 9(6).
          05 FILLER PIC X.
          05 RB-RECENT-AVG-MS PIC 9(6)V99.
          05 FILLER PIC X.
          05 RB-SEED PIC 9(8).
          05 FILLER PIC X.
          05 RB-RESAMPLES PIC 9(5).
          05 FILLER PIC X.
          05 RB-CONF-PCT PIC 9(2).
