      *-----------------------------------------------------------
      * ASSERTC.cpy - endpoint content-assertion rule layout, one
      * rule per record, keyed by ENDPOINT-NAME in the leading
      * column exactly as COMPAREC.cpy is. An endpoint with one or
      * more rules in CFG-ASSERTIONS-FILE is judged by its rules
      * (and still by its expected HTTP status) instead of by the
      * md5sum of its whole body - the way to monitor a service
      * whose body carries a timestamp, request id or counter that
      * changes on every call. ASSERT-RULE-TYPE is one of:
      *   CONTAINS - body contains ASSERT-EXPECTED-TEXT verbatim
      *   JSONEQ   - JSON field named in ASSERT-ARGUMENT has the
      *              value in ASSERT-EXPECTED-TEXT
      *   PRESENT  - JSON field named in ASSERT-ARGUMENT is present
      *   SIZE     - body size in bytes is between ASSERT-ARGUMENT
      *              (minimum) and ASSERT-EXPECTED-TEXT (maximum;
      *              blank means no upper limit)
      * JSON fields are matched by name at any depth, first
      * occurrence wins. Each failing rule is rejected under its
      * own reason code (ASRTTEXT, ASRTJSON, ASRTFLD, ASRTSIZE -
      * see REJECTS.cpy).
      *-----------------------------------------------------------
       01 ASSERT-RECORD.
          05 ASSERT-ENDPOINT-NAME PIC X(10).
          05 FILLER PIC X.
          05 ASSERT-RULE-TYPE PIC X(8).
          05 FILLER PIC X.
          05 ASSERT-ARGUMENT PIC X(30).
          05 FILLER PIC X.
          05 ASSERT-EXPECTED-TEXT PIC X(100).
