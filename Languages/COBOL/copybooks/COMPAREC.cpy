      *-----------------------------------------------------------
      * COMPAREC.cpy - shared fixed-column record layout for
      * ../webserver/compare.json, read by WEB-SERVER and
      * REPROCESS, staged by ENDPMNT and BASECAPT and written by
      * CHGAPPR once a second person approves. One endpoint per
      * record: name, expected body hash, HTTP method (blank =
      * GET), expected status code (blank = 200), service group
      * name (blank = ungrouped), group role ("H" marks the
