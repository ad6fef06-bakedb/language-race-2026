      *-----------------------------------------------------------
      * TXNSTEP.cpy - transaction script step layout for
      * CFG-TRANSACTIONS-FILE. A transaction is every consecutive
      * record carrying the same TXN-NAME, run in file order as
      * one business flow ("log in, create an order, read it
      * back") and passed or failed as a unit:
      *   TXN-STEP-METHOD        GET/POST/PUT/DELETE (blank = GET)
      *   TXN-STEP-EXPECT-STATUS HTTP status wanted (blank = 200)
      *   TXN-STEP-SLA-MS        step's share of the end-to-end
      *                          budget (blank = CFG-SLA-
      *                          THRESHOLD-MS)
      *   TXN-STEP-PATH          request path under CFG-BASE-URL
      *   TXN-CAPTURE-NAME       variable to capture from this
      *                          step's JSON response (optional)
      *   TXN-CAPTURE-FIELD      JSON field the value is read from
      *   TXN-STEP-HEADER        one request header (optional)
      *   TXN-STEP-PAYLOAD       request body (optional)
      * A captured value is substituted wherever {{name}} appears
      * in a later step's path, header or payload. A step fails on
      * no response, a status mismatch, a capture field missing
      * from its response, or a {{name}} no earlier step captured.
      *-----------------------------------------------------------
       01 TXN-STEP-RECORD.
          05 TXN-NAME PIC X(10).
          05 FILLER PIC X.
          05 TXN-STEP-METHOD PIC X(6).
          05 FILLER PIC X.
          05 TXN-STEP-EXPECT-STATUS PIC X(3).
          05 FILLER PIC X.
          05 TXN-STEP-SLA-MS PIC X(5).
          05 FILLER PIC X.
          05 TXN-STEP-PATH PIC X(80).
          05 FILLER PIC X.
          05 TXN-CAPTURE-NAME PIC X(12).
          05 FILLER PIC X.
          05 TXN-CAPTURE-FIELD PIC X(30).
          05 FILLER PIC X.
          05 TXN-STEP-HEADER PIC X(100).
          05 FILLER PIC X.
          05 TXN-STEP-PAYLOAD PIC X(200).
