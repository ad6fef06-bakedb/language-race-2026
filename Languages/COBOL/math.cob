          05 FILLER PIC X.
          05 LEDGER-LINE-NO PIC 9(5).
          05 FILLER PIC X.
          05 LEDGER-RESULT PIC X(16).

       FD REGRESSION-FILE.
       01 REGRESSION-RECORD PIC X(150).
       01 WS-VARIABLES.
          05 EQUATION-STR PIC X(100).
          05 ORIGINAL-LINE PIC X(100).
          05 OPERAND-A PIC S9(8)V9(6).
          05 OPERAND-B PIC S9(8)V9(6).
          05 OPERATOR PIC X(1).
          05 RESULT PIC S9(8)V9(6).
          05 RESULT-DISPLAY PIC X(20).
          05 EQUATE-POS PIC 9(3).
          05 LINE-LENGTH PIC 9(3).
          05 IS-EQUATION PIC 9(1).
          05 VARIABLE-COUNT PIC 9(2) VALUE 0.
          05 VARIABLE-IDX PIC 9(2).
          05 VARIABLE-FOUND PIC X(1).
          05 VARIABLE-VALUE PIC S9(8)V9(6) COMP-3.
          05 RESOLVED-EXPR PIC X(200).
          05 OPERAND-DISPLAY PIC X(20).
          05 RESOLVE-POS PIC 9(2).
          05 RESOLVED-OPERAND PIC S9(8)V9(6) COMP-3.
          05 WORK-COUNT PIC 9(2).
          05 WORK-POS PIC 9(2).
          05 SHIFT-POS PIC 9(2).
          05 OPERATOR-MATCHES PIC X(1).
          05 PAREN-DEPTH PIC S9(2).
          05 OPERAND-TALLY PIC 9(2).
          05 LTR-RESULT PIC S9(8)V9(6) COMP-3.
          05 LTR-VALID PIC X(1).
          05 LTR-PENDING-OP PIC X(1).
          05 LTR-HAVE-VALUE PIC X(1).
          05 PRECEDENCE-DIFFERS PIC X(1).
          05 LTR-DISPLAY PIC X(20).
          05 GRADING-MODE PIC X(1).
          05 EXPECTED-TEXT PIC X(100).
          05 EXPECTED-TOKEN PIC X(20).
          05 EXPECTED-LEN PIC 9(2).
          05 EXPECTED-CHAR-POS PIC 9(2).
          05 EXPECTED-NUMERIC PIC X(1).
          05 EXPECTED-VALUE PIC S9(8)V9(6) COMP-3.
          05 EXPECTED-OVERFLOW PIC X(1).
          05 EXPECTED-DISPLAY PIC X(20).
          05 GRADED-COUNT PIC 9(3) VALUE 0.
          05 GRADED-PASS PIC 9(3) VALUE 0.
          05 GRADED-FAIL PIC 9(3) VALUE 0.
          05 CUR-RESULT-ENTRY OCCURS 500 TIMES.
             10 CUR-SOURCE-FILE PIC X(60).
             10 CUR-LINE-NO PIC 9(5).
             10 CUR-RESULT-TEXT PIC X(16).
          05 PREV-RESULT-ENTRY OCCURS 500 TIMES.
             10 PREV-SOURCE-FILE PIC X(60).
             10 PREV-LINE-NO PIC 9(5).
             10 PREV-RESULT-TEXT PIC X(16).
             10 PREV-RESULT-MATCHED PIC X(1).

      *-----------------------------------------------------------
      * Precision control. Values are carried to six decimal places
      * internally; every operation lands first in RAW-RESULT, whose
      * ON SIZE ERROR is the overflow check (eight integer digits,
      * the same S9(8) range every operand, variable and RESULT
      * has always had), and is then cut to CFG-MATH-DECIMALS places
      * under CFG-MATH-ROUNDING - TRUNCATE (the historical
      * behaviour), HALF-UP or BANKERS (round half to even). The
      * same cut is applied to stored variables through RESULT and
      * to a grading line's expected answer, so evaluation, storage
      * and the answer check never disagree about precision.
      *-----------------------------------------------------------
       01 PRECISION-AREA.
          05 MATH-DECIMALS PIC 9(1).
          05 MATH-ROUNDING PIC X(8).
          05 SCALE-FACTOR PIC 9(7).
          05 RAW-RESULT PIC S9(8)V9(8).
          05 SCALED-VALUE PIC S9(15).
          05 PRECISION-OVERFLOW PIC X(1).
          05 FORMAT-VALUE PIC S9(8)V9(6).
          05 FORMAT-EDIT PIC -(8)9.9(6).
          05 FORMAT-TEXT PIC X(20).
          05 FORMAT-LEN PIC 9(2).

      *-----------------------------------------------------------
      * Named functions. A name written straight before "(" is a
      * call; its argument list is the parenthesized group, each
      * comma-separated argument reduced to one value like any
      * other sub-expression before the function is applied.
      *   SQRT(x)  ABS(x)  MIN(a,b,..)  MAX(a,b,..)
      *   ROUND(x[,places])  LOG(x[,base]) (base 10 by default)
      *   LN(x)  PCTOF(pct,x) - pct percent of x
      *-----------------------------------------------------------
       01 FUNCTION-AREA.
          05 FN-NAME PIC X(8).
          05 FN-KNOWN PIC X(1).
          05 FN-ARG-COUNT PIC 9(2).
          05 FN-ARG-IDX PIC 9(2).
          05 FN-PLACES PIC 9(1).
          05 FN-SCALE PIC 9(7).
          05 FN-PLACES-CHECK PIC S9(8)V9(6).
          05 FN-ARG-VALUE PIC S9(8)V9(6) COMP-3 OCCURS 20 TIMES.
          05 SEG-LO PIC 9(2).
          05 SHIFT-GAP PIC 9(2).
          05 NUMBER-TOKEN-OK PIC X(1).
          05 NUMBER-POINT-TALLY PIC 9(2).
          05 NEXT-TOKEN PIC X(20).
          05 NEGATE-NEXT PIC X(1).
          05 SCAN-POS PIC 9(3).
          05 SCAN-CHAR PIC X(1).
          05 SCAN-TOKEN PIC X(20).
          05 SCAN-TOKEN-LEN PIC 9(2).
          05 EQUALS-TALLY PIC 9(2).

      *-----------------------------------------------------------
      * Solve-for-unknown. A line whose two sides between them use
      * exactly one name that is not a stored variable ("3 * x + 7
      * = 22") is solved for that name. It is evaluated as
      * ( left ) - ( right ) with every work value carried as
      * WORK-COEF * x + WORK-NUM, so the reduction ends with a
      * single a * x + b = 0 - anything that would make the
      * unknown non-linear is refused on the spot.
      *-----------------------------------------------------------
       01 SOLVE-AREA.
          05 SOLVE-MODE PIC X(1) VALUE "N".
          05 SOLVE-NAME PIC X(20).
          05 SOLVE-LHS PIC X(100).
          05 UNKNOWN-COUNT PIC 9(2).
          05 UNKNOWN-LIST PIC X(60).
          05 UNKNOWN-IDX PIC 9(2).
          05 UNKNOWN-NEW PIC X(1).
          05 UNKNOWN-NAME PIC X(20) OCCURS 5 TIMES.
          05 COEF-A PIC S9(8)V9(6).
          05 COEF-B PIC S9(8)V9(6).
          05 RESULT-COEF PIC S9(8)V9(6).
          05 OPERAND-COEF PIC S9(8)V9(6) VALUE 0.

       01 INTAKE-AREA.
          05 INTAKE-DIR PIC X(30).
          05 INTAKE-LISTING-FILENAME PIC X(30)
      *-----------------------------------------------------------
      * Evaluation work table - the tokenized expression with every
      * operand already resolved to its value, reduced in place:
      * innermost parenthesized group first (a function call's
      * group collapsing into the function's answer), then ^ ,
      * then * / % , then + - , each left to right within its
      * level.
      *-----------------------------------------------------------
       01 WORK-TABLE.
          05 WORK-ENTRY OCCURS 50 TIMES.
             10 WORK-TYPE PIC X(1).
             10 WORK-OP PIC X(1).
             10 WORK-FN PIC X(8).
             10 WORK-NUM PIC S9(8)V9(6) COMP-3.
             10 WORK-COEF PIC S9(8)V9(6) COMP-3.

      *-----------------------------------------------------------
      * Named results stored by assignment lines ("RATE = 5 + 3 =")
       01 VARIABLE-TABLE.
          05 VARIABLE-ENTRY OCCURS 50 TIMES INDEXED BY VAR-IDX.
             10 VARIABLE-NAME PIC X(20).
             10 STORED-VALUE PIC S9(8)V9(6) COMP-3.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           MOVE CFG-MATH-INTAKE-DIR TO INTAKE-DIR.
           MOVE 0 TO TOTAL-SOLVED.
           MOVE 0 TO TOTAL-ERRORS.
           PERFORM SET-MATH-PRECISION.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-PRECISION-LINE.

      *-----------------------------------------------------------
      * Settle this run's precision from CFG-MATH-DECIMALS (0-6;
      * anything above six is held at six) and CFG-MATH-ROUNDING.
      * An unrecognised rounding mode warns and falls back to
      * TRUNCATE rather than guessing at what was meant.
      *-----------------------------------------------------------
       SET-MATH-PRECISION.
           MOVE CFG-MATH-DECIMALS TO MATH-DECIMALS
           IF MATH-DECIMALS > 6
               DISPLAY "WARNING: CFG-MATH-DECIMALS " MATH-DECIMALS
                   " exceeds 6 - using 6"
               MOVE 6 TO MATH-DECIMALS
           END-IF
           COMPUTE SCALE-FACTOR = 10 ** MATH-DECIMALS
           MOVE FUNCTION UPPER-CASE(CFG-MATH-ROUNDING)
               TO MATH-ROUNDING
           EVALUATE MATH-ROUNDING
               WHEN "TRUNCATE"
               WHEN "HALF-UP"
               WHEN "BANKERS"
                   CONTINUE
               WHEN "HALF-EVE"
                   MOVE "BANKERS" TO MATH-ROUNDING
               WHEN OTHER
                   DISPLAY "WARNING: CFG-MATH-ROUNDING "
                       FUNCTION TRIM(CFG-MATH-ROUNDING)
                       " not recognised - using TRUNCATE"
                   MOVE "TRUNCATE" TO MATH-ROUNDING
           END-EVALUATE.

       WRITE-PRECISION-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "Precision: " DELIMITED BY SIZE
                  MATH-DECIMALS DELIMITED BY SIZE
                  " decimal place(s), rounding " DELIMITED BY SIZE
                  FUNCTION TRIM(MATH-ROUNDING) DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-RECORD FROM REPORT-LINE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to write "
                   FUNCTION TRIM(REPORT-FILENAME)
                   " - status " REPORT-STATUS
           END-IF.

       PROCESS-ALL-FILES.
           PERFORM PROCESS-TXT-FILE.
           IF EQUATE-POS > 0
               PERFORM CHECK-FOR-EXPECTED-ANSWER
               MOVE EQUATION-STR(1:EQUATE-POS - 1) TO EQUATION-STR
               MOVE 0 TO UNKNOWN-COUNT
               IF ASSIGN-MODE = "N"
                   AND FUNCTION TRIM(EXPECTED-TEXT) NOT = SPACES
                   PERFORM FIND-UNKNOWNS
               END-IF
               EVALUATE TRUE
                   WHEN UNKNOWN-COUNT > 1
                       MOVE SPACES TO MALFORMED-REASON
                       STRING "more than one unknown ("
                                  DELIMITED BY SIZE
                              FUNCTION TRIM(UNKNOWN-LIST)
                                  DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                              INTO MALFORMED-REASON
                       PERFORM REPORT-MALFORMED-EQUATION
                   WHEN UNKNOWN-COUNT = 1
                       PERFORM SOLVE-FOR-UNKNOWN
                   WHEN EXPECTED-OVERFLOW = "Y"
                       MOVE "overflow: expected answer exceeds 8 "
                           & "integer digits" TO MALFORMED-REASON
                       PERFORM REPORT-MALFORMED-EQUATION
                   WHEN OTHER
                       PERFORM TOKENIZE-EQUATION
                       PERFORM EVALUATE-TOKENS
               END-EVALUATE
           ELSE
               MOVE "missing '=' sign" TO MALFORMED-REASON
               PERFORM REPORT-MALFORMED-EQUATION
      *-----------------------------------------------------------
       CHECK-FOR-EXPECTED-ANSWER.
           MOVE "N" TO GRADING-MODE
           MOVE "N" TO EXPECTED-OVERFLOW
           MOVE SPACES TO EXPECTED-TEXT
           MOVE SPACES TO EXPECTED-TOKEN
           IF EQUATE-POS < 100
               PERFORM CHECK-EXPECTED-NUMERIC
               IF EXPECTED-NUMERIC = "Y"
                   MOVE "Y" TO GRADING-MODE
                   COMPUTE RAW-RESULT =
                       FUNCTION NUMVAL(EXPECTED-TOKEN)
                       ON SIZE ERROR
                           MOVE "Y" TO EXPECTED-OVERFLOW
                   END-COMPUTE
                   IF EXPECTED-OVERFLOW = "N"
                       MOVE "N" TO PRECISION-OVERFLOW
                       PERFORM APPLY-PRECISION
                       MOVE PRECISION-OVERFLOW TO EXPECTED-OVERFLOW
                       MOVE RESULT TO EXPECTED-VALUE
                   END-IF
               END-IF
           END-IF.

               END-PERFORM
           END-IF.

      *-----------------------------------------------------------
      * Tokenize the whole line as ( left ) - ( right ) and list
      * the names in it that are neither stored variables nor
      * function calls. One such name makes the line an equation
      * to solve; the tokens are left in place for
      * SOLVE-FOR-UNKNOWN.
      *-----------------------------------------------------------
       FIND-UNKNOWNS.
           MOVE EQUATION-STR TO SOLVE-LHS
           MOVE SPACES TO UNKNOWN-LIST
           MOVE 0 TO TOKEN-COUNT
           MOVE "(" TO SCAN-TOKEN
           PERFORM ADD-SINGLE-TOKEN
           PERFORM SCAN-EQUATION-TEXT
           MOVE ")" TO SCAN-TOKEN
           PERFORM ADD-SINGLE-TOKEN
           MOVE "-" TO SCAN-TOKEN
           PERFORM ADD-SINGLE-TOKEN
           MOVE "(" TO SCAN-TOKEN
           PERFORM ADD-SINGLE-TOKEN
           MOVE EXPECTED-TEXT TO EQUATION-STR
           PERFORM SCAN-EQUATION-TEXT
           MOVE ")" TO SCAN-TOKEN
           PERFORM ADD-SINGLE-TOKEN
           MOVE SOLVE-LHS TO EQUATION-STR
           PERFORM VARYING TOKEN-IDX FROM 1 BY 1
               UNTIL TOKEN-IDX > TOKEN-COUNT
               SET RESOLVE-POS TO TOKEN-IDX
               PERFORM CHECK-UNKNOWN-TOKEN
           END-PERFORM.

       CHECK-UNKNOWN-TOKEN.
           MOVE 0 TO TOKEN-LEN
           INSPECT TOKEN-VALUE(RESOLVE-POS) TALLYING TOKEN-LEN
               FOR CHARACTERS BEFORE SPACE
           IF TOKEN-LEN = 0
               EXIT PARAGRAPH
           END-IF
           IF TOKEN-VALUE(RESOLVE-POS)(1:TOKEN-LEN) NOT ALPHABETIC
               EXIT PARAGRAPH
           END-IF
           IF RESOLVE-POS < TOKEN-COUNT
               IF TOKEN-VALUE(RESOLVE-POS + 1) = "("
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM LOOKUP-VARIABLE
           IF VARIABLE-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO UNKNOWN-NEW
           PERFORM VARYING UNKNOWN-IDX FROM 1 BY 1
               UNTIL UNKNOWN-IDX > UNKNOWN-COUNT OR UNKNOWN-IDX > 5
               IF UNKNOWN-NAME(UNKNOWN-IDX) = TOKEN-VALUE(RESOLVE-POS)
                   MOVE "N" TO UNKNOWN-NEW
               END-IF
           END-PERFORM
           IF UNKNOWN-NEW = "Y"
               ADD 1 TO UNKNOWN-COUNT
               IF UNKNOWN-COUNT <= 5
                   MOVE TOKEN-VALUE(RESOLVE-POS)
                       TO UNKNOWN-NAME(UNKNOWN-COUNT)
                   IF UNKNOWN-LIST = SPACES
                       MOVE TOKEN-VALUE(RESOLVE-POS) TO UNKNOWN-LIST
                   ELSE
                       STRING FUNCTION TRIM(UNKNOWN-LIST)
                                  DELIMITED BY SIZE
                              ", " DELIMITED BY SIZE
                              TOKEN-VALUE(RESOLVE-POS)(1:TOKEN-LEN)
                                  DELIMITED BY SIZE
                              INTO UNKNOWN-LIST
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Reduce ( left ) - ( right ) to a * x + b = 0 and settle it:
      * a = 0 has no solution (b not 0) or infinitely many (b = 0)
      * and neither is guessed at; otherwise x = -b / a, cut to the
      * run precision and stored under the unknown's name exactly
      * as an assignment would store it.
      *-----------------------------------------------------------
       SOLVE-FOR-UNKNOWN.
           MOVE UNKNOWN-NAME(1) TO SOLVE-NAME
           MOVE "Y" TO SOLVE-MODE
           MOVE "N" TO GRADING-MODE
           PERFORM BUILD-WORK-TABLE
           IF TOKENS-VALID = "N"
               PERFORM REPORT-MALFORMED-EQUATION
               MOVE "N" TO SOLVE-MODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO CALC-ERROR
           MOVE SPACES TO MALFORMED-REASON
           PERFORM COLLAPSE-PAREN-GROUPS
           IF CALC-ERROR = "N"
               MOVE 1 TO REDUCE-LO
               MOVE WORK-COUNT TO REDUCE-HI
               PERFORM REDUCE-RANGE
               MOVE REDUCE-HI TO WORK-COUNT
           END-IF
           IF CALC-ERROR = "N" AND WORK-COUNT NOT = 1
               MOVE "Y" TO CALC-ERROR
               MOVE "malformed expression" TO MALFORMED-REASON
           END-IF
           IF CALC-ERROR = "N"
               MOVE SPACES TO MALFORMED-REASON
               EVALUATE TRUE
                   WHEN WORK-COEF(1) = 0 AND WORK-NUM(1) = 0
                       MOVE "Y" TO CALC-ERROR
                       STRING "infinitely many solutions for "
                                  DELIMITED BY SIZE
                              FUNCTION TRIM(SOLVE-NAME)
                                  DELIMITED BY SIZE
                              INTO MALFORMED-REASON
                   WHEN WORK-COEF(1) = 0
                       MOVE "Y" TO CALC-ERROR
                       STRING "no solution for " DELIMITED BY SIZE
                              FUNCTION TRIM(SOLVE-NAME)
                                  DELIMITED BY SIZE
                              INTO MALFORMED-REASON
                   WHEN OTHER
                       MOVE "N" TO PRECISION-OVERFLOW
                       COMPUTE RAW-RESULT =
                           (0 - WORK-NUM(1)) / WORK-COEF(1)
                           ON SIZE ERROR
                               MOVE "Y" TO PRECISION-OVERFLOW
                       END-COMPUTE
                       IF PRECISION-OVERFLOW = "N"
                           PERFORM APPLY-PRECISION
                       END-IF
                       IF PRECISION-OVERFLOW = "Y"
                           MOVE "Y" TO CALC-ERROR
                           STRING "overflow: " DELIMITED BY SIZE
                                  FUNCTION TRIM(SOLVE-NAME)
                                      DELIMITED BY SIZE
                                  " exceeds 8 integer digits"
                                      DELIMITED BY SIZE
                                  INTO MALFORMED-REASON
                       END-IF
               END-EVALUATE
           END-IF
           MOVE "N" TO SOLVE-MODE
           IF CALC-ERROR = "Y"
               PERFORM REPORT-MALFORMED-EQUATION
           ELSE
               PERFORM REPORT-SOLVED-UNKNOWN
           END-IF.

      *-----------------------------------------------------------
      * An assignment line reads "NAME = <expression> =": a first
      * token that is a name rather than a number, a second token
      * of "=", and another "=" later on. The "NAME =" prefix is
      * stripped here so the rest of the line solves exactly like
      * any other equation, and REPORT-SOLVED-EQUATION stores the
      * result under the name afterwards. The closing "=" may be
      * left off an assignment ("X = SQRT(A^2 + B^2)").
      *-----------------------------------------------------------
       CHECK-FOR-ASSIGNMENT.
           MOVE "N" TO ASSIGN-MODE
                   MOVE "Y" TO ASSIGN-MODE
                   MOVE FIRST-TOKEN TO ASSIGN-NAME
                   MOVE REST-OF-LINE TO EQUATION-STR
                   MOVE 0 TO EQUALS-TALLY
                   INSPECT REST-OF-LINE TALLYING EQUALS-TALLY
                       FOR ALL "="
                   IF EQUALS-TALLY = 0
                       MOVE SPACES TO EQUATION-STR
                       STRING FUNCTION TRIM(REST-OF-LINE)
                                  DELIMITED BY SIZE
                              " =" DELIMITED BY SIZE
                              INTO EQUATION-STR
                   END-IF
               END-IF
           END-IF.

           ELSE
               COMPUTE RESOLVED-OPERAND =
                   FUNCTION NUMVAL(TOKEN-VALUE(RESOLVE-POS))
                   ON SIZE ERROR
                       MOVE 0 TO RESOLVED-OPERAND
                       MOVE "overflow: operand exceeds 8 integer digits"
                           TO MALFORMED-REASON
                       MOVE "N" TO TOKENS-VALID
               END-COMPUTE
           END-IF
           MOVE RESOLVED-OPERAND TO FORMAT-VALUE
           PERFORM FORMAT-MATH-VALUE
           MOVE FORMAT-TEXT TO OPERAND-DISPLAY
           IF RESOLVED-EXPR = SPACES
               MOVE FUNCTION TRIM(OPERAND-DISPLAY) TO RESOLVED-EXPR
           ELSE

      *-----------------------------------------------------------
      * Tokenizing and evaluating the (possibly > 2 operand)
      * expression to the left of the "=". Spaces separate tokens,
      * and every operator, parenthesis and comma is a token of its
      * own whether or not it is spaced out, so "SQRT(A^2 + B^2)"
      * splits the same way as "SQRT ( A ^ 2 + B ^ 2 )".
      *-----------------------------------------------------------
       TOKENIZE-EQUATION.
           MOVE 0 TO TOKEN-COUNT.
           PERFORM SCAN-EQUATION-TEXT.

       SCAN-EQUATION-TEXT.
           MOVE SPACES TO SCAN-TOKEN.
           MOVE 0 TO SCAN-TOKEN-LEN.
           PERFORM VARYING SCAN-POS FROM 1 BY 1
               UNTIL SCAN-POS > 100
               MOVE EQUATION-STR(SCAN-POS:1) TO SCAN-CHAR
               EVALUATE TRUE
                   WHEN SCAN-CHAR = SPACE
                       PERFORM EMIT-SCAN-TOKEN
                   WHEN SCAN-CHAR = "+" OR "-" OR "*" OR "/" OR "%"
                       OR "^" OR "(" OR ")" OR ","
                       PERFORM EMIT-SCAN-TOKEN
                       MOVE SCAN-CHAR TO SCAN-TOKEN
                       MOVE 1 TO SCAN-TOKEN-LEN
                       PERFORM EMIT-SCAN-TOKEN
                   WHEN OTHER
                       IF SCAN-TOKEN-LEN < 20
                           ADD 1 TO SCAN-TOKEN-LEN
                           MOVE SCAN-CHAR
                               TO SCAN-TOKEN(SCAN-TOKEN-LEN:1)
                       END-IF
               END-EVALUATE
           END-PERFORM.
           PERFORM EMIT-SCAN-TOKEN.

       ADD-SINGLE-TOKEN.
           MOVE 1 TO SCAN-TOKEN-LEN
           PERFORM EMIT-SCAN-TOKEN.

       EMIT-SCAN-TOKEN.
           IF SCAN-TOKEN-LEN > 0 AND TOKEN-COUNT < 50
               ADD 1 TO TOKEN-COUNT
               MOVE SCAN-TOKEN TO TOKEN-VALUE(TOKEN-COUNT)
           END-IF
           MOVE SPACES TO SCAN-TOKEN
           MOVE 0 TO SCAN-TOKEN-LEN.

       EVALUATE-TOKENS.
           PERFORM BUILD-WORK-TABLE.
           MOVE 0 TO WORK-COUNT.
           MOVE 0 TO PAREN-DEPTH.
           MOVE 0 TO OPERAND-TALLY.
           MOVE "N" TO NEGATE-NEXT.
           PERFORM VARYING TOKEN-IDX FROM 1 BY 1
               UNTIL TOKEN-IDX > TOKEN-COUNT OR TOKENS-VALID = "N"
               SET RESOLVE-POS TO TOKEN-IDX
           MOVE 0 TO TOKEN-LEN.
           INSPECT TOKEN-VALUE(RESOLVE-POS) TALLYING TOKEN-LEN
               FOR CHARACTERS BEFORE SPACE.
           PERFORM CHECK-NUMBER-TOKEN.
           MOVE SPACES TO NEXT-TOKEN.
           IF RESOLVE-POS < TOKEN-COUNT
               MOVE TOKEN-VALUE(RESOLVE-POS + 1) TO NEXT-TOKEN
           END-IF.
           EVALUATE TRUE
               WHEN TOKEN-LEN = 0
                   MOVE "non-numeric operand" TO MALFORMED-REASON
                       MOVE ")" TO OPERATOR
                       PERFORM APPEND-OPERATOR-TO-EXPR
                   END-IF
               WHEN TOKEN-VALUE(RESOLVE-POS)(1:TOKEN-LEN) = ","
                   ADD 1 TO WORK-COUNT
                   MOVE "," TO WORK-TYPE(WORK-COUNT)
                   MOVE "," TO OPERATOR
                   PERFORM APPEND-OPERATOR-TO-EXPR
               WHEN TOKEN-VALUE(RESOLVE-POS)(1:TOKEN-LEN) = "-"
                   AND (WORK-COUNT = 0
                       OR WORK-TYPE(WORK-COUNT) = "(" OR "," OR "O")
                   PERFORM CLASSIFY-UNARY-MINUS
               WHEN TOKEN-LEN = 1 AND
                   (TOKEN-VALUE(RESOLVE-POS)(1:1) = "+" OR "-"
                    OR "*" OR "/" OR "%" OR "^")
                       TO WORK-OP(WORK-COUNT)
                   MOVE TOKEN-VALUE(RESOLVE-POS)(1:1) TO OPERATOR
                   PERFORM APPEND-OPERATOR-TO-EXPR
               WHEN NUMBER-TOKEN-OK = "Y"
                   PERFORM RESOLVE-OPERAND-TOKEN
                   ADD 1 TO WORK-COUNT
                   MOVE "V" TO WORK-TYPE(WORK-COUNT)
                   PERFORM STORE-WORK-OPERAND
                   ADD 1 TO OPERAND-TALLY
               WHEN TOKEN-VALUE(RESOLVE-POS)(1:TOKEN-LEN) ALPHABETIC
                   AND NEXT-TOKEN = "("
                   MOVE FUNCTION UPPER-CASE(TOKEN-VALUE(RESOLVE-POS))
                       TO FN-NAME
                   PERFORM CHECK-FUNCTION-NAME
                   IF FN-KNOWN = "N"
                       MOVE SPACES TO MALFORMED-REASON
                       STRING "unknown function " DELIMITED BY SIZE
                              TOKEN-VALUE(RESOLVE-POS)(1:TOKEN-LEN)
                                  DELIMITED BY SIZE
                              INTO MALFORMED-REASON
                       MOVE "N" TO TOKENS-VALID
                   ELSE
                       ADD 1 TO WORK-COUNT
                       MOVE "F" TO WORK-TYPE(WORK-COUNT)
                       MOVE FN-NAME TO WORK-FN(WORK-COUNT)
                       PERFORM APPEND-NAME-TO-EXPR
                   END-IF
               WHEN SOLVE-MODE = "Y"
                   AND TOKEN-VALUE(RESOLVE-POS) = SOLVE-NAME
                   AND NEXT-TOKEN NOT = "("
                   MOVE 0 TO RESOLVED-OPERAND
                   MOVE 1 TO OPERAND-COEF
                   ADD 1 TO WORK-COUNT
                   MOVE "V" TO WORK-TYPE(WORK-COUNT)
                   PERFORM STORE-WORK-OPERAND
                   ADD 1 TO OPERAND-TALLY
               WHEN TOKEN-VALUE(RESOLVE-POS)(1:TOKEN-LEN) ALPHABETIC
                   PERFORM LOOKUP-VARIABLE
                       PERFORM RESOLVE-OPERAND-TOKEN
                       ADD 1 TO WORK-COUNT
                       MOVE "V" TO WORK-TYPE(WORK-COUNT)
                       PERFORM STORE-WORK-OPERAND
                       ADD 1 TO OPERAND-TALLY
                   END-IF
               WHEN OTHER
                   MOVE "N" TO TOKENS-VALID
           END-EVALUATE.

      *-----------------------------------------------------------
      * A "-" with no value to its left (at the start, or after
      * "(", "," or another operator) is a sign, so "SQRT(-4)"
      * reaches SQRT as -4. Before a plain operand it negates that
      * operand; before a group or a function call it becomes
      * "-1 *" so the group's value is negated once it is known.
      *-----------------------------------------------------------
       CLASSIFY-UNARY-MINUS.
           IF NEXT-TOKEN = "(" OR
               (NEXT-TOKEN(1:1) ALPHABETIC AND NEXT-TOKEN NOT = SPACES
                AND RESOLVE-POS + 1 < TOKEN-COUNT
                AND TOKEN-VALUE(RESOLVE-POS + 2) = "(")
               ADD 1 TO WORK-COUNT
               MOVE "V" TO WORK-TYPE(WORK-COUNT)
               MOVE -1 TO WORK-NUM(WORK-COUNT)
               MOVE 0 TO WORK-COEF(WORK-COUNT)
               ADD 1 TO WORK-COUNT
               MOVE "O" TO WORK-TYPE(WORK-COUNT)
               MOVE "*" TO WORK-OP(WORK-COUNT)
           ELSE
               MOVE "Y" TO NEGATE-NEXT
           END-IF
           MOVE "-" TO OPERATOR
           PERFORM APPEND-OPERATOR-TO-EXPR.

       STORE-WORK-OPERAND.
           IF NEGATE-NEXT = "Y"
               COMPUTE RESOLVED-OPERAND = 0 - RESOLVED-OPERAND
               COMPUTE OPERAND-COEF = 0 - OPERAND-COEF
               MOVE "N" TO NEGATE-NEXT
           END-IF
           MOVE RESOLVED-OPERAND TO WORK-NUM(WORK-COUNT)
           MOVE OPERAND-COEF TO WORK-COEF(WORK-COUNT)
           MOVE 0 TO OPERAND-COEF.

      *-----------------------------------------------------------
      * An operand literal is digits with at most one decimal
      * point.
      *-----------------------------------------------------------
       CHECK-NUMBER-TOKEN.
           MOVE "N" TO NUMBER-TOKEN-OK
           IF TOKEN-LEN > 0
               MOVE 0 TO NUMBER-POINT-TALLY
               INSPECT TOKEN-VALUE(RESOLVE-POS)(1:TOKEN-LEN)
                   TALLYING NUMBER-POINT-TALLY FOR ALL "."
               IF NUMBER-POINT-TALLY < 2
                   AND TOKEN-VALUE(RESOLVE-POS)(1:TOKEN-LEN) NOT = "."
                   MOVE "Y" TO NUMBER-TOKEN-OK
                   PERFORM VARYING SCAN-POS FROM 1 BY 1
                       UNTIL SCAN-POS > TOKEN-LEN
                       IF TOKEN-VALUE(RESOLVE-POS)(SCAN-POS:1) NOT = "."
                           AND TOKEN-VALUE(RESOLVE-POS)(SCAN-POS:1)
                               NOT NUMERIC
                           MOVE "N" TO NUMBER-TOKEN-OK
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       CHECK-FUNCTION-NAME.
           MOVE "N" TO FN-KNOWN
           IF FN-NAME = "SQRT" OR "ABS" OR "MIN" OR "MAX" OR "ROUND"
               OR "LOG" OR "LN" OR "PCTOF"
               MOVE "Y" TO FN-KNOWN
           END-IF.

      *-----------------------------------------------------------
      * Solve the work table: the plain left-to-right answer is
      * taken first (so the report can say when precedence changed
               MOVE "Y" TO CALC-ERROR
               MOVE "malformed expression" TO MALFORMED-REASON
           END-IF
           IF CALC-ERROR = "N"
               PERFORM CUT-FINAL-RESULTS
           END-IF
           IF CALC-ERROR = "Y"
               PERFORM REPORT-MALFORMED-EQUATION
           ELSE
               MOVE "N" TO PRECEDENCE-DIFFERS
               IF LTR-VALID = "Y" AND LTR-RESULT NOT = RESULT
                   MOVE "Y" TO PRECEDENCE-DIFFERS
               PERFORM REPORT-SOLVED-EQUATION
           END-IF.

      *-----------------------------------------------------------
      * A bare operand ("5.555 =") never passes through
      * APPLY-OPERATOR, so both the answer and its left-to-right
      * shadow are cut to the run precision once more here - a
      * no-op for anything already computed.
      *-----------------------------------------------------------
       CUT-FINAL-RESULTS.
           MOVE "N" TO PRECISION-OVERFLOW
           IF LTR-VALID = "Y"
               MOVE LTR-RESULT TO RAW-RESULT
               PERFORM APPLY-PRECISION
               IF PRECISION-OVERFLOW = "Y"
                   MOVE "N" TO LTR-VALID
                   MOVE "N" TO PRECISION-OVERFLOW
               ELSE
                   MOVE RESULT TO LTR-RESULT
               END-IF
           END-IF
           MOVE WORK-NUM(1) TO RAW-RESULT
           PERFORM APPLY-PRECISION
           IF PRECISION-OVERFLOW = "Y"
               MOVE "Y" TO CALC-ERROR
               MOVE "overflow: result exceeds 8 integer digits"
                   TO MALFORMED-REASON
           END-IF.

      *-----------------------------------------------------------
      * The old strict left-to-right pass, kept as a shadow
      * calculation over the operands and operators in order with
      * parentheses ignored. Its own errors only mark it unusable -
      * the precedence evaluation is the one that counts - and a
      * function call has no left-to-right reading at all.
      *-----------------------------------------------------------
       CALCULATE-LTR-RESULT.
           MOVE "Y" TO LTR-VALID.
                       END-IF
                   WHEN "O"
                       MOVE WORK-OP(WORK-POS) TO LTR-PENDING-OP
                   WHEN "F"
                       MOVE "N" TO LTR-VALID
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
      * parentheses themselves.
      *-----------------------------------------------------------
       COLLAPSE-ONE-GROUP.
           IF OPEN-POS > 1
               IF WORK-TYPE(OPEN-POS - 1) = "F"
                   PERFORM COLLAPSE-FUNCTION-CALL
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING WORK-POS FROM OPEN-POS BY 1
               UNTIL WORK-POS > CLOSE-POS
               IF WORK-TYPE(WORK-POS) = ","
                   MOVE "Y" TO CALC-ERROR
                   MOVE "comma outside a function argument list"
                       TO MALFORMED-REASON
               END-IF
           END-PERFORM
           IF CALC-ERROR = "Y"
               EXIT PARAGRAPH
           END-IF
           COMPUTE REDUCE-LO = OPEN-POS + 1
           COMPUTE REDUCE-HI = CLOSE-POS - 1
           IF REDUCE-HI < REDUCE-LO
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * A function's group: each argument between "(" / "," and
      * the next "," / ")" reduces to a single value, the function
      * is applied to the collected values, and its answer is
      * spliced over the name, the parentheses and the arguments.
      *-----------------------------------------------------------
       COLLAPSE-FUNCTION-CALL.
           MOVE 0 TO FN-ARG-COUNT
           COMPUTE SEG-LO = OPEN-POS + 1
           PERFORM UNTIL CALC-ERROR = "Y"
               PERFORM VARYING WORK-POS FROM SEG-LO BY 1
                   UNTIL WORK-POS > WORK-COUNT
                       OR WORK-TYPE(WORK-POS) = ","
                       OR WORK-TYPE(WORK-POS) = ")"
                   CONTINUE
               END-PERFORM
               IF WORK-POS = SEG-LO
                   MOVE "Y" TO CALC-ERROR
                   MOVE SPACES TO MALFORMED-REASON
                   STRING "empty argument to " DELIMITED BY SIZE
                          FUNCTION LOWER-CASE(WORK-FN(OPEN-POS - 1))
                              DELIMITED BY SPACE
                          "()" DELIMITED BY SIZE
                          INTO MALFORMED-REASON
                   EXIT PERFORM
               END-IF
               MOVE SEG-LO TO REDUCE-LO
               COMPUTE REDUCE-HI = WORK-POS - 1
               PERFORM REDUCE-RANGE
               IF CALC-ERROR = "Y"
                   EXIT PERFORM
               END-IF
               IF REDUCE-HI NOT = REDUCE-LO
                   OR WORK-TYPE(SEG-LO) NOT = "V"
                   MOVE "Y" TO CALC-ERROR
                   MOVE "malformed expression" TO MALFORMED-REASON
                   EXIT PERFORM
               END-IF
               IF FN-ARG-COUNT >= 20
                   MOVE "Y" TO CALC-ERROR
                   MOVE "more than 20 function arguments"
                       TO MALFORMED-REASON
                   EXIT PERFORM
               END-IF
               IF WORK-COEF(SEG-LO) NOT = 0
                   MOVE "Y" TO CALC-ERROR
                   PERFORM REPORT-NONLINEAR-UNKNOWN
                   EXIT PERFORM
               END-IF
               ADD 1 TO FN-ARG-COUNT
               MOVE WORK-NUM(SEG-LO) TO FN-ARG-VALUE(FN-ARG-COUNT)
               IF WORK-TYPE(SEG-LO + 1) = ")"
                   COMPUTE CLOSE-POS = SEG-LO + 1
                   EXIT PERFORM
               END-IF
               ADD 2 TO SEG-LO
           END-PERFORM
           IF CALC-ERROR = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WORK-FN(OPEN-POS - 1) TO FN-NAME
           PERFORM APPLY-FUNCTION
           IF CALC-ERROR = "N"
               MOVE "V" TO WORK-TYPE(OPEN-POS - 1)
               MOVE RESULT TO WORK-NUM(OPEN-POS - 1)
               MOVE 0 TO WORK-COEF(OPEN-POS - 1)
               COMPUTE SHIFT-GAP = CLOSE-POS - OPEN-POS + 1
               PERFORM VARYING SHIFT-POS FROM OPEN-POS BY 1
                   UNTIL SHIFT-POS > WORK-COUNT - SHIFT-GAP
                   MOVE WORK-ENTRY(SHIFT-POS + SHIFT-GAP)
                       TO WORK-ENTRY(SHIFT-POS)
               END-PERFORM
               SUBTRACT SHIFT-GAP FROM WORK-COUNT
           END-IF.

      *-----------------------------------------------------------
      * Apply FN-NAME to FN-ARG-VALUE(1..FN-ARG-COUNT) into RESULT.
      * An argument outside the function's domain is a malformed
      * line with its own reason - never a zero or an abend - and
      * the answer is size-checked and cut to the run precision
      * exactly like an operator's.
      *-----------------------------------------------------------
       APPLY-FUNCTION.
           MOVE "N" TO PRECISION-OVERFLOW
           EVALUATE FN-NAME
               WHEN "SQRT"
                   IF FN-ARG-COUNT NOT = 1
                       PERFORM REPORT-FUNCTION-ARITY
                   ELSE
                   IF FN-ARG-VALUE(1) < 0
                       MOVE "Y" TO CALC-ERROR
                       MOVE "square root of a negative number"
                           TO MALFORMED-REASON
                   ELSE
                       COMPUTE RAW-RESULT =
                           FUNCTION SQRT(FN-ARG-VALUE(1))
                   END-IF
                   END-IF
               WHEN "ABS"
                   IF FN-ARG-COUNT NOT = 1
                       PERFORM REPORT-FUNCTION-ARITY
                   ELSE
                       COMPUTE RAW-RESULT =
                           FUNCTION ABS(FN-ARG-VALUE(1))
                   END-IF
               WHEN "MIN"
                   MOVE FN-ARG-VALUE(1) TO RAW-RESULT
                   PERFORM VARYING FN-ARG-IDX FROM 2 BY 1
                       UNTIL FN-ARG-IDX > FN-ARG-COUNT
                       IF FN-ARG-VALUE(FN-ARG-IDX) < RAW-RESULT
                           MOVE FN-ARG-VALUE(FN-ARG-IDX) TO RAW-RESULT
                       END-IF
                   END-PERFORM
               WHEN "MAX"
                   MOVE FN-ARG-VALUE(1) TO RAW-RESULT
                   PERFORM VARYING FN-ARG-IDX FROM 2 BY 1
                       UNTIL FN-ARG-IDX > FN-ARG-COUNT
                       IF FN-ARG-VALUE(FN-ARG-IDX) > RAW-RESULT
                           MOVE FN-ARG-VALUE(FN-ARG-IDX) TO RAW-RESULT
                       END-IF
                   END-PERFORM
               WHEN "ROUND"
                   PERFORM APPLY-ROUND-FUNCTION
               WHEN "LOG"
               WHEN "LN"
                   PERFORM APPLY-LOG-FUNCTION
               WHEN "PCTOF"
                   IF FN-ARG-COUNT NOT = 2
                       PERFORM REPORT-FUNCTION-ARITY
                   ELSE
                       COMPUTE RAW-RESULT =
                           FN-ARG-VALUE(1) * FN-ARG-VALUE(2) / 100
                           ON SIZE ERROR
                               MOVE "Y" TO PRECISION-OVERFLOW
                       END-COMPUTE
                   END-IF
           END-EVALUATE
           IF CALC-ERROR = "N" AND PRECISION-OVERFLOW = "N"
               PERFORM APPLY-PRECISION
           END-IF
           IF PRECISION-OVERFLOW = "Y"
               MOVE "Y" TO CALC-ERROR
               MOVE SPACES TO MALFORMED-REASON
               STRING "overflow: result of " DELIMITED BY SIZE
                      FUNCTION LOWER-CASE(FN-NAME) DELIMITED BY SPACE
                      "() exceeds 8 integer digits" DELIMITED BY SIZE
                      INTO MALFORMED-REASON
           END-IF.

      *-----------------------------------------------------------
      * ROUND(x[,places]) rounds half away from zero to 0-6 places
      * (0 when places is left off); the run precision still
      * applies to the answer afterwards.
      *-----------------------------------------------------------
       APPLY-ROUND-FUNCTION.
           IF FN-ARG-COUNT < 1 OR FN-ARG-COUNT > 2
               PERFORM REPORT-FUNCTION-ARITY
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO FN-PLACES
           IF FN-ARG-COUNT = 2
               MOVE FN-ARG-VALUE(2) TO FN-PLACES-CHECK
               IF FN-PLACES-CHECK < 0 OR FN-PLACES-CHECK > 6
                   OR FN-PLACES-CHECK NOT =
                       FUNCTION INTEGER-PART(FN-PLACES-CHECK)
                   MOVE "Y" TO CALC-ERROR
                   MOVE "round() places must be a whole number 0-6"
                       TO MALFORMED-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE FN-PLACES-CHECK TO FN-PLACES
           END-IF
           COMPUTE FN-SCALE = 10 ** FN-PLACES
           COMPUTE SCALED-VALUE ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
               = FN-ARG-VALUE(1) * FN-SCALE
           COMPUTE RAW-RESULT = SCALED-VALUE / FN-SCALE
               ON SIZE ERROR
                   MOVE "Y" TO PRECISION-OVERFLOW
           END-COMPUTE.

      *-----------------------------------------------------------
      * LOG(x[,base]) - base 10 unless a base is given - and LN(x),
      * the natural logarithm. Only positive x has a logarithm,
      * and a base must be positive and not 1.
      *-----------------------------------------------------------
       APPLY-LOG-FUNCTION.
           IF FN-ARG-COUNT < 1 OR FN-ARG-COUNT > 2
               OR (FN-NAME = "LN" AND FN-ARG-COUNT NOT = 1)
               PERFORM REPORT-FUNCTION-ARITY
               EXIT PARAGRAPH
           END-IF
           IF FN-ARG-VALUE(1) NOT > 0
               MOVE "Y" TO CALC-ERROR
               MOVE "logarithm of zero or a negative number"
                   TO MALFORMED-REASON
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN FN-NAME = "LN"
                   COMPUTE RAW-RESULT = FUNCTION LOG(FN-ARG-VALUE(1))
               WHEN FN-ARG-COUNT = 1
                   COMPUTE RAW-RESULT =
                       FUNCTION LOG10(FN-ARG-VALUE(1))
               WHEN FN-ARG-VALUE(2) NOT > 0 OR FN-ARG-VALUE(2) = 1
                   MOVE "Y" TO CALC-ERROR
                   MOVE "logarithm base must be positive and not 1"
                       TO MALFORMED-REASON
               WHEN OTHER
                   COMPUTE RAW-RESULT =
                       FUNCTION LOG(FN-ARG-VALUE(1))
                       / FUNCTION LOG(FN-ARG-VALUE(2))
                       ON SIZE ERROR
                           MOVE "Y" TO PRECISION-OVERFLOW
                   END-COMPUTE
           END-EVALUATE.

       REPORT-FUNCTION-ARITY.
           MOVE "Y" TO CALC-ERROR
           MOVE SPACES TO MALFORMED-REASON
           STRING "wrong number of arguments to " DELIMITED BY SIZE
                  FUNCTION LOWER-CASE(FN-NAME) DELIMITED BY SPACE
                  "()" DELIMITED BY SIZE
                  INTO MALFORMED-REASON.

      *-----------------------------------------------------------
      * Three passes over REDUCE-LO..REDUCE-HI: ^ first, * / %
      * second, + - last, each applied left to right. Every
               MOVE WORK-NUM(WORK-POS - 1) TO OPERAND-A
               MOVE WORK-NUM(WORK-POS + 1) TO OPERAND-B
               MOVE WORK-OP(WORK-POS) TO OPERATOR
               MOVE WORK-COEF(WORK-POS - 1) TO COEF-A
               MOVE WORK-COEF(WORK-POS + 1) TO COEF-B
               IF COEF-A = 0 AND COEF-B = 0
                   PERFORM APPLY-OPERATOR
                   MOVE 0 TO RESULT-COEF
               ELSE
                   PERFORM APPLY-LINEAR-OPERATOR
               END-IF
               IF CALC-ERROR = "N"
                   MOVE RESULT TO WORK-NUM(WORK-POS - 1)
                   MOVE RESULT-COEF TO WORK-COEF(WORK-POS - 1)
                   PERFORM VARYING SHIFT-POS FROM WORK-POS BY 1
                       UNTIL SHIFT-POS > WORK-COUNT - 2
                       MOVE WORK-ENTRY(SHIFT-POS + 2)
           END-IF
           END-IF.

      *-----------------------------------------------------------
      * An operation where either side carries the unknown (COEF-A
      * or COEF-B non-zero). Sums and differences combine both
      * parts; a product is linear only while one side is a plain
      * number, a quotient only while the divisor is one, and a
      * power only as x ^ 1 or x ^ 0. The unknown inside % or in an
      * exponent is never linear. Values are kept at the internal
      * six places here - only the answer is cut to the run
      * precision - so x / 3 still solves exactly.
      *-----------------------------------------------------------
       APPLY-LINEAR-OPERATOR.
           MOVE "N" TO PRECISION-OVERFLOW
           EVALUATE OPERATOR
               WHEN "+"
                   COMPUTE RESULT = OPERAND-A + OPERAND-B
                       ON SIZE ERROR
                           MOVE "Y" TO PRECISION-OVERFLOW
                   END-COMPUTE
                   COMPUTE RESULT-COEF = COEF-A + COEF-B
                       ON SIZE ERROR
                           MOVE "Y" TO PRECISION-OVERFLOW
                   END-COMPUTE
               WHEN "-"
                   COMPUTE RESULT = OPERAND-A - OPERAND-B
                       ON SIZE ERROR
                           MOVE "Y" TO PRECISION-OVERFLOW
                   END-COMPUTE
                   COMPUTE RESULT-COEF = COEF-A - COEF-B
                       ON SIZE ERROR
                           MOVE "Y" TO PRECISION-OVERFLOW
                   END-COMPUTE
               WHEN "*"
                   IF COEF-A NOT = 0 AND COEF-B NOT = 0
                       MOVE "Y" TO CALC-ERROR
                   ELSE
                       COMPUTE RESULT-COEF =
                           COEF-A * OPERAND-B + COEF-B * OPERAND-A
                           ON SIZE ERROR
                               MOVE "Y" TO PRECISION-OVERFLOW
                       END-COMPUTE
                       COMPUTE RESULT = OPERAND-A * OPERAND-B
                           ON SIZE ERROR
                               MOVE "Y" TO PRECISION-OVERFLOW
                       END-COMPUTE
                   END-IF
               WHEN "/"
                   EVALUATE TRUE
                       WHEN COEF-B NOT = 0
                           MOVE "Y" TO CALC-ERROR
                       WHEN OPERAND-B = 0
                           MOVE "Y" TO CALC-ERROR
                           MOVE "division by zero" TO MALFORMED-REASON
                       WHEN OTHER
                           COMPUTE RESULT-COEF = COEF-A / OPERAND-B
                               ON SIZE ERROR
                                   MOVE "Y" TO PRECISION-OVERFLOW
                           END-COMPUTE
                           COMPUTE RESULT = OPERAND-A / OPERAND-B
                               ON SIZE ERROR
                                   MOVE "Y" TO PRECISION-OVERFLOW
                           END-COMPUTE
                   END-EVALUATE
               WHEN "^"
                   EVALUATE TRUE
                       WHEN COEF-B NOT = 0
                           MOVE "Y" TO CALC-ERROR
                       WHEN OPERAND-B = 1
                           MOVE OPERAND-A TO RESULT
                           MOVE COEF-A TO RESULT-COEF
                       WHEN OPERAND-B = 0
                           MOVE 1 TO RESULT
                           MOVE 0 TO RESULT-COEF
                       WHEN OTHER
                           MOVE "Y" TO CALC-ERROR
                   END-EVALUATE
               WHEN OTHER
                   MOVE "Y" TO CALC-ERROR
           END-EVALUATE
           IF CALC-ERROR = "Y" AND MALFORMED-REASON = SPACES
               PERFORM REPORT-NONLINEAR-UNKNOWN
           END-IF
           IF PRECISION-OVERFLOW = "Y"
               MOVE "Y" TO CALC-ERROR
               MOVE SPACES TO MALFORMED-REASON
               STRING "overflow: result of '" DELIMITED BY SIZE
                      OPERATOR DELIMITED BY SIZE
                      "' exceeds 8 integer digits" DELIMITED BY SIZE
                      INTO MALFORMED-REASON
           END-IF.

       REPORT-NONLINEAR-UNKNOWN.
           MOVE SPACES TO MALFORMED-REASON
           STRING "unknown " DELIMITED BY SIZE
                  FUNCTION TRIM(SOLVE-NAME) DELIMITED BY SIZE
                  " is used non-linearly" DELIMITED BY SIZE
                  INTO MALFORMED-REASON.

       APPEND-NAME-TO-EXPR.
           STRING FUNCTION TRIM(RESOLVED-EXPR) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION LOWER-CASE(FN-NAME) DELIMITED BY SPACE
                  INTO RESOLVED-EXPR.

       APPEND-OPERATOR-TO-EXPR.
           STRING FUNCTION TRIM(RESOLVED-EXPR) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OPERATOR DELIMITED BY SIZE
                  INTO RESOLVED-EXPR.

      *-----------------------------------------------------------
      * Every operation is size-checked: a result that will not
      * fit eight integer digits is an overflow and fails the line
      * as malformed instead of being written out truncated. A
      * result that fits is cut to the run precision into RESULT.
      *-----------------------------------------------------------
       APPLY-OPERATOR.
           MOVE "N" TO PRECISION-OVERFLOW
           EVALUATE OPERATOR
               WHEN "+"
                   ADD OPERAND-A TO OPERAND-B GIVING RAW-RESULT
                       ON SIZE ERROR
                           MOVE "Y" TO PRECISION-OVERFLOW
                   END-ADD
               WHEN "-"
                   SUBTRACT OPERAND-B FROM OPERAND-A GIVING RAW-RESULT
                       ON SIZE ERROR
                           MOVE "Y" TO PRECISION-OVERFLOW
                   END-SUBTRACT
               WHEN "*"
                   MULTIPLY OPERAND-A BY OPERAND-B GIVING RAW-RESULT
                       ON SIZE ERROR
                           MOVE "Y" TO PRECISION-OVERFLOW
                   END-MULTIPLY
               WHEN "/"
                   IF OPERAND-B = 0
                       MOVE "Y" TO CALC-ERROR
                       MOVE "division by zero" TO MALFORMED-REASON
                   ELSE
                       DIVIDE OPERAND-B INTO OPERAND-A
                           GIVING RAW-RESULT
                           ON SIZE ERROR
                               MOVE "Y" TO PRECISION-OVERFLOW
                       END-DIVIDE
                   END-IF
               WHEN "%"
                   IF OPERAND-B = 0
                       MOVE "Y" TO CALC-ERROR
                       MOVE "modulo by zero" TO MALFORMED-REASON
                   ELSE
                       COMPUTE RAW-RESULT =
                           FUNCTION MOD(OPERAND-A, OPERAND-B)
                           ON SIZE ERROR
                               MOVE "Y" TO PRECISION-OVERFLOW
                       END-COMPUTE
                   END-IF
               WHEN "^"
                   COMPUTE RAW-RESULT = OPERAND-A ** OPERAND-B
                       ON SIZE ERROR
                           MOVE "Y" TO PRECISION-OVERFLOW
                   END-COMPUTE
               WHEN OTHER
                   MOVE "Y" TO CALC-ERROR
                   MOVE "unknown operator" TO MALFORMED-REASON
           END-EVALUATE
           IF CALC-ERROR = "N" AND PRECISION-OVERFLOW = "N"
               PERFORM APPLY-PRECISION
           END-IF
           IF PRECISION-OVERFLOW = "Y"
               MOVE "Y" TO CALC-ERROR
               MOVE SPACES TO MALFORMED-REASON
               STRING "overflow: result of '" DELIMITED BY SIZE
                      OPERATOR DELIMITED BY SIZE
                      "' exceeds 8 integer digits" DELIMITED BY SIZE
                      INTO MALFORMED-REASON
           END-IF.

      *-----------------------------------------------------------
      * Cut RAW-RESULT to MATH-DECIMALS places into RESULT under
      * the run's rounding mode. Rounding up can itself carry past
      * eight integer digits (99999999.995 half-up at two places),
      * which is reported as an overflow like any other.
      *-----------------------------------------------------------
       APPLY-PRECISION.
           EVALUATE MATH-ROUNDING
               WHEN "HALF-UP"
                   COMPUTE SCALED-VALUE
                       ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                       = RAW-RESULT * SCALE-FACTOR
               WHEN "BANKERS"
                   COMPUTE SCALED-VALUE
                       ROUNDED MODE IS NEAREST-EVEN
                       = RAW-RESULT * SCALE-FACTOR
               WHEN OTHER
                   COMPUTE SCALED-VALUE
                       ROUNDED MODE IS TRUNCATION
                       = RAW-RESULT * SCALE-FACTOR
           END-EVALUATE
           COMPUTE RESULT = SCALED-VALUE / SCALE-FACTOR
               ON SIZE ERROR
                   MOVE "Y" TO PRECISION-OVERFLOW
           END-COMPUTE.

      *-----------------------------------------------------------
      * Render FORMAT-VALUE at the run precision into FORMAT-TEXT,
      * left-justified - the edit picture carries all six places
      * and the unused ones (and the point, at zero places) are
      * dropped from the right.
      *-----------------------------------------------------------
       FORMAT-MATH-VALUE.
           MOVE FORMAT-VALUE TO FORMAT-EDIT
           MOVE FUNCTION TRIM(FORMAT-EDIT) TO FORMAT-TEXT
           MOVE 0 TO FORMAT-LEN
           INSPECT FORMAT-TEXT TALLYING FORMAT-LEN
               FOR CHARACTERS BEFORE SPACE
           IF MATH-DECIMALS = 0
               SUBTRACT 7 FROM FORMAT-LEN
           ELSE
               SUBTRACT 6 FROM FORMAT-LEN
               ADD MATH-DECIMALS TO FORMAT-LEN
           END-IF
           MOVE FORMAT-TEXT(1:FORMAT-LEN) TO FORMAT-TEXT.

      *-----------------------------------------------------------
      * Reporting
      * tokenizing time (UNSTRING never alters its source), so it is
      * the right text to pair with RESULT - ORIGINAL-LINE still has
      * the trailing "=" and would read as "... = = nnn".
           MOVE RESULT TO FORMAT-VALUE
           PERFORM FORMAT-MATH-VALUE
           MOVE FORMAT-TEXT TO RESULT-DISPLAY
           DISPLAY FUNCTION TRIM(EQUATION-STR) " = "
               FUNCTION TRIM(RESULT-DISPLAY).
           MOVE SPACES TO REPORT-LINE
           IF ASSIGN-MODE = "Y"
               PERFORM STORE-VARIABLE
                      INTO REPORT-LINE
           END-IF
           IF PRECEDENCE-DIFFERS = "Y"
               MOVE LTR-RESULT TO FORMAT-VALUE
               PERFORM FORMAT-MATH-VALUE
               MOVE FORMAT-TEXT TO LTR-DISPLAY
               STRING FUNCTION TRIM(REPORT-LINE) DELIMITED BY SIZE
                      " (precedence applied; left-to-right gives "
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               ADD 1 TO GRADED-FAIL
               MOVE EXPECTED-VALUE TO FORMAT-VALUE
               PERFORM FORMAT-MATH-VALUE
               MOVE FORMAT-TEXT TO EXPECTED-DISPLAY
               STRING FUNCTION TRIM(REPORT-LINE) DELIMITED BY SIZE
                      " [FAIL: expected " DELIMITED BY SIZE
                      FUNCTION TRIM(EXPECTED-DISPLAY)
                      INTO REPORT-LINE
           END-IF.

       REPORT-SOLVED-UNKNOWN.
           MOVE RESULT TO FORMAT-VALUE
           PERFORM FORMAT-MATH-VALUE
           MOVE FORMAT-TEXT TO RESULT-DISPLAY
           DISPLAY FUNCTION TRIM(ORIGINAL-LINE) " -> "
               FUNCTION TRIM(SOLVE-NAME) " = "
               FUNCTION TRIM(RESULT-DISPLAY)
           MOVE SOLVE-NAME TO ASSIGN-NAME
           PERFORM STORE-VARIABLE
           MOVE SPACES TO REPORT-LINE
           STRING FUNCTION TRIM(CURRENT-SOURCE-FILE) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(ORIGINAL-LINE) DELIMITED BY SIZE
                  " -> solved: " DELIMITED BY SIZE
                  FUNCTION TRIM(SOLVE-NAME) DELIMITED BY SIZE
                  " = " DELIMITED BY SIZE
                  FUNCTION TRIM(RESULT-DISPLAY) DELIMITED BY SIZE
                  " (stored)" DELIMITED BY SIZE
                  INTO REPORT-LINE
           IF LEDGER-TRACKING = "Y"
               PERFORM RECORD-CURRENT-RESULT
           END-IF
           WRITE REPORT-RECORD FROM REPORT-LINE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: unable to write "
                   FUNCTION TRIM(REPORT-FILENAME)
                   " - status " REPORT-STATUS
           END-IF
           ADD 1 TO TOTAL-SOLVED.

       REPORT-MALFORMED-EQUATION.
           DISPLAY "ERROR: " FUNCTION TRIM(ORIGINAL-LINE) " - "
               FUNCTION TRIM(MALFORMED-REASON).
           END-IF
           MOVE "Math Result Regression Report" TO REGRESSION-LINE
           WRITE REGRESSION-RECORD FROM REGRESSION-LINE
      * A change of precision between runs alters results without
      * any worksheet edit, so the precision is stated up front.
           MOVE SPACES TO REGRESSION-LINE
           STRING "Precision: " DELIMITED BY SIZE
                  MATH-DECIMALS DELIMITED BY SIZE
                  " decimal place(s), rounding " DELIMITED BY SIZE
                  FUNCTION TRIM(MATH-ROUNDING) DELIMITED BY SIZE
                  INTO REGRESSION-LINE
           WRITE REGRESSION-RECORD FROM REGRESSION-LINE
           MOVE SPACES TO REGRESSION-LINE
           WRITE REGRESSION-RECORD FROM REGRESSION-LINE
           IF PREV-RESULT-COUNT = 0
               DISPLAY "Graded: " GRADED-COUNT " (pass " GRADED-PASS
                   ", fail " GRADED-FAIL ")"
           END-IF.
           DISPLAY "Precision: " MATH-DECIMALS " decimal place(s), "
               "rounding " FUNCTION TRIM(MATH-ROUNDING).
           DISPLAY "Report saved to: " FUNCTION TRIM(REPORT-FILENAME).
