      *                BATCH RUN AND THE EXPR-ENTRY ONLINE FRONT END
      *                SO A FORMULA COMPUTES THE SAME WAY NO MATTER
      *                WHICH DOOR IT CAME IN. TAKES THE RAW EXPRESSION
      *                TEXT, THE LOADED RATES TABLE AND THE TABLE OF
      *                REFERENCEABLE RESULTS; HANDS BACK THE
      *                EVAL-RESULT AREA (VALIDITY, REASON CODE,
      *                OPERATOR, OPERAND AUDIT TEXT, COMPUTED RESULT,
      *                AND THE RECORD'S NUMERIC-OPERAND HASH
      *                TOKEN LISTS. PASTED IN AFTER THE CALLING
      *                PROGRAM'S END PROGRAM STATEMENT, THE SAME WAY
      *                STACK-UTILITIES IS; NEEDS PUSH AND POP IN THE
      *                SAME RUN UNIT, AND PROOF-TRACE (PROOF-UTILITIES)
      *                FOR THE CALCULATION PROOF.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *                     TRAILERS STILL BALANCE. THE ROUNDING
      *                     POLICY APPLIES TO THE FINAL ACCRUAL AS IT
      *                     ALWAYS HAS.
      *    2026-10-14 DM    CROSS-EXPRESSION REFERENCES: A TOKEN OF
      *                     "@" PLUS AN EXPRESSION ID (E.G.
      *                     @ACCR00042) RESOLVES TO THAT EXPRESSION'S
      *                     RESULT FOR THE SAME EFFECTIVE DATE, TAKEN
      *                     FROM THE CALLER'S EXPR-REFS TABLE (NEW
      *                     FOURTH PARAMETER). A REFERENCE NOT IN THE
      *                     TABLE REJECTS AS REFMISS AND ONE WHOSE
      *                     RESULT WAS ITSELF REJECTED AS REFREJ,
      *                     RATHER THAN PRICING AT ZERO. REFERENCES
      *                     STAY OUT OF THE NUMERIC-OPERAND HASH.
      *    2026-10-14 DM    CALCULATION PROOF: WHEN THE CALLER SETS
      *                     EVAL-PROOF-WANTED, EVERY STEP OF THE
      *                     EVALUATION IS WRITTEN TO PROOFMST THROUGH
      *                     THE PROOF-TRACE CONTAINED PROGRAM, KEYED BY
      *                     EVAL-PROOF-EXPR-ID, EVAL-PROOF-RUN-ID AND
      *                     EVAL-EFF-DATE - THE FORMULA AS EVALUATED,
      *                     EACH OPERAND AS RESOLVED (A RATE WITH THE
      *                     EFFECTIVE-FROM DATE OF THE RATE USED, A DATE
      *                     WITH ITS SERIAL DAY NUMBER, A REFERENCE WITH
      *                     THE RESULT IT TOOK), EACH OPERATOR WITH ITS
      *                     LEFT AND RIGHT VALUES AND THE INTERMEDIATE
      *                     RESULT, THE ROUNDING APPLIED TO THE FINAL
      *                     VALUE, AND THE RESULT OR REJECT REASON. A
      *                     PROOFMST FAILURE STOPS THE TRACE AND COMES
      *                     BACK IN EVAL-PROOF-STATUS; THE RESULT ITSELF
      *                     IS UNAFFECTED.
      *    2026-10-14 DM    SIGNED RESULTS: NUM1, NUM2, NUM3 AND THE
      *                     ROUNDING AND STACK WORK FIELDS ARE NOW
      *                     SIGNED, SO A SUBTRACTION THAT GOES BELOW
      *                     ZERO OR A NEGATIVE OPERAND (E.G. "-250.00")
      *                     CARRIES ITS SIGN THROUGH EVERY STEP AND INTO
      *                     EVAL-RESULT-NUM INSTEAD OF COMING BACK AS A
      *                     POSITIVE NUMBER. AN INTERMEDIATE RESULT
      *                     PUSHED ON THE POSTFIX WORK STACK KEEPS A
      *                     LEADING SIGN. TRUNCATION CUTS TOWARD ZERO
      *                     AND ROUND HALF UP ROUNDS THE MAGNITUDE, SO
      *                     -1.005 UNDER R2 IS -1.01; A REMAINDER TAKES
      *                     THE SIGN OF THE LEFT VALUE. A NEGATIVE VALUE
      *                     RAISED TO A FRACTIONAL POWER HAS NO REAL
      *                     RESULT AND REJECTS WITH ITS OWN REASON CODE
      *                     (NEGROOT). THE NUMERIC-OPERAND HASH ADDS THE
      *                     MAGNITUDE OF A NEGATIVE OPERAND, SO THE
      *                     TRAILER HASH STAYS AN UNSIGNED CONTROL
      *                     TOTAL.
      *    2026-10-14 DM    THE PROOF IS KEYED BY EVAL-PROOF-KEY-DATE
      *                     RATHER THAN EVAL-EFF-DATE, SO A
      *                     RESTATEMENT CAN KEY EACH ROW'S PROOF BY
      *                     THAT ROW'S RUN DATE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. expr-eval.
           88  WS-OPERAND-NUMERIC                 VALUE "N".
           88  WS-OPERAND-SYMBOLIC                VALUE "S".
           88  WS-OPERAND-DATE                    VALUE "D".
           88  WS-OPERAND-REFERENCE               VALUE "R".
           88  WS-OPERAND-UNKNOWN                 VALUE "U".
       77  WS-OPERAND-START            PIC S9(04) COMP VALUE +2.
       77  WS-TOKEN-COUNT              PIC S9(04) COMP VALUE ZERO.
           88  WS-RATE-FOUND                      VALUE "Y".
           88  WS-RATE-MISSING                    VALUE "N".
       77  WS-RATE-IDX                 PIC S9(04) COMP VALUE ZERO.
       77  WS-REFS-IDX                 PIC S9(04) COMP VALUE ZERO.
       77  WS-REF-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  WS-REF-FOUND                       VALUE "Y".
       77  WS-LOOKUP-DATE              PIC X(08) VALUE "99999999".
       77  WS-BEST-EFF-DATE            PIC X(08) VALUE SPACES.
       01  WS-DATE-WORK-NUM            PIC 9(08) VALUE ZERO.
           88  WS-ROUND-HALF-UP                   VALUE "R".
       77  WS-ROUND-PLACES-WORK        PIC 9(01) VALUE 4.
       77  WS-ROUND-FACTOR             PIC 9(05) VALUE 1.
       01  WS-ROUND-INT                PIC S9(13) VALUE ZERO.
       01  NUM1 PIC S9(9)V9(4).
       01  NUM2 PIC S9(9)V9(4).
       01  NUM3 PIC S9(9)V9(4).
       01  WS-QUOTIENT PIC S9(9).
       01  WS-OPERAND-VALUE            PIC S9(09)V9(04) VALUE ZERO.
       01  WS-VALUE-STR PIC X(20).
       01  WS-VALUE-EDIT PIC -9(9).9(4).
       01  WS-HASH-WORK                PIC S9(13)V9(04) VALUE ZERO.
       77  WS-PROOF-ACTIVE-SWITCH      PIC X(01) VALUE "N".
           88  WS-PROOF-ACTIVE                    VALUE "Y".
       01  WS-ROUND-BEFORE             PIC S9(09)V9(04) VALUE ZERO.
       COPY proof-call.
       LOCAL-STORAGE SECTION.
       COPY stack.
           COPY node-info.
       01  LK-EXPR-TEXT                PIC X(300).
       COPY rates-table.
       COPY eval-result.
       COPY expr-refs.
       PROCEDURE DIVISION USING BY REFERENCE LK-EXPR-TEXT
                                BY REFERENCE RATES-TABLE
                                BY REFERENCE EVAL-RESULT
                                BY REFERENCE EXPR-REFS.
      *-----------------------------------------------------------------
       0000-EVAL-MAIN.
           SET EVAL-VALID TO TRUE
           MOVE ZERO TO EVAL-RESULT-NUM
           MOVE ZERO TO EVAL-OPERAND-HASH
           MOVE SPACES TO EVAL-ROUND-APPLIED
           MOVE "00" TO EVAL-PROOF-STATUS
           MOVE "N" TO WS-PROOF-ACTIVE-SWITCH
      *    AN EXPRESSION WITHOUT A USABLE EFFECTIVE DATE STILL PRICES
      *    AT THE MOST RECENT RATE, THE PRE-EFFECTIVE-DATING BEHAVIOR
           IF EVAL-EFF-DATE IS NUMERIC THEN
               SET WS-POSTFIX-FORM TO TRUE
               MOVE 1 TO WS-OPERAND-START
           END-IF
           IF EVAL-PROOF-WANTED THEN
               PERFORM 2800-BEGIN-PROOF THRU 2800-EXIT
           END-IF
           COMPUTE EVAL-OPERAND-COUNT
               = WS-TOKEN-COUNT - WS-OPERAND-START + 1
           PERFORM 2250-BUILD-OPERAND-TEXT THRU 2250-EXIT
               MOVE NODE-INFO-TOKEN (1) TO WS-CURR-OPERATOR
               MOVE NODE-INFO-TOKEN (2) TO WS-TOKEN-WORK
               PERFORM 2640-GET-OPERAND-VALUE THRU 2640-EXIT
               IF WS-PROOF-ACTIVE AND EVAL-VALID THEN
                   PERFORM 2820-PROOF-OPERAND THRU 2820-EXIT
               END-IF
               MOVE WS-OPERAND-VALUE TO NUM3
               PERFORM 2300-APPLY-OPERATOR THRU 2300-EXIT
                   VARYING WS-TOKEN-IDX FROM 3 BY 1
               PERFORM 2710-APPLY-ROUND-POLICY THRU 2710-EXIT
               MOVE NUM3 TO EVAL-RESULT-NUM
           END-IF
           IF WS-PROOF-ACTIVE THEN
               PERFORM 2890-END-PROOF THRU 2890-EXIT
           END-IF
           GOBACK.
      *-----------------------------------------------------------------
       2150-SPLIT-EXPRESSION.
           IF WS-OPERAND-NUMERIC THEN
               COMPUTE WS-HASH-WORK
                   = FUNCTION NUMVAL (WS-TOKEN-WORK)
      *        A HASH TOTAL, NOT AN AMOUNT - A NEGATIVE OPERAND
      *        COUNTS BY ITS MAGNITUDE
               IF WS-HASH-WORK < ZERO THEN
                   COMPUTE WS-HASH-WORK = ZERO - WS-HASH-WORK
               END-IF
               ADD WS-HASH-WORK TO EVAL-OPERAND-HASH
           END-IF.
       2156-EXIT.
           IF EVAL-INVALID THEN
               GO TO 2300-EXIT
           END-IF
           IF WS-PROOF-ACTIVE THEN
               PERFORM 2820-PROOF-OPERAND THRU 2820-EXIT
           END-IF
           MOVE WS-OPERAND-VALUE TO NUM2
           PERFORM 2350-APPLY-BINOP THRU 2350-EXIT.
       2300-EXIT.
               END-IF
           ELSE
           IF WS-CURR-OPERATOR = "^" THEN
      *        A NEGATIVE BASE TAKES ONLY A WHOLE-NUMBER POWER
               MOVE NUM2 TO WS-QUOTIENT
               IF NUM1 < ZERO AND NUM2 NOT = WS-QUOTIENT THEN
                   SET EVAL-INVALID TO TRUE
                   MOVE "NEGROOT" TO EVAL-REASON-CODE
               ELSE
               IF WS-ROUND-HALF-UP THEN
                   COMPUTE NUM3 ROUNDED = NUM1 ** NUM2
               ELSE
                   COMPUTE NUM3 = NUM1 ** NUM2
               END-IF
               END-IF
           ELSE
               SET EVAL-INVALID TO TRUE
               MOVE "BADOPER" TO EVAL-REASON-CODE
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-PROOF-ACTIVE AND EVAL-VALID THEN
               PERFORM 2840-PROOF-APPLY THRU 2840-EXIT
           END-IF.
       2350-EXIT.
           EXIT.
               IF EVAL-INVALID THEN
                   GO TO 2610-EXIT
               END-IF
               IF WS-PROOF-ACTIVE THEN
                   PERFORM 2820-PROOF-OPERAND THRU 2820-EXIT
               END-IF
               IF WS-OPERAND-SYMBOLIC OR WS-OPERAND-DATE
                   OR WS-OPERAND-REFERENCE THEN
                   MOVE WS-OPERAND-VALUE TO WS-VALUE-EDIT
                   MOVE WS-VALUE-EDIT TO WS-VALUE-STR
               ELSE
                   AND WS-TOKEN-WORK (10:11) = SPACES) THEN
               MOVE "D" TO WS-OPERAND-KIND
           ELSE
      *    "@" PLUS AN EXPRESSION ID OF AT MOST TEN CHARACTERS IS A
      *    REFERENCE TO THAT EXPRESSION'S RESULT
           IF WS-TOKEN-WORK (1:1) = "@"
               AND WS-TOKEN-WORK (2:10) NOT = SPACES
               AND WS-TOKEN-WORK (12:9) = SPACES THEN
               MOVE "R" TO WS-OPERAND-KIND
           ELSE
           IF WS-TOKEN-WORK (1:1) NOT = SPACE
               AND WS-TOKEN-WORK (1:1) IS ALPHABETIC THEN
               MOVE "S" TO WS-OPERAND-KIND
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       2620-EXIT.
           EXIT.
               PERFORM 2645-RESOLVE-DATE-OPERAND THRU 2645-EXIT
               GO TO 2640-EXIT
           END-IF
           IF WS-OPERAND-REFERENCE THEN
               PERFORM 2660-LOOKUP-REFERENCE THRU 2660-EXIT
               GO TO 2640-EXIT
           END-IF
           IF WS-OPERAND-SYMBOLIC THEN
               PERFORM 2630-LOOKUP-RATE THRU 2630-EXIT
               IF NOT WS-RATE-FOUND THEN
           MOVE WS-DATE-DAY-INT TO WS-OPERAND-VALUE.
       2645-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A REFERENCE RESOLVES ONLY TO THE REFERENCED EXPRESSION'S
      *    RESULT FOR THIS EXPRESSION'S OWN EFFECTIVE DATE. A RESULT
      *    THE CALLER NEVER FOUND, OR ONE THAT WAS ITSELF REJECTED,
      *    REJECTS THIS EXPRESSION TOO - PRICING IT AT ZERO WOULD
      *    POST A WRONG NUMBER WITH NOTHING ON THE SUSPENSE TRAIL.
       2660-LOOKUP-REFERENCE.
           MOVE "N" TO WS-REF-FOUND-SWITCH
           PERFORM 2665-MATCH-ONE-REFERENCE THRU 2665-EXIT
               VARYING WS-REFS-IDX FROM 1 BY 1
               UNTIL WS-REFS-IDX > REFS-COUNT
                   OR WS-REF-FOUND
           IF NOT WS-REF-FOUND THEN
               SET EVAL-INVALID TO TRUE
               MOVE "REFMISS" TO EVAL-REASON-CODE
           END-IF.
       2660-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2665-MATCH-ONE-REFERENCE.
           IF REFS-EXPR-ID (WS-REFS-IDX) NOT = WS-TOKEN-WORK (2:10)
               OR REFS-EFF-DATE (WS-REFS-IDX) NOT = EVAL-EFF-DATE THEN
               GO TO 2665-EXIT
           END-IF
           SET WS-REF-FOUND TO TRUE
           IF REFS-REJECTED (WS-REFS-IDX) THEN
               SET EVAL-INVALID TO TRUE
               MOVE "REFREJ" TO EVAL-REASON-CODE
           ELSE
               MOVE REFS-VALUE (WS-REFS-IDX) TO WS-OPERAND-VALUE
           END-IF.
       2665-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2700-PARSE-ROUND-POLICY.
           MOVE "T" TO WS-ROUND-MODE-WORK
      *    FULL FOUR DECIMALS SO COMPOUNDING DOES NOT LOSE PRECISION
      *    BEFORE THE LAST STEP.
       2710-APPLY-ROUND-POLICY.
           MOVE NUM3 TO WS-ROUND-BEFORE
           IF WS-ROUND-HALF-UP THEN
               COMPUTE WS-ROUND-INT ROUNDED
                   = NUM3 * WS-ROUND-FACTOR
           ELSE
               COMPUTE WS-ROUND-INT = NUM3 * WS-ROUND-FACTOR
           END-IF
           COMPUTE NUM3 = WS-ROUND-INT / WS-ROUND-FACTOR
           IF WS-PROOF-ACTIVE THEN
               PERFORM 2880-PROOF-ROUND THRU 2880-EXIT
           END-IF.
       2710-EXIT.
           EXIT.
      *-----------------------------------------------------------------
           END-CALL.
       2655-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE PROOF OPENS WITH THE FORMULA EXACTLY AS EVALUATED, ITS
      *    FORM, THE EFFECTIVE DATE AND THE ROUNDING ASKED FOR. A
      *    PROOF THAT CANNOT BE STARTED IS SIMPLY NOT WRITTEN - THE
      *    CALLER SEES WHY IN EVAL-PROOF-STATUS.
       2800-BEGIN-PROOF.
           MOVE EVAL-PROOF-EXPR-ID TO PX-EXPR-ID
           MOVE EVAL-PROOF-RUN-ID TO PX-RUN-ID
           MOVE EVAL-PROOF-KEY-DATE TO PX-EFF-DATE
           SET PX-BEGIN TO TRUE
           CALL "proof-trace" USING
               BY REFERENCE PROOF-CALL
           END-CALL
           IF NOT PX-OK THEN
               MOVE PX-STATUS TO EVAL-PROOF-STATUS
               GO TO 2800-EXIT
           END-IF
           SET WS-PROOF-ACTIVE TO TRUE
           PERFORM 2830-CLEAR-PROOF-STEP THRU 2830-EXIT
           MOVE "EXPR" TO PX-STEP-TYPE
           IF WS-PREFIX-FORM THEN
               MOVE "PREFIX" TO PX-TOKEN
           ELSE
               MOVE "POSTFIX" TO PX-TOKEN
           END-IF
           MOVE EVAL-EFF-DATE TO PX-DATE
           MOVE EVAL-ROUND-MODE TO PX-ROUND-POLICY (1:1)
           MOVE EVAL-ROUND-PLACES TO PX-ROUND-POLICY (2:1)
           MOVE LK-EXPR-TEXT TO PX-TEXT
           PERFORM 2850-WRITE-PROOF-STEP THRU 2850-EXIT.
       2800-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE STEP PER OPERAND AS RESOLVED - A RATE CARRIES THE
      *    EFFECTIVE-FROM DATE OF THE RATE ACTUALLY USED, A DATE THE
      *    CALENDAR DATE BEHIND ITS SERIAL DAY NUMBER
       2820-PROOF-OPERAND.
           PERFORM 2830-CLEAR-PROOF-STEP THRU 2830-EXIT
           MOVE WS-TOKEN-WORK TO PX-TOKEN
           MOVE WS-OPERAND-VALUE TO PX-VALUE-NUM
           IF WS-OPERAND-SYMBOLIC THEN
               MOVE "RATE" TO PX-STEP-TYPE
               MOVE WS-BEST-EFF-DATE TO PX-DATE
           ELSE
           IF WS-OPERAND-DATE THEN
               MOVE "DATE" TO PX-STEP-TYPE
               MOVE WS-DATE-WORK-NUM TO PX-DATE
           ELSE
           IF WS-OPERAND-REFERENCE THEN
               MOVE "REF" TO PX-STEP-TYPE
               MOVE EVAL-EFF-DATE TO PX-DATE
           ELSE
               MOVE "NUMBER" TO PX-STEP-TYPE
           END-IF
           END-IF
           END-IF
           PERFORM 2850-WRITE-PROOF-STEP THRU 2850-EXIT.
       2820-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2830-CLEAR-PROOF-STEP.
           MOVE SPACES TO PX-STEP-TYPE
           MOVE SPACES TO PX-TOKEN
           MOVE SPACE TO PX-OPERATOR
           MOVE ZERO TO PX-LEFT-NUM
           MOVE ZERO TO PX-RIGHT-NUM
           MOVE ZERO TO PX-VALUE-NUM
           MOVE SPACES TO PX-DATE
           MOVE SPACES TO PX-ROUND-POLICY
           MOVE SPACES TO PX-REASON-CODE
           MOVE SPACES TO PX-TEXT.
       2830-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    EVERY OPERATOR APPLIED, WITH BOTH VALUES IT WORKED ON AND
      *    THE INTERMEDIATE RESULT IT LEFT
       2840-PROOF-APPLY.
           PERFORM 2830-CLEAR-PROOF-STEP THRU 2830-EXIT
           MOVE "APPLY" TO PX-STEP-TYPE
           MOVE WS-CURR-OPERATOR TO PX-OPERATOR
           MOVE NUM1 TO PX-LEFT-NUM
           MOVE NUM2 TO PX-RIGHT-NUM
           MOVE NUM3 TO PX-VALUE-NUM
           PERFORM 2850-WRITE-PROOF-STEP THRU 2850-EXIT.
       2840-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2850-WRITE-PROOF-STEP.
           SET PX-STEP TO TRUE
           CALL "proof-trace" USING
               BY REFERENCE PROOF-CALL
           END-CALL
           IF NOT PX-OK THEN
               MOVE PX-STATUS TO EVAL-PROOF-STATUS
               MOVE "N" TO WS-PROOF-ACTIVE-SWITCH
           END-IF.
       2850-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2880-PROOF-ROUND.
           PERFORM 2830-CLEAR-PROOF-STEP THRU 2830-EXIT
           MOVE "ROUND" TO PX-STEP-TYPE
           MOVE WS-ROUND-BEFORE TO PX-LEFT-NUM
           MOVE NUM3 TO PX-VALUE-NUM
           MOVE EVAL-ROUND-APPLIED TO PX-ROUND-POLICY
           PERFORM 2850-WRITE-PROOF-STEP THRU 2850-EXIT.
       2880-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A REJECT CARRIES THE LAST TOKEN LOOKED AT, WHICH FOR AN
      *    UNRESOLVED NAME, BAD DATE OR MISSING REFERENCE IS THE
      *    OFFENDING ONE
       2890-END-PROOF.
           PERFORM 2830-CLEAR-PROOF-STEP THRU 2830-EXIT
           IF EVAL-VALID THEN
               MOVE "RESULT" TO PX-STEP-TYPE
               MOVE EVAL-RESULT-NUM TO PX-VALUE-NUM
               MOVE EVAL-ROUND-APPLIED TO PX-ROUND-POLICY
           ELSE
               MOVE "REJECT" TO PX-STEP-TYPE
               MOVE WS-TOKEN-WORK TO PX-TOKEN
               MOVE EVAL-REASON-CODE TO PX-REASON-CODE
           END-IF
           PERFORM 2850-WRITE-PROOF-STEP THRU 2850-EXIT.
       2890-EXIT.
           EXIT.
       END PROGRAM expr-eval.
