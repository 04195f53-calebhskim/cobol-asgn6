      *****************************************************************
      *    COPYBOOK:   PROOF-STEP
      *    PURPOSE:    RECORD LAYOUT OF THE PROOFMST INDEXED
      *                CALCULATION PROOF FILE - ONE ROW PER STEP OF
      *                ONE EVALUATION, KEYED BY EXPRESSION ID, RUN ID
      *                AND EFFECTIVE DATE (THE SAME THREE VALUES A
      *                RESULTMST ROW CARRIES IN RM-EXPR-ID, RM-RUN-ID
      *                AND RM-EFF-DATE) PLUS A STEP NUMBER. THE PROOF
      *                OF A RESTATEMENT IS KEYED BY RM-EXPR-ID,
      *                RM-RESTATE-ID AND THE ROW'S RM-RUN-DATE, SINCE
      *                ONE RESTATEMENT CAN REPRICE SEVERAL ROWS OF ONE
      *                EXPRESSION AND EFFECTIVE DATE. WRITTEN BY
      *                THE PROOF-TRACE CONTAINED PROGRAM ON BEHALF OF
      *                EXPR-EVAL, READ BACK BY PROOF-PRINT. THE STEPS
      *                OF ONE EVALUATION, IN ORDER, ARE:
      *                  EXPR    THE FORMULA AS EVALUATED, ITS FORM,
      *                          EFFECTIVE DATE AND ROUNDING ASKED FOR
      *                  NUMBER  A NUMERIC OPERAND AND ITS VALUE
      *                  RATE    A RATE NAME, THE RATE IT RESOLVED TO
      *                          AND THAT RATE'S EFFECTIVE-FROM DATE
      *                  DATE    A DATE OPERAND, THE CALENDAR DATE
      *                          USED AND ITS SERIAL DAY NUMBER
      *                  REF     AN "@" REFERENCE AND THE RESULT IT
      *                          TOOK
      *                  APPLY   LEFT VALUE, OPERATOR, RIGHT VALUE AND
      *                          THE INTERMEDIATE RESULT
      *                  ROUND   THE FINAL VALUE BEFORE AND AFTER THE
      *                          ROUNDING POLICY
      *                  RESULT  THE RESULT HANDED BACK
      *                  REJECT  THE REASON CODE, WHEN IT REJECTED
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ------------------------------------------
      *    2026-10-14 DM    ORIGINAL.
      *    2026-10-14 DM    A RESTATEMENT PROOF IS KEYED BY THE ROW'S
      *                     RUN DATE IN PF-EFF-DATE.
      *****************************************************************
       01  PROOF-STEP-RECORD.
           05  PF-KEY.
               10  PF-EXPR-ID          PIC X(10).
               10  PF-RUN-ID           PIC X(15).
               10  PF-EFF-DATE         PIC X(08).
               10  PF-STEP-NO          PIC 9(04).
           05  PF-STEP-TYPE            PIC X(08).
               88  PF-STEP-EXPR                   VALUE "EXPR".
               88  PF-STEP-NUMBER                 VALUE "NUMBER".
               88  PF-STEP-RATE                   VALUE "RATE".
               88  PF-STEP-DATE                   VALUE "DATE".
               88  PF-STEP-REF                    VALUE "REF".
               88  PF-STEP-APPLY                  VALUE "APPLY".
               88  PF-STEP-ROUND                  VALUE "ROUND".
               88  PF-STEP-RESULT                 VALUE "RESULT".
               88  PF-STEP-REJECT                 VALUE "REJECT".
           05  PF-TOKEN                PIC X(20).
           05  PF-OPERATOR             PIC X(01).
           05  PF-LEFT-NUM             PIC S9(09)V9(04).
           05  PF-RIGHT-NUM            PIC S9(09)V9(04).
           05  PF-VALUE-NUM            PIC S9(09)V9(04).
           05  PF-DATE                 PIC X(08).
           05  PF-ROUND-POLICY         PIC X(03).
           05  PF-REASON-CODE          PIC X(08).
           05  PF-WRITTEN-TS           PIC X(14).
           05  PF-TEXT                 PIC X(300).
