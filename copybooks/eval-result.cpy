      *                     RESOLVES TO THE RATE IN FORCE ON THAT
      *                     DATE. SPACES MEAN "MOST RECENT RATE", THE
      *                     OLD BEHAVIOR.
      *    2026-10-14 DM    CALCULATION PROOF: EVAL-PROOF-SWITCH (Y =
      *                     TRACE THIS EVALUATION), EVAL-PROOF-EXPR-ID
      *                     AND EVAL-PROOF-RUN-ID ADDED AS CALLER-SET
      *                     INPUTS - WITH EVAL-EFF-DATE THEY KEY THE
      *                     STEPS EXPR-EVAL WRITES TO PROOFMST - AND
      *                     EVAL-PROOF-STATUS AS THE PROOFMST I/O
      *                     STATUS ("00" WHEN NOT TRACED). A CALLER
      *                     THAT DOES NOT WANT A PROOF SETS THE SWITCH
      *                     TO N.
      *    2026-10-14 DM    EVAL-RESULT-NUM IS NOW SIGNED - A FORMULA
      *                     THAT COMPUTES BELOW ZERO (A CREDIT
      *                     ADJUSTMENT OR REVERSAL) COMES BACK NEGATIVE.
      *    2026-10-14 DM    EVAL-PROOF-KEY-DATE ADDED AS A CALLER-SET
      *                     INPUT - THE DATE PART OF THE PROOFMST KEY,
      *                     IN PLACE OF EVAL-EFF-DATE. A RUN'S OWN
      *                     PROOF PASSES THE EFFECTIVE DATE; A
      *                     RESTATEMENT PASSES THE ROW'S RUN DATE, SO
      *                     TWO ROWS FOR ONE EXPRESSION AND EFFECTIVE
      *                     DATE KEEP PROOFS OF THEIR OWN.
      *****************************************************************
       01  EVAL-RESULT.
           05  EVAL-EFF-DATE           PIC X(08).
           05  EVAL-OPERAND-COUNT      PIC 9(02).
           05  EVAL-OPERAND-TEXT       PIC X(300).
           05  EVAL-TRUNC-FLAG         PIC X(01).
           05  EVAL-RESULT-NUM         PIC S9(09)V9(04).
           05  EVAL-OPERAND-HASH       PIC 9(13)V9(04).
           05  EVAL-PROOF-SWITCH       PIC X(01).
               88  EVAL-PROOF-WANTED              VALUE "Y".
               88  EVAL-PROOF-NOT-WANTED          VALUE "N".
           05  EVAL-PROOF-EXPR-ID      PIC X(10).
           05  EVAL-PROOF-RUN-ID       PIC X(15).
           05  EVAL-PROOF-KEY-DATE     PIC X(08).
           05  EVAL-PROOF-STATUS       PIC X(02).
