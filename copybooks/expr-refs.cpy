      *****************************************************************
      *    COPYBOOK:   EXPR-REFS
      *    PURPOSE:    IN-CORE TABLE OF EXPRESSION RESULTS THAT OTHER
      *                FORMULAS MAY REFERENCE BY AN "@" OPERAND (E.G.
      *                @ACCR00042 - THE RESULT OF EXPRESSION ACCR00042
      *                FOR THE SAME EFFECTIVE DATE). ONE ROW PER
      *                EXPRESSION ID AND EFFECTIVE DATE, WITH THE
      *                RESULT AND WHETHER IT PRICED CLEAN OR WAS
      *                REJECTED. FILLED BY THE CALLER - STACK-TEST
      *                FROM ITS OWN RESULTS AS THE RUN GOES, AND
      *                RESOLVE-REFS FROM RESULTMST FOR RESULTS OF
      *                EARLIER RUNS - AND READ BY EXPR-EVAL. COPIED
      *                INTO WORKING-STORAGE BY CALLERS AND INTO THE
      *                LINKAGE SECTION OF EXPR-EVAL AND RESOLVE-REFS.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ------------------------------------------
      *    2026-10-14 DM    ORIGINAL.
      *****************************************************************
       01  EXPR-REFS.
           05  REFS-MAX-ENTRIES        PIC S9(04) COMP VALUE +2000.
           05  REFS-COUNT              PIC S9(04) COMP VALUE ZERO.
           05  REFS-ENTRY              OCCURS 2000 TIMES.
               10  REFS-EXPR-ID        PIC X(10).
               10  REFS-EFF-DATE       PIC X(08).
               10  REFS-STATUS         PIC X(01).
                   88  REFS-PRICED                VALUE "Y".
                   88  REFS-REJECTED              VALUE "N".
               10  REFS-VALUE          PIC S9(09)V9(04).
