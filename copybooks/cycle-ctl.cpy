      *****************************************************************
      *    COPYBOOK:   CYCLE-CTL
      *    PURPOSE:    RECORD LAYOUT OF THE CYCLECTL INDEXED NIGHTLY
      *                CYCLE CONTROL FILE, ONE ROW PER BUSINESS DATE
      *                (YYYYMMDD). EACH OF THE FIVE CHAINED STEPS OWNS
      *                ONE CY-STEP ENTRY, IN CHAIN ORDER:
      *                  1 EXPR-GENERATE    2 STACK-TEST
      *                  3 RESULT-POST      4 RESULT-VARIANCE
      *                  5 SETTLE-EXTRACT
      *                THE ENTRY IS MARKED RUNNING (WITH THE START
      *                TIMESTAMP) WHEN THE STEP STARTS AND COMPLETE OR
      *                FAILED (WITH THE END TIMESTAMP AND RETURN CODE)
      *                WHEN IT ENDS. A STEP THAT STOPPED WITHOUT
      *                REACHING ITS END IS LEFT RUNNING. THE ROW IS
      *                MAINTAINED ONLY BY THE CYCLE-STEP CONTAINED
      *                PROGRAM (CYCLE-UTILITIES COPYBOOK) AND READ BY
      *                CYCLE-REPORT.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ------------------------------------------
      *    2026-10-14 DM    ORIGINAL.
      *    2026-10-14 DM    CY-STEP-RERUN-REF ADDED - THE REFERENCE OF
      *                     THE LAST CYCPARM AUTHORIZATION A RERUN OF
      *                     THE STEP WAS MADE UNDER, SO ONE CARD
      *                     AUTHORIZES ONE RERUN ONLY. A RERUN OR
      *                     RESTART OF A STEP NOW SETS EVERY LATER
      *                     STEP BACK TO NOT RUN.
      *****************************************************************
       01  CYCLE-CTL-RECORD.
           05  CY-BUS-DATE             PIC X(08).
           05  CY-STEP                 OCCURS 5 TIMES.
               10  CY-STEP-STATUS      PIC X(01).
                   88  CY-STEP-NOT-RUN            VALUE SPACE.
                   88  CY-STEP-RUNNING            VALUE "R".
                   88  CY-STEP-COMPLETE           VALUE "C".
                   88  CY-STEP-FAILED             VALUE "F".
               10  CY-STEP-START-TS    PIC X(14).
               10  CY-STEP-END-TS      PIC X(14).
               10  CY-STEP-RC          PIC 9(04).
               10  CY-STEP-RUN-COUNT   PIC 9(03).
               10  CY-STEP-RERUN-BY    PIC X(08).
               10  CY-STEP-RERUN-REF   PIC X(10).
           05  CY-LAST-UPDATE-TS       PIC X(14).
