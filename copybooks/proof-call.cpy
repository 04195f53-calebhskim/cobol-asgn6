      *****************************************************************
      *    COPYBOOK:   PROOF-CALL
      *    PURPOSE:    PARAMETER AREA PASSED TO THE PROOF-TRACE
      *                CONTAINED PROGRAM (PROOF-UTILITIES COPYBOOK).
      *                EXPR-EVAL SETS PX-FUNCTION TO BEGIN AT THE
      *                START OF EACH TRACED EVALUATION (ANY PROOF
      *                ALREADY ON FILE FOR THE SAME EXPRESSION, RUN
      *                AND EFFECTIVE DATE IS CLEARED AND THE STEP
      *                COUNT RESTARTS) AND TO STEP FOR EACH STEP
      *                AFTER THAT; THE PROGRAM THAT ASKED FOR THE
      *                TRACE CALLS PROOF-TRACE WITH CLOSE AS IT ENDS.
      *                PX-EXPR-ID, PX-RUN-ID AND PX-EFF-DATE ARE THE
      *                KEY; THE OTHER PX- FIELDS ARE THE STEP ITSELF
      *                (SEE PROOF-STEP FOR WHAT EACH STEP TYPE USES).
      *                ON RETURN PX-STATUS IS "00" OR THE PROOFMST
      *                I/O STATUS, ALREADY REPORTED ON THE CONSOLE.
      *                COPIED INTO WORKING-STORAGE BY CALLERS AND INTO
      *                THE LINKAGE SECTION OF PROOF-TRACE.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ------------------------------------------
      *    2026-10-14 DM    ORIGINAL.
      *****************************************************************
       01  PROOF-CALL.
           05  PX-FUNCTION             PIC X(05).
               88  PX-BEGIN                       VALUE "BEGIN".
               88  PX-STEP                        VALUE "STEP".
               88  PX-CLOSE                       VALUE "CLOSE".
           05  PX-EXPR-ID              PIC X(10).
           05  PX-RUN-ID               PIC X(15).
           05  PX-EFF-DATE             PIC X(08).
           05  PX-STEP-TYPE            PIC X(08).
           05  PX-TOKEN                PIC X(20).
           05  PX-OPERATOR             PIC X(01).
           05  PX-LEFT-NUM             PIC S9(09)V9(04).
           05  PX-RIGHT-NUM            PIC S9(09)V9(04).
           05  PX-VALUE-NUM            PIC S9(09)V9(04).
           05  PX-DATE                 PIC X(08).
           05  PX-ROUND-POLICY         PIC X(03).
           05  PX-REASON-CODE          PIC X(08).
           05  PX-TEXT                 PIC X(300).
           05  PX-STATUS               PIC X(02).
               88  PX-OK                          VALUE "00".
