      *****************************************************************
      *    COPYBOOK:   PROOF-UTILITIES
      *    PURPOSE:    CONTAINED PROGRAM PROOF-TRACE - WRITES THE
      *                STEP-BY-STEP CALCULATION PROOF OF AN
      *                EVALUATION TO THE PROOFMST FILE, ONE ROW PER
      *                STEP, SO AN EXAMINER CAN REDO THE ARITHMETIC
      *                BEHIND ANY RESULT BY HAND (PROOF-PRINT LISTS
      *                IT). CALLED BY EXPR-EVAL FOR EACH STEP WHEN ITS
      *                CALLER ASKED FOR A PROOF, AND BY THAT CALLER
      *                WITH CLOSE AS IT ENDS. PASTED IN AFTER THE
      *                CALLING PROGRAM'S END PROGRAM STATEMENT, THE
      *                SAME WAY RATES-UTILITIES IS; EVERY PROGRAM THAT
      *                PASTES IN EXPR-EVALUATE PASTES THIS IN TOO.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ------------------------------------------
      *    2026-10-14 DM    ORIGINAL.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. proof-trace.
       AUTHOR. D MCALLISTER.
       INSTALLATION. FINANCIAL SYSTEMS DIVISION.
       DATE-WRITTEN. 2026-10-14.
      *****************************************************************
      *    PROOF-TRACE - THE PROOFMST FILE IS CREATED ON FIRST USE
      *    AND, UNLIKE THE OTHER SHARED MASTERS, STAYS OPEN FROM THE
      *    FIRST TRACED EVALUATION UNTIL THE CALLER'S CLOSE - A
      *    NIGHTLY RUN WRITES SEVERAL ROWS FOR EVERY EXPRESSION. A
      *    BEGIN CLEARS WHATEVER PROOF IS ALREADY ON FILE FOR THE
      *    SAME EXPRESSION, RUN AND EFFECTIVE DATE (THE SAME
      *    EXPRESSION RECOMPUTED LATER IN ONE RUN, OR AN AD-HOC ID
      *    FILED TWICE IN ONE SESSION), SO THE PROOF ON FILE IS
      *    ALWAYS THAT OF THE LAST EVALUATION - THE SAME ONE WHOSE
      *    RESULT REPLACES THE EARLIER ONE ON THE RESULTS MASTER.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROOF-FILE ASSIGN TO "PROOFMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-KEY
               FILE STATUS IS WS-PROOF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROOF-FILE.
       COPY proof-step.
       WORKING-STORAGE SECTION.
       77  WS-PROOF-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PROOF-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  WS-PROOF-OPEN                      VALUE "Y".
       77  WS-PROOF-EOF-SWITCH         PIC X(01) VALUE "N".
           88  WS-PROOF-EOF                       VALUE "Y".
       77  WS-STEP-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-WRITTEN-TS               PIC X(14) VALUE SPACES.
       01  WS-NOW-DATE                 PIC X(08) VALUE SPACES.
       01  WS-NOW-TIME                 PIC X(08) VALUE SPACES.
       LINKAGE SECTION.
       COPY proof-call.
       PROCEDURE DIVISION USING BY REFERENCE PROOF-CALL.
      *-----------------------------------------------------------------
       0000-PROOF-MAIN.
           MOVE "00" TO PX-STATUS
           IF PX-CLOSE THEN
               PERFORM 4000-CLOSE-PROOF THRU 4000-EXIT
           ELSE
               IF NOT WS-PROOF-OPEN THEN
                   PERFORM 1000-OPEN-PROOF THRU 1000-EXIT
               END-IF
               IF PX-OK THEN
                   IF PX-BEGIN THEN
                       PERFORM 2000-CLEAR-OLD-PROOF THRU 2000-EXIT
                   ELSE
                       PERFORM 3000-WRITE-STEP THRU 3000-EXIT
                   END-IF
               END-IF
           END-IF
           GOBACK.
      *-----------------------------------------------------------------
       1000-OPEN-PROOF.
           OPEN I-O PROOF-FILE
           IF WS-PROOF-STATUS = "35" THEN
      *        FIRST PROOF EVER - CREATE THE FILE
               OPEN OUTPUT PROOF-FILE
               IF WS-PROOF-STATUS NOT = "00" THEN
                   DISPLAY "ERROR CREATING PROOF-FILE, STATUS = "
                       WS-PROOF-STATUS
                   MOVE WS-PROOF-STATUS TO PX-STATUS
                   GO TO 1000-EXIT
               END-IF
               CLOSE PROOF-FILE
               OPEN I-O PROOF-FILE
           END-IF
           IF WS-PROOF-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING PROOF-FILE, STATUS = "
                   WS-PROOF-STATUS
               MOVE WS-PROOF-STATUS TO PX-STATUS
               GO TO 1000-EXIT
           END-IF
           SET WS-PROOF-OPEN TO TRUE.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    STEP ZERO IS NEVER WRITTEN, SO A START THERE LANDS ON THE
      *    FIRST STEP OF ANY EARLIER PROOF FOR THE SAME KEY
       2000-CLEAR-OLD-PROOF.
           MOVE ZERO TO WS-STEP-COUNT
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO WS-WRITTEN-TS
           STRING WS-NOW-DATE WS-NOW-TIME (1:6) DELIMITED BY SIZE
               INTO WS-WRITTEN-TS
           END-STRING
           MOVE PX-EXPR-ID TO PF-EXPR-ID
           MOVE PX-RUN-ID TO PF-RUN-ID
           MOVE PX-EFF-DATE TO PF-EFF-DATE
           MOVE ZERO TO PF-STEP-NO
           START PROOF-FILE KEY IS NOT LESS THAN PF-KEY
               INVALID KEY
                   GO TO 2000-EXIT
           END-START
           IF WS-PROOF-STATUS NOT = "00" THEN
               DISPLAY "ERROR POSITIONING PROOF-FILE, STATUS = "
                   WS-PROOF-STATUS
               MOVE WS-PROOF-STATUS TO PX-STATUS
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WS-PROOF-EOF-SWITCH
           PERFORM 2100-DELETE-ONE-STEP THRU 2100-EXIT
               UNTIL WS-PROOF-EOF.
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2100-DELETE-ONE-STEP.
           READ PROOF-FILE NEXT RECORD
               AT END
                   SET WS-PROOF-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF WS-PROOF-STATUS NOT = "00" THEN
               DISPLAY "ERROR READING PROOF-FILE, STATUS = "
                   WS-PROOF-STATUS
               MOVE WS-PROOF-STATUS TO PX-STATUS
               SET WS-PROOF-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF PF-EXPR-ID NOT = PX-EXPR-ID
               OR PF-RUN-ID NOT = PX-RUN-ID
               OR PF-EFF-DATE NOT = PX-EFF-DATE THEN
               SET WS-PROOF-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF
           DELETE PROOF-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF WS-PROOF-STATUS NOT = "00" THEN
               DISPLAY "ERROR DELETING PROOF-FILE, STATUS = "
                   WS-PROOF-STATUS
               MOVE WS-PROOF-STATUS TO PX-STATUS
               SET WS-PROOF-EOF TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-WRITE-STEP.
           ADD 1 TO WS-STEP-COUNT
           MOVE SPACES TO PROOF-STEP-RECORD
           MOVE PX-EXPR-ID TO PF-EXPR-ID
           MOVE PX-RUN-ID TO PF-RUN-ID
           MOVE PX-EFF-DATE TO PF-EFF-DATE
           MOVE WS-STEP-COUNT TO PF-STEP-NO
           MOVE PX-STEP-TYPE TO PF-STEP-TYPE
           MOVE PX-TOKEN TO PF-TOKEN
           MOVE PX-OPERATOR TO PF-OPERATOR
           MOVE PX-LEFT-NUM TO PF-LEFT-NUM
           MOVE PX-RIGHT-NUM TO PF-RIGHT-NUM
           MOVE PX-VALUE-NUM TO PF-VALUE-NUM
           MOVE PX-DATE TO PF-DATE
           MOVE PX-ROUND-POLICY TO PF-ROUND-POLICY
           MOVE PX-REASON-CODE TO PF-REASON-CODE
           MOVE WS-WRITTEN-TS TO PF-WRITTEN-TS
           MOVE PX-TEXT TO PF-TEXT
           WRITE PROOF-STEP-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-PROOF-STATUS NOT = "00"
               AND WS-PROOF-STATUS NOT = "02" THEN
               DISPLAY "ERROR WRITING PROOF-FILE, STATUS = "
                   WS-PROOF-STATUS " KEY " PF-KEY
               MOVE WS-PROOF-STATUS TO PX-STATUS
           END-IF.
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       4000-CLOSE-PROOF.
           IF WS-PROOF-OPEN THEN
               CLOSE PROOF-FILE
               MOVE "N" TO WS-PROOF-OPEN-SWITCH
           END-IF.
       4000-EXIT.
           EXIT.
       END PROGRAM proof-trace.
