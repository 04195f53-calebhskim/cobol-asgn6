      *****************************************************************
      *    COPYBOOK:   CYCLE-UTILITIES
      *    PURPOSE:    CONTAINED PROGRAM CYCLE-STEP - THE NIGHTLY
      *                CYCLE CONTROL CHECK SHARED BY THE FIVE CHAINED
      *                STEPS (EXPR-GENERATE, STACK-TEST, RESULT-POST,
      *                RESULT-VARIANCE, SETTLE-EXTRACT). ON START IT
      *                READS THE CYCLECTL ROW FOR THE BUSINESS DATE
      *                AND REFUSES THE STEP WHEN THE STEP BEFORE IT
      *                HAS NOT ENDED NORMALLY FOR THAT DATE, OR WHEN
      *                THE STEP ITSELF ALREADY COMPLETED FOR THAT DATE
      *                AND NO RERUN WAS AUTHORIZED; OTHERWISE IT MARKS
      *                THE STEP RUNNING. ON END IT MARKS THE STEP
      *                COMPLETE (RETURN CODE 4 OR LESS) OR FAILED -
      *                ONLY A STEP THAT IS RUNNING CAN BE ENDED. ON
      *                CHECK (A JOB CARRYING ON A STEP ANOTHER JOB
      *                STARTED) IT REFUSES UNLESS THE STEP IS RUNNING
      *                OR FAILED.
      *                PASTED IN AFTER THE CALLING PROGRAM'S END
      *                PROGRAM STATEMENT, THE SAME WAY RATES-UTILITIES
      *                IS.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ------------------------------------------
      *    2026-10-14 DM    ORIGINAL.
      *    2026-10-14 DM    A RERUN OR RESTART NOW SETS EVERY LATER
      *                     STEP OF THE DATE BACK TO NOT RUN, SO THE
      *                     CHAIN HAS TO RUN AGAIN IN ORDER BEHIND IT. A
      *                     RERUN CARD MUST CARRY AN AUTHORIZATION
      *                     REFERENCE (COLUMNS 35-44), KEPT ON THE
      *                     CYCLECTL ROW - THE SAME REFERENCE DOES NOT
      *                     AUTHORIZE A SECOND RERUN. END IS REFUSED
      *                     FOR A STEP THAT IS NOT RUNNING. NEW CHECK
      *                     FUNCTION FOR STACK-MERGE, WHICH CARRIES ON
      *                     THE STEP STACK-SPLIT STARTED.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cycle-step.
       AUTHOR. D MCALLISTER.
       INSTALLATION. FINANCIAL SYSTEMS DIVISION.
       DATE-WRITTEN. 2026-10-14.
      *****************************************************************
      *    CYCLE-STEP - THE BUSINESS DATE IS THE CALLER'S WHEN IT
      *    PASSES ONE (EXPR-GENERATE'S GENPARM DATE); OTHERWISE IT
      *    COMES FROM THE CYCPARM CARD, AND WITHOUT A CARD IT IS
      *    TODAY. A DELIBERATE RERUN OF A STEP THAT ALREADY COMPLETED
      *    IS AUTHORIZED ON THE SAME CARD:
      *        COLUMNS  1-8   BUSINESS DATE (YYYYMMDD)
      *        COLUMNS 10-24  STEP TO RERUN (E.G. RESULT-POST)
      *        COLUMNS 26-33  OPERATOR ID AUTHORIZING THE RERUN
      *        COLUMNS 35-44  AUTHORIZATION REFERENCE (E.G. THE
      *                       CHANGE TICKET)
      *    THE AUTHORIZATION ONLY COVERS THE STEP AND BUSINESS DATE
      *    IT NAMES, AND THE OPERATOR ID AND REFERENCE ARE KEPT ON
      *    THE CYCLECTL ROW. IT IS GOOD FOR ONE RERUN - A CARD LEFT
      *    IN THE JOB DOES NOT AUTHORIZE THE NEXT ONE, WHICH NEEDS A
      *    NEW REFERENCE. A STEP FOUND RUNNING OR FAILED (AN EARLIER
      *    ATTEMPT THAT NEVER ENDED NORMALLY) MAY ALWAYS START AGAIN -
      *    THAT IS A RESTART, NOT A RERUN. EITHER WAY EVERY LATER
      *    STEP OF THE DATE GOES BACK TO NOT RUN: WHATEVER THEY DID
      *    WAS BUILT ON THE OUTPUT NOW BEING REPLACED. THE CYCLECTL
      *    FILE IS CREATED ON FIRST USE AND IS OPEN ONLY FOR THE
      *    LENGTH OF ONE CALL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-CTL-FILE ASSIGN TO "CYCLECTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CY-BUS-DATE
               FILE STATUS IS WS-CYCLE-STATUS.
           SELECT CYCLE-PARM-FILE ASSIGN TO "CYCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-CTL-FILE.
       COPY cycle-ctl.
       FD  CYCLE-PARM-FILE.
       01  CYCLE-PARM-RECORD.
           05  CP-BUS-DATE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  CP-RERUN-STEP           PIC X(15).
           05  FILLER                  PIC X(01).
           05  CP-RERUN-BY             PIC X(08).
           05  FILLER                  PIC X(01).
           05  CP-RERUN-REF            PIC X(10).
           05  FILLER                  PIC X(36).
       WORKING-STORAGE SECTION.
       77  WS-CYCLE-STATUS             PIC X(02) VALUE SPACES.
       77  WS-CYCLE-PARM-STATUS        PIC X(02) VALUE SPACES.
       77  WS-ROW-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  WS-ROW-FOUND                       VALUE "Y".
       77  WS-RERUN-SWITCH             PIC X(01) VALUE "N".
           88  WS-RERUN-AUTHORIZED                VALUE "Y".
       77  WS-REPEAT-SWITCH            PIC X(01) VALUE "N".
           88  WS-STEP-REPEATED                   VALUE "Y".
       77  WS-PRIOR-STEP               PIC S9(04) COMP VALUE ZERO.
       77  WS-STEP-IDX                 PIC S9(04) COMP VALUE ZERO.
       77  WS-CLEAR-IDX                PIC S9(04) COMP VALUE ZERO.
       77  WS-PARM-BUS-DATE            PIC X(08) VALUE SPACES.
       77  WS-PARM-RERUN-STEP          PIC X(15) VALUE SPACES.
       77  WS-PARM-RERUN-BY            PIC X(08) VALUE SPACES.
       77  WS-PARM-RERUN-REF           PIC X(10) VALUE SPACES.
       01  WS-STEP-NAME-VALUES.
           05  FILLER                  PIC X(15) VALUE
               "EXPR-GENERATE".
           05  FILLER                  PIC X(15) VALUE
               "STACK-TEST".
           05  FILLER                  PIC X(15) VALUE
               "RESULT-POST".
           05  FILLER                  PIC X(15) VALUE
               "RESULT-VARIANCE".
           05  FILLER                  PIC X(15) VALUE
               "SETTLE-EXTRACT".
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
           05  WS-STEP-NAME            PIC X(15) OCCURS 5 TIMES.
       01  WS-STAMP.
           05  WS-STAMP-DATE           PIC X(08).
           05  WS-STAMP-TIME           PIC X(06).
       01  WS-TIME-NOW                 PIC X(08) VALUE SPACES.
       01  WS-RC-EDIT                  PIC ZZZ9.
       LINKAGE SECTION.
       COPY cycle-call.
       PROCEDURE DIVISION USING BY REFERENCE CYCLE-CALL.
      *-----------------------------------------------------------------
       0000-CYCLE-MAIN.
           MOVE "00" TO CC-STATUS
           MOVE CC-STEP-NO TO WS-STEP-IDX
           IF CC-START THEN
               PERFORM 1000-READ-CYCLE-PARM THRU 1000-EXIT
           END-IF
           IF CC-GO-AHEAD THEN
               PERFORM 1100-OPEN-CONTROL THRU 1100-EXIT
           END-IF
           IF CC-GO-AHEAD THEN
               IF CC-START THEN
                   PERFORM 2000-START-STEP THRU 2000-EXIT
               ELSE
               IF CC-CHECK THEN
                   PERFORM 4000-CHECK-STEP THRU 4000-EXIT
               ELSE
                   PERFORM 3000-END-STEP THRU 3000-EXIT
               END-IF
               END-IF
               CLOSE CYCLE-CTL-FILE
           END-IF
      *    THE CALL HANDS THIS PROGRAM'S RETURN CODE BACK TO THE
      *    CALLER - PUT BACK THE CODE THE STEP PASSED IN
           MOVE CC-STEP-RC TO RETURN-CODE
           GOBACK.
      *-----------------------------------------------------------------
       1000-READ-CYCLE-PARM.
           MOVE "N" TO WS-RERUN-SWITCH
           MOVE SPACES TO WS-PARM-BUS-DATE
           MOVE SPACES TO WS-PARM-RERUN-STEP
           MOVE SPACES TO WS-PARM-RERUN-BY
           MOVE SPACES TO WS-PARM-RERUN-REF
           OPEN INPUT CYCLE-PARM-FILE
           IF WS-CYCLE-PARM-STATUS = "00" THEN
               READ CYCLE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CP-BUS-DATE TO WS-PARM-BUS-DATE
                       MOVE CP-RERUN-STEP TO WS-PARM-RERUN-STEP
                       MOVE CP-RERUN-BY TO WS-PARM-RERUN-BY
                       MOVE CP-RERUN-REF TO WS-PARM-RERUN-REF
               END-READ
               CLOSE CYCLE-PARM-FILE
           END-IF
           IF CC-BUS-DATE = SPACES THEN
               MOVE WS-PARM-BUS-DATE TO CC-BUS-DATE
           END-IF
           IF CC-BUS-DATE = SPACES THEN
               ACCEPT CC-BUS-DATE FROM DATE YYYYMMDD
           END-IF
           IF CC-BUS-DATE IS NOT NUMERIC THEN
               DISPLAY "INVALID BUSINESS DATE ON CYCPARM CARD: "
                   CC-BUS-DATE
               MOVE "99" TO CC-STATUS
               GO TO 1000-EXIT
           END-IF
      *    A CARD FOR ANOTHER BUSINESS DATE AUTHORIZES NOTHING TODAY
           IF WS-PARM-BUS-DATE NOT = SPACES
               AND WS-PARM-BUS-DATE NOT = CC-BUS-DATE THEN
               GO TO 1000-EXIT
           END-IF
           IF WS-PARM-RERUN-STEP = WS-STEP-NAME (WS-STEP-IDX) THEN
               IF WS-PARM-RERUN-BY = SPACES THEN
                   DISPLAY "CYCLE CONTROL - RERUN CARD FOR "
                       WS-STEP-NAME (WS-STEP-IDX)
                       " NAMES NO AUTHORIZING OPERATOR - IGNORED"
               ELSE
               IF WS-PARM-RERUN-REF = SPACES THEN
                   DISPLAY "CYCLE CONTROL - RERUN CARD FOR "
                       WS-STEP-NAME (WS-STEP-IDX)
                       " CARRIES NO AUTHORIZATION REFERENCE - IGNORED"
               ELSE
                   SET WS-RERUN-AUTHORIZED TO TRUE
               END-IF
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1100-OPEN-CONTROL.
           OPEN I-O CYCLE-CTL-FILE
           IF WS-CYCLE-STATUS = "35" THEN
      *        FIRST CYCLE EVER ON THIS SYSTEM - CREATE THE FILE
               OPEN OUTPUT CYCLE-CTL-FILE
               IF WS-CYCLE-STATUS NOT = "00" THEN
                   DISPLAY "ERROR CREATING CYCLE-CTL-FILE, STATUS = "
                       WS-CYCLE-STATUS
                   MOVE WS-CYCLE-STATUS TO CC-STATUS
                   GO TO 1100-EXIT
               END-IF
               CLOSE CYCLE-CTL-FILE
               OPEN I-O CYCLE-CTL-FILE
           END-IF
           IF WS-CYCLE-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING CYCLE-CTL-FILE, STATUS = "
                   WS-CYCLE-STATUS
               MOVE WS-CYCLE-STATUS TO CC-STATUS
           END-IF.
       1100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2000-START-STEP.
           MOVE "N" TO WS-REPEAT-SWITCH
           PERFORM 2100-READ-CONTROL-ROW THRU 2100-EXIT
           IF NOT CC-GO-AHEAD THEN
               GO TO 2000-EXIT
           END-IF
           IF WS-STEP-IDX > 1 THEN
               COMPUTE WS-PRIOR-STEP = WS-STEP-IDX - 1
               IF NOT CY-STEP-COMPLETE (WS-PRIOR-STEP) THEN
                   PERFORM 2200-REFUSE-PRIOR-STEP THRU 2200-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF
           IF CY-STEP-COMPLETE (WS-STEP-IDX) THEN
               IF NOT WS-RERUN-AUTHORIZED THEN
                   PERFORM 2300-REFUSE-RERUN THRU 2300-EXIT
                   GO TO 2000-EXIT
               END-IF
               IF WS-PARM-RERUN-REF = CY-STEP-RERUN-REF (WS-STEP-IDX)
                   THEN
                   PERFORM 2350-REFUSE-USED-CARD THRU 2350-EXIT
                   GO TO 2000-EXIT
               END-IF
               MOVE WS-PARM-RERUN-BY TO CY-STEP-RERUN-BY (WS-STEP-IDX)
               MOVE WS-PARM-RERUN-REF
                   TO CY-STEP-RERUN-REF (WS-STEP-IDX)
               SET WS-STEP-REPEATED TO TRUE
               DISPLAY "CYCLE CONTROL - RERUN OF "
                   WS-STEP-NAME (WS-STEP-IDX) " FOR BUSINESS DATE "
                   CC-BUS-DATE " AUTHORIZED BY " WS-PARM-RERUN-BY
                   " REF " WS-PARM-RERUN-REF
           END-IF
           IF CY-STEP-RUNNING (WS-STEP-IDX)
               OR CY-STEP-FAILED (WS-STEP-IDX) THEN
               SET WS-STEP-REPEATED TO TRUE
               DISPLAY "CYCLE CONTROL - RESTARTING "
                   WS-STEP-NAME (WS-STEP-IDX) " FOR BUSINESS DATE "
                   CC-BUS-DATE " - LAST ATTEMPT DID NOT END NORMALLY"
           END-IF
      *    A RERUN OR RESTART REPLACES THIS STEP'S OUTPUT - NOTHING A
      *    LATER STEP DID WITH THE OLD OUTPUT STANDS
           IF WS-STEP-REPEATED THEN
               PERFORM 2400-SET-BACK-LATER-STEP THRU 2400-EXIT
                   VARYING WS-CLEAR-IDX FROM WS-STEP-IDX BY 1
                   UNTIL WS-CLEAR-IDX >= 5
           END-IF
           PERFORM 2900-TAKE-STAMP THRU 2900-EXIT
           SET CY-STEP-RUNNING (WS-STEP-IDX) TO TRUE
           MOVE WS-STAMP TO CY-STEP-START-TS (WS-STEP-IDX)
           MOVE SPACES TO CY-STEP-END-TS (WS-STEP-IDX)
           MOVE ZERO TO CY-STEP-RC (WS-STEP-IDX)
           ADD 1 TO CY-STEP-RUN-COUNT (WS-STEP-IDX)
           MOVE WS-STAMP TO CY-LAST-UPDATE-TS
           IF WS-ROW-FOUND THEN
               REWRITE CYCLE-CTL-RECORD
           ELSE
               WRITE CYCLE-CTL-RECORD
           END-IF
           IF WS-CYCLE-STATUS NOT = "00" THEN
               DISPLAY "ERROR FILING CYCLE-CTL-FILE, STATUS = "
                   WS-CYCLE-STATUS
               MOVE WS-CYCLE-STATUS TO CC-STATUS
               GO TO 2000-EXIT
           END-IF
           DISPLAY "CYCLE CONTROL - " WS-STEP-NAME (WS-STEP-IDX)
               " STARTED FOR BUSINESS DATE " CC-BUS-DATE.
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE FIRST STEP OF A NEW BUSINESS DATE FINDS NO ROW - START
      *    ONE WITH EVERY STEP NOT YET RUN
       2100-READ-CONTROL-ROW.
           MOVE "N" TO WS-ROW-FOUND-SWITCH
           MOVE CC-BUS-DATE TO CY-BUS-DATE
           READ CYCLE-CTL-FILE
               INVALID KEY
                   MOVE SPACES TO CYCLE-CTL-RECORD
                   MOVE CC-BUS-DATE TO CY-BUS-DATE
                   PERFORM 2110-CLEAR-ONE-STEP THRU 2110-EXIT
                       VARYING WS-CLEAR-IDX FROM 1 BY 1
                       UNTIL WS-CLEAR-IDX > 5
                   GO TO 2100-EXIT
           END-READ
           IF WS-CYCLE-STATUS NOT = "00" THEN
               DISPLAY "ERROR READING CYCLE-CTL-FILE, STATUS = "
                   WS-CYCLE-STATUS
               MOVE WS-CYCLE-STATUS TO CC-STATUS
               GO TO 2100-EXIT
           END-IF
           SET WS-ROW-FOUND TO TRUE.
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2110-CLEAR-ONE-STEP.
           MOVE ZERO TO CY-STEP-RC (WS-CLEAR-IDX)
           MOVE ZERO TO CY-STEP-RUN-COUNT (WS-CLEAR-IDX).
       2110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2200-REFUSE-PRIOR-STEP.
           MOVE "12" TO CC-STATUS
           DISPLAY "CYCLE CONTROL - " WS-STEP-NAME (WS-STEP-IDX)
               " REFUSED FOR BUSINESS DATE " CC-BUS-DATE
           IF CY-STEP-NOT-RUN (WS-PRIOR-STEP) THEN
               DISPLAY "    " WS-STEP-NAME (WS-PRIOR-STEP)
                   " HAS NOT RUN FOR THAT DATE"
           END-IF
           IF CY-STEP-RUNNING (WS-PRIOR-STEP) THEN
               DISPLAY "    " WS-STEP-NAME (WS-PRIOR-STEP)
                   " STARTED " CY-STEP-START-TS (WS-PRIOR-STEP)
                   " AND HAS NOT ENDED"
           END-IF
           IF CY-STEP-FAILED (WS-PRIOR-STEP) THEN
               MOVE CY-STEP-RC (WS-PRIOR-STEP) TO WS-RC-EDIT
               DISPLAY "    " WS-STEP-NAME (WS-PRIOR-STEP)
                   " ENDED ABNORMALLY, RETURN CODE " WS-RC-EDIT
           END-IF.
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2300-REFUSE-RERUN.
           MOVE "12" TO CC-STATUS
           DISPLAY "CYCLE CONTROL - " WS-STEP-NAME (WS-STEP-IDX)
               " REFUSED FOR BUSINESS DATE " CC-BUS-DATE
           DISPLAY "    ALREADY COMPLETED "
               CY-STEP-END-TS (WS-STEP-IDX)
               " - A RERUN MUST BE AUTHORIZED ON THE CYCPARM CARD".
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2350-REFUSE-USED-CARD.
           MOVE "12" TO CC-STATUS
           DISPLAY "CYCLE CONTROL - " WS-STEP-NAME (WS-STEP-IDX)
               " REFUSED FOR BUSINESS DATE " CC-BUS-DATE
           DISPLAY "    RERUN AUTHORIZATION " WS-PARM-RERUN-REF
               " WAS ALREADY USED - A FURTHER RERUN NEEDS A NEW "
               "CYCPARM CARD".
       2350-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    WS-CLEAR-IDX RUNS FROM THE RESTARTED STEP, SO THE STEP SET
      *    BACK IS THE ONE AFTER IT. ITS RUN COUNT AND RERUN HISTORY
      *    ARE KEPT.
       2400-SET-BACK-LATER-STEP.
           IF CY-STEP-NOT-RUN (WS-CLEAR-IDX + 1) THEN
               GO TO 2400-EXIT
           END-IF
           DISPLAY "CYCLE CONTROL - " WS-STEP-NAME (WS-CLEAR-IDX + 1)
               " SET BACK TO NOT RUN - IT MUST RUN AGAIN AFTER "
               WS-STEP-NAME (WS-STEP-IDX)
           SET CY-STEP-NOT-RUN (WS-CLEAR-IDX + 1) TO TRUE
           MOVE SPACES TO CY-STEP-START-TS (WS-CLEAR-IDX + 1)
           MOVE SPACES TO CY-STEP-END-TS (WS-CLEAR-IDX + 1)
           MOVE ZERO TO CY-STEP-RC (WS-CLEAR-IDX + 1).
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2900-TAKE-STAMP.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TIME-NOW (1:6) TO WS-STAMP-TIME.
       2900-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-END-STEP.
           MOVE CC-BUS-DATE TO CY-BUS-DATE
           READ CYCLE-CTL-FILE
               INVALID KEY
                   DISPLAY "CYCLE CONTROL - NO ROW FOR BUSINESS DATE "
                       CC-BUS-DATE " - END OF "
                       WS-STEP-NAME (WS-STEP-IDX) " NOT RECORDED"
                   MOVE "23" TO CC-STATUS
                   GO TO 3000-EXIT
           END-READ
           IF WS-CYCLE-STATUS NOT = "00" THEN
               DISPLAY "ERROR READING CYCLE-CTL-FILE, STATUS = "
                   WS-CYCLE-STATUS
               MOVE WS-CYCLE-STATUS TO CC-STATUS
               GO TO 3000-EXIT
           END-IF
      *    A STEP THAT IS NOT RUNNING WAS NEVER STARTED, OR HAS BEEN
      *    SET BACK BY A RERUN OF AN EARLIER STEP - ITS END MUST NOT
      *    MARK IT COMPLETE UNDER THE NEW CHAIN
           IF NOT CY-STEP-RUNNING (WS-STEP-IDX) THEN
               MOVE "12" TO CC-STATUS
               DISPLAY "CYCLE CONTROL - END OF "
                   WS-STEP-NAME (WS-STEP-IDX) " REFUSED FOR BUSINESS "
                   "DATE " CC-BUS-DATE " - THE STEP IS NOT RUNNING"
               GO TO 3000-EXIT
           END-IF
           PERFORM 2900-TAKE-STAMP THRU 2900-EXIT
           MOVE WS-STAMP TO CY-STEP-END-TS (WS-STEP-IDX)
           MOVE CC-STEP-RC TO CY-STEP-RC (WS-STEP-IDX)
           MOVE WS-STAMP TO CY-LAST-UPDATE-TS
           MOVE CC-STEP-RC TO WS-RC-EDIT
           IF CC-STEP-RC > 4 THEN
               SET CY-STEP-FAILED (WS-STEP-IDX) TO TRUE
               DISPLAY "CYCLE CONTROL - " WS-STEP-NAME (WS-STEP-IDX)
                   " ENDED ABNORMALLY FOR BUSINESS DATE "
                   CC-BUS-DATE ", RETURN CODE " WS-RC-EDIT
           ELSE
               SET CY-STEP-COMPLETE (WS-STEP-IDX) TO TRUE
               DISPLAY "CYCLE CONTROL - " WS-STEP-NAME (WS-STEP-IDX)
                   " ENDED NORMALLY FOR BUSINESS DATE "
                   CC-BUS-DATE ", RETURN CODE " WS-RC-EDIT
           END-IF
           REWRITE CYCLE-CTL-RECORD
           IF WS-CYCLE-STATUS NOT = "00" THEN
               DISPLAY "ERROR FILING CYCLE-CTL-FILE, STATUS = "
                   WS-CYCLE-STATUS
               MOVE WS-CYCLE-STATUS TO CC-STATUS
           END-IF.
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A JOB CARRYING ON A STEP ANOTHER JOB STARTED MAY GO AHEAD
      *    ONLY WHILE THE STEP IS RUNNING. A STEP LEFT FAILED BY AN
      *    EARLIER ATTEMPT OF THE SAME JOB IS A RESTART AND IS MARKED
      *    RUNNING AGAIN (EVERY LATER STEP WAS ALREADY SET BACK WHEN
      *    THE STEP STARTED). NOT RUN OR COMPLETE IS REFUSED - THERE
      *    IS NOTHING IN PROGRESS TO CARRY ON.
       4000-CHECK-STEP.
           MOVE CC-BUS-DATE TO CY-BUS-DATE
           READ CYCLE-CTL-FILE
               INVALID KEY
                   MOVE "12" TO CC-STATUS
                   DISPLAY "CYCLE CONTROL - "
                       WS-STEP-NAME (WS-STEP-IDX) " REFUSED - NOT "
                       "STARTED FOR BUSINESS DATE " CC-BUS-DATE
                   GO TO 4000-EXIT
           END-READ
           IF WS-CYCLE-STATUS NOT = "00" THEN
               DISPLAY "ERROR READING CYCLE-CTL-FILE, STATUS = "
                   WS-CYCLE-STATUS
               MOVE WS-CYCLE-STATUS TO CC-STATUS
               GO TO 4000-EXIT
           END-IF
           IF CY-STEP-RUNNING (WS-STEP-IDX) THEN
               GO TO 4000-EXIT
           END-IF
           IF NOT CY-STEP-FAILED (WS-STEP-IDX) THEN
               MOVE "12" TO CC-STATUS
               DISPLAY "CYCLE CONTROL - " WS-STEP-NAME (WS-STEP-IDX)
                   " REFUSED FOR BUSINESS DATE " CC-BUS-DATE
               IF CY-STEP-COMPLETE (WS-STEP-IDX) THEN
                   DISPLAY "    ALREADY COMPLETED "
                       CY-STEP-END-TS (WS-STEP-IDX)
                       " - RERUN THE STEP FROM ITS START"
               ELSE
                   DISPLAY "    THE STEP HAS NOT BEEN STARTED"
               END-IF
               GO TO 4000-EXIT
           END-IF
           DISPLAY "CYCLE CONTROL - RESTARTING "
               WS-STEP-NAME (WS-STEP-IDX) " FOR BUSINESS DATE "
               CC-BUS-DATE " - LAST ATTEMPT DID NOT END NORMALLY"
           PERFORM 2900-TAKE-STAMP THRU 2900-EXIT
           SET CY-STEP-RUNNING (WS-STEP-IDX) TO TRUE
           MOVE SPACES TO CY-STEP-END-TS (WS-STEP-IDX)
           MOVE ZERO TO CY-STEP-RC (WS-STEP-IDX)
           MOVE WS-STAMP TO CY-LAST-UPDATE-TS
           REWRITE CYCLE-CTL-RECORD
           IF WS-CYCLE-STATUS NOT = "00" THEN
               DISPLAY "ERROR FILING CYCLE-CTL-FILE, STATUS = "
                   WS-CYCLE-STATUS
               MOVE WS-CYCLE-STATUS TO CC-STATUS
           END-IF.
       4000-EXIT.
           EXIT.
       END PROGRAM cycle-step.
