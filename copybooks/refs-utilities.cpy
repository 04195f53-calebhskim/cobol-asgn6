      *****************************************************************
      *    COPYBOOK:   REFS-UTILITIES
      *    PURPOSE:    CONTAINED PROGRAM RESOLVE-REFS - FOR EVERY
      *                "@" OPERAND IN AN EXPRESSION THAT IS NOT YET IN
      *                THE CALLER'S EXPR-REFS TABLE, LOOKS UP THE
      *                REFERENCED EXPRESSION'S RESULT FOR THE SAME
      *                EFFECTIVE DATE ON THE RESULTMST RESULTS MASTER
      *                AND ADDS IT TO THE TABLE, SO EXPR-EVAL CAN
      *                PRICE A FORMULA BUILT ON A RESULT COMPUTED BY
      *                AN EARLIER RUN. SHARED BY STACK-TEST,
      *                EXPR-ENTRY AND RATE-RESTATE. PASTED IN AFTER
      *                THE CALLING PROGRAM'S END PROGRAM STATEMENT,
      *                THE SAME WAY RATES-UTILITIES IS.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ------------------------------------------
      *    2026-10-14 DM    ORIGINAL.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. resolve-refs.
       AUTHOR. D MCALLISTER.
       INSTALLATION. FINANCIAL SYSTEMS DIVISION.
       DATE-WRITTEN. 2026-10-14.
      *****************************************************************
      *    RESOLVE-REFS - A REFERENCE ALREADY IN THE TABLE (E.G. A
      *    RESULT COMPUTED EARLIER IN THE SAME RUN) IS LEFT ALONE -
      *    THE CALLER'S OWN RESULT ALWAYS WINS OVER THE MASTER. THE
      *    MASTER IS OPENED ONLY WHEN A REFERENCE HAS TO BE LOOKED
      *    UP, AND CLOSED AGAIN BEFORE RETURNING. WHEN SEVERAL RUNS
      *    POSTED THE SAME EXPRESSION FOR THE SAME EFFECTIVE DATE
      *    THE LATEST RUN DATE WINS. A POSTED OR RESTATED ROW LOADS
      *    AS PRICED; ANY OTHER STATUS LOADS AS REJECTED. A REFERENCE
      *    NOT ON THE MASTER IS LEFT OUT, AND EXPR-EVAL REJECTS IT AS
      *    MISSING. A MISSING MASTER IS NOT AN ERROR; A REAL I/O
      *    FAILURE COMES BACK IN LK-RESOLVE-STATUS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-MASTER-FILE ASSIGN TO "RESULTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-MASTER-FILE.
       COPY result-master.
       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
       77  WS-MASTER-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  WS-MASTER-OPEN                     VALUE "Y".
       77  WS-MASTER-ABSENT-SWITCH     PIC X(01) VALUE "N".
           88  WS-MASTER-ABSENT                   VALUE "Y".
       77  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-MASTER-EOF                      VALUE "Y".
       77  WS-KNOWN-SWITCH             PIC X(01) VALUE "N".
           88  WS-REF-KNOWN                       VALUE "Y".
       77  WS-ROW-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  WS-ROW-FOUND                       VALUE "Y".
       77  WS-SCAN-PTR                 PIC S9(04) COMP VALUE ZERO.
       77  WS-REFS-IDX                 PIC S9(04) COMP VALUE ZERO.
       77  WS-TOKEN-WORK               PIC X(20) VALUE SPACES.
       77  WS-TOKEN-SHIFT              PIC X(20) VALUE SPACES.
       77  WS-REF-ID                   PIC X(10) VALUE SPACES.
       77  WS-ROW-STATUS               PIC X(08) VALUE SPACES.
       01  WS-ROW-RESULT-TEXT          PIC X(20) VALUE SPACES.
       LINKAGE SECTION.
       01  LK-EXPR-TEXT                PIC X(300).
       01  LK-EFF-DATE                 PIC X(08).
       COPY expr-refs.
       01  LK-RESOLVE-STATUS           PIC X(02).
       PROCEDURE DIVISION USING BY REFERENCE LK-EXPR-TEXT
                                BY REFERENCE LK-EFF-DATE
                                BY REFERENCE EXPR-REFS
                                BY REFERENCE LK-RESOLVE-STATUS.
      *-----------------------------------------------------------------
       0000-RESOLVE-MAIN.
           MOVE "00" TO LK-RESOLVE-STATUS
           MOVE "N" TO WS-MASTER-OPEN-SWITCH
           MOVE "N" TO WS-MASTER-ABSENT-SWITCH
           MOVE 1 TO WS-SCAN-PTR
           PERFORM 1000-CHECK-ONE-TOKEN THRU 1000-EXIT
               UNTIL WS-SCAN-PTR > LENGTH OF LK-EXPR-TEXT
                   OR LK-RESOLVE-STATUS NOT = "00"
           IF WS-MASTER-OPEN THEN
               CLOSE RESULT-MASTER-FILE
           END-IF
           GOBACK.
      *-----------------------------------------------------------------
       1000-CHECK-ONE-TOKEN.
           MOVE SPACES TO WS-TOKEN-WORK
           UNSTRING LK-EXPR-TEXT DELIMITED BY ","
               INTO WS-TOKEN-WORK
               WITH POINTER WS-SCAN-PTR
           END-UNSTRING
           PERFORM 1010-SHIFT-OFF-ONE-SPACE THRU 1010-EXIT
               UNTIL WS-TOKEN-WORK (1:1) NOT = SPACE
                   OR WS-TOKEN-WORK = SPACES
           IF WS-TOKEN-WORK (1:1) NOT = "@"
               OR WS-TOKEN-WORK (2:10) = SPACES THEN
               GO TO 1000-EXIT
           END-IF
           MOVE WS-TOKEN-WORK (2:10) TO WS-REF-ID
           MOVE "N" TO WS-KNOWN-SWITCH
           PERFORM 1100-MATCH-ONE-ENTRY THRU 1100-EXIT
               VARYING WS-REFS-IDX FROM 1 BY 1
               UNTIL WS-REFS-IDX > REFS-COUNT
                   OR WS-REF-KNOWN
           IF WS-REF-KNOWN THEN
               GO TO 1000-EXIT
           END-IF
           IF NOT WS-MASTER-OPEN AND NOT WS-MASTER-ABSENT THEN
               PERFORM 2000-OPEN-MASTER THRU 2000-EXIT
           END-IF
           IF WS-MASTER-ABSENT OR LK-RESOLVE-STATUS NOT = "00" THEN
               GO TO 1000-EXIT
           END-IF
           PERFORM 2100-FIND-ON-MASTER THRU 2100-EXIT
           IF WS-ROW-FOUND THEN
               PERFORM 2200-ADD-ENTRY THRU 2200-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1010-SHIFT-OFF-ONE-SPACE.
           MOVE WS-TOKEN-WORK (2:19) TO WS-TOKEN-SHIFT
           MOVE WS-TOKEN-SHIFT TO WS-TOKEN-WORK.
       1010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1100-MATCH-ONE-ENTRY.
           IF REFS-EXPR-ID (WS-REFS-IDX) = WS-REF-ID
               AND REFS-EFF-DATE (WS-REFS-IDX) = LK-EFF-DATE THEN
               SET WS-REF-KNOWN TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2000-OPEN-MASTER.
           OPEN INPUT RESULT-MASTER-FILE
           IF WS-MASTER-STATUS = "35" THEN
      *        NOTHING HAS EVER BEEN POSTED - NO EARLIER RESULTS
               SET WS-MASTER-ABSENT TO TRUE
               GO TO 2000-EXIT
           END-IF
           IF WS-MASTER-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING RESULT-MASTER FOR REFERENCES, "
                   "STATUS = " WS-MASTER-STATUS
               MOVE WS-MASTER-STATUS TO LK-RESOLVE-STATUS
               GO TO 2000-EXIT
           END-IF
           SET WS-MASTER-OPEN TO TRUE.
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE MASTER IS KEYED BY EXPRESSION ID PLUS RUN DATE, SO THE
      *    ROWS FOR ONE ID ARE READ IN RUN-DATE ORDER AND THE LAST
      *    ONE FOR THE EFFECTIVE DATE WANTED IS THE LATEST POSTING.
       2100-FIND-ON-MASTER.
           MOVE "N" TO WS-ROW-FOUND-SWITCH
           MOVE "N" TO WS-MASTER-EOF-SWITCH
           MOVE WS-REF-ID TO RM-EXPR-ID
           MOVE LOW-VALUES TO RM-RUN-DATE
           START RESULT-MASTER-FILE KEY IS NOT LESS THAN RM-KEY
               INVALID KEY
                   GO TO 2100-EXIT
           END-START
           IF WS-MASTER-STATUS NOT = "00" THEN
               DISPLAY "ERROR POSITIONING RESULT-MASTER FOR "
                   "REFERENCES, STATUS = " WS-MASTER-STATUS
               MOVE WS-MASTER-STATUS TO LK-RESOLVE-STATUS
               GO TO 2100-EXIT
           END-IF
           PERFORM 2110-READ-ONE-ROW THRU 2110-EXIT
               UNTIL WS-MASTER-EOF.
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2110-READ-ONE-ROW.
           READ RESULT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MASTER-EOF TO TRUE
                   GO TO 2110-EXIT
           END-READ
           IF WS-MASTER-STATUS NOT = "00" THEN
               DISPLAY "ERROR READING RESULT-MASTER FOR REFERENCES, "
                   "STATUS = " WS-MASTER-STATUS
               MOVE WS-MASTER-STATUS TO LK-RESOLVE-STATUS
               SET WS-MASTER-EOF TO TRUE
               GO TO 2110-EXIT
           END-IF
           IF RM-EXPR-ID NOT = WS-REF-ID THEN
               SET WS-MASTER-EOF TO TRUE
               GO TO 2110-EXIT
           END-IF
           IF RM-EFF-DATE = LK-EFF-DATE THEN
               SET WS-ROW-FOUND TO TRUE
               MOVE RM-STATUS TO WS-ROW-STATUS
               MOVE RM-RESULT-TEXT TO WS-ROW-RESULT-TEXT
           END-IF.
       2110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2200-ADD-ENTRY.
           IF REFS-COUNT >= REFS-MAX-ENTRIES THEN
               DISPLAY "WARNING - REFERENCE TABLE FULL, RESULT NOT "
                   "LOADED: " WS-REF-ID " " LK-EFF-DATE
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO REFS-COUNT
           MOVE WS-REF-ID TO REFS-EXPR-ID (REFS-COUNT)
           MOVE LK-EFF-DATE TO REFS-EFF-DATE (REFS-COUNT)
           MOVE ZERO TO REFS-VALUE (REFS-COUNT)
           IF WS-ROW-STATUS = "POSTED" OR WS-ROW-STATUS = "RESTATED"
               THEN
               SET REFS-PRICED (REFS-COUNT) TO TRUE
               COMPUTE REFS-VALUE (REFS-COUNT)
                   = FUNCTION NUMVAL (WS-ROW-RESULT-TEXT)
           ELSE
               SET REFS-REJECTED (REFS-COUNT) TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.
       END PROGRAM resolve-refs.
