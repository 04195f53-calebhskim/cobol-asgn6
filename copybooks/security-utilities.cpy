      *****************************************************************
      *    COPYBOOK:   SECURITY-UTILITIES
      *    PURPOSE:    CONTAINED PROGRAM SECURITY-CHECK - THE OPERATOR
      *                ROLE CHECK SHARED BY THE ONLINE PROGRAMS
      *                (EXPR-ENTRY, APPR-REVIEW, SUSP-MAINT,
      *                EXPR-DEFN-MAINT). LOOKS THE OPERATOR ID UP ON
      *                THE OPERSEC MASTER AND REFUSES THE ACTION WHEN
      *                THE ID IS NOT ON FILE, IS REVOKED, LACKS THE
      *                ROLE THE ACTION NEEDS, OR IS THE SAME ID THAT
      *                CREATED THE ROW BEING ACTED ON. EVERY REFUSAL
      *                IS SHOWN ON THE CONSOLE AND APPENDED TO THE
      *                SECVIOL LOG. PASTED IN AFTER THE CALLING
      *                PROGRAM'S END PROGRAM STATEMENT, THE SAME WAY
      *                RATES-UTILITIES IS.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ------------------------------------------
      *    2026-10-14 DM    ORIGINAL.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. security-check.
       AUTHOR. D MCALLISTER.
       INSTALLATION. FINANCIAL SYSTEMS DIVISION.
       DATE-WRITTEN. 2026-10-14.
      *****************************************************************
      *    SECURITY-CHECK - THE MASTER IS READ AFRESH ON EVERY CALL, SO
      *    A REVOKE OR A ROLE WITHDRAWN BY OPER-SEC-MAINT TAKES EFFECT
      *    AT THE NEXT FUNCTION, NOT THE NEXT SIGN-ON. WITH NO OPERSEC
      *    MASTER AT ALL NOBODY CAN SIGN ON - THE SECURITY FILE IS
      *    NEVER CREATED HERE. THE SECVIOL LOG IS CREATED ON THE FIRST
      *    REFUSAL AND BOTH FILES ARE OPEN ONLY FOR THE LENGTH OF ONE
      *    CALL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-SEC-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OS-OPERATOR-ID
               FILE STATUS IS WS-OPER-SEC-STATUS.
           SELECT SEC-VIOL-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-VIOL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPER-SEC-FILE.
       COPY oper-sec.
       FD  SEC-VIOL-FILE.
       COPY sec-viol.
       WORKING-STORAGE SECTION.
       77  WS-OPER-SEC-STATUS          PIC X(02) VALUE SPACES.
       77  WS-SEC-VIOL-STATUS          PIC X(02) VALUE SPACES.
       77  WS-ROLE-IDX                 PIC S9(04) COMP VALUE ZERO.
       01  WS-REASON-TEXT              PIC X(40) VALUE SPACES.
       01  WS-ROLE-NAME-VALUES.
           05  FILLER                  PIC X(12) VALUE "ENTRY".
           05  FILLER                  PIC X(12) VALUE "APPROVAL".
           05  FILLER                  PIC X(12) VALUE "SUSP CANCEL".
           05  FILLER                  PIC X(12) VALUE "DEFN MAINT".
       01  WS-ROLE-NAME-TABLE REDEFINES WS-ROLE-NAME-VALUES.
           05  WS-ROLE-NAME            PIC X(12) OCCURS 4 TIMES.
       01  WS-STAMP.
           05  WS-STAMP-DATE           PIC X(08).
           05  WS-STAMP-TIME           PIC X(06).
       01  WS-TIME-NOW                 PIC X(08) VALUE SPACES.
       LINKAGE SECTION.
       COPY security-call.
       PROCEDURE DIVISION USING BY REFERENCE SECURITY-CALL.
      *-----------------------------------------------------------------
       0000-SECURITY-MAIN.
           MOVE "00" TO SC-STATUS
           MOVE SPACES TO SC-OPERATOR-NAME
           MOVE SPACES TO SC-REASON-CODE
           MOVE SC-ROLE-NO TO WS-ROLE-IDX
           PERFORM 1000-READ-OPERATOR THRU 1000-EXIT
           IF SC-REFUSED THEN
               PERFORM 2000-LOG-VIOLATION THRU 2000-EXIT
           END-IF
           GOBACK.
      *-----------------------------------------------------------------
      *    THE CHECKS RUN IN ORDER AND THE FIRST ONE FAILED IS THE
      *    REASON GIVEN
       1000-READ-OPERATOR.
           OPEN INPUT OPER-SEC-FILE
           IF WS-OPER-SEC-STATUS = "35" THEN
               DISPLAY "OPERATOR SECURITY MASTER NOT FOUND - NO "
                   "OPERATOR MAY SIGN ON"
               MOVE WS-OPER-SEC-STATUS TO SC-STATUS
               GO TO 1000-EXIT
           END-IF
           IF WS-OPER-SEC-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING OPER-SEC-FILE, STATUS = "
                   WS-OPER-SEC-STATUS
               MOVE WS-OPER-SEC-STATUS TO SC-STATUS
               GO TO 1000-EXIT
           END-IF
           MOVE SC-OPERATOR-ID TO OS-OPERATOR-ID
           READ OPER-SEC-FILE
               INVALID KEY
                   MOVE "NOTONFIL" TO SC-REASON-CODE
                   MOVE "OPERATOR ID NOT ON THE SECURITY MASTER"
                       TO WS-REASON-TEXT
                   MOVE "08" TO SC-STATUS
                   CLOSE OPER-SEC-FILE
                   GO TO 1000-EXIT
           END-READ
           IF WS-OPER-SEC-STATUS NOT = "00" THEN
               DISPLAY "ERROR READING OPER-SEC-FILE, STATUS = "
                   WS-OPER-SEC-STATUS
               MOVE WS-OPER-SEC-STATUS TO SC-STATUS
               CLOSE OPER-SEC-FILE
               GO TO 1000-EXIT
           END-IF
           CLOSE OPER-SEC-FILE
           MOVE OS-OPERATOR-NAME TO SC-OPERATOR-NAME
           IF NOT OS-ACTIVE THEN
               MOVE "REVOKED" TO SC-REASON-CODE
               MOVE "OPERATOR ID HAS BEEN REVOKED"
                   TO WS-REASON-TEXT
               MOVE "08" TO SC-STATUS
               GO TO 1000-EXIT
           END-IF
           IF WS-ROLE-IDX > 0 THEN
               IF NOT OS-ROLE-HELD (WS-ROLE-IDX) THEN
                   MOVE "NOROLE" TO SC-REASON-CODE
                   MOVE SPACES TO WS-REASON-TEXT
                   STRING "OPERATOR DOES NOT HOLD THE "
                       DELIMITED BY SIZE
                       WS-ROLE-NAME (WS-ROLE-IDX) DELIMITED BY "  "
                       " ROLE" DELIMITED BY SIZE
                       INTO WS-REASON-TEXT
                   END-STRING
                   MOVE "08" TO SC-STATUS
                   GO TO 1000-EXIT
               END-IF
           END-IF
      *    SEGREGATION OF DUTIES - NOBODY RELEASES THEIR OWN WORK
           IF SC-OWNER-ID NOT = SPACES
               AND SC-OWNER-ID = SC-OPERATOR-ID THEN
               MOVE "OWNENTRY" TO SC-REASON-CODE
               MOVE "OPERATOR MAY NOT ACT ON THEIR OWN ENTRY"
                   TO WS-REASON-TEXT
               MOVE "08" TO SC-STATUS
           END-IF.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE REFUSAL STANDS EVEN WHEN THE LOG CANNOT BE WRITTEN -
      *    THE CALLER IS THEN TOLD OF THE I/O ERROR AS WELL, AND ENDS
       2000-LOG-VIOLATION.
           DISPLAY "ACCESS REFUSED - " SC-ACTION " BY "
               SC-OPERATOR-ID ": " WS-REASON-TEXT
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TIME-NOW (1:6) TO WS-STAMP-TIME
           MOVE SPACES TO SEC-VIOL-RECORD
           MOVE WS-STAMP TO SV-VIOL-TS
           MOVE SC-OPERATOR-ID TO SV-OPERATOR-ID
           MOVE SC-PROGRAM TO SV-PROGRAM
           MOVE SC-ACTION TO SV-ACTION
           IF WS-ROLE-IDX > 0 THEN
               MOVE WS-ROLE-NAME (WS-ROLE-IDX) TO SV-ROLE-NAME
           ELSE
               MOVE "ANY" TO SV-ROLE-NAME
           END-IF
           MOVE SC-SUBJECT TO SV-SUBJECT
           MOVE SC-REASON-CODE TO SV-REASON-CODE
           MOVE WS-REASON-TEXT TO SV-REASON-TEXT
           OPEN EXTEND SEC-VIOL-FILE
           IF WS-SEC-VIOL-STATUS = "35" THEN
      *        FIRST REFUSAL EVER LOGGED - START THE LOG
               OPEN OUTPUT SEC-VIOL-FILE
           END-IF
           IF WS-SEC-VIOL-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING SEC-VIOL-FILE, STATUS = "
                   WS-SEC-VIOL-STATUS
               MOVE WS-SEC-VIOL-STATUS TO SC-STATUS
               GO TO 2000-EXIT
           END-IF
           WRITE SEC-VIOL-RECORD
           IF WS-SEC-VIOL-STATUS NOT = "00" THEN
               DISPLAY "ERROR WRITING SEC-VIOL-FILE, STATUS = "
                   WS-SEC-VIOL-STATUS
               MOVE WS-SEC-VIOL-STATUS TO SC-STATUS
           END-IF
           CLOSE SEC-VIOL-FILE.
       2000-EXIT.
           EXIT.
       END PROGRAM security-check.
