000150*                STAYS ON FILE AS CANCELLED FOR THE AUDIT TRAIL.
000160*                REPAIRS THEMSELVES STILL GO THROUGH THE NORMAL
000170*                SUSPIN / RESUBMIT PATH IN STACK-TEST. LOOPS
000180*                UNTIL A BLANK ID IS ENTERED. ANY ACTIVE
000190*                OPERATOR ON THE OPERSEC SECURITY MASTER MAY
000200*                INQUIRE; ONLY ONE HOLDING THE SUSPENSE CANCEL
000210*                ROLE MAY CANCEL.
000220*-----------------------------------------------------------------
000230*    MODIFICATION HISTORY
000240*    DATE       INIT  DESCRIPTION
000250*    ---------  ----  ------------------------------------------
000260*    2026-09-02 DM    ORIGINAL.
000270*    2026-10-14 DM    THE DESK NOW SIGNS ON WITH AN OPERATOR ID,
000280*                     WHICH MUST BE AN ACTIVE ID ON THE OPERSEC
000290*                     SECURITY MASTER (SECURITY-CHECK) AND IS
000300*                     CHECKED AGAIN FOR EACH INQUIRY. CANCELLING A
000310*                     REJECT NOW NEEDS THE SUSPENSE CANCEL ROLE. A
000320*                     REFUSED SIGN-ON ENDS WITH RETURN-CODE 8;
000330*                     EVERY REFUSAL IS LOGGED TO SECVIOL.
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT SUSPENSE-MST-FILE ASSIGN TO "SUSPMST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS SM-EXPR-ID
000420         FILE STATUS IS WS-SUSP-MST-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  SUSPENSE-MST-FILE.
000460 COPY suspense-master.
000470 WORKING-STORAGE SECTION.
000480 77  WS-SUSP-MST-STATUS          PIC X(02) VALUE SPACES.
000490 77  WS-DONE-SWITCH              PIC X(01) VALUE "N".
000500     88  WS-MAINT-DONE                      VALUE "Y".
000510 77  WS-ANSWER                   PIC X(01) VALUE SPACE.
000520 01  WS-MAINT-EXPR-ID            PIC X(10) VALUE SPACES.
000530 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
000540 01  WS-TODAY                    PIC X(08) VALUE SPACES.
000550 COPY security-call.
000560 PROCEDURE DIVISION.
000570*-----------------------------------------------------------------
000580 0000-MAINLINE.
000590     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000600     PERFORM 2000-MAINTAIN-ONE THRU 2000-EXIT
000610         UNTIL WS-MAINT-DONE
000620     PERFORM 9000-TERMINATE THRU 9000-EXIT
000630     STOP RUN.
000640*-----------------------------------------------------------------
000650 1000-INITIALIZE.
000660     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000670     MOVE SPACES TO WS-OPERATOR-ID
000680     DISPLAY "ENTER YOUR OPERATOR ID:"
000690     ACCEPT WS-OPERATOR-ID
000700     IF WS-OPERATOR-ID = SPACES THEN
000710         DISPLAY "OPERATOR ID IS REQUIRED - ENDING"
000720         MOVE 16 TO RETURN-CODE
000730         STOP RUN
000740     END-IF
000750     MOVE "SIGN-ON" TO SC-ACTION
000760     SET SC-ROLE-ANY TO TRUE
000770     MOVE SPACES TO SC-SUBJECT
000780     MOVE SPACES TO SC-OWNER-ID
000790     PERFORM 7500-CHECK-ACCESS THRU 7500-EXIT
000800     IF SC-REFUSED THEN
000810         DISPLAY "SIGN-ON REFUSED - ENDING"
000820         MOVE 8 TO RETURN-CODE
000830         STOP RUN
000840     END-IF
000850     DISPLAY "SIGNED ON AS " SC-OPERATOR-ID " - " SC-OPERATOR-NAME
000860     OPEN I-O SUSPENSE-MST-FILE
000870     IF WS-SUSP-MST-STATUS = "35" THEN
000880         DISPLAY "SUSPENSE MASTER NOT FOUND - NOTHING TO "
000890             "MAINTAIN"
000900         STOP RUN
000910     END-IF
000920     IF WS-SUSP-MST-STATUS NOT = "00" THEN
000930         DISPLAY "ERROR OPENING SUSPENSE-MST-FILE, STATUS = "
000940             WS-SUSP-MST-STATUS
000950         STOP RUN
000960     END-IF.
000970 1000-EXIT.
000980     EXIT.
000990*-----------------------------------------------------------------
001000 2000-MAINTAIN-ONE.
001010     MOVE SPACES TO WS-MAINT-EXPR-ID
001020     DISPLAY "ENTER EXPRESSION ID (BLANK TO END):"
001030     ACCEPT WS-MAINT-EXPR-ID
001040     IF WS-MAINT-EXPR-ID = SPACES THEN
001050         SET WS-MAINT-DONE TO TRUE
001060         GO TO 2000-EXIT
001070     END-IF
001080     MOVE "INQUIRE" TO SC-ACTION
001090     SET SC-ROLE-ANY TO TRUE
001100     MOVE WS-MAINT-EXPR-ID TO SC-SUBJECT
001110     MOVE SPACES TO SC-OWNER-ID
001120     PERFORM 7500-CHECK-ACCESS THRU 7500-EXIT
001130     IF SC-REFUSED THEN
001140         GO TO 2000-EXIT
001150     END-IF
001160     MOVE WS-MAINT-EXPR-ID TO SM-EXPR-ID
001170     READ SUSPENSE-MST-FILE
001180         INVALID KEY
001190             DISPLAY "NOT ON SUSPENSE: " WS-MAINT-EXPR-ID
001200             GO TO 2000-EXIT
001210     END-READ
001220     PERFORM 2100-DISPLAY-SUSPENSE-ROW THRU 2100-EXIT
001230     IF SM-CANCELLED OR SM-REPAIRED THEN
001240         GO TO 2000-EXIT
001250     END-IF
001260     MOVE SPACE TO WS-ANSWER
001270     DISPLAY "CANCEL THIS REJECT? (Y/N):"
001280     ACCEPT WS-ANSWER
001290     IF WS-ANSWER = "Y" OR WS-ANSWER = "y" THEN
001300         PERFORM 3000-CANCEL-REJECT THRU 3000-EXIT
001310     END-IF.
001320 2000-EXIT.
001330     EXIT.
001340*-----------------------------------------------------------------
001350 2100-DISPLAY-SUSPENSE-ROW.
001360     DISPLAY "EXPRESSION ID: " SM-EXPR-ID
001370     DISPLAY "REJECT DATE:   " SM-REJECT-DATE
001380     DISPLAY "REJECTED BY:   " SM-RUN-ID
001390     DISPLAY "REASON CODE:   " SM-REASON-CODE
001400     DISPLAY "STATUS:        " SM-STATUS
001410     DISPLAY "STATUS DATE:   " SM-STATUS-DATE
001420     DISPLAY "EXPRESSION:    " SM-EXPR-DATA (1:60).
001430 2100-EXIT.
001440     EXIT.
001450*-----------------------------------------------------------------
001460 3000-CANCEL-REJECT.
001470     MOVE "CANCEL" TO SC-ACTION
001480     SET SC-ROLE-SUSP-CANCEL TO TRUE
001490     MOVE WS-MAINT-EXPR-ID TO SC-SUBJECT
001500     MOVE SPACES TO SC-OWNER-ID
001510     PERFORM 7500-CHECK-ACCESS THRU 7500-EXIT
001520     IF SC-REFUSED THEN
001530         DISPLAY "REJECT NOT CANCELLED: " WS-MAINT-EXPR-ID
001540         GO TO 3000-EXIT
001550     END-IF
001560     SET SM-CANCELLED TO TRUE
001570     MOVE WS-TODAY TO SM-STATUS-DATE
001580     REWRITE SUSPENSE-MASTER-RECORD
001590         INVALID KEY
001600             DISPLAY "ERROR REWRITING SUSPENSE-MST-FILE, "
001610                 "STATUS = " WS-SUSP-MST-STATUS
001620             STOP RUN
001630     END-REWRITE
001640     IF WS-SUSP-MST-STATUS NOT = "00" THEN
001650         DISPLAY "ERROR REWRITING SUSPENSE-MST-FILE, STATUS = "
001660             WS-SUSP-MST-STATUS
001670         STOP RUN
001680     END-IF
001690     DISPLAY "REJECT CANCELLED: " WS-MAINT-EXPR-ID.
001700 3000-EXIT.
001710     EXIT.
001720*-----------------------------------------------------------------
001730*    EVERY SIGN-ON AND FUNCTION GOES THROUGH SECURITY-CHECK. A
001740*    REFUSAL COMES BACK AS SC-REFUSED, ALREADY SHOWN AND LOGGED;
001750*    A SECURITY FILE THAT CANNOT BE READ OR LOGGED TO ENDS THE
001760*    SESSION
001770 7500-CHECK-ACCESS.
001780     MOVE "SUSP-MAINT" TO SC-PROGRAM
001790     MOVE WS-OPERATOR-ID TO SC-OPERATOR-ID
001800     CALL "security-check" USING
001810         BY REFERENCE SECURITY-CALL
001820     END-CALL
001830     IF NOT SC-GRANTED AND NOT SC-REFUSED THEN
001840         DISPLAY "SECURITY CHECK FAILED - ENDING"
001850         MOVE 16 TO RETURN-CODE
001860         STOP RUN
001870     END-IF.
001880 7500-EXIT.
001890     EXIT.
001900*-----------------------------------------------------------------
001910 9000-TERMINATE.
001920     CLOSE SUSPENSE-MST-FILE.
001930 9000-EXIT.
001940     EXIT.
001950 END PROGRAM susp-maint.

       COPY security-utilities.
