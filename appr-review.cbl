000180*                ENTRIES TO THE RESULTS MASTER. REJECTED
000190*                ENTRIES STAY ON FILE WITH THE REASON SO "WHO
000200*                TRIED TO POST WHAT" ALWAYS HAS AN ANSWER.
000210*                THE SUPERVISOR MUST HOLD THE APPROVAL ROLE ON
000220*                THE OPERSEC SECURITY MASTER AND MAY NOT
000230*                APPROVE AN ENTRY THEY TYPED THEMSELVES.
000240*-----------------------------------------------------------------
000250*    MODIFICATION HISTORY
000260*    DATE       INIT  DESCRIPTION
000270*    ---------  ----  ------------------------------------------
000280*    2026-09-02 DM    ORIGINAL.
000290*    2026-10-14 DM    THE SUPERVISOR ID KEYED AT SIGN-ON MUST NOW
000300*                     BE AN ACTIVE ID ON THE OPERSEC SECURITY
000310*                     MASTER HOLDING THE APPROVAL ROLE
000320*                     (SECURITY-CHECK), AND IS CHECKED AGAIN
000330*                     BEFORE EACH APPROVAL OR REJECTION. A
000340*                     SUPERVISOR MAY NO LONGER APPROVE AN ENTRY
000350*                     CARRYING THEIR OWN ID IN PA-OPERATOR-ID -
000360*                     THE ENTRY STAYS PENDING FOR ANOTHER
000370*                     SUPERVISOR. A REFUSED SIGN-ON ENDS WITH
000380*                     RETURN-CODE 8; EVERY REFUSAL IS LOGGED TO
000390*                     SECVIOL AND COUNTED IN THE REVIEW TOTALS.
000400*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PENDING-APPR-FILE ASSIGN TO "PENDAPPR"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS PA-KEY
000480         FILE STATUS IS WS-PEND-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  PENDING-APPR-FILE.
000520 COPY pending-approval.
000530 WORKING-STORAGE SECTION.
000540*    THE ROW IMAGE INSIDE EACH PENDING ENTRY IS A RESULT-OUT
000550*    RECORD - UNLOADED HERE SO THE REVIEWER SEES THE SAME
000560*    FIELDS THE REGISTER WOULD PRINT
000570 COPY result-out.
000580 77  WS-PEND-STATUS              PIC X(02) VALUE SPACES.
000590 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000600     88  WS-END-OF-FILE                     VALUE "Y".
000610 77  WS-DONE-SWITCH              PIC X(01) VALUE "N".
000620     88  WS-REVIEW-DONE                     VALUE "Y".
000630 77  WS-ANSWER                   PIC X(01) VALUE SPACE.
000640 77  WS-APPROVER-ID              PIC X(08) VALUE SPACES.
000650 77  WS-PENDING-SEEN             PIC 9(09) VALUE ZERO.
000660 77  WS-APPROVED-COUNT           PIC 9(09) VALUE ZERO.
000670 77  WS-REJECTED-COUNT           PIC 9(09) VALUE ZERO.
000680 77  WS-SKIPPED-COUNT            PIC 9(09) VALUE ZERO.
000690 77  WS-REFUSED-COUNT            PIC 9(09) VALUE ZERO.
000700 01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
000710 01  WS-TODAY                    PIC X(08) VALUE SPACES.
000720 COPY security-call.
000730 PROCEDURE DIVISION.
000740*-----------------------------------------------------------------
000750 0000-MAINLINE.
000760     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000770     PERFORM 2000-REVIEW-ONE-ENTRY THRU 2000-EXIT
000780         UNTIL WS-END-OF-FILE OR WS-REVIEW-DONE
000790     PERFORM 8000-PRINT-REVIEW-TOTALS THRU 8000-EXIT
000800     PERFORM 9000-TERMINATE THRU 9000-EXIT
000810     STOP RUN.
000820*-----------------------------------------------------------------
000830 1000-INITIALIZE.
000840     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000850     MOVE SPACES TO WS-APPROVER-ID
000860     DISPLAY "ENTER YOUR SUPERVISOR ID:"
000870     ACCEPT WS-APPROVER-ID
000880     IF WS-APPROVER-ID = SPACES THEN
000890         DISPLAY "SUPERVISOR ID IS REQUIRED - ENDING"
000900         MOVE 16 TO RETURN-CODE
000910         STOP RUN
000920     END-IF
000930     MOVE "SIGN-ON" TO SC-ACTION
000940     SET SC-ROLE-APPROVE TO TRUE
000950     MOVE SPACES TO SC-SUBJECT
000960     MOVE SPACES TO SC-OWNER-ID
000970     PERFORM 7500-CHECK-ACCESS THRU 7500-EXIT
000980     IF SC-REFUSED THEN
000990         DISPLAY "SIGN-ON REFUSED - ENDING"
001000         MOVE 8 TO RETURN-CODE
001010         STOP RUN
001020     END-IF
001030     DISPLAY "SIGNED ON AS " SC-OPERATOR-ID " - " SC-OPERATOR-NAME
001040     OPEN I-O PENDING-APPR-FILE
001050     IF WS-PEND-STATUS = "35" THEN
001060         DISPLAY "NO PENDING-APPROVAL MASTER - NOTHING TO "
001070             "REVIEW"
001080         STOP RUN
001090     END-IF
001100     IF WS-PEND-STATUS NOT = "00" THEN
001110         DISPLAY "ERROR OPENING PENDING-APPR-FILE, STATUS = "
001120             WS-PEND-STATUS
001130         MOVE 16 TO RETURN-CODE
001140         STOP RUN
001150     END-IF
001160     PERFORM 2100-READ-PENDING THRU 2100-EXIT.
001170 1000-EXIT.
001180     EXIT.
001190*-----------------------------------------------------------------
001200 2000-REVIEW-ONE-ENTRY.
001210     IF NOT PA-PENDING THEN
001220         PERFORM 2100-READ-PENDING THRU 2100-EXIT
001230         GO TO 2000-EXIT
001240     END-IF
001250     ADD 1 TO WS-PENDING-SEEN
001260     PERFORM 2200-DISPLAY-ENTRY THRU 2200-EXIT
001270     MOVE SPACE TO WS-ANSWER
001280     DISPLAY "A(PPROVE) / R(EJECT) / S(KIP) / E(ND):"
001290     ACCEPT WS-ANSWER
001300     IF WS-ANSWER = "A" OR WS-ANSWER = "a" THEN
001310         PERFORM 3000-APPROVE-ENTRY THRU 3000-EXIT
001320     ELSE
001330     IF WS-ANSWER = "R" OR WS-ANSWER = "r" THEN
001340         PERFORM 4000-REJECT-ENTRY THRU 4000-EXIT
001350     ELSE
001360     IF WS-ANSWER = "E" OR WS-ANSWER = "e" THEN
001370         SET WS-REVIEW-DONE TO TRUE
001380         GO TO 2000-EXIT
001390     ELSE
001400         ADD 1 TO WS-SKIPPED-COUNT
001410     END-IF
001420     END-IF
001430     END-IF
001440     PERFORM 2100-READ-PENDING THRU 2100-EXIT.
001450 2000-EXIT.
001460     EXIT.
001470*-----------------------------------------------------------------
001480 2100-READ-PENDING.
001490     READ PENDING-APPR-FILE NEXT RECORD
001500         AT END
001510             SET WS-END-OF-FILE TO TRUE
001520     END-READ
001530     IF NOT WS-END-OF-FILE
001540         AND WS-PEND-STATUS NOT = "00" THEN
001550         DISPLAY "ERROR READING PENDING-APPR-FILE, STATUS = "
001560             WS-PEND-STATUS
001570         MOVE 16 TO RETURN-CODE
001580         STOP RUN
001590     END-IF.
001600 2100-EXIT.
001610     EXIT.
001620*-----------------------------------------------------------------
001630 2200-DISPLAY-ENTRY.
001640     MOVE PA-RESULT-DATA TO RESULT-OUT-RECORD
001650     DISPLAY " "
001660     DISPLAY "PENDING ENTRY: " PA-EXPR-ID " / " PA-ENTRY-TS
001670     DISPLAY "ENTERED BY:    " PA-OPERATOR-ID
001680     DISPLAY "EFF DATE:      " RO-EFF-DATE
001690     DISPLAY "OPERANDS:      " RO-OPERANDS (1:60)
001700     DISPLAY "ROUNDING:      " RO-ROUND-POLICY
001710     DISPLAY "RESULT:        " RO-RESULT-TEXT
001720     IF PA-OPERATOR-ID = WS-APPROVER-ID THEN
001730         DISPLAY "YOUR OWN ENTRY - ANOTHER SUPERVISOR MUST "
001740             "APPROVE IT"
001750     END-IF.
001760 2200-EXIT.
001770     EXIT.
001780*-----------------------------------------------------------------
001790*    THE ENTERING OPERATOR'S ID RIDES AS THE OWNER, SO A
001800*    SUPERVISOR'S OWN ENTRY IS REFUSED AND STAYS PENDING
001810 3000-APPROVE-ENTRY.
001820     MOVE "APPROVE" TO SC-ACTION
001830     SET SC-ROLE-APPROVE TO TRUE
001840     MOVE PA-KEY TO SC-SUBJECT
001850     MOVE PA-OPERATOR-ID TO SC-OWNER-ID
001860     PERFORM 7500-CHECK-ACCESS THRU 7500-EXIT
001870     IF SC-REFUSED THEN
001880         ADD 1 TO WS-REFUSED-COUNT
001890         GO TO 3000-EXIT
001900     END-IF
001910     SET PA-APPROVED TO TRUE
001920     MOVE WS-APPROVER-ID TO PA-APPROVER-ID
001930     MOVE WS-TODAY TO PA-STATUS-DATE
001940     PERFORM 5000-REWRITE-ENTRY THRU 5000-EXIT
001950     ADD 1 TO WS-APPROVED-COUNT
001960     DISPLAY "APPROVED - WILL POST ON THE NEXT RESULT-POST".
001970 3000-EXIT.
001980     EXIT.
001990*-----------------------------------------------------------------
002000 4000-REJECT-ENTRY.
002010     MOVE "REJECT" TO SC-ACTION
002020     SET SC-ROLE-APPROVE TO TRUE
002030     MOVE PA-KEY TO SC-SUBJECT
002040     MOVE SPACES TO SC-OWNER-ID
002050     PERFORM 7500-CHECK-ACCESS THRU 7500-EXIT
002060     IF SC-REFUSED THEN
002070         ADD 1 TO WS-REFUSED-COUNT
002080         GO TO 4000-EXIT
002090     END-IF
002100     MOVE SPACES TO WS-REJECT-REASON
002110     DISPLAY "ENTER REJECTION REASON:"
002120     ACCEPT WS-REJECT-REASON
002130     IF WS-REJECT-REASON = SPACES THEN
002140         MOVE "NO REASON GIVEN" TO WS-REJECT-REASON
002150     END-IF
002160     SET PA-REJECTED TO TRUE
002170     MOVE WS-APPROVER-ID TO PA-APPROVER-ID
002180     MOVE WS-TODAY TO PA-STATUS-DATE
002190     MOVE WS-REJECT-REASON TO PA-REJECT-REASON
002200     PERFORM 5000-REWRITE-ENTRY THRU 5000-EXIT
002210     ADD 1 TO WS-REJECTED-COUNT
002220     DISPLAY "REJECTED - ENTRY RETAINED WITH THE REASON".
002230 4000-EXIT.
002240     EXIT.
002250*-----------------------------------------------------------------
002260 5000-REWRITE-ENTRY.
002270     REWRITE PENDING-APPROVAL-RECORD
002280         INVALID KEY
002290             DISPLAY "ERROR REWRITING PENDING-APPR-FILE, "
002300                 "STATUS = " WS-PEND-STATUS
002310             MOVE 16 TO RETURN-CODE
002320             STOP RUN
002330     END-REWRITE
002340     IF WS-PEND-STATUS NOT = "00" THEN
002350         DISPLAY "ERROR REWRITING PENDING-APPR-FILE, STATUS = "
002360             WS-PEND-STATUS
002370         MOVE 16 TO RETURN-CODE
002380         STOP RUN
002390     END-IF.
002400 5000-EXIT.
002410     EXIT.
002420*-----------------------------------------------------------------
002430*    EVERY SIGN-ON AND FUNCTION GOES THROUGH SECURITY-CHECK. A
002440*    REFUSAL COMES BACK AS SC-REFUSED, ALREADY SHOWN AND LOGGED;
002450*    A SECURITY FILE THAT CANNOT BE READ OR LOGGED TO ENDS THE
002460*    SESSION
002470 7500-CHECK-ACCESS.
002480     MOVE "APPR-REVIEW" TO SC-PROGRAM
002490     MOVE WS-APPROVER-ID TO SC-OPERATOR-ID
002500     CALL "security-check" USING
002510         BY REFERENCE SECURITY-CALL
002520     END-CALL
002530     IF NOT SC-GRANTED AND NOT SC-REFUSED THEN
002540         DISPLAY "SECURITY CHECK FAILED - ENDING"
002550         MOVE 16 TO RETURN-CODE
002560         STOP RUN
002570     END-IF.
002580 7500-EXIT.
002590     EXIT.
002600*-----------------------------------------------------------------
002610 8000-PRINT-REVIEW-TOTALS.
002620     DISPLAY "PENDING ENTRIES SEEN: " WS-PENDING-SEEN
002630     DISPLAY "APPROVED:             " WS-APPROVED-COUNT
002640     DISPLAY "REJECTED:             " WS-REJECTED-COUNT
002650     DISPLAY "SKIPPED:              " WS-SKIPPED-COUNT
002660     DISPLAY "REFUSED:              " WS-REFUSED-COUNT.
002670 8000-EXIT.
002680     EXIT.
002690*-----------------------------------------------------------------
002700 9000-TERMINATE.
002710     CLOSE PENDING-APPR-FILE.
002720 9000-EXIT.
002730     EXIT.
002740 END PROGRAM appr-review.

       COPY security-utilities.
