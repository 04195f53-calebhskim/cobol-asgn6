000180*                PENDING-APPROVAL MASTER (SOURCE FLAG "A", THE
000190*                ENTERING OPERATOR'S ID ATTACHED) - IT REACHES
000200*                THE RESULTS MASTER ONLY AFTER A SUPERVISOR
000210*                APPROVES IT IN APPR-REVIEW. THE OPERATOR
000220*                MUST HOLD THE ENTRY ROLE ON THE OPERSEC
000230*                SECURITY MASTER.
000240*                LOOPS UNTIL A BLANK ENTRY.
000250*-----------------------------------------------------------------
000260*    MODIFICATION HISTORY
000270*    DATE       INIT  DESCRIPTION
000280*    ---------  ----  ------------------------------------------
000290*    2026-08-22 DM    ORIGINAL.
000300*    2026-08-22 DM    AD-HOC ROWS NOW CARRY THE SESSION'S RUN ID
000310*                     AND START TIMESTAMP LIKE BATCH ROWS DO.
000320*    2026-08-22 DM    THE OPERATOR MAY NOW KEY A ROUNDING POLICY
000330*                     (E.G. R2) FOR EACH EXPRESSION; BLANK MEANS
000340*                     T4, THE CLASSIC TRUNCATE-AT-FOUR-PLACES
000350*                     BEHAVIOR. THE POLICY USED SHOWS ON THE
000360*                     AD-HOC RESULT-OUT ROW.
000370*    2026-08-22 DM    A RATES FILE THAT FAILS TO LOAD (REAL I/O
000380*                     ERROR, NOT MERELY ABSENT) NOW ENDS THE
000390*                     SESSION WITH A MESSAGE AND RETURN-CODE 16
000400*                     INSTEAD OF STOPPING SILENTLY INSIDE THE
000410*                     LOADER.
000420*    2026-09-02 DM    THE OPERATOR MAY NOW KEY AN EFFECTIVE
000430*                     DATE FOR EACH EXPRESSION (BLANK = TODAY)
000440*                     NOW THAT RATE LOOKUPS ARE EFFECTIVE-DATED,
000450*                     SO AN URGENT REPRICE OF AN OLD BUSINESS
000460*                     DATE RESOLVES THE RATE IN FORCE THEN. THE
000470*                     DATE KEYED IS CARRIED ON THE AD-HOC
000480*                     RESULT-OUT ROW AS RO-EFF-DATE.
000490*    2026-09-02 DM    ENTRY BANNER NOW MENTIONS THE DATE
000500*                     OPERANDS (DYYYYMMDD LITERALS AND EFFDATE)
000510*                     EXPR-EVAL ACCEPTS FOR DAY-COUNT ACCRUAL
000520*                     FORMULAS.
000530*    2026-09-02 DM    AD-HOC ROWS NO LONGER APPEND STRAIGHT TO
000540*                     RESULTOUT - AN UNREVIEWED NUMBER TYPED AT
000550*                     A TERMINAL WAS BECOMING SYSTEM-OF-RECORD
000560*                     WITH NO SECOND PAIR OF EYES. THE SESSION
000570*                     NOW REQUIRES AN OPERATOR ID AND EACH
000580*                     ENTRY FILES ON THE PENDAPPR MASTER AS
000590*                     PENDING, KEYED BY EXPRESSION ID PLUS
000600*                     ENTRY TIMESTAMP; APPR-REVIEW APPROVES OR
000610*                     REJECTS AND RESULT-POST POSTS ONLY THE
000620*                     APPROVED ONES.
000630*    2026-09-02 DM    THE KEYED EFFECTIVE DATE IS NOW EDITED
000640*                     (NUMERIC AND A REAL CALENDAR DATE) BEFORE
000650*                     EVALUATION - A MISTYPED DATE WAS SILENTLY
000660*                     PRICING AT THE MOST RECENT RATE AND
000670*                     RIDING THE PENDING ROW AS RO-EFF-DATE.
000680*                     A BAD DATE ABANDONS THE EXPRESSION.
000690*    2026-10-14 DM    AN OPERAND MAY NOW BE "@" PLUS ANOTHER
000700*                     EXPRESSION'S ID. THE REFERENCED RESULT FOR
000710*                     THE KEYED EFFECTIVE DATE IS LOOKED UP ON
000720*                     RESULTMST (RESOLVE-REFS) BEFORE EVALUATION;
000730*                     A MISSING OR REJECTED ONE COMES BACK AS
000740*                     REFMISS OR REFREJ. THE ENTRY BANNER NOW
000750*                     MENTIONS REFERENCES.
000760*    2026-10-14 DM    THE OPERATOR ID KEYED AT SIGN-ON MUST NOW BE
000770*                     AN ACTIVE ID ON THE OPERSEC SECURITY MASTER
000780*                     HOLDING THE ENTRY ROLE (SECURITY-CHECK), AND
000790*                     IS CHECKED AGAIN BEFORE EACH EXPRESSION IS
000800*                     EVALUATED AND BEFORE EACH ENTRY IS FILED FOR
000810*                     APPROVAL. A REFUSED SIGN-ON ENDS WITH
000820*                     RETURN-CODE 8; EVERY REFUSAL IS LOGGED TO
000830*                     SECVIOL.
000840*    2026-10-14 DM    AN ENTRY FILED FOR APPROVAL NOW LEAVES A
000850*                     CALCULATION PROOF ON PROOFMST UNDER ITS
000860*                     AUDIT-ROW EXPRESSION ID, THE SESSION RUN ID
000870*                     AND THE KEYED EFFECTIVE DATE - THE SAME KEY
000880*                     ITS RESULTMST ROW WILL CARRY. THE ID IS ONLY
000890*                     KNOWN ONCE THE OPERATOR CHOOSES TO FILE, SO
000900*                     THE EXPRESSION IS EVALUATED AGAIN WITH THE
000910*                     PROOF ON; AN ENTRY WHOSE PROOF CANNOT BE
000920*                     WRITTEN IS NOT FILED. PROOFMST IS CLOSED IN
000930*                     NEW 9000-TERMINATE.
000940*    2026-10-14 DM    A FORMULA THAT COMPUTES BELOW ZERO NOW SHOWS
000950*                     AND FILES AS A CREDIT (TRAILING CR) INSTEAD
000960*                     OF AS A POSITIVE NUMBER.
000970*****************************************************************
000980 ENVIRONMENT DIVISION.
000990 INPUT-OUTPUT SECTION.
001000 FILE-CONTROL.
001010     SELECT PENDING-APPR-FILE ASSIGN TO "PENDAPPR"
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS RANDOM
001040         RECORD KEY IS PA-KEY
001050         FILE STATUS IS WS-PEND-STATUS.
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  PENDING-APPR-FILE.
001090 COPY pending-approval.
001100 WORKING-STORAGE SECTION.
001110*    THE AD-HOC ROW IS STILL BUILT IN THE RESULT-OUT LAYOUT -
001120*    IT JUST RIDES INSIDE THE PENDING-APPROVAL RECORD UNTIL A
001130*    SUPERVISOR RELEASES IT
001140 COPY result-out.
001150 77  WS-PEND-STATUS              PIC X(02) VALUE SPACES.
001160 77  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001170 01  WS-ENTRY-TS                 PIC X(14) VALUE SPACES.
001180 77  WS-DONE-SWITCH              PIC X(01) VALUE "N".
001190     88  WS-ENTRY-DONE                      VALUE "Y".
001200 77  WS-ANSWER                   PIC X(01) VALUE SPACE.
001210 77  WS-RATES-LOAD-STATUS        PIC X(02) VALUE "00".
001220 01  WS-ROUND-ANSWER             PIC X(02) VALUE SPACES.
001230 01  WS-EFF-DATE-ANSWER          PIC X(08) VALUE SPACES.
001240 01  WS-EFF-DATE-NUM             PIC 9(08) VALUE ZERO.
001250 77  WS-DAY-INT                  PIC S9(09) COMP VALUE ZERO.
001260 01  WS-ENTRY-TEXT               PIC X(300) VALUE SPACES.
001270 01  WS-ADHOC-ID                 PIC X(10) VALUE SPACES.
001280 01  WS-TODAY                    PIC X(08) VALUE SPACES.
001290 01  WS-RESULT-EDIT              PIC Z(8)9.9999CR.
001300 77  WS-RUN-ID                   PIC X(15) VALUE SPACES.
001310 01  WS-RUN-STAMP.
001320     05  WS-RUN-DATE             PIC X(08).
001330     05  WS-RUN-TIME             PIC X(06).
001340 01  WS-TIME-NOW                 PIC X(08) VALUE SPACES.
001350 01  WS-START-TS                 PIC X(14) VALUE SPACES.
001360 COPY rates-table.
001370 COPY eval-result.
001380 COPY expr-refs.
001390 77  WS-REFS-RESOLVE-STATUS      PIC X(02) VALUE "00".
001400 COPY security-call.
001410 COPY proof-call.
001420 PROCEDURE DIVISION.
001430*-----------------------------------------------------------------
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001460     PERFORM 2000-ENTER-ONE-EXPRESSION THRU 2000-EXIT
001470         UNTIL WS-ENTRY-DONE
001480     PERFORM 9000-TERMINATE THRU 9000-EXIT
001490     STOP RUN.
001500*-----------------------------------------------------------------
001510 1000-INITIALIZE.
001520     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001530     MOVE WS-TODAY TO WS-RUN-DATE
001540     ACCEPT WS-TIME-NOW FROM TIME
001550     MOVE WS-TIME-NOW (1:6) TO WS-RUN-TIME
001560     STRING "R" WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
001570         INTO WS-RUN-ID
001580     END-STRING
001590     MOVE WS-RUN-STAMP TO WS-START-TS
001600     CALL "load-rates" USING
001610         BY REFERENCE RATES-TABLE
001620         BY REFERENCE WS-RATES-LOAD-STATUS
001630     END-CALL
001640     IF WS-RATES-LOAD-STATUS NOT = "00" THEN
001650         DISPLAY "RATES FILE COULD NOT BE LOADED - ENDING"
001660         MOVE 16 TO RETURN-CODE
001670         STOP RUN
001680     END-IF
001690*    EVERY PENDING ENTRY MUST NAME WHO TYPED IT - NO ID, NO
001700*    SESSION
001710     MOVE SPACES TO WS-OPERATOR-ID
001720     DISPLAY "ENTER YOUR OPERATOR ID:"
001730     ACCEPT WS-OPERATOR-ID
001740     IF WS-OPERATOR-ID = SPACES THEN
001750         DISPLAY "OPERATOR ID IS REQUIRED - ENDING"
001760         MOVE 16 TO RETURN-CODE
001770         STOP RUN
001780     END-IF
001790     MOVE "SIGN-ON" TO SC-ACTION
001800     SET SC-ROLE-ENTRY TO TRUE
001810     MOVE SPACES TO SC-SUBJECT
001820     MOVE SPACES TO SC-OWNER-ID
001830     PERFORM 7500-CHECK-ACCESS THRU 7500-EXIT
001840     IF SC-REFUSED THEN
001850         DISPLAY "SIGN-ON REFUSED - ENDING"
001860         MOVE 8 TO RETURN-CODE
001870         STOP RUN
001880     END-IF
001890     DISPLAY "SIGNED ON AS " SC-OPERATOR-ID " - " SC-OPERATOR-NAME
001900     DISPLAY "EXPRESSION ENTRY - PREFIX (OP,A,B,...) OR "
001910         "POSTFIX (A,B,OP,...), RATE NAMES, DATES "
001920         "(DYYYYMMDD / EFFDATE) AND @ID REFERENCES ALLOWED".
001930 1000-EXIT.
001940     EXIT.
001950*-----------------------------------------------------------------
001960 2000-ENTER-ONE-EXPRESSION.
001970     MOVE SPACES TO WS-ENTRY-TEXT
001980     DISPLAY "ENTER EXPRESSION (BLANK TO END):"
001990     ACCEPT WS-ENTRY-TEXT
002000     IF WS-ENTRY-TEXT = SPACES THEN
002010         SET WS-ENTRY-DONE TO TRUE
002020         GO TO 2000-EXIT
002030     END-IF
002040     MOVE "EVALUATE" TO SC-ACTION
002050     SET SC-ROLE-ENTRY TO TRUE
002060     MOVE WS-ENTRY-TEXT TO SC-SUBJECT
002070     MOVE SPACES TO SC-OWNER-ID
002080     PERFORM 7500-CHECK-ACCESS THRU 7500-EXIT
002090     IF SC-REFUSED THEN
002100         GO TO 2000-EXIT
002110     END-IF
002120     MOVE SPACES TO WS-EFF-DATE-ANSWER
002130     DISPLAY "EFFECTIVE DATE (YYYYMMDD, BLANK FOR TODAY):"
002140     ACCEPT WS-EFF-DATE-ANSWER
002150     IF WS-EFF-DATE-ANSWER = SPACES THEN
002160         MOVE WS-TODAY TO WS-EFF-DATE-ANSWER
002170     END-IF
002180*    A MISTYPED DATE MUST NOT SLIP THROUGH - THE EVALUATOR
002190*    WOULD QUIETLY FALL BACK TO MOST-RECENT-RATE PRICING, THE
002200*    EXACT SILENT WRONG-RATE REPRICE EFFECTIVE DATING EXISTS
002210*    TO PREVENT, AND THE GARBAGE WOULD RIDE THE AUDIT ROW
002220     IF WS-EFF-DATE-ANSWER IS NOT NUMERIC THEN
002230         DISPLAY "EFFECTIVE DATE IS NOT NUMERIC: "
002240             WS-EFF-DATE-ANSWER " - EXPRESSION ABANDONED"
002250         GO TO 2000-EXIT
002260     END-IF
002270     MOVE WS-EFF-DATE-ANSWER TO WS-EFF-DATE-NUM
002280     COMPUTE WS-DAY-INT
002290         = FUNCTION INTEGER-OF-DATE (WS-EFF-DATE-NUM)
002300     IF WS-DAY-INT = ZERO THEN
002310         DISPLAY "EFFECTIVE DATE IS NOT A VALID CALENDAR "
002320             "DATE: " WS-EFF-DATE-ANSWER
002330             " - EXPRESSION ABANDONED"
002340         GO TO 2000-EXIT
002350     END-IF
002360     MOVE WS-EFF-DATE-ANSWER TO EVAL-EFF-DATE
002370     MOVE SPACES TO WS-ROUND-ANSWER
002380     DISPLAY "ROUNDING POLICY (E.G. R2 / T0, BLANK FOR T4):"
002390     ACCEPT WS-ROUND-ANSWER
002400     MOVE WS-ROUND-ANSWER (1:1) TO EVAL-ROUND-MODE
002410     MOVE WS-ROUND-ANSWER (2:1) TO EVAL-ROUND-PLACES
002420     SET EVAL-PROOF-NOT-WANTED TO TRUE
002430*    A REFERENCED RESULT IS TAKEN FROM THE RESULTS MASTER AS IT
002440*    STANDS NOW, SO THE TABLE STARTS EMPTY FOR EVERY ENTRY
002450     MOVE ZERO TO REFS-COUNT
002460     CALL "resolve-refs" USING
002470         BY CONTENT WS-ENTRY-TEXT
002480         BY CONTENT WS-EFF-DATE-ANSWER
002490         BY REFERENCE EXPR-REFS
002500         BY REFERENCE WS-REFS-RESOLVE-STATUS
002510     END-CALL
002520     IF WS-REFS-RESOLVE-STATUS NOT = "00" THEN
002530         DISPLAY "RESULTS MASTER COULD NOT BE READ FOR @ "
002540             "REFERENCES - EXPRESSION ABANDONED"
002550         GO TO 2000-EXIT
002560     END-IF
002570     CALL "expr-eval" USING
002580         BY CONTENT WS-ENTRY-TEXT
002590         BY REFERENCE RATES-TABLE
002600         BY REFERENCE EVAL-RESULT
002610         BY REFERENCE EXPR-REFS
002620     END-CALL
002630     IF EVAL-INVALID THEN
002640         DISPLAY "REJECTED - REASON CODE: " EVAL-REASON-CODE
002650         GO TO 2000-EXIT
002660     END-IF
002670     MOVE EVAL-RESULT-NUM TO WS-RESULT-EDIT
002680     DISPLAY "RESULT: " WS-RESULT-EDIT
002690     DISPLAY "FILE FOR SUPERVISOR APPROVAL? (Y/N):"
002700     MOVE SPACE TO WS-ANSWER
002710     ACCEPT WS-ANSWER
002720     IF WS-ANSWER = "Y" OR WS-ANSWER = "y" THEN
002730         PERFORM 3000-FILE-PENDING-RESULT THRU 3000-EXIT
002740     END-IF.
002750 2000-EXIT.
002760     EXIT.
002770*-----------------------------------------------------------------
002780*    AN AD-HOC RESULT NO LONGER TOUCHES RESULTOUT DIRECTLY -
002790*    THE ROW IMAGE FILES ON THE PENDAPPR MASTER AS PENDING,
002800*    STAMPED WITH THE ENTERING OPERATOR'S ID, AND REACHES THE
002810*    RESULTS MASTER ONLY AFTER APPR-REVIEW APPROVES IT.
002820 3000-FILE-PENDING-RESULT.
002830     MOVE SPACES TO WS-ADHOC-ID
002840     DISPLAY "ENTER EXPRESSION ID FOR THE AUDIT ROW "
002850         "(BLANK FOR ADHOC):"
002860     ACCEPT WS-ADHOC-ID
002870     IF WS-ADHOC-ID = SPACES THEN
002880         MOVE "ADHOC" TO WS-ADHOC-ID
002890     END-IF
002900     MOVE "FILE" TO SC-ACTION
002910     SET SC-ROLE-ENTRY TO TRUE
002920     MOVE WS-ADHOC-ID TO SC-SUBJECT
002930     MOVE SPACES TO SC-OWNER-ID
002940     PERFORM 7500-CHECK-ACCESS THRU 7500-EXIT
002950     IF SC-REFUSED THEN
002960         DISPLAY "ENTRY NOT FILED"
002970         GO TO 3000-EXIT
002980     END-IF
002990     PERFORM 3100-WRITE-PROOF THRU 3100-EXIT
003000     IF EVAL-PROOF-STATUS NOT = "00" OR EVAL-INVALID THEN
003010         DISPLAY "CALCULATION PROOF NOT WRITTEN - ENTRY NOT "
003020             "FILED"
003030         GO TO 3000-EXIT
003040     END-IF
003050     OPEN I-O PENDING-APPR-FILE
003060     IF WS-PEND-STATUS = "35" THEN
003070*        FIRST PENDING ENTRY EVER - CREATE THE MASTER
003080         OPEN OUTPUT PENDING-APPR-FILE
003090         IF WS-PEND-STATUS NOT = "00" THEN
003100             DISPLAY "ERROR CREATING PENDING-APPR-FILE, "
003110                 "STATUS = " WS-PEND-STATUS
003120             GO TO 3000-EXIT
003130         END-IF
003140         CLOSE PENDING-APPR-FILE
003150         OPEN I-O PENDING-APPR-FILE
003160     END-IF
003170     IF WS-PEND-STATUS NOT = "00" THEN
003180         DISPLAY "ERROR OPENING PENDING-APPR-FILE, STATUS = "
003190             WS-PEND-STATUS
003200         GO TO 3000-EXIT
003210     END-IF
003220     MOVE SPACES TO RESULT-OUT-RECORD
003230     MOVE WS-ADHOC-ID TO RO-EXPR-ID
003240     MOVE WS-EFF-DATE-ANSWER TO RO-EFF-DATE
003250     MOVE EVAL-OPERATOR TO RO-OPERATOR
003260     MOVE EVAL-OPERAND-COUNT TO RO-OPERAND-COUNT
003270     MOVE EVAL-OPERAND-TEXT TO RO-OPERANDS
003280     MOVE EVAL-TRUNC-FLAG TO RO-TRUNC-FLAG
003290     MOVE "A" TO RO-SOURCE-FLAG
003300     MOVE WS-RUN-ID TO RO-RUN-ID
003310     MOVE WS-START-TS TO RO-RUN-TS
003320     MOVE EVAL-ROUND-APPLIED TO RO-ROUND-POLICY
003330     MOVE EVAL-RESULT-NUM TO RO-RESULT-NUM
003340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003350     ACCEPT WS-TIME-NOW FROM TIME
003360     MOVE SPACES TO WS-ENTRY-TS
003370     STRING WS-RUN-DATE WS-TIME-NOW (1:6) DELIMITED BY SIZE
003380         INTO WS-ENTRY-TS
003390     END-STRING
003400     MOVE SPACES TO PENDING-APPROVAL-RECORD
003410     MOVE WS-ADHOC-ID TO PA-EXPR-ID
003420     MOVE WS-ENTRY-TS TO PA-ENTRY-TS
003430     MOVE WS-OPERATOR-ID TO PA-OPERATOR-ID
003440     SET PA-PENDING TO TRUE
003450     MOVE WS-RUN-DATE TO PA-STATUS-DATE
003460     MOVE RESULT-OUT-RECORD TO PA-RESULT-DATA
003470     WRITE PENDING-APPROVAL-RECORD
003480         INVALID KEY
003490             DISPLAY "DUPLICATE PENDING ENTRY - TRY AGAIN IN A "
003500                 "MOMENT"
003510             CLOSE PENDING-APPR-FILE
003520             GO TO 3000-EXIT
003530     END-WRITE
003540     IF WS-PEND-STATUS NOT = "00"
003550         AND WS-PEND-STATUS NOT = "02" THEN
003560         DISPLAY "ERROR WRITING PENDING-APPR-FILE, STATUS = "
003570             WS-PEND-STATUS
003580     ELSE
003590         DISPLAY "ENTRY FILED FOR APPROVAL AS " WS-ADHOC-ID
003600             " / " WS-ENTRY-TS
003610     END-IF
003620     CLOSE PENDING-APPR-FILE.
003630 3000-EXIT.
003640     EXIT.
003650*-----------------------------------------------------------------
003660*    THE SAME TEXT, RATES, REFERENCES, DATE AND POLICY AS THE
003670*    EVALUATION THE OPERATOR JUST SAW, SO THE RESULT IS THE SAME
003680*    - THIS TIME TRACED UNDER THE KEY THE POSTED ROW WILL CARRY
003690 3100-WRITE-PROOF.
003700     SET EVAL-PROOF-WANTED TO TRUE
003710     MOVE WS-ADHOC-ID TO EVAL-PROOF-EXPR-ID
003720     MOVE WS-RUN-ID TO EVAL-PROOF-RUN-ID
003730     MOVE WS-EFF-DATE-ANSWER TO EVAL-PROOF-KEY-DATE
003740     CALL "expr-eval" USING
003750         BY CONTENT WS-ENTRY-TEXT
003760         BY REFERENCE RATES-TABLE
003770         BY REFERENCE EVAL-RESULT
003780         BY REFERENCE EXPR-REFS
003790     END-CALL
003800     SET EVAL-PROOF-NOT-WANTED TO TRUE.
003810 3100-EXIT.
003820     EXIT.
003830*-----------------------------------------------------------------
003840*    EVERY SIGN-ON AND FUNCTION GOES THROUGH SECURITY-CHECK. A
003850*    REFUSAL COMES BACK AS SC-REFUSED, ALREADY SHOWN AND LOGGED;
003860*    A SECURITY FILE THAT CANNOT BE READ OR LOGGED TO ENDS THE
003870*    SESSION
003880 7500-CHECK-ACCESS.
003890     MOVE "EXPR-ENTRY" TO SC-PROGRAM
003900     MOVE WS-OPERATOR-ID TO SC-OPERATOR-ID
003910     CALL "security-check" USING
003920         BY REFERENCE SECURITY-CALL
003930     END-CALL
003940     IF NOT SC-GRANTED AND NOT SC-REFUSED THEN
003950         DISPLAY "SECURITY CHECK FAILED - ENDING"
003960         MOVE 16 TO RETURN-CODE
003970         STOP RUN
003980     END-IF.
003990 7500-EXIT.
004000     EXIT.
004010*-----------------------------------------------------------------
004020 9000-TERMINATE.
004030     SET PX-CLOSE TO TRUE
004040     CALL "proof-trace" USING
004050         BY REFERENCE PROOF-CALL
004060     END-CALL.
004070 9000-EXIT.
004080     EXIT.
004090 END PROGRAM expr-entry.

       COPY stack-utilities.

       COPY expr-evaluate.

       COPY rates-utilities.

       COPY refs-utilities.

       COPY security-utilities.

       COPY proof-utilities.
