000130*                REPROCESSED - SO "WHAT DID EXPRESSION X COMPUTE
000140*                TO LAST TUESDAY" IS ONE KEYED READ INSTEAD OF A
000150*                FLAT-FILE SCAN. RUNS AS THE POSTING STEP AFTER
000160*                STACK-TEST. A ROW WHOSE RUN DATE FALLS IN A
000170*                MONTH PERIOD-CLOSE HAS CLOSED IS NEVER ADDED OR
000180*                REPLACED - IT GOES TO THE POSTEXCP EXCEPTIONS
000190*                LIST INSTEAD.
000200*-----------------------------------------------------------------
000210*    MODIFICATION HISTORY
000220*    DATE       INIT  DESCRIPTION
000230*    ---------  ----  ------------------------------------------
000240*    2026-08-22 DM    ORIGINAL.
000250*    2026-08-22 DM    RM-RUN-DATE NOW COMES FROM THE ROW'S OWN
000260*                     RO-RUN-TS (THE PRODUCING RUN), FALLING
000270*                     BACK TO THE POSTING DATE ONLY FOR ROWS
000280*                     WITHOUT A RUN STAMP, AND RM-RUN-ID CARRIES
000290*                     THE PRODUCING RUN ID ONTO THE MASTER.
000300*    2026-09-02 DM    AD-HOC ROWS NOW POST ONLY THROUGH THE
000310*                     PENDAPPR APPROVAL MASTER: A SOURCE-"A" ROW
000320*                     STILL SITTING ON RESULTOUT IS SKIPPED WITH
000330*                     A WARNING (IT NEVER SAW A SECOND PAIR OF
000340*                     EYES), AND AFTER THE BATCH ROWS POST, EACH
000350*                     APPROVED PENDING ENTRY POSTS THROUGH THE
000360*                     SAME 2200 PATH WITH THE APPROVING
000370*                     SUPERVISOR'S ID CARRIED ONTO THE NEW
000380*                     RM-APPROVER-ID, THEN MARKS ITSELF POSTED
000390*                     SO A RERUN OF THE POSTING STEP CANNOT
000400*                     POST IT TWICE. REJECTED AND PENDING
000410*                     ENTRIES ARE LEFT ALONE.
000420*    2026-10-14 DM    THE ROUNDING POLICY THE EVALUATOR APPLIED
000430*                     (RO-ROUND-POLICY) NOW RIDES THE MASTER ROW
000440*                     IN RM-ROUND-POLICY SO RATE-RESTATE CAN
000450*                     RECOMPUTE THE ROW UNDER THE SAME POLICY.
000460*    2026-10-14 DM    ROWS DATED IN A CLOSED ACCOUNTING MONTH ARE
000470*                     NO LONGER ADDED OR REPLACED. BEFORE EACH ROW
000480*                     POSTS, THE MONTH OF ITS RUN DATE IS LOOKED
000490*                     UP ON THE PERIODCTL PERIOD CONTROL FILE
000500*                     MAINTAINED BY PERIOD-CLOSE; A ROW FOR A
000510*                     CLOSED MONTH IS REFUSED AND LISTED ON THE
000520*                     NEW POSTEXCP EXCEPTIONS LIST INSTEAD, AND
000530*                     THE RUN ENDS RC 4. A REFUSED APPROVED AD-HOC
000540*                     ENTRY STAYS APPROVED ON PENDAPPR SO IT POSTS
000550*                     ONCE THE MONTH IS REOPENED.
000560*    2026-10-14 DM    THE RUN IS NOW UNDER NIGHTLY CYCLE CONTROL.
000570*                     BEFORE ANY FILE IS OPENED, CYCLE-STEP
000580*                     (CYCLE-UTILITIES COPYBOOK) CHECKS THE
000590*                     CYCLECTL ROW FOR THE BUSINESS DATE ON THE
000600*                     CYCPARM CARD AND REFUSES THE RUN WITH RC 12
000610*                     WHEN STACK-TEST HAS NOT ENDED NORMALLY FOR
000620*                     THAT DATE, OR WHEN THE POSTING ALREADY
000630*                     COMPLETED FOR IT AND NO RERUN IS AUTHORIZED.
000640*                     THE END OF THE RUN IS RECORDED ON CYCLECTL
000650*                     WITH THE RETURN CODE.
000660*****************************************************************
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT RESULT-IN-FILE ASSIGN TO "RESULTOUT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-RESULT-IN-STATUS.
000730     SELECT RESULT-MASTER-FILE ASSIGN TO "RESULTMST"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS RM-KEY
000770         FILE STATUS IS WS-MASTER-STATUS.
000780     SELECT PENDING-APPR-FILE ASSIGN TO "PENDAPPR"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS SEQUENTIAL
000810         RECORD KEY IS PA-KEY
000820         FILE STATUS IS WS-PEND-STATUS.
000830     SELECT PERIOD-CTL-FILE ASSIGN TO "PERIODCTL"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS RANDOM
000860         RECORD KEY IS PC-PERIOD
000870         FILE STATUS IS WS-PERIOD-STATUS.
000880     SELECT REPORT-FILE ASSIGN TO "POSTEXCP"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-REPORT-STATUS.
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  RESULT-IN-FILE.
000940 COPY result-out.
000950 FD  RESULT-MASTER-FILE.
000960 COPY result-master.
000970 FD  PENDING-APPR-FILE.
000980 COPY pending-approval.
000990 FD  PERIOD-CTL-FILE.
001000 COPY period-ctl.
001010 FD  REPORT-FILE.
001020 01  REPORT-LINE                 PIC X(132).
001030 WORKING-STORAGE SECTION.
001040 77  WS-RESULT-IN-STATUS         PIC X(02) VALUE SPACES.
001050 77  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
001060 77  WS-PEND-STATUS              PIC X(02) VALUE SPACES.
001070 77  WS-PERIOD-STATUS            PIC X(02) VALUE SPACES.
001080 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
001090 77  WS-PERIOD-FILE-SWITCH       PIC X(01) VALUE "N".
001100     88  WS-PERIOD-FILE-OPEN                VALUE "Y".
001110 77  WS-PERIOD-CLOSED-SWITCH     PIC X(01) VALUE "N".
001120     88  WS-PERIOD-IS-CLOSED                VALUE "Y".
001130 77  WS-REFUSED-SWITCH           PIC X(01) VALUE "N".
001140     88  WS-ROW-REFUSED                     VALUE "Y".
001150 77  WS-PAGE-COUNT               PIC 9(04) VALUE ZERO.
001160 77  WS-LINE-COUNT               PIC S9(04) COMP VALUE +999.
001170 77  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE +55.
001180 77  WS-PEND-EOF-SWITCH          PIC X(01) VALUE "N".
001190     88  WS-PEND-EOF                        VALUE "Y".
001200 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001210     88  WS-END-OF-FILE                     VALUE "Y".
001220 77  WS-ROWS-READ                PIC 9(09) VALUE ZERO.
001230 77  WS-ROWS-ADDED               PIC 9(09) VALUE ZERO.
001240 77  WS-ROWS-UPDATED             PIC 9(09) VALUE ZERO.
001250 77  WS-ADHOC-SKIPPED            PIC 9(09) VALUE ZERO.
001260 77  WS-PENDING-POSTED           PIC 9(09) VALUE ZERO.
001270 77  WS-ROWS-REFUSED             PIC 9(09) VALUE ZERO.
001280 01  WS-ROWS-READ-EDIT           PIC Z(08)9.
001290 01  WS-ROWS-ADDED-EDIT          PIC Z(08)9.
001300 01  WS-ROWS-UPDATED-EDIT        PIC Z(08)9.
001310 01  WS-ADHOC-SKIPPED-EDIT       PIC Z(08)9.
001320 01  WS-PENDING-POSTED-EDIT      PIC Z(08)9.
001330 01  WS-ROWS-REFUSED-EDIT        PIC Z(08)9.
001340 77  WS-CURR-APPROVER            PIC X(08) VALUE SPACES.
001350 01  WS-RUN-DATE                 PIC X(08).
001360*    THE LAST MONTH LOOKED UP ON PERIODCTL AND WHETHER IT WAS
001370*    CLOSED - ROWS ARRIVE GROUPED BY RUN DATE, SO ONE READ
001380*    USUALLY SERVES THE WHOLE FILE
001390 01  WS-LAST-PERIOD              PIC X(06) VALUE SPACES.
001400 01  WS-ROW-SOURCE               PIC X(08) VALUE SPACES.
001410 01  WS-HD-RUN-DATE.
001420     05  WS-RUN-YYYY             PIC X(04).
001430     05  WS-RUN-MM               PIC X(02).
001440     05  WS-RUN-DD               PIC X(02).
001450 01  WS-HEAD-1.
001460     05  FILLER                  PIC X(05) VALUE SPACES.
001470     05  FILLER                  PIC X(40) VALUE
001480         "POSTING EXCEPTIONS - CLOSED PERIODS".
001490     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001500     05  WS-HD-DATE              PIC X(10).
001510     05  FILLER                  PIC X(05) VALUE SPACES.
001520     05  FILLER                  PIC X(06) VALUE "PAGE: ".
001530     05  WS-HD-PAGE              PIC ZZZ9.
001540 01  WS-HEAD-2.
001550     05  FILLER                  PIC X(10) VALUE "EXPR ID".
001560     05  FILLER                  PIC X(02) VALUE SPACES.
001570     05  FILLER                  PIC X(08) VALUE "RUN DATE".
001580     05  FILLER                  PIC X(02) VALUE SPACES.
001590     05  FILLER                  PIC X(08) VALUE "EFF DATE".
001600     05  FILLER                  PIC X(02) VALUE SPACES.
001610     05  FILLER                  PIC X(15) VALUE "RUN ID".
001620     05  FILLER                  PIC X(02) VALUE SPACES.
001630     05  FILLER                  PIC X(20) VALUE "RESULT".
001640     05  FILLER                  PIC X(02) VALUE SPACES.
001650     05  FILLER                  PIC X(08) VALUE "SOURCE".
001660     05  FILLER                  PIC X(02) VALUE SPACES.
001670     05  FILLER                  PIC X(30) VALUE "REASON".
001680 01  WS-HEAD-3.
001690     05  FILLER                  PIC X(111) VALUE ALL "-".
001700 01  WS-DETAIL-LINE.
001710     05  WS-DT-EXPR-ID           PIC X(10).
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  WS-DT-RUN-DATE          PIC X(08).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  WS-DT-EFF-DATE          PIC X(08).
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  WS-DT-RUN-ID            PIC X(15).
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001790     05  WS-DT-RESULT            PIC X(20).
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  WS-DT-SOURCE            PIC X(08).
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001830     05  FILLER                  PIC X(07) VALUE "PERIOD ".
001840     05  WS-DT-PERIOD            PIC X(06).
001850     05  FILLER                  PIC X(17) VALUE
001860         " CLOSED - REFUSED".
001870 01  WS-TOTAL-LINE.
001880     05  FILLER                  PIC X(30) VALUE
001890         "ROWS REFUSED (PERIOD CLOSED): ".
001900     05  WS-TL-COUNT             PIC Z(08)9.
001910 COPY cycle-call.
001920 PROCEDURE DIVISION.
001930*-----------------------------------------------------------------
001940 0000-MAINLINE.
001950     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001960     PERFORM 2000-POST-RESULTS THRU 2000-EXIT
001970         UNTIL WS-END-OF-FILE
001980     PERFORM 3000-POST-APPROVED-ENTRIES THRU 3000-EXIT
001990     PERFORM 8000-PRINT-POSTING-TOTALS THRU 8000-EXIT
002000     PERFORM 9000-TERMINATE THRU 9000-EXIT
002010     STOP RUN.
002020*-----------------------------------------------------------------
002030 1000-INITIALIZE.
002040     PERFORM 1100-START-CYCLE-STEP THRU 1100-EXIT
002050     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002060     OPEN INPUT RESULT-IN-FILE
002070     IF WS-RESULT-IN-STATUS NOT = "00" THEN
002080         DISPLAY "ERROR OPENING RESULT-IN-FILE, STATUS = "
002090             WS-RESULT-IN-STATUS
002100         STOP RUN
002110     END-IF
002120     OPEN I-O RESULT-MASTER-FILE
002130     IF WS-MASTER-STATUS = "35" THEN
002140*        FIRST POSTING EVER - CREATE THE MASTER THEN REOPEN I-O
002150         OPEN OUTPUT RESULT-MASTER-FILE
002160         IF WS-MASTER-STATUS NOT = "00" THEN
002170             DISPLAY "ERROR CREATING RESULT-MASTER, STATUS = "
002180                 WS-MASTER-STATUS
002190             STOP RUN
002200         END-IF
002210         CLOSE RESULT-MASTER-FILE
002220         OPEN I-O RESULT-MASTER-FILE
002230     END-IF
002240     IF WS-MASTER-STATUS NOT = "00" THEN
002250         DISPLAY "ERROR OPENING RESULT-MASTER, STATUS = "
002260             WS-MASTER-STATUS
002270         STOP RUN
002280     END-IF
002290*    NO PERIOD CONTROL FILE MEANS NO MONTH HAS EVER BEEN CLOSED
002300     OPEN INPUT PERIOD-CTL-FILE
002310     IF WS-PERIOD-STATUS = "00" THEN
002320         SET WS-PERIOD-FILE-OPEN TO TRUE
002330     ELSE
002340     IF WS-PERIOD-STATUS NOT = "35" THEN
002350         DISPLAY "ERROR OPENING PERIOD-CTL-FILE, STATUS = "
002360             WS-PERIOD-STATUS
002370         STOP RUN
002380     END-IF
002390     END-IF
002400     OPEN OUTPUT REPORT-FILE
002410     IF WS-REPORT-STATUS NOT = "00" THEN
002420         DISPLAY "ERROR OPENING REPORT-FILE, STATUS = "
002430             WS-REPORT-STATUS
002440         STOP RUN
002450     END-IF
002460     MOVE WS-RUN-DATE TO WS-HD-RUN-DATE
002470     STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
002480         DELIMITED BY SIZE
002490         INTO WS-HD-DATE
002500     END-STRING
002510     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
002520 1000-EXIT.
002530     EXIT.
002540*-----------------------------------------------------------------
002550 1100-START-CYCLE-STEP.
002560     MOVE "START" TO CC-FUNCTION
002570     SET CC-STEP-POST TO TRUE
002580     MOVE SPACES TO CC-BUS-DATE
002590     MOVE ZERO TO CC-STEP-RC
002600     CALL "cycle-step" USING BY REFERENCE CYCLE-CALL
002610     END-CALL
002620     IF CC-REFUSED THEN
002630         MOVE 12 TO RETURN-CODE
002640         STOP RUN
002650     END-IF
002660     IF NOT CC-GO-AHEAD THEN
002670         DISPLAY "CYCLE CONTROL CHECK FAILED - ENDING"
002680         MOVE 16 TO RETURN-CODE
002690         STOP RUN
002700     END-IF.
002710 1100-EXIT.
002720     EXIT.
002730*-----------------------------------------------------------------
002740 2000-POST-RESULTS.
002750     ADD 1 TO WS-ROWS-READ
002760*    AN AD-HOC ROW ON RESULTOUT NEVER WENT THROUGH APPROVAL -
002770*    IT DOES NOT REACH THE MASTER FROM HERE ANY MORE
002780     IF RO-SOURCE-FLAG = "A" THEN
002790         ADD 1 TO WS-ADHOC-SKIPPED
002800         DISPLAY "AD-HOC ROW SKIPPED (UNAPPROVED): " RO-EXPR-ID
002810             " - AD-HOC RESULTS POST VIA PENDAPPR ONLY"
002820     ELSE
002830         MOVE "BATCH" TO WS-ROW-SOURCE
002840         PERFORM 2200-POST-ONE-RESULT THRU 2200-EXIT
002850     END-IF
002860     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
002870 2000-EXIT.
002880     EXIT.
002890*-----------------------------------------------------------------
002900 2100-READ-RESULT.
002910     READ RESULT-IN-FILE
002920         AT END
002930             SET WS-END-OF-FILE TO TRUE
002940     END-READ
002950     IF NOT WS-END-OF-FILE
002960         AND WS-RESULT-IN-STATUS NOT = "00" THEN
002970         DISPLAY "ERROR READING RESULT-IN-FILE, STATUS = "
002980             WS-RESULT-IN-STATUS
002990         STOP RUN
003000     END-IF.
003010 2100-EXIT.
003020     EXIT.
003030*-----------------------------------------------------------------
003040 2150-CHECK-PERIOD.
003050     IF RM-RUN-DATE (1:6) = WS-LAST-PERIOD THEN
003060         GO TO 2150-EXIT
003070     END-IF
003080     MOVE RM-RUN-DATE (1:6) TO WS-LAST-PERIOD
003090     MOVE "N" TO WS-PERIOD-CLOSED-SWITCH
003100     IF NOT WS-PERIOD-FILE-OPEN THEN
003110         GO TO 2150-EXIT
003120     END-IF
003130     MOVE WS-LAST-PERIOD TO PC-PERIOD
003140     READ PERIOD-CTL-FILE
003150         INVALID KEY
003160             GO TO 2150-EXIT
003170     END-READ
003180     IF WS-PERIOD-STATUS NOT = "00" THEN
003190         DISPLAY "ERROR READING PERIOD-CTL-FILE, STATUS = "
003200             WS-PERIOD-STATUS
003210         STOP RUN
003220     END-IF
003230     IF PC-CLOSED THEN
003240         SET WS-PERIOD-IS-CLOSED TO TRUE
003250     END-IF.
003260 2150-EXIT.
003270     EXIT.
003280*-----------------------------------------------------------------
003290 2170-LIST-REFUSED-ROW.
003300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN
003310         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
003320     END-IF
003330     MOVE RO-EXPR-ID TO WS-DT-EXPR-ID
003340     MOVE RM-RUN-DATE TO WS-DT-RUN-DATE
003350     MOVE RO-EFF-DATE TO WS-DT-EFF-DATE
003360     MOVE RO-RUN-ID TO WS-DT-RUN-ID
003370     MOVE RO-RESULT-TEXT TO WS-DT-RESULT
003380     MOVE WS-ROW-SOURCE TO WS-DT-SOURCE
003390     MOVE WS-LAST-PERIOD TO WS-DT-PERIOD
003400     MOVE WS-DETAIL-LINE TO REPORT-LINE
003410     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003420     ADD 1 TO WS-LINE-COUNT
003430     ADD 1 TO WS-ROWS-REFUSED
003440     DISPLAY "ROW REFUSED - PERIOD " WS-LAST-PERIOD " CLOSED: "
003450         RO-EXPR-ID " " RM-RUN-DATE.
003460 2170-EXIT.
003470     EXIT.
003480*-----------------------------------------------------------------
003490 2200-POST-ONE-RESULT.
003500     MOVE "N" TO WS-REFUSED-SWITCH
003510     MOVE SPACES TO RESULT-MASTER-RECORD
003520     MOVE RO-EXPR-ID TO RM-EXPR-ID
003530*    KEY BY THE PRODUCING RUN'S DATE - AN OVERNIGHT BATCH POSTED
003540*    AFTER MIDNIGHT MUST NOT SLIDE TO THE POSTING STEP'S DATE
003550     IF RO-RUN-TS (1:8) = SPACES THEN
003560         MOVE WS-RUN-DATE TO RM-RUN-DATE
003570     ELSE
003580         MOVE RO-RUN-TS (1:8) TO RM-RUN-DATE
003590     END-IF
003600*    A CLOSED MONTH IS ALREADY IN THE MONTH-END PACKAGE - NEITHER
003610*    A NEW ROW NOR A REPLACEMENT MAY CHANGE IT
003620     PERFORM 2150-CHECK-PERIOD THRU 2150-EXIT
003630     IF WS-PERIOD-IS-CLOSED THEN
003640         SET WS-ROW-REFUSED TO TRUE
003650         PERFORM 2170-LIST-REFUSED-ROW THRU 2170-EXIT
003660         GO TO 2200-EXIT
003670     END-IF
003680     MOVE RO-RUN-ID TO RM-RUN-ID
003690     MOVE RO-EFF-DATE TO RM-EFF-DATE
003700     MOVE RO-OPERATOR TO RM-OPERATOR
003710     MOVE RO-OPERAND-COUNT TO RM-OPERAND-COUNT
003720     MOVE RO-OPERANDS TO RM-OPERANDS
003730     MOVE WS-CURR-APPROVER TO RM-APPROVER-ID
003740     MOVE RO-ROUND-POLICY TO RM-ROUND-POLICY
003750     MOVE RO-RESULT-TEXT TO RM-RESULT-TEXT
003760     IF RO-RESULT-TEXT = "BAD BINOP" THEN
003770         MOVE "REJECTED" TO RM-STATUS
003780     ELSE
003790         MOVE "POSTED" TO RM-STATUS
003800     END-IF
003810     WRITE RESULT-MASTER-RECORD
003820         INVALID KEY
003830*            ALREADY POSTED THIS RUN DATE - REPROCESS REPLACES
003840             PERFORM 2250-REWRITE-MASTER THRU 2250-EXIT
003850         NOT INVALID KEY
003860             ADD 1 TO WS-ROWS-ADDED
003870     END-WRITE
003880*    A FAILURE THAT IS NOT A KEY CONDITION (E.G. A PERMANENT
003890*    I/O ERROR) TAKES NEITHER PHRASE ABOVE - CATCH IT HERE SO A
003900*    POSTING IS NEVER SILENTLY LOST
003910     IF WS-MASTER-STATUS NOT = "00"
003920         AND WS-MASTER-STATUS NOT = "02" THEN
003930         DISPLAY "ERROR WRITING RESULT-MASTER, STATUS = "
003940             WS-MASTER-STATUS
003950         STOP RUN
003960     END-IF.
003970 2200-EXIT.
003980     EXIT.
003990*-----------------------------------------------------------------
004000 2250-REWRITE-MASTER.
004010     REWRITE RESULT-MASTER-RECORD
004020         INVALID KEY
004030             DISPLAY "ERROR REWRITING RESULT-MASTER, STATUS = "
004040                 WS-MASTER-STATUS
004050             STOP RUN
004060     END-REWRITE
004070     IF WS-MASTER-STATUS NOT = "00" THEN
004080         DISPLAY "ERROR REWRITING RESULT-MASTER, STATUS = "
004090             WS-MASTER-STATUS
004100         STOP RUN
004110     END-IF
004120     ADD 1 TO WS-ROWS-UPDATED.
004130 2250-EXIT.
004140     EXIT.
004150*-----------------------------------------------------------------
004160*    APPROVED AD-HOC ENTRIES POST THROUGH THE SAME 2200 PATH AS
004170*    BATCH ROWS - THE ROW IMAGE SAVED AT ENTRY TIME IS STAGED
004180*    INTO THE RESULT-IN RECORD AREA (THE FILE IS DONE BY NOW)
004190*    WITH THE APPROVER'S ID RIDING ALONG, THEN THE ENTRY MARKS
004200*    ITSELF POSTED SO A RERUN CANNOT POST IT TWICE. NO PENDAPPR
004210*    FILE JUST MEANS NO AD-HOC ENTRIES HAVE EVER BEEN FILED.
004220 3000-POST-APPROVED-ENTRIES.
004230     OPEN I-O PENDING-APPR-FILE
004240     IF WS-PEND-STATUS = "35" THEN
004250         GO TO 3000-EXIT
004260     END-IF
004270     IF WS-PEND-STATUS NOT = "00" THEN
004280         DISPLAY "ERROR OPENING PENDING-APPR-FILE, STATUS = "
004290             WS-PEND-STATUS
004300         STOP RUN
004310     END-IF
004320     PERFORM 3100-POST-ONE-PENDING THRU 3100-EXIT
004330         UNTIL WS-PEND-EOF
004340     CLOSE PENDING-APPR-FILE.
004350 3000-EXIT.
004360     EXIT.
004370*-----------------------------------------------------------------
004380 3100-POST-ONE-PENDING.
004390     READ PENDING-APPR-FILE NEXT RECORD
004400         AT END
004410             SET WS-PEND-EOF TO TRUE
004420             GO TO 3100-EXIT
004430     END-READ
004440     IF WS-PEND-STATUS NOT = "00" THEN
004450         DISPLAY "ERROR READING PENDING-APPR-FILE, STATUS = "
004460             WS-PEND-STATUS
004470         STOP RUN
004480     END-IF
004490     IF NOT PA-APPROVED THEN
004500         GO TO 3100-EXIT
004510     END-IF
004520     MOVE PA-RESULT-DATA TO RESULT-OUT-RECORD
004530     MOVE PA-APPROVER-ID TO WS-CURR-APPROVER
004540     MOVE "APPROVED" TO WS-ROW-SOURCE
004550     PERFORM 2200-POST-ONE-RESULT THRU 2200-EXIT
004560     MOVE SPACES TO WS-CURR-APPROVER
004570*    A REFUSED ENTRY STAYS APPROVED AND POSTS ON THE FIRST
004580*    POSTING RUN AFTER ITS MONTH IS REOPENED
004590     IF WS-ROW-REFUSED THEN
004600         GO TO 3100-EXIT
004610     END-IF
004620     SET PA-POSTED TO TRUE
004630     MOVE WS-RUN-DATE TO PA-STATUS-DATE
004640     REWRITE PENDING-APPROVAL-RECORD
004650         INVALID KEY
004660             DISPLAY "ERROR REWRITING PENDING-APPR-FILE, "
004670                 "STATUS = " WS-PEND-STATUS
004680             STOP RUN
004690     END-REWRITE
004700     IF WS-PEND-STATUS NOT = "00" THEN
004710         DISPLAY "ERROR REWRITING PENDING-APPR-FILE, STATUS = "
004720             WS-PEND-STATUS
004730         STOP RUN
004740     END-IF
004750     ADD 1 TO WS-PENDING-POSTED.
004760 3100-EXIT.
004770     EXIT.
004780*-----------------------------------------------------------------
004790 4000-PAGE-HEADING.
004800     ADD 1 TO WS-PAGE-COUNT
004810     MOVE WS-PAGE-COUNT TO WS-HD-PAGE
004820     IF WS-PAGE-COUNT > 1 THEN
004830         MOVE SPACES TO REPORT-LINE
004840         PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
004850     END-IF
004860     MOVE WS-HEAD-1 TO REPORT-LINE
004870     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
004880     MOVE SPACES TO REPORT-LINE
004890     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
004900     MOVE WS-HEAD-2 TO REPORT-LINE
004910     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
004920     MOVE WS-HEAD-3 TO REPORT-LINE
004930     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
004940     MOVE 5 TO WS-LINE-COUNT.
004950 4000-EXIT.
004960     EXIT.
004970*-----------------------------------------------------------------
004980 4100-WRITE-REPORT-LINE.
004990     WRITE REPORT-LINE
005000     IF WS-REPORT-STATUS NOT = "00" THEN
005010         DISPLAY "ERROR WRITING REPORT-FILE, STATUS = "
005020             WS-REPORT-STATUS
005030         STOP RUN
005040     END-IF.
005050 4100-EXIT.
005060     EXIT.
005070*-----------------------------------------------------------------
005080 8000-PRINT-POSTING-TOTALS.
005090     MOVE WS-ROWS-READ TO WS-ROWS-READ-EDIT
005100     MOVE WS-ROWS-ADDED TO WS-ROWS-ADDED-EDIT
005110     MOVE WS-ROWS-UPDATED TO WS-ROWS-UPDATED-EDIT
005120     MOVE WS-ADHOC-SKIPPED TO WS-ADHOC-SKIPPED-EDIT
005130     MOVE WS-PENDING-POSTED TO WS-PENDING-POSTED-EDIT
005140     DISPLAY "RESULT ROWS READ:     " WS-ROWS-READ-EDIT
005150     DISPLAY "MASTER ROWS ADDED:    " WS-ROWS-ADDED-EDIT
005160     DISPLAY "MASTER ROWS REPLACED: " WS-ROWS-UPDATED-EDIT
005170     DISPLAY "AD-HOC ROWS SKIPPED:  " WS-ADHOC-SKIPPED-EDIT
005180     DISPLAY "APPROVED ENTRIES POSTED: "
005190         WS-PENDING-POSTED-EDIT
005200     MOVE WS-ROWS-REFUSED TO WS-ROWS-REFUSED-EDIT
005210     DISPLAY "ROWS REFUSED (PERIOD CLOSED): "
005220         WS-ROWS-REFUSED-EDIT
005230     IF WS-PAGE-COUNT = ZERO
005240         OR WS-LINE-COUNT + 2 >= WS-LINES-PER-PAGE THEN
005250         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
005260     END-IF
005270     MOVE SPACES TO REPORT-LINE
005280     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
005290     MOVE WS-ROWS-REFUSED TO WS-TL-COUNT
005300     MOVE WS-TOTAL-LINE TO REPORT-LINE
005310     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
005320*    A REFUSED ROW NEEDS FINANCE'S DECISION - REOPEN THE MONTH
005330*    OR LEAVE THE CLOSED NUMBER STANDING
005340     IF WS-ROWS-REFUSED > ZERO AND RETURN-CODE < 4 THEN
005350         MOVE 4 TO RETURN-CODE
005360     END-IF.
005370 8000-EXIT.
005380     EXIT.
005390*-----------------------------------------------------------------
005400 9000-TERMINATE.
005410     CLOSE RESULT-IN-FILE
005420     CLOSE RESULT-MASTER-FILE
005430     IF WS-PERIOD-FILE-OPEN THEN
005440         CLOSE PERIOD-CTL-FILE
005450     END-IF
005460     CLOSE REPORT-FILE
005470     PERFORM 9100-END-CYCLE-STEP THRU 9100-EXIT.
005480 9000-EXIT.
005490     EXIT.
005500*-----------------------------------------------------------------
005510*    THE RETURN CODE THE STEP IS ENDING WITH DECIDES WHETHER THE
005520*    CYCLE SHOWS IT COMPLETE (4 OR LESS) OR FAILED
005530 9100-END-CYCLE-STEP.
005540     MOVE "END" TO CC-FUNCTION
005550     MOVE RETURN-CODE TO CC-STEP-RC
005560     CALL "cycle-step" USING BY REFERENCE CYCLE-CALL
005570     END-CALL
005580     IF NOT CC-GO-AHEAD THEN
005590         DISPLAY "END OF STEP NOT RECORDED ON CYCLECTL - NEXT "
005600             "STEP WILL REFUSE TO START"
005610     END-IF.
005620 9100-EXIT.
005630     EXIT.
005640 END PROGRAM result-post.

       COPY cycle-utilities.
