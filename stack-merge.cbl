000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. stack-merge.
000030 AUTHOR. D MCALLISTER.
000040 INSTALLATION. FINANCIAL SYSTEMS DIVISION.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM:    STACK-MERGE
000090*    PURPOSE:    LAST STEP OF A PARTITIONED STACK-TEST RUN.
000100*                PROVES THE OUTPUT OF EVERY PARTITION AGAINST THE
000110*                COUNTS STACK-SPLIT RECORDED ON SPLITCTL, THEN
000120*                COMBINES THE PARTITION FILES INTO THE SINGLE
000130*                RESULTOUT, SUSPOUT AND BATCHSTAT FILES AN
000140*                UNPARTITIONED STACK-TEST WOULD HAVE WRITTEN, SO
000150*                RESULT-POST, SETTLE-EXTRACT AND THE REPORTS RUN
000160*                UNCHANGED. THE MERGED ROWS ALREADY CARRY THE
000170*                SPLIT'S RUN ID; THEY ARE WRITTEN IN PARTITION
000180*                ORDER, EACH PARTITION IN ITS OWN FEED ORDER.
000190*
000200*                NOTHING IS MERGED UNTIL EVERY PARTITION PROVES -
000210*                FOR EACH PARTITION THE RESULT ROWS MUST EQUAL
000220*                THE EXPRESSIONS ROUTED TO IT, THE SUSPENSE ROWS
000230*                ITS REJECTED RESULT ROWS, THE BATCHSTAT ROWS THE
000240*                GROUPS ROUTED TO IT, AND EVERY ROW MUST CARRY
000250*                THE SPLIT'S RUN ID; THE PARTITIONS TOGETHER MUST
000260*                EQUAL THE WHOLE FEED. A PARTITION THAT FAILS,
000270*                NEVER RAN OR IS LEFT FROM AN EARLIER SPLIT IS
000280*                NAMED ON THE CONSOLE, THE MERGED FILES ARE LEFT
000290*                AS THEY WERE AND THE STEP ENDS RC 8. RESTART THE
000300*                NAMED PARTITION AND RUN THE MERGE AGAIN.
000310*
000320*                THE MERGE FILES THE REJECTS ON SUSPMST AND LOADS
000330*                EACH PARTITION'S CALCULATION PROOFS (PROOFPN)
000340*                INTO PROOFMST - THE PARTITIONS NEVER UPDATE THE
000350*                SHARED MASTERS THEMSELVES. IT THEN GIVES THE
000360*                TRAILER VERDICT FOR THE WHOLE FEED THE WAY
000370*                STACK-TEST DOES: RC 4 WHEN ANY BATCH IS OUT OF
000380*                BALANCE, RC 8 (LOGGED ABNORMAL) WHEN NO BATCH
000390*                BALANCED. THE RUNLOG ENTRY (RUN MODE MERGE)
000400*                CARRIES THE FEED'S EXPRESSION COUNT AND THE
000410*                NUMBER OF PARTITIONS, AND IS THE ONLY ENTRY FOR
000420*                THE RUN ID (A PARTITION LOGS NONE OF ITS OWN), SO
000430*                IT IS THE ONE SETTLE-EXTRACT CHECKS. THE MERGE
000440*                ENDS THE STACK-TEST CYCLE STEP STARTED BY
000450*                STACK-SPLIT, UNDER THE SPLIT'S BUSINESS DATE, AND
000460*                GOES AHEAD ONLY WHILE THAT STEP IS STILL IN
000470*                PROGRESS.
000480*-----------------------------------------------------------------
000490*    MODIFICATION HISTORY
000500*    DATE       INIT  DESCRIPTION
000510*    ---------  ----  ------------------------------------------
000520*    2026-10-14 DM    ORIGINAL.
000530*    2026-10-14 DM    THE MERGE NOW CHECKS THE STACK-TEST STEP IS
000540*                     RUNNING (OR LEFT FAILED BY AN EARLIER MERGE)
000550*                     BEFORE IT PROVES OR TOUCHES ANYTHING AND
000560*                     ENDS RC 12 OTHERWISE - A MERGE RUN AGAIN
000570*                     AFTER THE STEP COMPLETED WOULD REWRITE
000580*                     RESULTOUT AND REOPEN CANCELLED SUSPMST ROWS
000590*                     UNDER STEPS THAT HAVE ALREADY USED THEM.
000600*****************************************************************
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT SPLIT-CTL-FILE ASSIGN TO "SPLITCTL"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-SPLIT-CTL-STATUS.
000670     SELECT RESULT-PART-1-FILE ASSIGN TO "RESULTP1"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RESULT-PART-STATUS.
000700     SELECT RESULT-PART-2-FILE ASSIGN TO "RESULTP2"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-RESULT-PART-STATUS.
000730     SELECT RESULT-PART-3-FILE ASSIGN TO "RESULTP3"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-RESULT-PART-STATUS.
000760     SELECT RESULT-PART-4-FILE ASSIGN TO "RESULTP4"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-RESULT-PART-STATUS.
000790     SELECT SUSP-PART-1-FILE ASSIGN TO "SUSPP1"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-SUSP-PART-STATUS.
000820     SELECT SUSP-PART-2-FILE ASSIGN TO "SUSPP2"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-SUSP-PART-STATUS.
000850     SELECT SUSP-PART-3-FILE ASSIGN TO "SUSPP3"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-SUSP-PART-STATUS.
000880     SELECT SUSP-PART-4-FILE ASSIGN TO "SUSPP4"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-SUSP-PART-STATUS.
000910     SELECT BSTAT-PART-1-FILE ASSIGN TO "BSTATP1"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-BSTAT-PART-STATUS.
000940     SELECT BSTAT-PART-2-FILE ASSIGN TO "BSTATP2"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-BSTAT-PART-STATUS.
000970     SELECT BSTAT-PART-3-FILE ASSIGN TO "BSTATP3"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-BSTAT-PART-STATUS.
001000     SELECT BSTAT-PART-4-FILE ASSIGN TO "BSTATP4"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-BSTAT-PART-STATUS.
001030     SELECT PROOF-PART-1-FILE ASSIGN TO "PROOFP1"
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS SEQUENTIAL
001060         RECORD KEY IS PP1-KEY
001070         FILE STATUS IS WS-PROOF-PART-STATUS.
001080     SELECT PROOF-PART-2-FILE ASSIGN TO "PROOFP2"
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS SEQUENTIAL
001110         RECORD KEY IS PP2-KEY
001120         FILE STATUS IS WS-PROOF-PART-STATUS.
001130     SELECT PROOF-PART-3-FILE ASSIGN TO "PROOFP3"
001140         ORGANIZATION IS INDEXED
001150         ACCESS MODE IS SEQUENTIAL
001160         RECORD KEY IS PP3-KEY
001170         FILE STATUS IS WS-PROOF-PART-STATUS.
001180     SELECT PROOF-PART-4-FILE ASSIGN TO "PROOFP4"
001190         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS SEQUENTIAL
001210         RECORD KEY IS PP4-KEY
001220         FILE STATUS IS WS-PROOF-PART-STATUS.
001230     SELECT RESULT-OUT-FILE ASSIGN TO "RESULTOUT"
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS WS-RESULT-OUT-STATUS.
001260     SELECT SUSPENSE-OUT-FILE ASSIGN TO "SUSPOUT"
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WS-SUSP-OUT-STATUS.
001290     SELECT BATCH-STATUS-FILE ASSIGN TO "BATCHSTAT"
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS WS-BATCH-STAT-STATUS.
001320     SELECT SUSPENSE-MST-FILE ASSIGN TO "SUSPMST"
001330         ORGANIZATION IS INDEXED
001340         ACCESS MODE IS RANDOM
001350         RECORD KEY IS SM-EXPR-ID
001360         FILE STATUS IS WS-SUSP-MST-STATUS.
001370     SELECT PROOF-MST-FILE ASSIGN TO "PROOFMST"
001380         ORGANIZATION IS INDEXED
001390         ACCESS MODE IS RANDOM
001400         RECORD KEY IS PF-KEY
001410         FILE STATUS IS WS-PROOF-MST-STATUS.
001420     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
001430         ORGANIZATION IS LINE SEQUENTIAL
001440         FILE STATUS IS WS-RUN-LOG-STATUS.
001450 DATA DIVISION.
001460 FILE SECTION.
001470 FD  SPLIT-CTL-FILE.
001480 COPY split-ctl.
001490 FD  RESULT-PART-1-FILE.
001500 01  RESULT-PART-1-RECORD        PIC X(405).
001510 FD  RESULT-PART-2-FILE.
001520 01  RESULT-PART-2-RECORD        PIC X(405).
001530 FD  RESULT-PART-3-FILE.
001540 01  RESULT-PART-3-RECORD        PIC X(405).
001550 FD  RESULT-PART-4-FILE.
001560 01  RESULT-PART-4-RECORD        PIC X(405).
001570 FD  SUSP-PART-1-FILE.
001580 01  SUSP-PART-1-RECORD          PIC X(333).
001590 FD  SUSP-PART-2-FILE.
001600 01  SUSP-PART-2-RECORD          PIC X(333).
001610 FD  SUSP-PART-3-FILE.
001620 01  SUSP-PART-3-RECORD          PIC X(333).
001630 FD  SUSP-PART-4-FILE.
001640 01  SUSP-PART-4-RECORD          PIC X(333).
001650 FD  BSTAT-PART-1-FILE.
001660 01  BSTAT-PART-1-RECORD         PIC X(54).
001670 FD  BSTAT-PART-2-FILE.
001680 01  BSTAT-PART-2-RECORD         PIC X(54).
001690 FD  BSTAT-PART-3-FILE.
001700 01  BSTAT-PART-3-RECORD         PIC X(54).
001710 FD  BSTAT-PART-4-FILE.
001720 01  BSTAT-PART-4-RECORD         PIC X(54).
001730*    THE PARTITION PROOF FILES HOLD PROOF-STEP RECORDS - THE KEY
001740*    IS THE PF-KEY OF THAT LAYOUT
001750 FD  PROOF-PART-1-FILE.
001760 01  PROOF-PART-1-RECORD.
001770     05  PP1-KEY                 PIC X(37).
001780     05  FILLER                  PIC X(401).
001790 FD  PROOF-PART-2-FILE.
001800 01  PROOF-PART-2-RECORD.
001810     05  PP2-KEY                 PIC X(37).
001820     05  FILLER                  PIC X(401).
001830 FD  PROOF-PART-3-FILE.
001840 01  PROOF-PART-3-RECORD.
001850     05  PP3-KEY                 PIC X(37).
001860     05  FILLER                  PIC X(401).
001870 FD  PROOF-PART-4-FILE.
001880 01  PROOF-PART-4-RECORD.
001890     05  PP4-KEY                 PIC X(37).
001900     05  FILLER                  PIC X(401).
001910 FD  RESULT-OUT-FILE.
001920 01  RESULT-OUT-LINE             PIC X(405).
001930 FD  SUSPENSE-OUT-FILE.
001940 01  SUSPENSE-OUT-LINE           PIC X(333).
001950 FD  BATCH-STATUS-FILE.
001960 01  BATCH-STATUS-LINE           PIC X(54).
001970 FD  SUSPENSE-MST-FILE.
001980 COPY suspense-master.
001990 FD  PROOF-MST-FILE.
002000 COPY proof-step.
002010 FD  RUN-LOG-FILE.
002020 COPY run-log.
002030 WORKING-STORAGE SECTION.
002040 COPY result-out.
002050 COPY batch-status.
002060 01  SUSPENSE-OUT-RECORD.
002070     05  SO-EXPR-DATA.
002080         10  SO-EXPR-ID          PIC X(10).
002090         10  FILLER              PIC X(313).
002100     05  FILLER                  PIC X(02).
002110     05  SO-REASON-CODE          PIC X(08).
002120 77  WS-SPLIT-CTL-STATUS         PIC X(02) VALUE SPACES.
002130 77  WS-RESULT-PART-STATUS       PIC X(02) VALUE SPACES.
002140 77  WS-SUSP-PART-STATUS         PIC X(02) VALUE SPACES.
002150 77  WS-BSTAT-PART-STATUS        PIC X(02) VALUE SPACES.
002160 77  WS-PROOF-PART-STATUS        PIC X(02) VALUE SPACES.
002170 77  WS-RESULT-OUT-STATUS        PIC X(02) VALUE SPACES.
002180 77  WS-SUSP-OUT-STATUS          PIC X(02) VALUE SPACES.
002190 77  WS-BATCH-STAT-STATUS        PIC X(02) VALUE SPACES.
002200 77  WS-SUSP-MST-STATUS          PIC X(02) VALUE SPACES.
002210 77  WS-PROOF-MST-STATUS         PIC X(02) VALUE SPACES.
002220 77  WS-RUN-LOG-STATUS           PIC X(02) VALUE SPACES.
002230 77  WS-PART-EOF-SWITCH          PIC X(01) VALUE "N".
002240     88  WS-PART-EOF                        VALUE "Y".
002250 77  WS-PART-FILE-SWITCH         PIC X(01) VALUE "N".
002260     88  WS-PART-FILE-OPEN                  VALUE "Y".
002270 77  WS-MERGE-SWITCH             PIC X(01) VALUE "N".
002280     88  WS-MERGING                         VALUE "Y".
002290 77  WS-PROVE-SWITCH             PIC X(01) VALUE "Y".
002300     88  WS-PARTITIONS-PROVE                VALUE "Y".
002310     88  WS-PARTITIONS-DO-NOT-PROVE         VALUE "N".
002320 77  WS-BALANCE-SWITCH           PIC X(01) VALUE "Y".
002330     88  WS-RUN-IN-BALANCE                  VALUE "Y".
002340     88  WS-RUN-OUT-OF-BALANCE              VALUE "N".
002350 77  WS-CYCLE-SWITCH             PIC X(01) VALUE "N".
002360     88  WS-CYCLE-STEP-STARTED              VALUE "Y".
002370 77  WS-RUN-LOG-WRITTEN          PIC X(01) VALUE "N".
002380 77  WS-PART-IDX                 PIC S9(04) COMP VALUE ZERO.
002390 77  WS-PART-NO                  PIC 9(01) VALUE ZERO.
002400*    COUNTS FOR THE PARTITION BEING PROVED OR MERGED
002410 77  WS-PV-ROWS                  PIC 9(09) VALUE ZERO.
002420 77  WS-PV-REJECTS               PIC 9(09) VALUE ZERO.
002430 77  WS-PV-SUSP                  PIC 9(09) VALUE ZERO.
002440 77  WS-PV-GROUPS                PIC 9(04) VALUE ZERO.
002450 77  WS-PV-STALE                 PIC 9(09) VALUE ZERO.
002460*    COUNTS FOR THE WHOLE FEED
002470 77  WS-FEED-ROWS                PIC 9(09) VALUE ZERO.
002480 77  WS-FEED-GROUPS              PIC 9(04) VALUE ZERO.
002490 77  WS-COUNT-PROCESSED          PIC 9(09) VALUE ZERO.
002500 77  WS-COUNT-ERRORS             PIC 9(09) VALUE ZERO.
002510 77  WS-COUNT-SUSPENSE           PIC 9(09) VALUE ZERO.
002520 77  WS-COUNT-PROOF-STEPS        PIC 9(09) VALUE ZERO.
002530 77  WS-BATCH-OK-COUNT           PIC 9(04) VALUE ZERO.
002540 77  WS-BATCH-BAD-COUNT          PIC 9(04) VALUE ZERO.
002550 01  WS-GRAND-TOTAL              PIC S9(09)V9(04) VALUE ZERO.
002560 01  WS-ROW-VALUE                PIC S9(09)V9(04) VALUE ZERO.
002570 01  WS-GRAND-TOTAL-EDIT         PIC -(8)9.9999.
002580 01  WS-COUNT-EDIT               PIC Z(08)9.
002590 01  WS-EXPECT-EDIT              PIC Z(08)9.
002600 77  WS-END-STATUS               PIC X(08) VALUE "NORMAL".
002610 77  WS-END-REASON               PIC X(30) VALUE SPACES.
002620 01  WS-RUN-STAMP.
002630     05  WS-RUN-DATE             PIC X(08).
002640     05  WS-RUN-TIME             PIC X(06).
002650 01  WS-TIME-NOW                 PIC X(08) VALUE SPACES.
002660 01  WS-END-TS                   PIC X(14) VALUE SPACES.
002670 COPY cycle-call.
002680 PROCEDURE DIVISION.
002690*-----------------------------------------------------------------
002700 0000-MAINLINE.
002710     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002720     PERFORM 2000-PROVE-PARTITIONS THRU 2000-EXIT
002730     IF WS-PARTITIONS-DO-NOT-PROVE THEN
002740         PERFORM 2900-REFUSE-MERGE THRU 2900-EXIT
002750     END-IF
002760     PERFORM 3000-OPEN-MERGED-FILES THRU 3000-EXIT
002770     PERFORM 4000-MERGE-PARTITIONS THRU 4000-EXIT
002780     PERFORM 8500-PRINT-CONTROL-TOTALS THRU 8500-EXIT
002790     PERFORM 8600-RECONCILE-FEED THRU 8600-EXIT
002800     PERFORM 9000-TERMINATE THRU 9000-EXIT
002810     IF WS-RUN-OUT-OF-BALANCE THEN
002820         MOVE "ABNORMAL" TO WS-END-STATUS
002830         MOVE "OUT OF BALANCE WITH TRAILER" TO WS-END-REASON
002840     END-IF
002850     PERFORM 8700-WRITE-RUN-LOG THRU 8700-EXIT
002860     PERFORM 8800-END-CYCLE-STEP THRU 8800-EXIT
002870     STOP RUN.
002880*-----------------------------------------------------------------
002890*    WITHOUT THE CONTROL RECORD THERE IS NO RUN ID, NO BUSINESS
002900*    DATE AND NOTHING TO PROVE AGAINST - THE SPLIT DID NOT FINISH
002910 1000-INITIALIZE.
002920     OPEN INPUT SPLIT-CTL-FILE
002930     IF WS-SPLIT-CTL-STATUS NOT = "00" THEN
002940         DISPLAY "ERROR OPENING SPLIT-CTL-FILE, STATUS = "
002950             WS-SPLIT-CTL-STATUS " - NO SPLIT TO MERGE"
002960         MOVE 16 TO RETURN-CODE
002970         STOP RUN
002980     END-IF
002990     READ SPLIT-CTL-FILE
003000         AT END
003010             MOVE "10" TO WS-SPLIT-CTL-STATUS
003020     END-READ
003030     CLOSE SPLIT-CTL-FILE
003040     IF WS-SPLIT-CTL-STATUS NOT = "00" THEN
003050         DISPLAY "SPLIT-CTL-FILE IS EMPTY - THE LAST STACK-SPLIT "
003060             "DID NOT FINISH"
003070         MOVE 16 TO RETURN-CODE
003080         STOP RUN
003090     END-IF
003100     IF SC-PART-COUNT NOT NUMERIC
003110         OR SC-PART-COUNT < 1 OR SC-PART-COUNT > 4 THEN
003120         DISPLAY "SPLIT-CTL-FILE HAS AN INVALID PARTITION COUNT"
003130         MOVE 16 TO RETURN-CODE
003140         STOP RUN
003150     END-IF
003160     DISPLAY "MERGING SPLIT RUN ID: " SC-RUN-ID
003170         " PARTITIONS: " SC-PART-COUNT
003180*    THE SPLIT STARTED THE STACK-TEST STEP FOR THIS BUSINESS
003190*    DATE. A STEP THAT IS NO LONGER IN PROGRESS (ALREADY ENDED
003200*    BY A MERGE, OR NEVER STARTED) IS NOT MERGED AGAIN; ONCE
003210*    THE CHECK PASSES EVERY WAY OUT OF THE MERGE ENDS THE STEP
003220     MOVE "CHECK" TO CC-FUNCTION
003230     SET CC-STEP-STACK-TEST TO TRUE
003240     MOVE SC-BUS-DATE TO CC-BUS-DATE
003250     MOVE ZERO TO CC-STEP-RC
003260     CALL "cycle-step" USING BY REFERENCE CYCLE-CALL
003270     END-CALL
003280     IF CC-REFUSED THEN
003290         DISPLAY "NOTHING MERGED"
003300         MOVE 12 TO RETURN-CODE
003310         STOP RUN
003320     END-IF
003330     IF NOT CC-GO-AHEAD THEN
003340         DISPLAY "CYCLE CONTROL CHECK FAILED - ENDING"
003350         MOVE 16 TO RETURN-CODE
003360         STOP RUN
003370     END-IF
003380     SET WS-CYCLE-STEP-STARTED TO TRUE.
003390 1000-EXIT.
003400     EXIT.
003410*-----------------------------------------------------------------
003420*    FIRST PASS - COUNT EVERY PARTITION'S OUTPUT. A PARTITION
003430*    FILE THAT DOES NOT EXIST COUNTS AS EMPTY, WHICH PROVES ONLY
003440*    FOR A PARTITION THE SPLIT DEALT NOTHING.
003450 2000-PROVE-PARTITIONS.
003460     MOVE ZERO TO WS-FEED-ROWS
003470     MOVE ZERO TO WS-FEED-GROUPS
003480     PERFORM 2100-PROVE-ONE-PARTITION THRU 2100-EXIT
003490         VARYING WS-PART-IDX FROM 1 BY 1
003500         UNTIL WS-PART-IDX > SC-PART-COUNT
003510     IF WS-FEED-ROWS NOT = SC-FEED-EXPRS THEN
003520         MOVE WS-FEED-ROWS TO WS-COUNT-EDIT
003530         MOVE SC-FEED-EXPRS TO WS-EXPECT-EDIT
003540         DISPLAY "PARTITIONS HOLD " WS-COUNT-EDIT
003550             " RESULT ROWS, FEED HAD " WS-EXPECT-EDIT
003560             " EXPRESSIONS"
003570         SET WS-PARTITIONS-DO-NOT-PROVE TO TRUE
003580     END-IF
003590     IF WS-FEED-GROUPS NOT = SC-FEED-GROUPS THEN
003600         MOVE WS-FEED-GROUPS TO WS-COUNT-EDIT
003610         MOVE SC-FEED-GROUPS TO WS-EXPECT-EDIT
003620         DISPLAY "PARTITIONS HOLD " WS-COUNT-EDIT
003630             " BATCH GROUPS, FEED HAD " WS-EXPECT-EDIT
003640         SET WS-PARTITIONS-DO-NOT-PROVE TO TRUE
003650     END-IF.
003660 2000-EXIT.
003670     EXIT.
003680*-----------------------------------------------------------------
003690 2100-PROVE-ONE-PARTITION.
003700     MOVE WS-PART-IDX TO WS-PART-NO
003710     PERFORM 5000-READ-PARTITION-FILES THRU 5000-EXIT
003720     ADD WS-PV-ROWS TO WS-FEED-ROWS
003730     ADD WS-PV-GROUPS TO WS-FEED-GROUPS
003740     IF WS-PV-ROWS = SC-PT-EXPRS (WS-PART-IDX)
003750         AND WS-PV-SUSP = WS-PV-REJECTS
003760         AND WS-PV-GROUPS = SC-PT-GROUPS (WS-PART-IDX)
003770         AND WS-PV-STALE = ZERO THEN
003780         DISPLAY "PARTITION " WS-PART-NO " PROVES TO THE SPLIT"
003790         GO TO 2100-EXIT
003800     END-IF
003810     SET WS-PARTITIONS-DO-NOT-PROVE TO TRUE
003820     IF WS-PV-ROWS NOT = SC-PT-EXPRS (WS-PART-IDX) THEN
003830         MOVE WS-PV-ROWS TO WS-COUNT-EDIT
003840         MOVE SC-PT-EXPRS (WS-PART-IDX) TO WS-EXPECT-EDIT
003850         DISPLAY "PARTITION " WS-PART-NO " RESULT ROWS "
003860             WS-COUNT-EDIT " EXPECTED " WS-EXPECT-EDIT
003870     END-IF
003880     IF WS-PV-SUSP NOT = WS-PV-REJECTS THEN
003890         MOVE WS-PV-SUSP TO WS-COUNT-EDIT
003900         MOVE WS-PV-REJECTS TO WS-EXPECT-EDIT
003910         DISPLAY "PARTITION " WS-PART-NO " SUSPENSE ROWS "
003920             WS-COUNT-EDIT " EXPECTED " WS-EXPECT-EDIT
003930     END-IF
003940     IF WS-PV-GROUPS NOT = SC-PT-GROUPS (WS-PART-IDX) THEN
003950         MOVE WS-PV-GROUPS TO WS-COUNT-EDIT
003960         MOVE SC-PT-GROUPS (WS-PART-IDX) TO WS-EXPECT-EDIT
003970         DISPLAY "PARTITION " WS-PART-NO " BATCHSTAT ROWS "
003980             WS-COUNT-EDIT " EXPECTED " WS-EXPECT-EDIT
003990     END-IF
004000     IF WS-PV-STALE > ZERO THEN
004010         MOVE WS-PV-STALE TO WS-COUNT-EDIT
004020         DISPLAY "PARTITION " WS-PART-NO " HAS " WS-COUNT-EDIT
004030             " ROWS FROM ANOTHER RUN"
004040     END-IF
004050     DISPLAY "PARTITION " WS-PART-NO " DOES NOT PROVE - "
004060         "RESTART STACK-TEST PART-" WS-PART-NO
004070         " AND RUN STACK-MERGE AGAIN".
004080 2100-EXIT.
004090     EXIT.
004100*-----------------------------------------------------------------
004110*    THE MERGED FILES STILL HOLD WHATEVER WAS THERE BEFORE, SO
004120*    NOTHING HALF-MERGED CAN BE RELEASED DOWNSTREAM
004130 2900-REFUSE-MERGE.
004140     DISPLAY "PARTITIONS DO NOT PROVE TO THE FEED - NOTHING "
004150         "MERGED"
004160     MOVE "ABNORMAL" TO WS-END-STATUS
004170     MOVE "PARTITIONS DO NOT PROVE TO FEED" TO WS-END-REASON
004180     MOVE 8 TO RETURN-CODE
004190     PERFORM 8700-WRITE-RUN-LOG THRU 8700-EXIT
004200     PERFORM 8800-END-CYCLE-STEP THRU 8800-EXIT
004210     STOP RUN.
004220 2900-EXIT.
004230     EXIT.
004240*-----------------------------------------------------------------
004250*    THE SHARED MASTERS ARE CREATED ON FIRST USE THE SAME WAY
004260*    STACK-TEST AND PROOF-TRACE CREATE THEM
004270 3000-OPEN-MERGED-FILES.
004280     OPEN OUTPUT RESULT-OUT-FILE
004290     IF WS-RESULT-OUT-STATUS NOT = "00" THEN
004300         DISPLAY "ERROR OPENING RESULT-OUT-FILE, STATUS = "
004310             WS-RESULT-OUT-STATUS
004320         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
004330     END-IF
004340     OPEN OUTPUT SUSPENSE-OUT-FILE
004350     IF WS-SUSP-OUT-STATUS NOT = "00" THEN
004360         DISPLAY "ERROR OPENING SUSPENSE-OUT-FILE, STATUS = "
004370             WS-SUSP-OUT-STATUS
004380         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
004390     END-IF
004400     OPEN OUTPUT BATCH-STATUS-FILE
004410     IF WS-BATCH-STAT-STATUS NOT = "00" THEN
004420         DISPLAY "ERROR OPENING BATCH-STATUS-FILE, STATUS = "
004430             WS-BATCH-STAT-STATUS
004440         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
004450     END-IF
004460     OPEN I-O SUSPENSE-MST-FILE
004470     IF WS-SUSP-MST-STATUS = "35" THEN
004480         OPEN OUTPUT SUSPENSE-MST-FILE
004490         IF WS-SUSP-MST-STATUS NOT = "00" THEN
004500             DISPLAY "ERROR CREATING SUSPENSE-MST-FILE, "
004510                 "STATUS = " WS-SUSP-MST-STATUS
004520             PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
004530         END-IF
004540         CLOSE SUSPENSE-MST-FILE
004550         OPEN I-O SUSPENSE-MST-FILE
004560     END-IF
004570     IF WS-SUSP-MST-STATUS NOT = "00" THEN
004580         DISPLAY "ERROR OPENING SUSPENSE-MST-FILE, STATUS = "
004590             WS-SUSP-MST-STATUS
004600         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
004610     END-IF
004620     OPEN I-O PROOF-MST-FILE
004630     IF WS-PROOF-MST-STATUS = "35" THEN
004640         OPEN OUTPUT PROOF-MST-FILE
004650         IF WS-PROOF-MST-STATUS NOT = "00" THEN
004660             DISPLAY "ERROR CREATING PROOF-MST-FILE, "
004670                 "STATUS = " WS-PROOF-MST-STATUS
004680             PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
004690         END-IF
004700         CLOSE PROOF-MST-FILE
004710         OPEN I-O PROOF-MST-FILE
004720     END-IF
004730     IF WS-PROOF-MST-STATUS NOT = "00" THEN
004740         DISPLAY "ERROR OPENING PROOF-MST-FILE, STATUS = "
004750             WS-PROOF-MST-STATUS
004760         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
004770     END-IF.
004780 3000-EXIT.
004790     EXIT.
004800*-----------------------------------------------------------------
004810*    SECOND PASS - THE SAME READS AS THE PROOF, NOW COPYING EACH
004820*    ROW. THE FILES WERE PROVED A MOMENT AGO, SO A DIFFERENT
004830*    COUNT NOW MEANS A PARTITION FILE CHANGED UNDER THE MERGE.
004840 4000-MERGE-PARTITIONS.
004850     SET WS-MERGING TO TRUE
004860     MOVE ZERO TO WS-FEED-ROWS
004870     MOVE ZERO TO WS-FEED-GROUPS
004880     PERFORM 4100-MERGE-ONE-PARTITION THRU 4100-EXIT
004890         VARYING WS-PART-IDX FROM 1 BY 1
004900         UNTIL WS-PART-IDX > SC-PART-COUNT
004910     IF WS-FEED-ROWS NOT = SC-FEED-EXPRS
004920         OR WS-FEED-GROUPS NOT = SC-FEED-GROUPS
004930         OR WS-COUNT-SUSPENSE NOT = WS-COUNT-ERRORS THEN
004940         DISPLAY "PARTITION FILES CHANGED DURING THE MERGE - "
004950             "RUN STACK-MERGE AGAIN"
004960         MOVE "PARTITIONS CHANGED IN MERGE" TO WS-END-REASON
004970         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
004980     END-IF.
004990 4000-EXIT.
005000     EXIT.
005010*-----------------------------------------------------------------
005020 4100-MERGE-ONE-PARTITION.
005030     MOVE WS-PART-IDX TO WS-PART-NO
005040     PERFORM 5000-READ-PARTITION-FILES THRU 5000-EXIT
005050     ADD WS-PV-ROWS TO WS-FEED-ROWS
005060     ADD WS-PV-GROUPS TO WS-FEED-GROUPS
005070     PERFORM 5400-LOAD-PROOF-PART THRU 5400-EXIT.
005080 4100-EXIT.
005090     EXIT.
005100*-----------------------------------------------------------------
005110*    READS THE RESULT, SUSPENSE AND BATCHSTAT FILES OF ONE
005120*    PARTITION, COUNTING - AND WHEN MERGING, COPYING - EVERY ROW
005130 5000-READ-PARTITION-FILES.
005140     MOVE ZERO TO WS-PV-ROWS
005150     MOVE ZERO TO WS-PV-REJECTS
005160     MOVE ZERO TO WS-PV-SUSP
005170     MOVE ZERO TO WS-PV-GROUPS
005180     MOVE ZERO TO WS-PV-STALE
005190     PERFORM 5100-READ-RESULT-PART THRU 5100-EXIT
005200     PERFORM 5200-READ-SUSP-PART THRU 5200-EXIT
005210     PERFORM 5300-READ-BSTAT-PART THRU 5300-EXIT.
005220 5000-EXIT.
005230     EXIT.
005240*-----------------------------------------------------------------
005250 5100-READ-RESULT-PART.
005260     PERFORM 7100-OPEN-RESULT-PART THRU 7100-EXIT
005270     PERFORM 7110-READ-RESULT-PART THRU 7110-EXIT
005280     PERFORM 5110-TAKE-ONE-RESULT THRU 5110-EXIT
005290         UNTIL WS-PART-EOF
005300     PERFORM 7120-CLOSE-RESULT-PART THRU 7120-EXIT.
005310 5100-EXIT.
005320     EXIT.
005330*-----------------------------------------------------------------
005340 5110-TAKE-ONE-RESULT.
005350     ADD 1 TO WS-PV-ROWS
005360     IF RO-RUN-ID NOT = SC-RUN-ID THEN
005370         ADD 1 TO WS-PV-STALE
005380     END-IF
005390     IF RO-RESULT-TEXT = "BAD BINOP" THEN
005400         ADD 1 TO WS-PV-REJECTS
005410     END-IF
005420     IF WS-MERGING THEN
005430         IF RO-RESULT-TEXT = "BAD BINOP" THEN
005440             ADD 1 TO WS-COUNT-ERRORS
005450         ELSE
005460             ADD 1 TO WS-COUNT-PROCESSED
005470             COMPUTE WS-ROW-VALUE
005480                 = FUNCTION NUMVAL (RO-RESULT-TEXT)
005490             ADD WS-ROW-VALUE TO WS-GRAND-TOTAL
005500         END-IF
005510         WRITE RESULT-OUT-LINE FROM RESULT-OUT-RECORD
005520         IF WS-RESULT-OUT-STATUS NOT = "00" THEN
005530             DISPLAY "ERROR WRITING RESULT-OUT-FILE, STATUS = "
005540                 WS-RESULT-OUT-STATUS
005550             PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
005560         END-IF
005570     END-IF
005580     PERFORM 7110-READ-RESULT-PART THRU 7110-EXIT.
005590 5110-EXIT.
005600     EXIT.
005610*-----------------------------------------------------------------
005620 5200-READ-SUSP-PART.
005630     PERFORM 7200-OPEN-SUSP-PART THRU 7200-EXIT
005640     PERFORM 7210-READ-SUSP-PART THRU 7210-EXIT
005650     PERFORM 5210-TAKE-ONE-SUSPENSE THRU 5210-EXIT
005660         UNTIL WS-PART-EOF
005670     PERFORM 7220-CLOSE-SUSP-PART THRU 7220-EXIT.
005680 5200-EXIT.
005690     EXIT.
005700*-----------------------------------------------------------------
005710 5210-TAKE-ONE-SUSPENSE.
005720     ADD 1 TO WS-PV-SUSP
005730     IF WS-MERGING THEN
005740         ADD 1 TO WS-COUNT-SUSPENSE
005750         WRITE SUSPENSE-OUT-LINE FROM SUSPENSE-OUT-RECORD
005760         IF WS-SUSP-OUT-STATUS NOT = "00" THEN
005770             DISPLAY "ERROR WRITING SUSPENSE-OUT-FILE, STATUS = "
005780                 WS-SUSP-OUT-STATUS
005790             PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
005800         END-IF
005810         PERFORM 5250-POST-SUSPENSE-MASTER THRU 5250-EXIT
005820     END-IF
005830     PERFORM 7210-READ-SUSP-PART THRU 7210-EXIT.
005840 5210-EXIT.
005850     EXIT.
005860*-----------------------------------------------------------------
005870*    EACH REJECT FILES ON THE SUSPENSE MASTER EXACTLY AS AN
005880*    UNPARTITIONED STACK-TEST FILES IT - DATED AND STAMPED WITH
005890*    THE SPLIT'S RUN, A REPEAT REJECT REPLACING AND REOPENING
005900*    ITS ROW
005910 5250-POST-SUSPENSE-MASTER.
005920     MOVE SPACES TO SUSPENSE-MASTER-RECORD
005930     MOVE SO-EXPR-ID TO SM-EXPR-ID
005940     MOVE SC-START-TS (1:8) TO SM-REJECT-DATE
005950     MOVE SC-RUN-ID TO SM-RUN-ID
005960     MOVE SO-REASON-CODE TO SM-REASON-CODE
005970     SET SM-OPEN TO TRUE
005980     MOVE SC-START-TS (1:8) TO SM-STATUS-DATE
005990     MOVE SO-EXPR-DATA TO SM-EXPR-DATA
006000     WRITE SUSPENSE-MASTER-RECORD
006010         INVALID KEY
006020             REWRITE SUSPENSE-MASTER-RECORD
006030                 INVALID KEY
006040                     DISPLAY "ERROR REWRITING SUSPENSE-MST-FILE,"
006050                         " STATUS = " WS-SUSP-MST-STATUS
006060                     PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
006070             END-REWRITE
006080     END-WRITE
006090     IF WS-SUSP-MST-STATUS NOT = "00"
006100         AND WS-SUSP-MST-STATUS NOT = "02" THEN
006110         DISPLAY "ERROR WRITING SUSPENSE-MST-FILE, STATUS = "
006120             WS-SUSP-MST-STATUS
006130         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
006140     END-IF.
006150 5250-EXIT.
006160     EXIT.
006170*-----------------------------------------------------------------
006180 5300-READ-BSTAT-PART.
006190     PERFORM 7300-OPEN-BSTAT-PART THRU 7300-EXIT
006200     PERFORM 7310-READ-BSTAT-PART THRU 7310-EXIT
006210     PERFORM 5310-TAKE-ONE-BATCH THRU 5310-EXIT
006220         UNTIL WS-PART-EOF
006230     PERFORM 7320-CLOSE-BSTAT-PART THRU 7320-EXIT.
006240 5300-EXIT.
006250     EXIT.
006260*-----------------------------------------------------------------
006270 5310-TAKE-ONE-BATCH.
006280     ADD 1 TO WS-PV-GROUPS
006290     IF BS-RUN-ID NOT = SC-RUN-ID THEN
006300         ADD 1 TO WS-PV-STALE
006310     END-IF
006320     IF WS-MERGING THEN
006330         IF BS-IN-BALANCE THEN
006340             ADD 1 TO WS-BATCH-OK-COUNT
006350         ELSE
006360             ADD 1 TO WS-BATCH-BAD-COUNT
006370             DISPLAY "BATCH STATUS: " BS-BATCH-ID
006380                 " OUT OF BALANCE (PARTITION " WS-PART-NO ")"
006390         END-IF
006400         WRITE BATCH-STATUS-LINE FROM BATCH-STATUS-RECORD
006410         IF WS-BATCH-STAT-STATUS NOT = "00" THEN
006420             DISPLAY "ERROR WRITING BATCH-STATUS-FILE, STATUS = "
006430                 WS-BATCH-STAT-STATUS
006440             PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
006450         END-IF
006460     END-IF
006470     PERFORM 7310-READ-BSTAT-PART THRU 7310-EXIT.
006480 5310-EXIT.
006490     EXIT.
006500*-----------------------------------------------------------------
006510*    THE PARTITION'S PROOFS GO ONTO PROOFMST UNDER THEIR OWN
006520*    KEYS. A MERGE RUN AGAIN FINDS THEM ALREADY THERE AND
006530*    REWRITES THEM WITH THE SAME STEPS.
006540 5400-LOAD-PROOF-PART.
006550     PERFORM 7400-OPEN-PROOF-PART THRU 7400-EXIT
006560     PERFORM 7410-READ-PROOF-PART THRU 7410-EXIT
006570     PERFORM 5410-LOAD-ONE-STEP THRU 5410-EXIT
006580         UNTIL WS-PART-EOF
006590     PERFORM 7420-CLOSE-PROOF-PART THRU 7420-EXIT.
006600 5400-EXIT.
006610     EXIT.
006620*-----------------------------------------------------------------
006630 5410-LOAD-ONE-STEP.
006640     ADD 1 TO WS-COUNT-PROOF-STEPS
006650     WRITE PROOF-STEP-RECORD
006660         INVALID KEY
006670             REWRITE PROOF-STEP-RECORD
006680                 INVALID KEY
006690                     DISPLAY "ERROR REWRITING PROOF-MST-FILE, "
006700                         "STATUS = " WS-PROOF-MST-STATUS
006710                     PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
006720             END-REWRITE
006730     END-WRITE
006740     IF WS-PROOF-MST-STATUS NOT = "00"
006750         AND WS-PROOF-MST-STATUS NOT = "02" THEN
006760         DISPLAY "ERROR WRITING PROOF-MST-FILE, STATUS = "
006770             WS-PROOF-MST-STATUS " KEY " PF-KEY
006780         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
006790     END-IF
006800     PERFORM 7410-READ-PROOF-PART THRU 7410-EXIT.
006810 5410-EXIT.
006820     EXIT.
006830*-----------------------------------------------------------------
006840*    PARTITION FILE ACCESS. A FILE THAT IS NOT THERE (STATUS 35)
006850*    IS TAKEN AS EMPTY; ANY OTHER ERROR ENDS THE MERGE.
006860 7100-OPEN-RESULT-PART.
006870     MOVE "N" TO WS-PART-EOF-SWITCH
006880     MOVE "N" TO WS-PART-FILE-SWITCH
006890     IF WS-PART-IDX = 1 THEN
006900         OPEN INPUT RESULT-PART-1-FILE
006910     ELSE
006920     IF WS-PART-IDX = 2 THEN
006930         OPEN INPUT RESULT-PART-2-FILE
006940     ELSE
006950     IF WS-PART-IDX = 3 THEN
006960         OPEN INPUT RESULT-PART-3-FILE
006970     ELSE
006980         OPEN INPUT RESULT-PART-4-FILE
006990     END-IF
007000     END-IF
007010     END-IF
007020     IF WS-RESULT-PART-STATUS = "35" THEN
007030         SET WS-PART-EOF TO TRUE
007040         GO TO 7100-EXIT
007050     END-IF
007060     IF WS-RESULT-PART-STATUS NOT = "00" THEN
007070         DISPLAY "ERROR OPENING RESULT-PART-FILE " WS-PART-NO
007080             ", STATUS = " WS-RESULT-PART-STATUS
007090         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
007100     END-IF
007110     SET WS-PART-FILE-OPEN TO TRUE.
007120 7100-EXIT.
007130     EXIT.
007140*-----------------------------------------------------------------
007150 7110-READ-RESULT-PART.
007160     IF NOT WS-PART-FILE-OPEN THEN
007170         GO TO 7110-EXIT
007180     END-IF
007190     IF WS-PART-IDX = 1 THEN
007200         READ RESULT-PART-1-FILE INTO RESULT-OUT-RECORD
007210             AT END
007220                 SET WS-PART-EOF TO TRUE
007230         END-READ
007240     ELSE
007250     IF WS-PART-IDX = 2 THEN
007260         READ RESULT-PART-2-FILE INTO RESULT-OUT-RECORD
007270             AT END
007280                 SET WS-PART-EOF TO TRUE
007290         END-READ
007300     ELSE
007310     IF WS-PART-IDX = 3 THEN
007320         READ RESULT-PART-3-FILE INTO RESULT-OUT-RECORD
007330             AT END
007340                 SET WS-PART-EOF TO TRUE
007350         END-READ
007360     ELSE
007370         READ RESULT-PART-4-FILE INTO RESULT-OUT-RECORD
007380             AT END
007390                 SET WS-PART-EOF TO TRUE
007400         END-READ
007410     END-IF
007420     END-IF
007430     END-IF
007440     IF NOT WS-PART-EOF
007450         AND WS-RESULT-PART-STATUS NOT = "00" THEN
007460         DISPLAY "ERROR READING RESULT-PART-FILE " WS-PART-NO
007470             ", STATUS = " WS-RESULT-PART-STATUS
007480         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
007490     END-IF.
007500 7110-EXIT.
007510     EXIT.
007520*-----------------------------------------------------------------
007530 7120-CLOSE-RESULT-PART.
007540     IF NOT WS-PART-FILE-OPEN THEN
007550         GO TO 7120-EXIT
007560     END-IF
007570     IF WS-PART-IDX = 1 THEN
007580         CLOSE RESULT-PART-1-FILE
007590     ELSE
007600     IF WS-PART-IDX = 2 THEN
007610         CLOSE RESULT-PART-2-FILE
007620     ELSE
007630     IF WS-PART-IDX = 3 THEN
007640         CLOSE RESULT-PART-3-FILE
007650     ELSE
007660         CLOSE RESULT-PART-4-FILE
007670     END-IF
007680     END-IF
007690     END-IF.
007700 7120-EXIT.
007710     EXIT.
007720*-----------------------------------------------------------------
007730 7200-OPEN-SUSP-PART.
007740     MOVE "N" TO WS-PART-EOF-SWITCH
007750     MOVE "N" TO WS-PART-FILE-SWITCH
007760     IF WS-PART-IDX = 1 THEN
007770         OPEN INPUT SUSP-PART-1-FILE
007780     ELSE
007790     IF WS-PART-IDX = 2 THEN
007800         OPEN INPUT SUSP-PART-2-FILE
007810     ELSE
007820     IF WS-PART-IDX = 3 THEN
007830         OPEN INPUT SUSP-PART-3-FILE
007840     ELSE
007850         OPEN INPUT SUSP-PART-4-FILE
007860     END-IF
007870     END-IF
007880     END-IF
007890     IF WS-SUSP-PART-STATUS = "35" THEN
007900         SET WS-PART-EOF TO TRUE
007910         GO TO 7200-EXIT
007920     END-IF
007930     IF WS-SUSP-PART-STATUS NOT = "00" THEN
007940         DISPLAY "ERROR OPENING SUSP-PART-FILE " WS-PART-NO
007950             ", STATUS = " WS-SUSP-PART-STATUS
007960         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
007970     END-IF
007980     SET WS-PART-FILE-OPEN TO TRUE.
007990 7200-EXIT.
008000     EXIT.
008010*-----------------------------------------------------------------
008020 7210-READ-SUSP-PART.
008030     IF NOT WS-PART-FILE-OPEN THEN
008040         GO TO 7210-EXIT
008050     END-IF
008060     IF WS-PART-IDX = 1 THEN
008070         READ SUSP-PART-1-FILE INTO SUSPENSE-OUT-RECORD
008080             AT END
008090                 SET WS-PART-EOF TO TRUE
008100         END-READ
008110     ELSE
008120     IF WS-PART-IDX = 2 THEN
008130         READ SUSP-PART-2-FILE INTO SUSPENSE-OUT-RECORD
008140             AT END
008150                 SET WS-PART-EOF TO TRUE
008160         END-READ
008170     ELSE
008180     IF WS-PART-IDX = 3 THEN
008190         READ SUSP-PART-3-FILE INTO SUSPENSE-OUT-RECORD
008200             AT END
008210                 SET WS-PART-EOF TO TRUE
008220         END-READ
008230     ELSE
008240         READ SUSP-PART-4-FILE INTO SUSPENSE-OUT-RECORD
008250             AT END
008260                 SET WS-PART-EOF TO TRUE
008270         END-READ
008280     END-IF
008290     END-IF
008300     END-IF
008310     IF NOT WS-PART-EOF
008320         AND WS-SUSP-PART-STATUS NOT = "00" THEN
008330         DISPLAY "ERROR READING SUSP-PART-FILE " WS-PART-NO
008340             ", STATUS = " WS-SUSP-PART-STATUS
008350         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
008360     END-IF.
008370 7210-EXIT.
008380     EXIT.
008390*-----------------------------------------------------------------
008400 7220-CLOSE-SUSP-PART.
008410     IF NOT WS-PART-FILE-OPEN THEN
008420         GO TO 7220-EXIT
008430     END-IF
008440     IF WS-PART-IDX = 1 THEN
008450         CLOSE SUSP-PART-1-FILE
008460     ELSE
008470     IF WS-PART-IDX = 2 THEN
008480         CLOSE SUSP-PART-2-FILE
008490     ELSE
008500     IF WS-PART-IDX = 3 THEN
008510         CLOSE SUSP-PART-3-FILE
008520     ELSE
008530         CLOSE SUSP-PART-4-FILE
008540     END-IF
008550     END-IF
008560     END-IF.
008570 7220-EXIT.
008580     EXIT.
008590*-----------------------------------------------------------------
008600 7300-OPEN-BSTAT-PART.
008610     MOVE "N" TO WS-PART-EOF-SWITCH
008620     MOVE "N" TO WS-PART-FILE-SWITCH
008630     IF WS-PART-IDX = 1 THEN
008640         OPEN INPUT BSTAT-PART-1-FILE
008650     ELSE
008660     IF WS-PART-IDX = 2 THEN
008670         OPEN INPUT BSTAT-PART-2-FILE
008680     ELSE
008690     IF WS-PART-IDX = 3 THEN
008700         OPEN INPUT BSTAT-PART-3-FILE
008710     ELSE
008720         OPEN INPUT BSTAT-PART-4-FILE
008730     END-IF
008740     END-IF
008750     END-IF
008760     IF WS-BSTAT-PART-STATUS = "35" THEN
008770         SET WS-PART-EOF TO TRUE
008780         GO TO 7300-EXIT
008790     END-IF
008800     IF WS-BSTAT-PART-STATUS NOT = "00" THEN
008810         DISPLAY "ERROR OPENING BSTAT-PART-FILE " WS-PART-NO
008820             ", STATUS = " WS-BSTAT-PART-STATUS
008830         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
008840     END-IF
008850     SET WS-PART-FILE-OPEN TO TRUE.
008860 7300-EXIT.
008870     EXIT.
008880*-----------------------------------------------------------------
008890 7310-READ-BSTAT-PART.
008900     IF NOT WS-PART-FILE-OPEN THEN
008910         GO TO 7310-EXIT
008920     END-IF
008930     IF WS-PART-IDX = 1 THEN
008940         READ BSTAT-PART-1-FILE INTO BATCH-STATUS-RECORD
008950             AT END
008960                 SET WS-PART-EOF TO TRUE
008970         END-READ
008980     ELSE
008990     IF WS-PART-IDX = 2 THEN
009000         READ BSTAT-PART-2-FILE INTO BATCH-STATUS-RECORD
009010             AT END
009020                 SET WS-PART-EOF TO TRUE
009030         END-READ
009040     ELSE
009050     IF WS-PART-IDX = 3 THEN
009060         READ BSTAT-PART-3-FILE INTO BATCH-STATUS-RECORD
009070             AT END
009080                 SET WS-PART-EOF TO TRUE
009090         END-READ
009100     ELSE
009110         READ BSTAT-PART-4-FILE INTO BATCH-STATUS-RECORD
009120             AT END
009130                 SET WS-PART-EOF TO TRUE
009140         END-READ
009150     END-IF
009160     END-IF
009170     END-IF
009180     IF NOT WS-PART-EOF
009190         AND WS-BSTAT-PART-STATUS NOT = "00" THEN
009200         DISPLAY "ERROR READING BSTAT-PART-FILE " WS-PART-NO
009210             ", STATUS = " WS-BSTAT-PART-STATUS
009220         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
009230     END-IF.
009240 7310-EXIT.
009250     EXIT.
009260*-----------------------------------------------------------------
009270 7320-CLOSE-BSTAT-PART.
009280     IF NOT WS-PART-FILE-OPEN THEN
009290         GO TO 7320-EXIT
009300     END-IF
009310     IF WS-PART-IDX = 1 THEN
009320         CLOSE BSTAT-PART-1-FILE
009330     ELSE
009340     IF WS-PART-IDX = 2 THEN
009350         CLOSE BSTAT-PART-2-FILE
009360     ELSE
009370     IF WS-PART-IDX = 3 THEN
009380         CLOSE BSTAT-PART-3-FILE
009390     ELSE
009400         CLOSE BSTAT-PART-4-FILE
009410     END-IF
009420     END-IF
009430     END-IF.
009440 7320-EXIT.
009450     EXIT.
009460*-----------------------------------------------------------------
009470 7400-OPEN-PROOF-PART.
009480     MOVE "N" TO WS-PART-EOF-SWITCH
009490     MOVE "N" TO WS-PART-FILE-SWITCH
009500     IF WS-PART-IDX = 1 THEN
009510         OPEN INPUT PROOF-PART-1-FILE
009520     ELSE
009530     IF WS-PART-IDX = 2 THEN
009540         OPEN INPUT PROOF-PART-2-FILE
009550     ELSE
009560     IF WS-PART-IDX = 3 THEN
009570         OPEN INPUT PROOF-PART-3-FILE
009580     ELSE
009590         OPEN INPUT PROOF-PART-4-FILE
009600     END-IF
009610     END-IF
009620     END-IF
009630     IF WS-PROOF-PART-STATUS = "35" THEN
009640         SET WS-PART-EOF TO TRUE
009650         GO TO 7400-EXIT
009660     END-IF
009670     IF WS-PROOF-PART-STATUS NOT = "00" THEN
009680         DISPLAY "ERROR OPENING PROOF-PART-FILE " WS-PART-NO
009690             ", STATUS = " WS-PROOF-PART-STATUS
009700         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
009710     END-IF
009720     SET WS-PART-FILE-OPEN TO TRUE.
009730 7400-EXIT.
009740     EXIT.
009750*-----------------------------------------------------------------
009760 7410-READ-PROOF-PART.
009770     IF NOT WS-PART-FILE-OPEN THEN
009780         GO TO 7410-EXIT
009790     END-IF
009800     IF WS-PART-IDX = 1 THEN
009810         READ PROOF-PART-1-FILE NEXT RECORD
009820             INTO PROOF-STEP-RECORD
009830             AT END
009840                 SET WS-PART-EOF TO TRUE
009850         END-READ
009860     ELSE
009870     IF WS-PART-IDX = 2 THEN
009880         READ PROOF-PART-2-FILE NEXT RECORD
009890             INTO PROOF-STEP-RECORD
009900             AT END
009910                 SET WS-PART-EOF TO TRUE
009920         END-READ
009930     ELSE
009940     IF WS-PART-IDX = 3 THEN
009950         READ PROOF-PART-3-FILE NEXT RECORD
009960             INTO PROOF-STEP-RECORD
009970             AT END
009980                 SET WS-PART-EOF TO TRUE
009990         END-READ
010000     ELSE
010010         READ PROOF-PART-4-FILE NEXT RECORD
010020             INTO PROOF-STEP-RECORD
010030             AT END
010040                 SET WS-PART-EOF TO TRUE
010050         END-READ
010060     END-IF
010070     END-IF
010080     END-IF
010090     IF NOT WS-PART-EOF
010100         AND WS-PROOF-PART-STATUS NOT = "00" THEN
010110         DISPLAY "ERROR READING PROOF-PART-FILE " WS-PART-NO
010120             ", STATUS = " WS-PROOF-PART-STATUS
010130         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
010140     END-IF.
010150 7410-EXIT.
010160     EXIT.
010170*-----------------------------------------------------------------
010180 7420-CLOSE-PROOF-PART.
010190     IF NOT WS-PART-FILE-OPEN THEN
010200         GO TO 7420-EXIT
010210     END-IF
010220     IF WS-PART-IDX = 1 THEN
010230         CLOSE PROOF-PART-1-FILE
010240     ELSE
010250     IF WS-PART-IDX = 2 THEN
010260         CLOSE PROOF-PART-2-FILE
010270     ELSE
010280     IF WS-PART-IDX = 3 THEN
010290         CLOSE PROOF-PART-3-FILE
010300     ELSE
010310         CLOSE PROOF-PART-4-FILE
010320     END-IF
010330     END-IF
010340     END-IF.
010350 7420-EXIT.
010360     EXIT.
010370*-----------------------------------------------------------------
010380 8500-PRINT-CONTROL-TOTALS.
010390     MOVE SC-FEED-EXPRS TO WS-COUNT-EDIT
010400     DISPLAY "EXPRESSIONS ON THE FEED: " WS-COUNT-EDIT
010410     MOVE WS-COUNT-PROCESSED TO WS-COUNT-EDIT
010420     DISPLAY "EXPRESSIONS PROCESSED:   " WS-COUNT-EDIT
010430     MOVE WS-COUNT-ERRORS TO WS-COUNT-EDIT
010440     DISPLAY "EXPRESSIONS IN ERROR:    " WS-COUNT-EDIT
010450     MOVE WS-GRAND-TOTAL TO WS-GRAND-TOTAL-EDIT
010460     DISPLAY "GRAND TOTAL OF RESULTS:  " WS-GRAND-TOTAL-EDIT
010470     MOVE WS-FEED-GROUPS TO WS-COUNT-EDIT
010480     DISPLAY "BATCH GROUPS MERGED:     " WS-COUNT-EDIT
010490     MOVE WS-COUNT-PROOF-STEPS TO WS-COUNT-EDIT
010500     DISPLAY "PROOF STEPS LOADED:      " WS-COUNT-EDIT.
010510 8500-EXIT.
010520     EXIT.
010530*-----------------------------------------------------------------
010540*    THE SAME VERDICT STACK-TEST GIVES AN UNPARTITIONED RUN, NOW
010550*    OVER THE WHOLE FEED - ONE SHORT BATCH IS RC 4 (ROWS WITHHELD
010560*    VIA BATCHSTAT), A FEED WHERE NOTHING BALANCED IS RC 8
010570 8600-RECONCILE-FEED.
010580     IF WS-BATCH-OK-COUNT = ZERO
010590         AND WS-BATCH-BAD-COUNT = ZERO THEN
010600         SET WS-RUN-OUT-OF-BALANCE TO TRUE
010610         DISPLAY "NO BATCH GROUPS ON EXPRIN - FEED MAY BE "
010620             "EMPTY OR TRUNCATED"
010630     END-IF
010640     IF WS-BATCH-BAD-COUNT > ZERO THEN
010650         IF WS-BATCH-OK-COUNT = ZERO THEN
010660             SET WS-RUN-OUT-OF-BALANCE TO TRUE
010670         ELSE
010680             DISPLAY "BATCH(ES) OUT OF BALANCE: "
010690                 WS-BATCH-BAD-COUNT " - FLAGGED ON BATCHSTAT, "
010700                 "ROWS WITHHELD FROM THE DOWNSTREAM RELEASE"
010710             MOVE 4 TO RETURN-CODE
010720         END-IF
010730     END-IF
010740     IF WS-RUN-OUT-OF-BALANCE THEN
010750         DISPLAY "RUN FLAGGED OUT OF BALANCE - RESULT-OUT MUST "
010760             "NOT BE RELEASED DOWNSTREAM"
010770         MOVE 8 TO RETURN-CODE
010780     ELSE
010790         IF WS-BATCH-BAD-COUNT = ZERO THEN
010800             DISPLAY "ALL BATCHES IN BALANCE WITH THEIR TRAILERS"
010810         END-IF
010820     END-IF.
010830 8600-EXIT.
010840     EXIT.
010850*-----------------------------------------------------------------
010860*    THE MERGE ENTRY SPANS THE WHOLE PARTITIONED RUN - FROM THE
010870*    SPLIT'S START TO NOW
010880 8700-WRITE-RUN-LOG.
010890     IF WS-RUN-LOG-WRITTEN = "Y" THEN
010900         GO TO 8700-EXIT
010910     END-IF
010920     MOVE "Y" TO WS-RUN-LOG-WRITTEN
010930     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
010940     ACCEPT WS-TIME-NOW FROM TIME
010950     MOVE WS-TIME-NOW (1:6) TO WS-RUN-TIME
010960     MOVE WS-RUN-STAMP TO WS-END-TS
010970     OPEN EXTEND RUN-LOG-FILE
010980     IF WS-RUN-LOG-STATUS = "35" THEN
010990         OPEN OUTPUT RUN-LOG-FILE
011000     END-IF
011010     IF WS-RUN-LOG-STATUS NOT = "00" THEN
011020         DISPLAY "ERROR OPENING RUN-LOG-FILE, STATUS = "
011030             WS-RUN-LOG-STATUS
011040         GO TO 8700-EXIT
011050     END-IF
011060     MOVE SPACES TO RUN-LOG-RECORD
011070     MOVE SC-RUN-ID TO RL-RUN-ID
011080     MOVE SC-START-TS TO RL-START-TS
011090     MOVE WS-END-TS TO RL-END-TS
011100     MOVE ZERO TO RL-RESTART-POINT
011110     MOVE WS-COUNT-PROCESSED TO RL-COUNT-PROCESSED
011120     MOVE WS-COUNT-ERRORS TO RL-COUNT-ERRORS
011130     MOVE WS-GRAND-TOTAL TO RL-GRAND-TOTAL
011140     MOVE "MERGE" TO RL-RUN-MODE
011150     MOVE WS-END-STATUS TO RL-END-STATUS
011160     MOVE WS-END-REASON TO RL-END-REASON
011170     MOVE SC-FEED-EXPRS TO RL-FEED-EXPR-COUNT
011180     MOVE SC-PART-COUNT TO RL-PARTITION-COUNT
011190     WRITE RUN-LOG-RECORD
011200     IF WS-RUN-LOG-STATUS NOT = "00" THEN
011210         DISPLAY "ERROR WRITING RUN-LOG-FILE, STATUS = "
011220             WS-RUN-LOG-STATUS
011230     END-IF
011240     CLOSE RUN-LOG-FILE.
011250 8700-EXIT.
011260     EXIT.
011270*-----------------------------------------------------------------
011280*    THE RETURN CODE THE MERGE IS ENDING WITH DECIDES WHETHER THE
011290*    CYCLE SHOWS THE STACK-TEST STEP COMPLETE (4 OR LESS) OR
011300*    FAILED
011310 8800-END-CYCLE-STEP.
011320     MOVE "END" TO CC-FUNCTION
011330     MOVE RETURN-CODE TO CC-STEP-RC
011340     CALL "cycle-step" USING BY REFERENCE CYCLE-CALL
011350     END-CALL
011360     IF NOT CC-GO-AHEAD THEN
011370         DISPLAY "END OF STEP NOT RECORDED ON CYCLECTL - NEXT "
011380             "STEP WILL REFUSE TO START"
011390     END-IF.
011400 8800-EXIT.
011410     EXIT.
011420*-----------------------------------------------------------------
011430 9000-TERMINATE.
011440     CLOSE RESULT-OUT-FILE
011450     CLOSE SUSPENSE-OUT-FILE
011460     CLOSE BATCH-STATUS-FILE
011470     CLOSE SUSPENSE-MST-FILE
011480     CLOSE PROOF-MST-FILE.
011490 9000-EXIT.
011500     EXIT.
011510*-----------------------------------------------------------------
011520*    EVERY ERROR PATH FUNNELS HERE SO THE RUN LOG ALWAYS SHOWS
011530*    WHY THE MERGE STOPPED; THE CONSOLE MESSAGE WITH THE DETAIL
011540*    HAS ALREADY BEEN DISPLAYED BY THE FAILING PARAGRAPH.
011550 9800-ABNORMAL-END.
011560     MOVE "ABNORMAL" TO WS-END-STATUS
011570     IF WS-END-REASON = SPACES THEN
011580         MOVE "SEE CONSOLE MESSAGES" TO WS-END-REASON
011590     END-IF
011600     PERFORM 8700-WRITE-RUN-LOG THRU 8700-EXIT
011610     MOVE 16 TO RETURN-CODE
011620     IF WS-CYCLE-STEP-STARTED THEN
011630         PERFORM 8800-END-CYCLE-STEP THRU 8800-EXIT
011640     END-IF
011650     STOP RUN.
011660 9800-EXIT.
011670     EXIT.
011680 END PROGRAM stack-merge.

       COPY cycle-utilities.
