002700*                     DOWNSTREAM EXTRACT, WHICH COULD THEN NOT
002710*                     WITHHOLD THEM WHEN THE GROUP FAILED ITS
002720*                     RECONCILE.
002730*    2026-10-14 DM    AN OPERAND MAY NOW BE "@" PLUS ANOTHER
002740*                     EXPRESSION'S ID, RESOLVING TO THAT
002750*                     EXPRESSION'S RESULT FOR THE SAME EFFECTIVE
002760*                     DATE. EVERY RESULT (OR REJECT) THIS RUN
002770*                     COMPUTES GOES INTO THE EXPR-REFS TABLE AS IT
002780*                     IS PRODUCED, AND A REFERENCE TO A RESULT
002790*                     FROM AN EARLIER RUN IS LOOKED UP ON
002800*                     RESULTMST BY RESOLVE-REFS (REFS-UTILITIES
002810*                     COPYBOOK) BEFORE THE EXPRESSION IS
002820*                     EVALUATED. A RESTARTED RUN RELOADS THE TABLE
002830*                     FROM THE RESULT-OUT ROWS ALREADY WRITTEN. A
002840*                     MISSING OR REJECTED REFERENCE GOES TO
002850*                     SUSPENSE AS REFMISS OR REFREJ. A FAILED
002860*                     RESULTMST LOOKUP ENDS THE RUN THROUGH
002870*                     9800-ABNORMAL-END.
002880*    2026-10-14 DM    A NORMAL RUN IS NOW UNDER NIGHTLY CYCLE
002890*                     CONTROL. AFTER THE PARM CARD IS READ, AND
002900*                     BEFORE ANY FILE IS OPENED, CYCLE-STEP
002910*                     (CYCLE-UTILITIES COPYBOOK) CHECKS THE
002920*                     CYCLECTL ROW FOR THE BUSINESS DATE ON THE
002930*                     CYCPARM CARD: THE RUN IS REFUSED WITH RC 12
002940*                     (LOGGED ABNORMAL ON RUNLOG, CHECKPOINT
002950*                     UNTOUCHED) WHEN EXPR-GENERATE HAS NOT ENDED
002960*                     NORMALLY FOR THAT DATE, OR WHEN STACK-TEST
002970*                     ALREADY COMPLETED FOR IT AND NO RERUN IS
002980*                     AUTHORIZED. A CHECKPOINT RESTART OF A RUN
002990*                     THAT NEVER ENDED IS NOT A RERUN AND IS
003000*                     ALLOWED. THE END OF THE RUN - INCLUDING AN
003010*                     ABNORMAL END THROUGH 9800 - IS RECORDED ON
003020*                     CYCLECTL WITH THE RETURN CODE. RESUBMIT RUNS
003030*                     REPAIR SUSPENSE OUTSIDE THE NIGHTLY CHAIN
003040*                     AND ARE NOT CYCLE-CONTROLLED.
003050*    2026-10-14 DM    EVERY EXPRESSION, PRICED OR REJECTED, NOW
003060*                     LEAVES A CALCULATION PROOF ON PROOFMST KEYED
003070*                     BY EXPRESSION ID, RUN ID AND EFFECTIVE DATE
003080*                     (EXPR-EVAL WRITES IT THROUGH THE PROOF-TRACE
003090*                     CONTAINED PROGRAM, PROOF-UTILITIES
003100*                     COPYBOOK). A PROOFMST THAT CANNOT BE WRITTEN
003110*                     ENDS THE RUN THROUGH 9800-ABNORMAL-END - A
003120*                     RESULT WITHOUT ITS PROOF IS NOT PASSED ON.
003130*                     PROOFMST IS CLOSED IN 9000.
003140*    2026-10-14 DM    NEW RUN MODES PART-1 TO PART-4 PRICE ONE
003150*                     PARTITION OF A FEED DEALT OUT BY
003160*                     STACK-SPLIT, SEVERAL PARTITIONS RUNNING AT
003170*                     ONCE AGAINST THEIR OWN FILES. A PARTITION
003180*                     READS THE SPLITCTL RECORD AND STAMPS ITS
003190*                     ROWS WITH THE SPLIT'S RUN ID AND START TIME
003200*                     SO THE MERGED RESULTOUT IS ONE RUN; ITS OWN
003210*                     RUNLOG ENTRY KEEPS ITS OWN START TIME. A
003220*                     CHECKPOINT FROM ANOTHER SPLIT IS REFUSED. A
003230*                     PARTITION IS NOT CYCLE-CONTROLLED (THE SPLIT
003240*                     STARTS THE STEP, STACK-MERGE ENDS IT) AND
003250*                     DOES NOT POST SUSPMST - STACK-MERGE POSTS
003260*                     THE MERGED REJECTS, SO PARTITIONS NEVER
003270*                     UPDATE THE SHARED MASTER AT THE SAME TIME.
003280*                     AT THE END A PARTITION PROVES IT READ
003290*                     EVERY RECORD THE SPLIT ROUTED TO IT (RC 8
003300*                     IF NOT) AND FLAGS A SHORT BATCH RC 4 ONLY -
003310*                     WHETHER ANY BATCH BALANCED IS DECIDED FOR
003320*                     THE WHOLE FEED BY STACK-MERGE.
003330*    2026-10-14 DM    THE RC 4 OR 8 SET BY THE TRAILER AND
003340*                     PARTITION CHECKS IS NOW KEPT ACROSS THE
003350*                     PROOF-TRACE CLOSE AT TERMINATION, WHICH
003360*                     HANDED BACK RETURN-CODE ZERO AND SO HAD THE
003370*                     STEP RECORDED COMPLETE ON CYCLECTL.
003380*    2026-10-14 DM    A PARTITION NO LONGER WRITES A RUNLOG ENTRY
003390*                     OF ITS OWN - STACK-MERGE'S MERGE ENTRY IS
003400*                     THE ONLY ONE FOR A PARTITIONED RUN, SO
003410*                     RUNLOG-REPORT COUNTS THE NIGHT ONCE.
003420*****************************************************************
003430 ENVIRONMENT DIVISION.
003440 INPUT-OUTPUT SECTION.
003450 FILE-CONTROL.
003460     SELECT EXPR-IN-FILE ASSIGN TO "EXPRIN"
003470         ORGANIZATION IS LINE SEQUENTIAL
003480         FILE STATUS IS WS-EXPR-IN-STATUS.
003490     SELECT RESULT-OUT-FILE ASSIGN TO "RESULTOUT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003510         FILE STATUS IS WS-RESULT-OUT-STATUS.
003520     SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPNT"
003530         ORGANIZATION IS LINE SEQUENTIAL
003540         FILE STATUS IS WS-CHECKPOINT-STATUS.
003550     SELECT SUSPENSE-IN-FILE ASSIGN TO "SUSPIN"
003560         ORGANIZATION IS LINE SEQUENTIAL
003570         FILE STATUS IS WS-SUSP-IN-STATUS.
003580     SELECT SUSPENSE-OUT-FILE ASSIGN TO "SUSPOUT"
003590         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-SUSP-OUT-STATUS.
003610     SELECT SUSPENSE-MST-FILE ASSIGN TO "SUSPMST"
003620         ORGANIZATION IS INDEXED
003630         ACCESS MODE IS RANDOM
003640         RECORD KEY IS SM-EXPR-ID
003650         FILE STATUS IS WS-SUSP-MST-STATUS.
003660     SELECT BATCH-STATUS-FILE ASSIGN TO "BATCHSTAT"
003670         ORGANIZATION IS LINE SEQUENTIAL
003680         FILE STATUS IS WS-BATCH-STAT-STATUS.
003690     SELECT PARM-FILE ASSIGN TO "PARMCARD"
003700         ORGANIZATION IS LINE SEQUENTIAL
003710         FILE STATUS IS WS-PARM-STATUS.
003720     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
003730         ORGANIZATION IS LINE SEQUENTIAL
003740         FILE STATUS IS WS-RUN-LOG-STATUS.
003750     SELECT SPLIT-CTL-FILE ASSIGN TO "SPLITCTL"
003760         ORGANIZATION IS LINE SEQUENTIAL
003770         FILE STATUS IS WS-SPLIT-CTL-STATUS.
003780 DATA DIVISION.
003790 FILE SECTION.
003800 FD  EXPR-IN-FILE.
003810 01  EXPR-IN-RECORD              PIC X(323).
003820 FD  SUSPENSE-IN-FILE.
003830 01  SUSPENSE-IN-RECORD.
003840     05  SI-EXPR-DATA            PIC X(323).
003850     05  FILLER                  PIC X(02).
003860     05  SI-REASON-CODE          PIC X(08).
003870 FD  SUSPENSE-OUT-FILE.
003880 01  SUSPENSE-OUT-RECORD.
003890     05  SO-EXPR-DATA            PIC X(323).
003900     05  FILLER                  PIC X(02) VALUE SPACES.
003910     05  SO-REASON-CODE          PIC X(08).
003920 FD  RUN-LOG-FILE.
003930 COPY run-log.
003940 FD  PARM-FILE.
003950 01  PARM-RECORD.
003960     05  PM-RUN-MODE             PIC X(08).
003970     05  FILLER                  PIC X(72).
003980 FD  CHECKPOINT-FILE.
003990 01  CHECKPOINT-RECORD.
004000     05  CK-RECORD-COUNT         PIC 9(09).
004010     05  FILLER                  PIC X(01) VALUE SPACE.
004020     05  CK-COUNT-PROCESSED      PIC 9(09).
004030     05  FILLER                  PIC X(01) VALUE SPACE.
004040     05  CK-COUNT-ERRORS         PIC 9(09).
004050     05  FILLER                  PIC X(01) VALUE SPACE.
004060     05  CK-GRAND-TOTAL          PIC S9(09)V9(04)
004070                                 SIGN IS TRAILING SEPARATE.
004080     05  FILLER                  PIC X(01) VALUE SPACE.
004090     05  CK-EXPR-READ-COUNT      PIC 9(09).
004100     05  FILLER                  PIC X(01) VALUE SPACE.
004110     05  CK-OPERAND-HASH         PIC 9(13)V9(04).
004120     05  FILLER                  PIC X(01) VALUE SPACE.
004130     05  CK-TRL-SEEN             PIC X(01).
004140     05  FILLER                  PIC X(01) VALUE SPACE.
004150     05  CK-TRL-EXPR-COUNT       PIC 9(09).
004160     05  FILLER                  PIC X(01) VALUE SPACE.
004170     05  CK-TRL-OPERAND-HASH     PIC 9(13)V9(04).
004180     05  FILLER                  PIC X(01) VALUE SPACE.
004190     05  CK-RUN-ID               PIC X(15).
004200     05  FILLER                  PIC X(01) VALUE SPACE.
004210     05  CK-RUN-MODE             PIC X(08).
004220     05  FILLER                  PIC X(01) VALUE SPACE.
004230     05  CK-BATCH-ID             PIC X(08).
004240     05  FILLER                  PIC X(01) VALUE SPACE.
004250     05  CK-BATCH-OPEN           PIC X(01).
004260     05  FILLER                  PIC X(01) VALUE SPACE.
004270     05  CK-BATCH-OK-COUNT       PIC 9(04).
004280     05  FILLER                  PIC X(01) VALUE SPACE.
004290     05  CK-BATCH-BAD-COUNT      PIC 9(04).
004300 FD  RESULT-OUT-FILE.
004310 COPY result-out.
004320 FD  SUSPENSE-MST-FILE.
004330 COPY suspense-master.
004340 FD  BATCH-STATUS-FILE.
004350 COPY batch-status.
004360 FD  SPLIT-CTL-FILE.
004370 COPY split-ctl.
004380 WORKING-STORAGE SECTION.
004390 01  EXPR-WORK-RECORD.
004400     05  EX-EXPR-ID              PIC X(10).
004410     05  FILLER                  PIC X(01).
004420     05  EX-EFF-DATE             PIC X(08).
004430     05  FILLER                  PIC X(01).
004440     05  EX-ROUND-MODE           PIC X(01).
004450     05  EX-ROUND-PLACES         PIC X(01).
004460     05  FILLER                  PIC X(01).
004470     05  EX-EXPR-TEXT            PIC X(300).
004480     05  EX-TRAILER-DATA REDEFINES EX-EXPR-TEXT.
004490         10  EX-TRL-EXPR-COUNT   PIC 9(09).
004500         10  FILLER              PIC X(01).
004510         10  EX-TRL-OPERAND-HASH PIC 9(13)V9(04).
004520         10  FILLER              PIC X(273).
004530     05  EX-HEADER-DATA REDEFINES EX-EXPR-TEXT.
004540         10  EX-HDR-BATCH-ID     PIC X(08).
004550         10  FILLER              PIC X(292).
004560 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
004570     88  WS-END-OF-FILE                     VALUE "Y".
004580 77  WS-POP-STATUS               PIC X(01) VALUE "Y".
004590     88  WS-POP-OK                          VALUE "Y".
004600     88  WS-POP-EMPTY                       VALUE "N".
004610 77  WS-PUSH-STATUS              PIC X(01) VALUE "Y".
004620     88  WS-PUSH-OK                          VALUE "Y".
004630     88  WS-PUSH-FULL                        VALUE "N".
004640 01  WS-RESULT-STR PIC X(20).
004650 01  WS-RESULT-TRAIL.
004660     05  WS-RESULT-TRAIL-ENTRY   PIC X(20) OCCURS 2000 TIMES.
004670 77  WS-RESULT-COUNT             PIC S9(04) COMP VALUE ZERO.
004680 77  WS-RESULT-IDX               PIC S9(04) COMP VALUE ZERO.
004690 77  WS-RESULT-REV-IDX           PIC S9(04) COMP VALUE ZERO.
004700 77  WS-EXPR-IN-STATUS           PIC X(02) VALUE SPACES.
004710 77  WS-RESULT-OUT-STATUS        PIC X(02) VALUE SPACES.
004720 77  WS-CHECKPOINT-STATUS        PIC X(02) VALUE SPACES.
004730 77  WS-SUSP-IN-STATUS           PIC X(02) VALUE SPACES.
004740 77  WS-SUSP-OUT-STATUS          PIC X(02) VALUE SPACES.
004750 77  WS-SUSP-MST-STATUS          PIC X(02) VALUE SPACES.
004760 77  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
004770 77  WS-RUN-MODE                 PIC X(08) VALUE "NORMAL".
004780     88  WS-MODE-NORMAL                     VALUE "NORMAL".
004790     88  WS-MODE-RESUBMIT                   VALUE "RESUBMIT".
004800     88  WS-MODE-PARTITION                  VALUE "PART-1"
004810                                                  "PART-2"
004820                                                  "PART-3"
004830                                                  "PART-4".
004840 77  WS-SPLIT-CTL-STATUS         PIC X(02) VALUE SPACES.
004850 77  WS-PART-NO                  PIC 9(01) VALUE ZERO.
004860 77  WS-PART-RECORDS             PIC 9(09) VALUE ZERO.
004870 77  WS-REJECT-REASON            PIC X(08) VALUE SPACES.
004880 77  WS-CHECKPOINT-INTERVAL      PIC S9(04) COMP VALUE +1.
004890 77  WS-RESTART-COUNT            PIC 9(09) VALUE ZERO.
004900 77  WS-RECORDS-PROCESSED        PIC 9(09) VALUE ZERO.
004910 77  WS-RECORDS-SKIPPED          PIC 9(09) VALUE ZERO.
004920 77  WS-TOTAL-PROCESSED          PIC 9(09) VALUE ZERO.
004930 77  WS-CHECKPOINT-QUOTIENT      PIC 9(09) VALUE ZERO.
004940 77  WS-CHECKPOINT-REMAINDER     PIC S9(04) COMP VALUE ZERO.
004950 77  WS-COUNT-PROCESSED          PIC 9(09) COMP VALUE ZERO.
004960 77  WS-COUNT-ERRORS             PIC 9(09) COMP VALUE ZERO.
004970 01  WS-GRAND-TOTAL              PIC S9(09)V9(4) VALUE ZERO.
004980 01  WS-GRAND-TOTAL-EDIT         PIC -(8)9.9999.
004990 01  WS-COUNT-PROCESSED-EDIT     PIC Z(8)9.
005000 01  WS-COUNT-ERRORS-EDIT        PIC Z(8)9.
005010 77  WS-EXPR-READ-COUNT          PIC 9(09) VALUE ZERO.
005020 77  WS-TRAILER-SEEN-SWITCH      PIC X(01) VALUE "N".
005030     88  WS-TRAILER-SEEN                    VALUE "Y".
005040 77  WS-TRL-EXPR-COUNT           PIC 9(09) VALUE ZERO.
005050 77  WS-BATCH-STAT-STATUS        PIC X(02) VALUE SPACES.
005060 77  WS-CURR-BATCH-ID            PIC X(08) VALUE SPACES.
005070 77  WS-BATCH-OPEN-SWITCH        PIC X(01) VALUE "N".
005080     88  WS-BATCH-OPEN                      VALUE "Y".
005090 77  WS-GROUP-BALANCE-SWITCH     PIC X(01) VALUE "Y".
005100     88  WS-GROUP-IN-BALANCE                VALUE "Y".
005110     88  WS-GROUP-OUT-OF-BALANCE            VALUE "N".
005120 77  WS-BATCH-OK-COUNT           PIC 9(04) VALUE ZERO.
005130 77  WS-BATCH-BAD-COUNT          PIC 9(04) VALUE ZERO.
005140 77  WS-BATCH-IDX                PIC S9(04) COMP VALUE ZERO.
005150 77  WS-BATCH-USED               PIC S9(04) COMP VALUE ZERO.
005160 77  WS-BATCH-MAX                PIC S9(04) COMP VALUE +50.
005170 01  WS-BATCH-TABLE.
005180     05  WS-BATCH-ENTRY          OCCURS 50 TIMES.
005190         10  WS-BT-BATCH-ID      PIC X(08).
005200         10  WS-BT-BALANCE-FLAG  PIC X(01).
005210 77  WS-RUN-LOG-STATUS           PIC X(02) VALUE SPACES.
005220 77  WS-RUN-ID                   PIC X(15) VALUE SPACES.
005230 77  WS-END-STATUS               PIC X(08) VALUE "NORMAL".
005240 77  WS-END-REASON               PIC X(30) VALUE SPACES.
005250 77  WS-RUN-LOG-WRITTEN          PIC X(01) VALUE "N".
005260 77  WS-RATES-LOAD-STATUS        PIC X(02) VALUE "00".
005270 77  WS-CKPT-RUN-MODE            PIC X(08) VALUE SPACES.
005280 77  WS-CKPT-RUN-ID              PIC X(15) VALUE SPACES.
005290 77  WS-SAVE-RC                  PIC S9(04) COMP VALUE ZERO.
005300 01  WS-RUN-STAMP.
005310     05  WS-RUN-DATE             PIC X(08).
005320     05  WS-RUN-TIME             PIC X(06).
005330 01  WS-TIME-NOW                 PIC X(08) VALUE SPACES.
005340 01  WS-START-TS                 PIC X(14) VALUE SPACES.
005350*    RUN TIMESTAMP STAMPED ON EVERY RESULT ROW - THE SPLIT'S
005360*    START TIME IN A PARTITION RUN, OTHERWISE THIS RUN'S OWN
005370 01  WS-ROW-STAMP-TS             PIC X(14) VALUE SPACES.
005380 01  WS-END-TS                   PIC X(14) VALUE SPACES.
005390 77  WS-BALANCE-SWITCH           PIC X(01) VALUE "Y".
005400     88  WS-RUN-IN-BALANCE                  VALUE "Y".
005410     88  WS-RUN-OUT-OF-BALANCE              VALUE "N".
005420 01  WS-OPERAND-HASH             PIC 9(13)V9(04) VALUE ZERO.
005430 01  WS-TRL-OPERAND-HASH         PIC 9(13)V9(04) VALUE ZERO.
005440 01  WS-TRL-COUNT-EDIT           PIC Z(08)9.
005450 01  WS-READ-COUNT-EDIT          PIC Z(08)9.
005460 01  WS-TRL-HASH-EDIT            PIC Z(12)9.9999.
005470 01  WS-READ-HASH-EDIT           PIC Z(12)9.9999.
005480 COPY rates-table.
005490 COPY eval-result.
005500 COPY expr-refs.
005510 77  WS-REFS-RESOLVE-STATUS      PIC X(02) VALUE "00".
005520 77  WS-REFS-IDX                 PIC S9(04) COMP VALUE ZERO.
005530 77  WS-REFS-SLOT                PIC S9(04) COMP VALUE ZERO.
005540 77  WS-REFS-FULL-SWITCH         PIC X(01) VALUE "N".
005550     88  WS-REFS-FULL-WARNED                VALUE "Y".
005560 77  WS-RELOAD-EOF-SWITCH        PIC X(01) VALUE "N".
005570     88  WS-RELOAD-EOF                      VALUE "Y".
005580 77  WS-REF-EXPR-ID              PIC X(10) VALUE SPACES.
005590 77  WS-REF-EFF-DATE             PIC X(08) VALUE SPACES.
005600 77  WS-REF-STATUS               PIC X(01) VALUE SPACE.
005610 01  WS-REF-VALUE                PIC S9(09)V9(04) VALUE ZERO.
005620 COPY cycle-call.
005630 77  WS-CYCLE-SWITCH             PIC X(01) VALUE "N".
005640     88  WS-CYCLE-STEP-STARTED              VALUE "Y".
005650 COPY proof-call.
005660 LOCAL-STORAGE SECTION.
005670 COPY stack REPLACING stack BY new-stack.
005680 PROCEDURE DIVISION.
005690*-----------------------------------------------------------------
005700 0000-MAINLINE.
005710     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005720     PERFORM 2000-PROCESS-EXPRESSIONS THRU 2000-EXIT
005730         UNTIL WS-END-OF-FILE
005740     PERFORM 8000-PRINT-RESULTS-TRAIL THRU 8000-EXIT
005750     PERFORM 8500-PRINT-CONTROL-TOTALS THRU 8500-EXIT
005760     PERFORM 8600-RECONCILE-TRAILER THRU 8600-EXIT
005770     PERFORM 9000-TERMINATE THRU 9000-EXIT
005780     IF WS-RUN-OUT-OF-BALANCE THEN
005790         MOVE "ABNORMAL" TO WS-END-STATUS
005800         IF WS-END-REASON = SPACES THEN
005810             MOVE "OUT OF BALANCE WITH TRAILER" TO WS-END-REASON
005820         END-IF
005830     END-IF
005840     PERFORM 8700-WRITE-RUN-LOG THRU 8700-EXIT
005850     IF WS-CYCLE-STEP-STARTED THEN
005860         PERFORM 8800-END-CYCLE-STEP THRU 8800-EXIT
005870     END-IF
005880     STOP RUN.
005890*-----------------------------------------------------------------
005900 1000-INITIALIZE.
005910     PERFORM 1010-ASSIGN-RUN-ID THRU 1010-EXIT
005920     PERFORM 1050-READ-PARM-CARD THRU 1050-EXIT
005930     IF WS-MODE-NORMAL THEN
005940         PERFORM 1060-START-CYCLE-STEP THRU 1060-EXIT
005950     END-IF
005960     CALL "load-rates" USING
005970         BY REFERENCE RATES-TABLE
005980         BY REFERENCE WS-RATES-LOAD-STATUS
005990     END-CALL
006000     IF WS-RATES-LOAD-STATUS NOT = "00" THEN
006010         MOVE "RATES FILE LOAD FAILED" TO WS-END-REASON
006020         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
006030     END-IF
006040     PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT
006050     IF WS-MODE-RESUBMIT THEN
006060         OPEN INPUT SUSPENSE-IN-FILE
006070         IF WS-SUSP-IN-STATUS NOT = "00" THEN
006080             DISPLAY "ERROR OPENING SUSPENSE-IN-FILE, STATUS = "
006090                 WS-SUSP-IN-STATUS
006100             PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
006110         END-IF
006120     ELSE
006130         OPEN INPUT EXPR-IN-FILE
006140         IF WS-EXPR-IN-STATUS NOT = "00" THEN
006150             DISPLAY "ERROR OPENING EXPR-IN-FILE, STATUS = "
006160                 WS-EXPR-IN-STATUS
006170             PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
006180         END-IF
006190     END-IF
006200     IF WS-RESTART-COUNT > ZERO THEN
006210         PERFORM 1170-RELOAD-RUN-RESULTS THRU 1170-EXIT
006220     END-IF
006230     IF WS-RESTART-COUNT > ZERO THEN
006240         OPEN EXTEND RESULT-OUT-FILE
006250         OPEN EXTEND SUSPENSE-OUT-FILE
006260     ELSE
006270         OPEN OUTPUT RESULT-OUT-FILE
006280         OPEN OUTPUT SUSPENSE-OUT-FILE
006290     END-IF
006300     IF WS-RESULT-OUT-STATUS NOT = "00" THEN
006310         DISPLAY "ERROR OPENING RESULT-OUT-FILE, STATUS = "
006320             WS-RESULT-OUT-STATUS
006330         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
006340     END-IF
006350     IF WS-SUSP-OUT-STATUS NOT = "00" THEN
006360         DISPLAY "ERROR OPENING SUSPENSE-OUT-FILE, STATUS = "
006370             WS-SUSP-OUT-STATUS
006380         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
006390     END-IF
006400     PERFORM 1250-OPEN-SUSPENSE-MASTER THRU 1250-EXIT
006410     PERFORM 1260-OPEN-BATCH-STATUS THRU 1260-EXIT
006420     IF WS-RESTART-COUNT > ZERO THEN
006430         PERFORM 1150-SKIP-PROCESSED-RECORDS THRU 1150-EXIT
006440     END-IF
006450     PERFORM 2100-READ-EXPRESSION THRU 2100-EXIT.
006460 1000-EXIT.
006470     EXIT.
006480*-----------------------------------------------------------------
006490 1010-ASSIGN-RUN-ID.
006500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
006510     ACCEPT WS-TIME-NOW FROM TIME
006520     MOVE WS-TIME-NOW (1:6) TO WS-RUN-TIME
006530     STRING "R" WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
006540         INTO WS-RUN-ID
006550     END-STRING
006560     MOVE WS-RUN-STAMP TO WS-START-TS
006570     MOVE WS-RUN-STAMP TO WS-ROW-STAMP-TS
006580     DISPLAY "RUN ID: " WS-RUN-ID.
006590 1010-EXIT.
006600     EXIT.
006610*-----------------------------------------------------------------
006620 1050-READ-PARM-CARD.
006630     MOVE "NORMAL" TO WS-RUN-MODE
006640     OPEN INPUT PARM-FILE
006650     IF WS-PARM-STATUS = "00" THEN
006660         READ PARM-FILE
006670             AT END
006680                 CONTINUE
006690             NOT AT END
006700                 MOVE PM-RUN-MODE TO WS-RUN-MODE
006710         END-READ
006720         CLOSE PARM-FILE
006730     END-IF
006740     IF NOT WS-MODE-NORMAL AND NOT WS-MODE-RESUBMIT
006750         AND NOT WS-MODE-PARTITION THEN
006760         DISPLAY "INVALID RUN MODE ON PARM CARD: " WS-RUN-MODE
006770         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
006780     END-IF
006790     IF WS-MODE-RESUBMIT THEN
006800         DISPLAY "RESUBMIT RUN - EXPRESSIONS READ FROM THE "
006810             "REPAIRED SUSPENSE FILE"
006820     END-IF
006830     IF WS-MODE-PARTITION THEN
006840         PERFORM 1070-READ-SPLIT-CONTROL THRU 1070-EXIT
006850     END-IF.
006860 1050-EXIT.
006870     EXIT.
006880*-----------------------------------------------------------------
006890 1060-START-CYCLE-STEP.
006900     MOVE "START" TO CC-FUNCTION
006910     SET CC-STEP-STACK-TEST TO TRUE
006920     MOVE SPACES TO CC-BUS-DATE
006930     MOVE ZERO TO CC-STEP-RC
006940     CALL "cycle-step" USING BY REFERENCE CYCLE-CALL
006950     END-CALL
006960     IF CC-REFUSED THEN
006970         MOVE "ABNORMAL" TO WS-END-STATUS
006980         MOVE "REFUSED BY CYCLE CONTROL" TO WS-END-REASON
006990         PERFORM 8700-WRITE-RUN-LOG THRU 8700-EXIT
007000         MOVE 12 TO RETURN-CODE
007010         STOP RUN
007020     END-IF
007030     IF NOT CC-GO-AHEAD THEN
007040         MOVE "CYCLE CONTROL FILE ERROR" TO WS-END-REASON
007050         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
007060     END-IF
007070     SET WS-CYCLE-STEP-STARTED TO TRUE.
007080 1060-EXIT.
007090     EXIT.
007100*-----------------------------------------------------------------
007110*    A PARTITION RUN TAKES ITS RUN ID AND ROW TIMESTAMP FROM THE
007120*    SPLIT THAT PRODUCED ITS INPUT, AND THE RECORD COUNT IT MUST
007130*    READ. NO CONTROL RECORD MEANS THE SPLIT DID NOT FINISH.
007140 1070-READ-SPLIT-CONTROL.
007150     MOVE WS-RUN-MODE (6:1) TO WS-PART-NO
007160     OPEN INPUT SPLIT-CTL-FILE
007170     IF WS-SPLIT-CTL-STATUS NOT = "00" THEN
007180         DISPLAY "ERROR OPENING SPLIT-CTL-FILE, STATUS = "
007190             WS-SPLIT-CTL-STATUS " - RUN STACK-SPLIT FIRST"
007200         MOVE "NO SPLIT CONTROL RECORD" TO WS-END-REASON
007210         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
007220     END-IF
007230     READ SPLIT-CTL-FILE
007240         AT END
007250             MOVE "10" TO WS-SPLIT-CTL-STATUS
007260     END-READ
007270     CLOSE SPLIT-CTL-FILE
007280     IF WS-SPLIT-CTL-STATUS NOT = "00" THEN
007290         DISPLAY "SPLIT-CTL-FILE IS EMPTY - THE LAST STACK-SPLIT "
007300             "DID NOT FINISH"
007310         MOVE "NO SPLIT CONTROL RECORD" TO WS-END-REASON
007320         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
007330     END-IF
007340     IF WS-PART-NO > SC-PART-COUNT THEN
007350         DISPLAY "RUN MODE " WS-RUN-MODE " BUT THE FEED WAS "
007360             "SPLIT INTO ONLY " SC-PART-COUNT " PARTITION(S)"
007370         MOVE "PARTITION NOT IN SPLIT" TO WS-END-REASON
007380         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
007390     END-IF
007400     MOVE SC-RUN-ID TO WS-RUN-ID
007410     MOVE SC-START-TS TO WS-ROW-STAMP-TS
007420     MOVE SC-PT-RECORDS (WS-PART-NO) TO WS-PART-RECORDS
007430     DISPLAY "PARTITION " WS-PART-NO " OF SPLIT RUN ID: "
007440         WS-RUN-ID.
007450 1070-EXIT.
007460     EXIT.
007470*-----------------------------------------------------------------
007480 1100-READ-CHECKPOINT.
007490     MOVE ZERO TO WS-RESTART-COUNT
007500     OPEN INPUT CHECKPOINT-FILE
007510     IF WS-CHECKPOINT-STATUS = "00" THEN
007520         READ CHECKPOINT-FILE
007530             AT END
007540                 MOVE ZERO TO WS-RESTART-COUNT
007550             NOT AT END
007560                 MOVE CK-RECORD-COUNT TO WS-RESTART-COUNT
007570                 MOVE CK-COUNT-PROCESSED TO WS-COUNT-PROCESSED
007580                 MOVE CK-COUNT-ERRORS TO WS-COUNT-ERRORS
007590                 MOVE CK-GRAND-TOTAL TO WS-GRAND-TOTAL
007600                 MOVE CK-EXPR-READ-COUNT TO WS-EXPR-READ-COUNT
007610                 MOVE CK-OPERAND-HASH TO WS-OPERAND-HASH
007620                 MOVE CK-TRL-SEEN TO WS-TRAILER-SEEN-SWITCH
007630                 MOVE CK-TRL-EXPR-COUNT TO WS-TRL-EXPR-COUNT
007640                 MOVE CK-TRL-OPERAND-HASH
007650                     TO WS-TRL-OPERAND-HASH
007660                  MOVE CK-RUN-MODE TO WS-CKPT-RUN-MODE
007670                  MOVE CK-RUN-ID TO WS-CKPT-RUN-ID
007680                  MOVE CK-BATCH-ID TO WS-CURR-BATCH-ID
007690                  IF CK-BATCH-OPEN = "Y" OR CK-BATCH-OPEN = "N"
007700                      THEN
007710                      MOVE CK-BATCH-OPEN
007720                          TO WS-BATCH-OPEN-SWITCH
007730                  END-IF
007740                  IF CK-BATCH-OK-COUNT IS NUMERIC THEN
007750                      MOVE CK-BATCH-OK-COUNT
007760                          TO WS-BATCH-OK-COUNT
007770                  END-IF
007780                  IF CK-BATCH-BAD-COUNT IS NUMERIC THEN
007790                      MOVE CK-BATCH-BAD-COUNT
007800                          TO WS-BATCH-BAD-COUNT
007810                  END-IF
007820                  IF CK-RECORD-COUNT > ZERO THEN
007830                      DISPLAY "RESTART - CHECKPOINT WRITTEN BY "
007840                          "RUN: " CK-RUN-ID
007850                  END-IF
007860         END-READ
007870         CLOSE CHECKPOINT-FILE
007880     END-IF
007890*    A CHECKPOINT LEFT BY AN INTERRUPTED RUN OF THE OTHER MODE
007900*    MUST NOT POSITION OR TOTAL THIS RUN - THE SKIP COUNT AND
007910*    THE CARRIED TOTALS WOULD BELONG TO A DIFFERENT INPUT FILE
007920     IF WS-RESTART-COUNT > ZERO
007930         AND WS-CKPT-RUN-MODE NOT = WS-RUN-MODE THEN
007940         DISPLAY "CHECKPOINT WAS WRITTEN BY A " WS-CKPT-RUN-MODE
007950             " RUN BUT THIS IS A " WS-RUN-MODE " RUN - "
007960             "FINISH OR CLEAR THE INTERRUPTED RUN FIRST"
007970         MOVE "CHECKPOINT RUN MODE MISMATCH" TO WS-END-REASON
007980         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
007990     END-IF
008000*    A PARTITION CHECKPOINT POSITIONS ONLY THE SAME SPLIT'S FILE
008010     IF WS-RESTART-COUNT > ZERO AND WS-MODE-PARTITION
008020         AND WS-CKPT-RUN-ID NOT = WS-RUN-ID THEN
008030         DISPLAY "CHECKPOINT BELONGS TO SPLIT RUN " WS-CKPT-RUN-ID
008040             " BUT THE CURRENT SPLIT IS " WS-RUN-ID
008050         MOVE "CHECKPOINT FROM ANOTHER SPLIT" TO WS-END-REASON
008060         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
008070     END-IF.
008080 1100-EXIT.
008090     EXIT.
008100*-----------------------------------------------------------------
008110 1150-SKIP-PROCESSED-RECORDS.
008120     MOVE ZERO TO WS-RECORDS-SKIPPED
008130     PERFORM 2100-READ-EXPRESSION THRU 2100-EXIT
008140         WITH TEST AFTER
008150         VARYING WS-RECORDS-SKIPPED FROM 1 BY 1
008160         UNTIL WS-RECORDS-SKIPPED >= WS-RESTART-COUNT
008170             OR WS-END-OF-FILE.
008180 1150-EXIT.
008190     EXIT.
008200*-----------------------------------------------------------------
008210*    A RESTARTED RUN HAS ALREADY WRITTEN SOME RESULTS TO
008220*    RESULT-OUT, AND LATER EXPRESSIONS MAY REFERENCE THEM - THEY
008230*    GO BACK INTO THE REFERENCE TABLE BEFORE THE FILE IS REOPENED
008240*    FOR EXTEND, SO A RESTART PRICES THE SAME WAY AN
008250*    UNINTERRUPTED RUN WOULD HAVE.
008260 1170-RELOAD-RUN-RESULTS.
008270     OPEN INPUT RESULT-OUT-FILE
008280     IF WS-RESULT-OUT-STATUS = "35" THEN
008290         GO TO 1170-EXIT
008300     END-IF
008310     IF WS-RESULT-OUT-STATUS NOT = "00" THEN
008320         DISPLAY "ERROR OPENING RESULT-OUT-FILE FOR RELOAD, "
008330             "STATUS = " WS-RESULT-OUT-STATUS
008340         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
008350     END-IF
008360     MOVE "N" TO WS-RELOAD-EOF-SWITCH
008370     PERFORM 1175-RELOAD-ONE-RESULT THRU 1175-EXIT
008380         UNTIL WS-RELOAD-EOF
008390     CLOSE RESULT-OUT-FILE.
008400 1170-EXIT.
008410     EXIT.
008420*-----------------------------------------------------------------
008430 1175-RELOAD-ONE-RESULT.
008440     READ RESULT-OUT-FILE
008450         AT END
008460             SET WS-RELOAD-EOF TO TRUE
008470             GO TO 1175-EXIT
008480     END-READ
008490     IF WS-RESULT-OUT-STATUS NOT = "00" THEN
008500         DISPLAY "ERROR READING RESULT-OUT-FILE FOR RELOAD, "
008510             "STATUS = " WS-RESULT-OUT-STATUS
008520         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
008530     END-IF
008540     MOVE RO-EXPR-ID TO WS-REF-EXPR-ID
008550     MOVE RO-EFF-DATE TO WS-REF-EFF-DATE
008560     IF RO-RESULT-TEXT = "BAD BINOP" THEN
008570         MOVE "N" TO WS-REF-STATUS
008580         MOVE ZERO TO WS-REF-VALUE
008590     ELSE
008600         MOVE "Y" TO WS-REF-STATUS
008610         COMPUTE WS-REF-VALUE = FUNCTION NUMVAL (RO-RESULT-TEXT)
008620     END-IF
008630     PERFORM 2260-RECORD-REFERENCE THRU 2260-EXIT.
008640 1175-EXIT.
008650     EXIT.
008660*-----------------------------------------------------------------
008670 2000-PROCESS-EXPRESSIONS.
008680     DISPLAY EXPR-WORK-RECORD
008690     IF EX-EXPR-ID = "HDR" THEN
008700*        BATCH HEADER - OPENS A NEW HDR...TRL GROUP; SEVERAL
008710*        GROUPS MAY ARRIVE CONCATENATED IN ONE EXPRIN FILE
008720         PERFORM 2040-START-BATCH THRU 2040-EXIT
008730     ELSE
008740     IF EX-EXPR-ID = "TRL" THEN
008750         PERFORM 2050-CAPTURE-TRAILER THRU 2050-EXIT
008760     ELSE
008770         IF NOT WS-MODE-RESUBMIT AND NOT WS-BATCH-OPEN THEN
008780*            A FEED THAT LEADS WITH EXPRESSIONS INSTEAD OF A
008790*            HEADER STILL RECONCILES AS ONE GROUP UNDER THE
008800*            RESERVED "UNNAMED" BATCH ID - IT MUST NOT BE
008810*            SPACES, OR ITS ROWS COULD NOT BE TOLD APART FROM
008820*            AD-HOC AND RESUBMIT ROWS WHEN THE DOWNSTREAM
008830*            RELEASE WITHHOLDS AN OUT-OF-BALANCE BATCH
008840             SET WS-BATCH-OPEN TO TRUE
008850             MOVE "UNNAMED" TO WS-CURR-BATCH-ID
008860         END-IF
008870         ADD 1 TO WS-EXPR-READ-COUNT
008880         IF WS-MODE-RESUBMIT THEN
008890             PERFORM 2060-MARK-RESUBMITTED THRU 2060-EXIT
008900         END-IF
008910         PERFORM 2200-EVALUATE-EXPRESSION THRU 2200-EXIT
008920         PERFORM 2400-WRITE-RESULT THRU 2400-EXIT
008930         IF WS-MODE-RESUBMIT AND EVAL-VALID THEN
008940             PERFORM 2070-MARK-REPAIRED THRU 2070-EXIT
008950         END-IF
008960     END-IF
008970     END-IF
008980     ADD 1 TO WS-RECORDS-PROCESSED
008990     PERFORM 2450-MAYBE-CHECKPOINT THRU 2450-EXIT
009000     PERFORM 2100-READ-EXPRESSION THRU 2100-EXIT.
009010 2000-EXIT.
009020     EXIT.
009030*-----------------------------------------------------------------
009040*    A HEADER WHILE A GROUP IS STILL OPEN MEANS THE PREVIOUS
009050*    GROUP LOST ITS TRAILER - THAT GROUP CLOSES OUT OF BALANCE
009060*    AND THE NEW ONE STARTS CLEAN.
009070 2040-START-BATCH.
009080     IF WS-MODE-RESUBMIT THEN
009090         GO TO 2040-EXIT
009100     END-IF
009110     IF WS-BATCH-OPEN THEN
009120         DISPLAY "NEW HEADER BEFORE TRAILER - BATCH "
009130             WS-CURR-BATCH-ID " HAS NO TRAILER"
009140         SET WS-GROUP-OUT-OF-BALANCE TO TRUE
009150         PERFORM 2080-CLOSE-BATCH THRU 2080-EXIT
009160     END-IF
009170     MOVE EX-HDR-BATCH-ID TO WS-CURR-BATCH-ID
009180*    A HEADER WITHOUT A BATCH ID (AN OLD-STYLE FEED) JOINS THE
009190*    RESERVED UNNAMED GROUP FOR THE SAME REASON AS ABOVE
009200     IF WS-CURR-BATCH-ID = SPACES THEN
009210         MOVE "UNNAMED" TO WS-CURR-BATCH-ID
009220     END-IF
009230     SET WS-BATCH-OPEN TO TRUE
009240     MOVE ZERO TO WS-EXPR-READ-COUNT
009250     MOVE ZERO TO WS-OPERAND-HASH
009260     MOVE "N" TO WS-TRAILER-SEEN-SWITCH
009270     SET WS-GROUP-IN-BALANCE TO TRUE.
009280 2040-EXIT.
009290     EXIT.
009300*-----------------------------------------------------------------
009310*    THE TRAILER CLOSES ITS OWN GROUP - COUNT AND OPERAND HASH
009320*    RECONCILE AGAINST WHAT THIS GROUP ACTUALLY DELIVERED, AND
009330*    THE VERDICT GOES TO BATCHSTAT RIGHT AWAY SO A RUN THAT
009340*    DIES LATER STILL KNOWS WHICH GROUPS BALANCED.
009350 2050-CAPTURE-TRAILER.
009360*    A REPAIRED SUSPENSE FILE CARRIES NO BATCH GROUPS - A STRAY
009370*    CONTROL RECORD IN ONE IS NOISE, NOT A GROUP BOUNDARY
009380     IF WS-MODE-RESUBMIT THEN
009390         GO TO 2050-EXIT
009400     END-IF
009410     IF EX-TRL-EXPR-COUNT IS NUMERIC
009420         AND EX-TRL-OPERAND-HASH IS NUMERIC THEN
009430         SET WS-TRAILER-SEEN TO TRUE
009440         MOVE EX-TRL-EXPR-COUNT TO WS-TRL-EXPR-COUNT
009450         MOVE EX-TRL-OPERAND-HASH TO WS-TRL-OPERAND-HASH
009460         PERFORM 2055-RECONCILE-BATCH THRU 2055-EXIT
009470     ELSE
009480         DISPLAY "TRAILER RECORD IS NOT NUMERIC - BATCH "
009490             WS-CURR-BATCH-ID " CANNOT BALANCE"
009500         SET WS-GROUP-OUT-OF-BALANCE TO TRUE
009510     END-IF
009520     PERFORM 2080-CLOSE-BATCH THRU 2080-EXIT.
009530 2050-EXIT.
009540     EXIT.
009550*-----------------------------------------------------------------
009560 2055-RECONCILE-BATCH.
009570     IF WS-TRL-EXPR-COUNT NOT = WS-EXPR-READ-COUNT THEN
009580         SET WS-GROUP-OUT-OF-BALANCE TO TRUE
009590         MOVE WS-TRL-EXPR-COUNT TO WS-TRL-COUNT-EDIT
009600         MOVE WS-EXPR-READ-COUNT TO WS-READ-COUNT-EDIT
009610         DISPLAY "BATCH " WS-CURR-BATCH-ID
009620             " COUNT OUT OF BALANCE - "
009630             "TRAILER: " WS-TRL-COUNT-EDIT
009640             "  READ: " WS-READ-COUNT-EDIT
009650     END-IF
009660     IF WS-TRL-OPERAND-HASH NOT = WS-OPERAND-HASH THEN
009670         SET WS-GROUP-OUT-OF-BALANCE TO TRUE
009680         MOVE WS-TRL-OPERAND-HASH TO WS-TRL-HASH-EDIT
009690         MOVE WS-OPERAND-HASH TO WS-READ-HASH-EDIT
009700         DISPLAY "BATCH " WS-CURR-BATCH-ID
009710             " OPERAND HASH OUT OF BALANCE - "
009720             "TRAILER: " WS-TRL-HASH-EDIT
009730             "  READ: " WS-READ-HASH-EDIT
009740     END-IF.
009750 2055-EXIT.
009760     EXIT.
009770*-----------------------------------------------------------------
009780 2080-CLOSE-BATCH.
009790     MOVE SPACES TO BATCH-STATUS-RECORD
009800     MOVE WS-CURR-BATCH-ID TO BS-BATCH-ID
009810     MOVE WS-EXPR-READ-COUNT TO BS-EXPR-COUNT
009820     MOVE WS-OPERAND-HASH TO BS-OPERAND-HASH
009830     MOVE WS-GROUP-BALANCE-SWITCH TO BS-BALANCE-FLAG
009840     MOVE WS-RUN-ID TO BS-RUN-ID
009850     WRITE BATCH-STATUS-RECORD
009860     IF WS-BATCH-STAT-STATUS NOT = "00" THEN
009870         DISPLAY "ERROR WRITING BATCH-STATUS-FILE, STATUS = "
009880             WS-BATCH-STAT-STATUS
009890         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
009900     END-IF
009910     IF WS-GROUP-IN-BALANCE THEN
009920         ADD 1 TO WS-BATCH-OK-COUNT
009930         DISPLAY "BATCH " WS-CURR-BATCH-ID
009940             " IN BALANCE WITH ITS TRAILER"
009950     ELSE
009960         ADD 1 TO WS-BATCH-BAD-COUNT
009970     END-IF
009980     IF WS-BATCH-USED < WS-BATCH-MAX THEN
009990         ADD 1 TO WS-BATCH-USED
010000         MOVE WS-CURR-BATCH-ID
010010             TO WS-BT-BATCH-ID (WS-BATCH-USED)
010020         MOVE WS-GROUP-BALANCE-SWITCH
010030             TO WS-BT-BALANCE-FLAG (WS-BATCH-USED)
010040     END-IF
010050     MOVE "N" TO WS-BATCH-OPEN-SWITCH
010060     MOVE SPACES TO WS-CURR-BATCH-ID
010070     MOVE ZERO TO WS-EXPR-READ-COUNT
010080     MOVE ZERO TO WS-OPERAND-HASH
010090     MOVE "N" TO WS-TRAILER-SEEN-SWITCH
010100     SET WS-GROUP-IN-BALANCE TO TRUE.
010110 2080-EXIT.
010120     EXIT.
010130*-----------------------------------------------------------------
010140 2450-MAYBE-CHECKPOINT.
010150     MOVE WS-RESTART-COUNT TO WS-TOTAL-PROCESSED
010160     ADD WS-RECORDS-PROCESSED TO WS-TOTAL-PROCESSED
010170     DIVIDE WS-TOTAL-PROCESSED
010180         BY WS-CHECKPOINT-INTERVAL
010190         GIVING WS-CHECKPOINT-QUOTIENT
010200         REMAINDER WS-CHECKPOINT-REMAINDER
010210     IF WS-CHECKPOINT-REMAINDER = ZERO THEN
010220         PERFORM 1200-WRITE-CHECKPOINT THRU 1200-EXIT
010230     END-IF.
010240 2450-EXIT.
010250     EXIT.
010260*-----------------------------------------------------------------
010270 1200-WRITE-CHECKPOINT.
010280     OPEN OUTPUT CHECKPOINT-FILE
010290     IF WS-CHECKPOINT-STATUS NOT = "00" THEN
010300         DISPLAY "ERROR OPENING CHECKPOINT-FILE, STATUS = "
010310             WS-CHECKPOINT-STATUS
010320         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
010330     END-IF
010340     MOVE SPACES TO CHECKPOINT-RECORD
010350     MOVE WS-TOTAL-PROCESSED TO CK-RECORD-COUNT
010360     MOVE WS-COUNT-PROCESSED TO CK-COUNT-PROCESSED
010370     MOVE WS-COUNT-ERRORS TO CK-COUNT-ERRORS
010380     MOVE WS-GRAND-TOTAL TO CK-GRAND-TOTAL
010390     MOVE WS-EXPR-READ-COUNT TO CK-EXPR-READ-COUNT
010400     MOVE WS-OPERAND-HASH TO CK-OPERAND-HASH
010410     MOVE WS-TRAILER-SEEN-SWITCH TO CK-TRL-SEEN
010420     MOVE WS-TRL-EXPR-COUNT TO CK-TRL-EXPR-COUNT
010430     MOVE WS-TRL-OPERAND-HASH TO CK-TRL-OPERAND-HASH
010440     MOVE WS-RUN-ID TO CK-RUN-ID
010450     MOVE WS-RUN-MODE TO CK-RUN-MODE
010460     MOVE WS-CURR-BATCH-ID TO CK-BATCH-ID
010470     MOVE WS-BATCH-OPEN-SWITCH TO CK-BATCH-OPEN
010480     MOVE WS-BATCH-OK-COUNT TO CK-BATCH-OK-COUNT
010490     MOVE WS-BATCH-BAD-COUNT TO CK-BATCH-BAD-COUNT
010500     WRITE CHECKPOINT-RECORD
010510     IF WS-CHECKPOINT-STATUS NOT = "00" THEN
010520         DISPLAY "ERROR WRITING CHECKPOINT-FILE, STATUS = "
010530             WS-CHECKPOINT-STATUS
010540         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
010550     END-IF
010560     CLOSE CHECKPOINT-FILE.
010570 1200-EXIT.
010580     EXIT.
010590*-----------------------------------------------------------------
010600*    THE SUSPENSE MASTER STAYS OPEN FOR BOTH RUN MODES - A
010610*    NORMAL RUN FILES NEW REJECTS ON IT AND A RESUBMIT RUN
010620*    WALKS ITS ROWS THROUGH RESUBMITTED TO REPAIRED (OR BACK TO
010630*    OPEN). CREATED ON FIRST USE THE SAME WAY RESULT-POST
010640*    CREATES RESULTMST. A PARTITION RUN LEAVES IT TO STACK-MERGE.
010650 1250-OPEN-SUSPENSE-MASTER.
010660     IF WS-MODE-PARTITION THEN
010670         GO TO 1250-EXIT
010680     END-IF
010690     OPEN I-O SUSPENSE-MST-FILE
010700     IF WS-SUSP-MST-STATUS = "35" THEN
010710         OPEN OUTPUT SUSPENSE-MST-FILE
010720         IF WS-SUSP-MST-STATUS NOT = "00" THEN
010730             DISPLAY "ERROR CREATING SUSPENSE-MST-FILE, "
010740                 "STATUS = " WS-SUSP-MST-STATUS
010750             PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
010760         END-IF
010770         CLOSE SUSPENSE-MST-FILE
010780         OPEN I-O SUSPENSE-MST-FILE
010790     END-IF
010800     IF WS-SUSP-MST-STATUS NOT = "00" THEN
010810         DISPLAY "ERROR OPENING SUSPENSE-MST-FILE, STATUS = "
010820             WS-SUSP-MST-STATUS
010830         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
010840     END-IF.
010850 1250-EXIT.
010860     EXIT.
010870*-----------------------------------------------------------------
010880*    BATCHSTAT GETS ONE RECORD PER HDR...TRL GROUP AS EACH
010890*    TRAILER RECONCILES. A FRESH RUN STARTS THE FILE OVER; A
010900*    RESTART EXTENDS IT SO GROUPS CLOSED BEFORE THE INTERRUPTION
010910*    KEEP THEIR RECORDS. RESUBMIT RUNS CARRY NO BATCH GROUPS AND
010920*    LEAVE THE FILE ALONE.
010930 1260-OPEN-BATCH-STATUS.
010940     IF WS-MODE-RESUBMIT THEN
010950         GO TO 1260-EXIT
010960     END-IF
010970     IF WS-RESTART-COUNT > ZERO THEN
010980         OPEN EXTEND BATCH-STATUS-FILE
010990         IF WS-BATCH-STAT-STATUS = "35" THEN
011000             OPEN OUTPUT BATCH-STATUS-FILE
011010         END-IF
011020     ELSE
011030         OPEN OUTPUT BATCH-STATUS-FILE
011040     END-IF
011050     IF WS-BATCH-STAT-STATUS NOT = "00" THEN
011060         DISPLAY "ERROR OPENING BATCH-STATUS-FILE, STATUS = "
011070             WS-BATCH-STAT-STATUS
011080         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
011090     END-IF.
011100 1260-EXIT.
011110     EXIT.
011120*-----------------------------------------------------------------
011130 2100-READ-EXPRESSION.
011140     IF WS-MODE-RESUBMIT THEN
011150         READ SUSPENSE-IN-FILE
011160             AT END
011170                 SET WS-END-OF-FILE TO TRUE
011180             NOT AT END
011190                 MOVE SI-EXPR-DATA TO EXPR-WORK-RECORD
011200         END-READ
011210         IF NOT WS-END-OF-FILE
011220             AND WS-SUSP-IN-STATUS NOT = "00" THEN
011230             DISPLAY "ERROR READING SUSPENSE-IN-FILE, STATUS = "
011240                 WS-SUSP-IN-STATUS
011250             PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
011260         END-IF
011270     ELSE
011280         READ EXPR-IN-FILE
011290             AT END
011300                 SET WS-END-OF-FILE TO TRUE
011310             NOT AT END
011320                 MOVE EXPR-IN-RECORD TO EXPR-WORK-RECORD
011330         END-READ
011340         IF NOT WS-END-OF-FILE
011350             AND WS-EXPR-IN-STATUS NOT = "00" THEN
011360             DISPLAY "ERROR READING EXPR-IN-FILE, STATUS = "
011370                 WS-EXPR-IN-STATUS
011380             PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
011390         END-IF
011400     END-IF.
011410 2100-EXIT.
011420     EXIT.
011430*-----------------------------------------------------------------
011440 2200-EVALUATE-EXPRESSION.
011450     MOVE EX-EFF-DATE TO EVAL-EFF-DATE
011460     MOVE EX-ROUND-MODE TO EVAL-ROUND-MODE
011470     MOVE EX-ROUND-PLACES TO EVAL-ROUND-PLACES
011480*    ANY "@" REFERENCE NOT PRODUCED EARLIER IN THIS RUN IS
011490*    LOOKED UP ON THE RESULTS MASTER FIRST
011500     CALL "resolve-refs" USING
011510         BY CONTENT EX-EXPR-TEXT
011520         BY CONTENT EX-EFF-DATE
011530         BY REFERENCE EXPR-REFS
011540         BY REFERENCE WS-REFS-RESOLVE-STATUS
011550     END-CALL
011560     IF WS-REFS-RESOLVE-STATUS NOT = "00" THEN
011570         MOVE "RESULTMST REFERENCE LOOKUP FAILED" TO WS-END-REASON
011580         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
011590     END-IF
011600     SET EVAL-PROOF-WANTED TO TRUE
011610     MOVE EX-EXPR-ID TO EVAL-PROOF-EXPR-ID
011620     MOVE WS-RUN-ID TO EVAL-PROOF-RUN-ID
011630     MOVE EX-EFF-DATE TO EVAL-PROOF-KEY-DATE
011640     CALL "expr-eval" USING
011650         BY CONTENT EX-EXPR-TEXT
011660         BY REFERENCE RATES-TABLE
011670         BY REFERENCE EVAL-RESULT
011680         BY REFERENCE EXPR-REFS
011690     END-CALL
011700     IF EVAL-PROOF-STATUS NOT = "00" THEN
011710         MOVE "PROOF FILE WRITE FAILED" TO WS-END-REASON
011720         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
011730     END-IF
011740     ADD EVAL-OPERAND-HASH TO WS-OPERAND-HASH
011750     MOVE SPACES TO RESULT-OUT-RECORD
011760     MOVE EX-EXPR-ID TO RO-EXPR-ID
011770     MOVE EX-EFF-DATE TO RO-EFF-DATE
011780     MOVE EVAL-OPERATOR TO RO-OPERATOR
011790     MOVE EVAL-OPERAND-COUNT TO RO-OPERAND-COUNT
011800     MOVE EVAL-OPERAND-TEXT TO RO-OPERANDS
011810     MOVE EVAL-TRUNC-FLAG TO RO-TRUNC-FLAG
011820     MOVE "B" TO RO-SOURCE-FLAG
011830     MOVE WS-RUN-ID TO RO-RUN-ID
011840     MOVE WS-ROW-STAMP-TS TO RO-RUN-TS
011850     MOVE WS-CURR-BATCH-ID TO RO-BATCH-ID
011860     MOVE EVAL-ROUND-APPLIED TO RO-ROUND-POLICY
011870     IF EVAL-INVALID THEN
011880         MOVE "BAD BINOP" TO RO-RESULT-TEXT
011890         MOVE EVAL-REASON-CODE TO WS-REJECT-REASON
011900         ADD 1 TO WS-COUNT-ERRORS
011910         PERFORM 2500-WRITE-SUSPENSE THRU 2500-EXIT
011920     ELSE
011930         MOVE EVAL-RESULT-NUM TO RO-RESULT-NUM
011940         MOVE RO-RESULT-NUM TO WS-RESULT-STR
011950         CALL "push" USING
011960             BY REFERENCE new-stack
011970             BY CONTENT WS-RESULT-STR
011980             BY REFERENCE WS-PUSH-STATUS
011990         END-CALL
012000         IF WS-PUSH-OK THEN
012010             ADD 1 TO WS-RESULT-COUNT
012020         ELSE
012030             DISPLAY "WARNING - RESULTS-HISTORY STACK FULL, "
012040                 "RESULT NOT RETAINED FOR TRAIL"
012050         END-IF
012060         ADD 1 TO WS-COUNT-PROCESSED
012070         ADD EVAL-RESULT-NUM TO WS-GRAND-TOTAL
012080     END-IF
012090*    THE RESULT - OR THE FACT THAT IT REJECTED - IS NOW
012100*    AVAILABLE TO ANY LATER EXPRESSION THAT REFERENCES IT
012110     MOVE EX-EXPR-ID TO WS-REF-EXPR-ID
012120     MOVE EX-EFF-DATE TO WS-REF-EFF-DATE
012130     MOVE EVAL-VALID-SWITCH TO WS-REF-STATUS
012140     MOVE EVAL-RESULT-NUM TO WS-REF-VALUE
012150     PERFORM 2260-RECORD-REFERENCE THRU 2260-EXIT.
012160 2200-EXIT.
012170     EXIT.
012180*-----------------------------------------------------------------
012190*    A RECOMPUTE OF THE SAME EXPRESSION AND DATE LATER IN THE RUN
012200*    REPLACES ITS EARLIER ENTRY (OR ONE LOADED FROM THE MASTER).
012210*    WHEN THE TABLE IS FULL THE RESULT IS NOT HELD, AND ANY LATER
012220*    REFERENCE TO IT REJECTS AS REFMISS INSTEAD OF PRICING WRONG.
012230 2260-RECORD-REFERENCE.
012240     IF WS-REF-EXPR-ID = SPACES THEN
012250         GO TO 2260-EXIT
012260     END-IF
012270     MOVE ZERO TO WS-REFS-SLOT
012280     PERFORM 2265-FIND-REFERENCE-SLOT THRU 2265-EXIT
012290         VARYING WS-REFS-IDX FROM 1 BY 1
012300         UNTIL WS-REFS-IDX > REFS-COUNT
012310             OR WS-REFS-SLOT > ZERO
012320     IF WS-REFS-SLOT = ZERO THEN
012330         IF REFS-COUNT >= REFS-MAX-ENTRIES THEN
012340             IF NOT WS-REFS-FULL-WARNED THEN
012350                 DISPLAY "WARNING - REFERENCE TABLE FULL, LATER "
012360                     "RESULTS NOT AVAILABLE TO @ REFERENCES"
012370                 SET WS-REFS-FULL-WARNED TO TRUE
012380             END-IF
012390             GO TO 2260-EXIT
012400         END-IF
012410         ADD 1 TO REFS-COUNT
012420         MOVE REFS-COUNT TO WS-REFS-SLOT
012430     END-IF
012440     MOVE WS-REF-EXPR-ID TO REFS-EXPR-ID (WS-REFS-SLOT)
012450     MOVE WS-REF-EFF-DATE TO REFS-EFF-DATE (WS-REFS-SLOT)
012460     MOVE WS-REF-STATUS TO REFS-STATUS (WS-REFS-SLOT)
012470     MOVE WS-REF-VALUE TO REFS-VALUE (WS-REFS-SLOT).
012480 2260-EXIT.
012490     EXIT.
012500*-----------------------------------------------------------------
012510 2265-FIND-REFERENCE-SLOT.
012520     IF REFS-EXPR-ID (WS-REFS-IDX) = WS-REF-EXPR-ID
012530         AND REFS-EFF-DATE (WS-REFS-IDX) = WS-REF-EFF-DATE THEN
012540         MOVE WS-REFS-IDX TO WS-REFS-SLOT
012550     END-IF.
012560 2265-EXIT.
012570     EXIT.
012580*-----------------------------------------------------------------
012590 2400-WRITE-RESULT.
012600     WRITE RESULT-OUT-RECORD
012610     IF WS-RESULT-OUT-STATUS NOT = "00" THEN
012620         DISPLAY "ERROR WRITING RESULT-OUT-FILE, STATUS = "
012630             WS-RESULT-OUT-STATUS
012640         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
012650     END-IF.
012660 2400-EXIT.
012670     EXIT.
012680*-----------------------------------------------------------------
012690 2500-WRITE-SUSPENSE.
012700     MOVE SPACES TO SUSPENSE-OUT-RECORD
012710     MOVE EXPR-WORK-RECORD TO SO-EXPR-DATA
012720     MOVE WS-REJECT-REASON TO SO-REASON-CODE
012730     WRITE SUSPENSE-OUT-RECORD
012740     IF WS-SUSP-OUT-STATUS NOT = "00" THEN
012750         DISPLAY "ERROR WRITING SUSPENSE-OUT-FILE, STATUS = "
012760             WS-SUSP-OUT-STATUS
012770         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
012780     END-IF
012790     IF NOT WS-MODE-PARTITION THEN
012800         PERFORM 2550-POST-SUSPENSE-MASTER THRU 2550-EXIT
012810     END-IF.
012820 2500-EXIT.
012830     EXIT.
012840*-----------------------------------------------------------------
012850*    EVERY REJECT ALSO FILES ON THE CUMULATIVE SUSPENSE MASTER
012860*    AS AN OPEN ITEM - A REPEAT REJECT OF THE SAME EXPRESSION
012870*    REPLACES ITS ROW IN PLACE AND REOPENS IT, SO AN UNREPAIRED
012880*    REJECT SURVIVES TOMORROW'S RUN INSTEAD OF VANISHING WITH
012890*    THE REWRITTEN SUSPOUT.
012900 2550-POST-SUSPENSE-MASTER.
012910     MOVE SPACES TO SUSPENSE-MASTER-RECORD
012920     MOVE EX-EXPR-ID TO SM-EXPR-ID
012930     MOVE WS-START-TS (1:8) TO SM-REJECT-DATE
012940     MOVE WS-RUN-ID TO SM-RUN-ID
012950     MOVE WS-REJECT-REASON TO SM-REASON-CODE
012960     SET SM-OPEN TO TRUE
012970     MOVE WS-START-TS (1:8) TO SM-STATUS-DATE
012980     MOVE EXPR-WORK-RECORD TO SM-EXPR-DATA
012990     WRITE SUSPENSE-MASTER-RECORD
013000         INVALID KEY
013010             REWRITE SUSPENSE-MASTER-RECORD
013020                 INVALID KEY
013030                     DISPLAY "ERROR REWRITING SUSPENSE-MST-FILE,"
013040                         " STATUS = " WS-SUSP-MST-STATUS
013050                     PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
013060             END-REWRITE
013070     END-WRITE
013080     IF WS-SUSP-MST-STATUS NOT = "00"
013090         AND WS-SUSP-MST-STATUS NOT = "02" THEN
013100         DISPLAY "ERROR WRITING SUSPENSE-MST-FILE, STATUS = "
013110             WS-SUSP-MST-STATUS
013120         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
013130     END-IF.
013140 2550-EXIT.
013150     EXIT.
013160*-----------------------------------------------------------------
013170*    A RESUBMIT RUN MARKS EACH SUSPENSE ROW AS IT IS READ BACK,
013180*    SO A RUN THAT DIES MID-BATCH SHOWS EXACTLY WHICH REJECTS
013190*    WERE IN FLIGHT. A RECORD IN SUSPIN WITH NO MASTER ROW
013200*    (HAND-BUILT REPAIR FILE) IS NOT AN ERROR.
013210 2060-MARK-RESUBMITTED.
013220     MOVE EX-EXPR-ID TO SM-EXPR-ID
013230     READ SUSPENSE-MST-FILE
013240         INVALID KEY
013250             GO TO 2060-EXIT
013260     END-READ
013270     SET SM-RESUBMITTED TO TRUE
013280     MOVE WS-START-TS (1:8) TO SM-STATUS-DATE
013290     REWRITE SUSPENSE-MASTER-RECORD
013300         INVALID KEY
013310             DISPLAY "ERROR REWRITING SUSPENSE-MST-FILE, "
013320                 "STATUS = " WS-SUSP-MST-STATUS
013330             PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
013340     END-REWRITE.
013350 2060-EXIT.
013360     EXIT.
013370*-----------------------------------------------------------------
013380 2070-MARK-REPAIRED.
013390     MOVE EX-EXPR-ID TO SM-EXPR-ID
013400     READ SUSPENSE-MST-FILE
013410         INVALID KEY
013420             GO TO 2070-EXIT
013430     END-READ
013440     SET SM-REPAIRED TO TRUE
013450     MOVE WS-START-TS (1:8) TO SM-STATUS-DATE
013460     REWRITE SUSPENSE-MASTER-RECORD
013470         INVALID KEY
013480             DISPLAY "ERROR REWRITING SUSPENSE-MST-FILE, "
013490                 "STATUS = " WS-SUSP-MST-STATUS
013500             PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
013510     END-REWRITE.
013520 2070-EXIT.
013530     EXIT.
013540*-----------------------------------------------------------------
013550 8000-PRINT-RESULTS-TRAIL.
013560     DISPLAY "RESULTS IN ORDER COMPUTED:"
013570     IF WS-RESTART-COUNT > ZERO THEN
013580         DISPLAY "  (THIS IS A RESTARTED RUN - TRAIL COVERS ONLY "
013590             "EXPRESSIONS PROCESSED SINCE THE RESTART; THE "
013600             "TOTALS BELOW COVER THE WHOLE BATCH)"
013610     END-IF
013620     PERFORM 8010-POP-ONE-RESULT THRU 8010-EXIT
013630         VARYING WS-RESULT-IDX FROM 1 BY 1
013640         UNTIL WS-RESULT-IDX > WS-RESULT-COUNT
013650     PERFORM 8020-DISPLAY-ONE-RESULT THRU 8020-EXIT
013660         VARYING WS-RESULT-IDX FROM 1 BY 1
013670         UNTIL WS-RESULT-IDX > WS-RESULT-COUNT.
013680 8000-EXIT.
013690     EXIT.
013700*-----------------------------------------------------------------
013710 8010-POP-ONE-RESULT.
013720     CALL "pop" USING
013730         BY REFERENCE new-stack
013740         BY REFERENCE WS-RESULT-STR
013750         BY REFERENCE WS-POP-STATUS
013760     END-CALL
013770     IF WS-POP-OK THEN
013780         COMPUTE WS-RESULT-REV-IDX = WS-RESULT-COUNT
013790             - WS-RESULT-IDX + 1
013800         MOVE WS-RESULT-STR TO
013810             WS-RESULT-TRAIL-ENTRY (WS-RESULT-REV-IDX)
013820     END-IF.
013830 8010-EXIT.
013840     EXIT.
013850*-----------------------------------------------------------------
013860 8020-DISPLAY-ONE-RESULT.
013870     DISPLAY WS-RESULT-TRAIL-ENTRY (WS-RESULT-IDX).
013880 8020-EXIT.
013890     EXIT.
013900*-----------------------------------------------------------------
013910 8500-PRINT-CONTROL-TOTALS.
013920     MOVE WS-COUNT-PROCESSED TO WS-COUNT-PROCESSED-EDIT
013930     MOVE WS-COUNT-ERRORS TO WS-COUNT-ERRORS-EDIT
013940     MOVE WS-GRAND-TOTAL TO WS-GRAND-TOTAL-EDIT
013950     DISPLAY "EXPRESSIONS PROCESSED:  " WS-COUNT-PROCESSED-EDIT
013960     DISPLAY "EXPRESSIONS IN ERROR:   " WS-COUNT-ERRORS-EDIT
013970     DISPLAY "GRAND TOTAL OF RESULTS: " WS-GRAND-TOTAL-EDIT.
013980 8500-EXIT.
013990     EXIT.
014000*-----------------------------------------------------------------
014010 8600-RECONCILE-TRAILER.
014020     IF WS-MODE-RESUBMIT THEN
014030*        A REPAIRED SUSPENSE FILE CARRIES NO TRAILER
014040         GO TO 8600-EXIT
014050     END-IF
014060*    A GROUP STILL OPEN AT END OF FILE NEVER GOT ITS TRAILER
014070     IF WS-BATCH-OPEN THEN
014080         DISPLAY "NO TRAILER RECORD FOR BATCH " WS-CURR-BATCH-ID
014090             " - BATCH MAY BE TRUNCATED"
014100         SET WS-GROUP-OUT-OF-BALANCE TO TRUE
014110         PERFORM 2080-CLOSE-BATCH THRU 2080-EXIT
014120     END-IF
014130     PERFORM 8610-REPORT-ONE-BATCH THRU 8610-EXIT
014140         VARYING WS-BATCH-IDX FROM 1 BY 1
014150         UNTIL WS-BATCH-IDX > WS-BATCH-USED
014160     IF WS-MODE-PARTITION THEN
014170         PERFORM 8620-PROVE-PARTITION THRU 8620-EXIT
014180         GO TO 8600-EXIT
014190     END-IF
014200     IF WS-BATCH-OK-COUNT = ZERO
014210         AND WS-BATCH-BAD-COUNT = ZERO THEN
014220         SET WS-RUN-OUT-OF-BALANCE TO TRUE
014230         DISPLAY "NO BATCH GROUPS ON EXPRIN - FEED MAY BE "
014240             "EMPTY OR TRUNCATED"
014250     END-IF
014260*    ONE SHORT BATCH FLAGS ITSELF (RC 4, ROWS WITHHELD VIA
014270*    BATCHSTAT) WITHOUT FAILING THE RUN; A RUN WHERE NOTHING
014280*    BALANCED IS STILL THE OLD HARD STOP
014290     IF WS-BATCH-BAD-COUNT > ZERO THEN
014300         IF WS-BATCH-OK-COUNT = ZERO THEN
014310             SET WS-RUN-OUT-OF-BALANCE TO TRUE
014320         ELSE
014330             DISPLAY "BATCH(ES) OUT OF BALANCE: "
014340                 WS-BATCH-BAD-COUNT " - FLAGGED ON BATCHSTAT, "
014350                 "ROWS WITHHELD FROM THE DOWNSTREAM RELEASE"
014360             MOVE 4 TO RETURN-CODE
014370         END-IF
014380     END-IF
014390     IF WS-RUN-OUT-OF-BALANCE THEN
014400         DISPLAY "RUN FLAGGED OUT OF BALANCE - RESULT-OUT MUST "
014410             "NOT BE RELEASED DOWNSTREAM"
014420         MOVE 8 TO RETURN-CODE
014430     ELSE
014440         IF WS-BATCH-BAD-COUNT = ZERO THEN
014450             DISPLAY "ALL BATCHES IN BALANCE WITH THEIR TRAILERS"
014460         END-IF
014470     END-IF.
014480 8600-EXIT.
014490     EXIT.
014500*-----------------------------------------------------------------
014510*    PER-BATCH VERDICTS AT END OF RUN. ON A RESTARTED RUN THIS
014520*    TABLE COVERS ONLY GROUPS CLOSED SINCE THE RESTART - THE
014530*    FULL SET IS ALWAYS ON BATCHSTAT.
014540 8610-REPORT-ONE-BATCH.
014550     IF WS-BT-BALANCE-FLAG (WS-BATCH-IDX) = "Y" THEN
014560         DISPLAY "BATCH STATUS: " WS-BT-BATCH-ID (WS-BATCH-IDX)
014570             " IN BALANCE"
014580     ELSE
014590         DISPLAY "BATCH STATUS: " WS-BT-BATCH-ID (WS-BATCH-IDX)
014600             " OUT OF BALANCE"
014610     END-IF.
014620 8610-EXIT.
014630     EXIT.
014640*-----------------------------------------------------------------
014650*    A PARTITION HOLDS ONLY PART OF THE FEED, SO IT CANNOT SAY
014660*    WHETHER THE RUN AS A WHOLE BALANCED - A SHORT BATCH IS
014670*    FLAGGED RC 4 AND STACK-MERGE GIVES THE VERDICT. WHAT A
014680*    PARTITION CAN PROVE IS THAT IT READ EXACTLY THE RECORDS THE
014690*    SPLIT ROUTED TO IT; A PARTITION THE SPLIT DEALT NOTHING HAS
014700*    NO GROUPS AND IS IN ORDER.
014710 8620-PROVE-PARTITION.
014720     MOVE WS-RESTART-COUNT TO WS-TOTAL-PROCESSED
014730     ADD WS-RECORDS-PROCESSED TO WS-TOTAL-PROCESSED
014740     IF WS-TOTAL-PROCESSED NOT = WS-PART-RECORDS THEN
014750         MOVE WS-PART-RECORDS TO WS-TRL-COUNT-EDIT
014760         MOVE WS-TOTAL-PROCESSED TO WS-READ-COUNT-EDIT
014770         DISPLAY "PARTITION FILE OUT OF STEP WITH THE SPLIT - "
014780             "ROUTED " WS-TRL-COUNT-EDIT " RECORDS, READ "
014790             WS-READ-COUNT-EDIT
014800         MOVE "PARTITION NOT AS SPLIT" TO WS-END-REASON
014810         SET WS-RUN-OUT-OF-BALANCE TO TRUE
014820     END-IF
014830     IF WS-BATCH-BAD-COUNT > ZERO THEN
014840         DISPLAY "BATCH(ES) OUT OF BALANCE: "
014850             WS-BATCH-BAD-COUNT " - FLAGGED ON BATCHSTAT, "
014860             "ROWS WITHHELD FROM THE DOWNSTREAM RELEASE"
014870         MOVE 4 TO RETURN-CODE
014880     END-IF
014890     IF WS-RUN-OUT-OF-BALANCE THEN
014900         DISPLAY "PARTITION FLAGGED OUT OF BALANCE - RERUN THE "
014910             "SPLIT AND ALL ITS PARTITIONS"
014920         MOVE 8 TO RETURN-CODE
014930     ELSE
014940         IF WS-BATCH-BAD-COUNT = ZERO THEN
014950             DISPLAY "ALL BATCHES IN BALANCE WITH THEIR TRAILERS"
014960         END-IF
014970     END-IF.
014980 8620-EXIT.
014990     EXIT.
015000*-----------------------------------------------------------------
015010*    A PARTITION IS ONLY PART OF A RUN - STACK-MERGE LOGS THE
015020*    WHOLE FEED UNDER THE SPLIT'S RUN ID ONCE IT HAS PROVED
015030*    EVERY PARTITION
015040 8700-WRITE-RUN-LOG.
015050     IF WS-RUN-LOG-WRITTEN = "Y" THEN
015060         GO TO 8700-EXIT
015070     END-IF
015080     IF WS-MODE-PARTITION THEN
015090         GO TO 8700-EXIT
015100     END-IF
015110     MOVE "Y" TO WS-RUN-LOG-WRITTEN
015120     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
015130     ACCEPT WS-TIME-NOW FROM TIME
015140     MOVE WS-TIME-NOW (1:6) TO WS-RUN-TIME
015150     MOVE WS-RUN-STAMP TO WS-END-TS
015160     OPEN EXTEND RUN-LOG-FILE
015170     IF WS-RUN-LOG-STATUS = "35" THEN
015180*        FIRST EXECUTION EVER ON THIS SYSTEM - START THE LOG
015190         OPEN OUTPUT RUN-LOG-FILE
015200     END-IF
015210     IF WS-RUN-LOG-STATUS NOT = "00" THEN
015220         DISPLAY "ERROR OPENING RUN-LOG-FILE, STATUS = "
015230             WS-RUN-LOG-STATUS
015240         GO TO 8700-EXIT
015250     END-IF
015260     MOVE SPACES TO RUN-LOG-RECORD
015270     MOVE WS-RUN-ID TO RL-RUN-ID
015280     MOVE WS-START-TS TO RL-START-TS
015290     MOVE WS-END-TS TO RL-END-TS
015300     MOVE WS-RESTART-COUNT TO RL-RESTART-POINT
015310     MOVE WS-COUNT-PROCESSED TO RL-COUNT-PROCESSED
015320     MOVE WS-COUNT-ERRORS TO RL-COUNT-ERRORS
015330     MOVE WS-GRAND-TOTAL TO RL-GRAND-TOTAL
015340     MOVE WS-RUN-MODE TO RL-RUN-MODE
015350     MOVE WS-END-STATUS TO RL-END-STATUS
015360     MOVE WS-END-REASON TO RL-END-REASON
015370     WRITE RUN-LOG-RECORD
015380     IF WS-RUN-LOG-STATUS NOT = "00" THEN
015390         DISPLAY "ERROR WRITING RUN-LOG-FILE, STATUS = "
015400             WS-RUN-LOG-STATUS
015410     END-IF
015420     CLOSE RUN-LOG-FILE.
015430 8700-EXIT.
015440     EXIT.
015450*-----------------------------------------------------------------
015460*    THE RETURN CODE THE STEP IS ENDING WITH DECIDES WHETHER THE
015470*    CYCLE SHOWS IT COMPLETE (4 OR LESS) OR FAILED
015480 8800-END-CYCLE-STEP.
015490     MOVE "END" TO CC-FUNCTION
015500     MOVE RETURN-CODE TO CC-STEP-RC
015510     CALL "cycle-step" USING BY REFERENCE CYCLE-CALL
015520     END-CALL
015530     IF NOT CC-GO-AHEAD THEN
015540         DISPLAY "END OF STEP NOT RECORDED ON CYCLECTL - NEXT "
015550             "STEP WILL REFUSE TO START"
015560     END-IF.
015570 8800-EXIT.
015580     EXIT.
015590*-----------------------------------------------------------------
015600 9000-TERMINATE.
015610     IF WS-MODE-RESUBMIT THEN
015620         CLOSE SUSPENSE-IN-FILE
015630     ELSE
015640         CLOSE EXPR-IN-FILE
015650     END-IF
015660     CLOSE RESULT-OUT-FILE
015670     CLOSE SUSPENSE-OUT-FILE
015680     IF NOT WS-MODE-PARTITION THEN
015690         CLOSE SUSPENSE-MST-FILE
015700     END-IF
015710     IF NOT WS-MODE-RESUBMIT THEN
015720         CLOSE BATCH-STATUS-FILE
015730     END-IF
015740*    A CALLED PROGRAM RETURNS WITH ITS OWN RETURN-CODE, SO THE
015750*    RC ALREADY SET BY 8600/8620 IS HELD OVER THE CLOSE - 8800
015760*    RECORDS THE STEP FROM IT.
015770     MOVE RETURN-CODE TO WS-SAVE-RC
015780     SET PX-CLOSE TO TRUE
015790     CALL "proof-trace" USING
015800         BY REFERENCE PROOF-CALL
015810     END-CALL
015820     MOVE WS-SAVE-RC TO RETURN-CODE
015830     PERFORM 9100-RESET-CHECKPOINT THRU 9100-EXIT.
015840 9000-EXIT.
015850     EXIT.
015860*-----------------------------------------------------------------
015870 9100-RESET-CHECKPOINT.
015880     OPEN OUTPUT CHECKPOINT-FILE
015890     IF WS-CHECKPOINT-STATUS NOT = "00" THEN
015900         DISPLAY "ERROR OPENING CHECKPOINT-FILE, STATUS = "
015910             WS-CHECKPOINT-STATUS
015920         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
015930     END-IF
015940     MOVE SPACES TO CHECKPOINT-RECORD
015950     MOVE ZERO TO CK-RECORD-COUNT
015960     MOVE ZERO TO CK-COUNT-PROCESSED
015970     MOVE ZERO TO CK-COUNT-ERRORS
015980     MOVE ZERO TO CK-GRAND-TOTAL
015990     MOVE ZERO TO CK-EXPR-READ-COUNT
016000     MOVE ZERO TO CK-OPERAND-HASH
016010     MOVE "N" TO CK-TRL-SEEN
016020     MOVE ZERO TO CK-TRL-EXPR-COUNT
016030     MOVE ZERO TO CK-TRL-OPERAND-HASH
016040     MOVE SPACES TO CK-RUN-ID
016050     MOVE SPACES TO CK-RUN-MODE
016060     MOVE SPACES TO CK-BATCH-ID
016070     MOVE "N" TO CK-BATCH-OPEN
016080     MOVE ZERO TO CK-BATCH-OK-COUNT
016090     MOVE ZERO TO CK-BATCH-BAD-COUNT
016100     WRITE CHECKPOINT-RECORD
016110     IF WS-CHECKPOINT-STATUS NOT = "00" THEN
016120         DISPLAY "ERROR WRITING CHECKPOINT-FILE, STATUS = "
016130             WS-CHECKPOINT-STATUS
016140         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
016150     END-IF
016160     CLOSE CHECKPOINT-FILE.
016170 9100-EXIT.
016180     EXIT.
016190*-----------------------------------------------------------------
016200*    EVERY ERROR PATH FUNNELS HERE SO THE RUN LOG ALWAYS SHOWS
016210*    WHY AN EXECUTION STOPPED; THE CONSOLE MESSAGE WITH THE
016220*    DETAIL HAS ALREADY BEEN DISPLAYED BY THE FAILING PARAGRAPH.
016230 9800-ABNORMAL-END.
016240     MOVE "ABNORMAL" TO WS-END-STATUS
016250     IF WS-END-REASON = SPACES THEN
016260         MOVE "SEE CONSOLE MESSAGES" TO WS-END-REASON
016270     END-IF
016280     PERFORM 8700-WRITE-RUN-LOG THRU 8700-EXIT
016290     MOVE 16 TO RETURN-CODE
016300     IF WS-CYCLE-STEP-STARTED THEN
016310         PERFORM 8800-END-CYCLE-STEP THRU 8800-EXIT
016320     END-IF
016330     STOP RUN.
016340 9800-EXIT.
016350     EXIT.
016360 END PROGRAM stack-test.

       COPY stack-utilities.

       COPY expr-evaluate.

       COPY rates-utilities.

       COPY refs-utilities.

       COPY cycle-utilities.

       COPY proof-utilities.
