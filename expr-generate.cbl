000510*                     COULD ONLY EVER RUN BY RETYPING THE
000520*                     FORMULA INTO EXPRIN BY HAND. A DEMAND FOR
000530*                     AN UNKNOWN OR INACTIVE ID ENDS RC 8.
000540*    2026-10-14 DM    FORMULAS MAY NOW REFERENCE ANOTHER
000550*                     EXPRESSION'S RESULT WITH AN "@" OPERAND
000560*                     (E.G. @ACCR00042). SELECTED DEFINITIONS ARE
000570*                     NOW HELD IN A TABLE AND WRITTEN IN
000580*                     DEPENDENCY ORDER - EVERY DEFINITION COMES
000590*                     AFTER THE DEFINITIONS IN THE SAME FEED THAT
000600*                     IT REFERENCES - SO STACK-TEST ALWAYS HAS THE
000610*                     REFERENCED RESULT IN HAND WHEN IT GETS
000620*                     THERE. A DEFINITION ON (OR WAITING ON) A
000630*                     CIRCULAR CHAIN OF REFERENCES IS REJECTED ON
000640*                     THE CONSOLE, LEFT OUT OF THE FEED, AND THE
000650*                     RUN ENDS RC 4. A REFERENCE TO AN EXPRESSION
000660*                     NOT IN THE FEED IS LEFT FOR STACK-TEST TO
000670*                     RESOLVE FROM RESULTMST, SO THE VALIDATION
000680*                     PASS NO LONGER WARNS ON REFMISS.
000690*    2026-10-14 DM    EXPRDEFN IS NOW EFFECTIVE-DATED. EACH
000700*                     EXPRESSION ID IS READ AS A GROUP OF VERSIONS
000710*                     AND ONLY THE VERSION IN FORCE ON THE
000720*                     BUSINESS DATE - THE LATEST EFFECTIVE-FROM
000730*                     DATE NOT AFTER IT - IS CONSIDERED, SO A
000740*                     RERUN OF AN OLD BUSINESS DATE GENERATES THE
000750*                     FORMULA, ROUNDING POLICY, FREQUENCY AND
000760*                     STATUS THAT WERE IN FORCE THAT DAY. AN ID
000770*                     WHOSE FIRST VERSION TAKES EFFECT AFTER THE
000780*                     BUSINESS DATE IS SKIPPED. DEFINITIONS READ
000790*                     NOW COUNTS EXPRESSION IDS, NOT VERSIONS.
000800*    2026-10-14 DM    THE RUN IS NOW UNDER NIGHTLY CYCLE CONTROL.
000810*                     BEFORE ANYTHING IS OPENED THE CYCLECTL ROW
000820*                     FOR THE GENPARM BUSINESS DATE IS CHECKED
000830*                     THROUGH CYCLE-STEP (CYCLE-UTILITIES
000840*                     COPYBOOK): A RUN FOR A DATE WHOSE GENERATION
000850*                     ALREADY COMPLETED ENDS RC 12 UNLESS A RERUN
000860*                     IS AUTHORIZED ON THE CYCPARM CARD. THE STEP
000870*                     IS MARKED COMPLETE OR FAILED FROM THE ENDING
000880*                     RETURN CODE.
000890*    2026-10-14 DM    THE TRIAL EVALUATION OF EACH DEFINITION ASKS
000900*                     EXPR-EVAL FOR NO CALCULATION PROOF - THE
000910*                     PROOF IS WRITTEN WHEN STACK-TEST PRICES THE
000920*                     RECORD. PROOF-UTILITIES IS PASTED IN WITH
000930*                     EXPR-EVALUATE.
000940*****************************************************************
000950 ENVIRONMENT DIVISION.
000960 INPUT-OUTPUT SECTION.
000970 FILE-CONTROL.
000980     SELECT EXPR-DEFN-FILE ASSIGN TO "EXPRDEFN"
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS SEQUENTIAL
001010         RECORD KEY IS ED-KEY
001020         FILE STATUS IS WS-DEFN-STATUS.
001030     SELECT EXPR-OUT-FILE ASSIGN TO "EXPRIN"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-EXPR-OUT-STATUS.
001060     SELECT GEN-PARM-FILE ASSIGN TO "GENPARM"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-GEN-PARM-STATUS.
001090 DATA DIVISION.
001100 FILE SECTION.
001110 FD  EXPR-DEFN-FILE.
001120 COPY expr-defn.
001130 FD  EXPR-OUT-FILE.
001140 01  EXPR-OUT-RECORD             PIC X(323).
001150 FD  GEN-PARM-FILE.
001160 01  GEN-PARM-RECORD.
001170     05  GP-BUS-DATE             PIC X(08).
001180     05  FILLER                  PIC X(01).
001190     05  GP-BATCH-ID             PIC X(08).
001200     05  FILLER                  PIC X(01).
001210     05  GP-DEMAND-ID            PIC X(10).
001220     05  FILLER                  PIC X(52).
001230 WORKING-STORAGE SECTION.
001240 01  EXPR-WORK-RECORD.
001250     05  EX-EXPR-ID              PIC X(10).
001260     05  FILLER                  PIC X(01).
001270     05  EX-EFF-DATE             PIC X(08).
001280     05  FILLER                  PIC X(01).
001290     05  EX-ROUND-MODE           PIC X(01).
001300     05  EX-ROUND-PLACES         PIC X(01).
001310     05  FILLER                  PIC X(01).
001320     05  EX-EXPR-TEXT            PIC X(300).
001330     05  EX-TRAILER-DATA REDEFINES EX-EXPR-TEXT.
001340         10  EX-TRL-EXPR-COUNT   PIC 9(09).
001350         10  FILLER              PIC X(01).
001360         10  EX-TRL-OPERAND-HASH PIC 9(13)V9(04).
001370         10  FILLER              PIC X(273).
001380     05  EX-HEADER-DATA REDEFINES EX-EXPR-TEXT.
001390         10  EX-HDR-BATCH-ID     PIC X(08).
001400         10  FILLER              PIC X(292).
001410 77  WS-DEFN-STATUS              PIC X(02) VALUE SPACES.
001420 77  WS-EXPR-OUT-STATUS          PIC X(02) VALUE SPACES.
001430 77  WS-GEN-PARM-STATUS          PIC X(02) VALUE SPACES.
001440 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001450     88  WS-END-OF-FILE                     VALUE "Y".
001460 77  WS-MONTH-END-SWITCH         PIC X(01) VALUE "N".
001470     88  WS-MONTH-END                       VALUE "Y".
001480 77  WS-RATES-LOAD-STATUS        PIC X(02) VALUE "00".
001490 77  WS-DEFNS-READ               PIC 9(09) VALUE ZERO.
001500 77  WS-DEFNS-SELECTED           PIC 9(09) VALUE ZERO.
001510 77  WS-DEFNS-SKIPPED            PIC 9(09) VALUE ZERO.
001520 77  WS-DEFNS-WARNED             PIC 9(09) VALUE ZERO.
001530 01  WS-OPERAND-HASH             PIC 9(13)V9(04) VALUE ZERO.
001540 01  WS-BUS-DATE                 PIC X(08) VALUE SPACES.
001550 77  WS-BATCH-ID                 PIC X(08) VALUE SPACES.
001560 77  WS-DEMAND-ID                PIC X(10) VALUE SPACES.
001570 77  WS-DEMAND-FOUND-SWITCH      PIC X(01) VALUE "N".
001580     88  WS-DEMAND-FOUND                    VALUE "Y".
001590 77  WS-IN-FORCE-SWITCH          PIC X(01) VALUE "N".
001600     88  WS-VERSION-IN-FORCE                VALUE "Y".
001610 77  WS-LATER-VERSION-SWITCH     PIC X(01) VALUE "N".
001620     88  WS-LATER-VERSION                   VALUE "Y".
001630*    THE VERSION OF THE CURRENT EXPRESSION ID IN FORCE ON THE
001640*    BUSINESS DATE, AS PICKED BY 2050-PICK-VERSION
001650 01  WS-IN-FORCE.
001660     05  WS-IF-EXPR-ID           PIC X(10).
001670     05  WS-IF-EFF-FROM-DATE     PIC X(08).
001680     05  WS-IF-STATUS            PIC X(01).
001690         88  WS-IF-ACTIVE                   VALUE "A".
001700     05  WS-IF-FREQUENCY         PIC X(01).
001710         88  WS-IF-FREQ-DAILY               VALUE "D".
001720         88  WS-IF-FREQ-MONTH-END           VALUE "M".
001730     05  WS-IF-ROUND-MODE        PIC X(01).
001740     05  WS-IF-ROUND-PLACES      PIC X(01).
001750     05  WS-IF-EXPR-TEXT         PIC X(300).
001760 01  WS-BUS-DATE-NUM             PIC 9(08) VALUE ZERO.
001770 01  WS-NEXT-DATE-NUM            PIC 9(08) VALUE ZERO.
001780 77  WS-DAY-INT                  PIC S9(09) COMP VALUE ZERO.
001790 01  WS-DEFNS-READ-EDIT          PIC Z(08)9.
001800 01  WS-DEFNS-SELECTED-EDIT      PIC Z(08)9.
001810 01  WS-DEFNS-SKIPPED-EDIT       PIC Z(08)9.
001820 01  WS-DEFNS-WARNED-EDIT        PIC Z(08)9.
001830 01  WS-HASH-EDIT                PIC Z(12)9.9999.
001840 77  WS-DEFNS-CIRCULAR           PIC 9(09) VALUE ZERO.
001850 01  WS-DEFNS-CIRCULAR-EDIT      PIC Z(08)9.
001860 77  WS-GEN-IDX                  PIC S9(04) COMP VALUE ZERO.
001870 77  WS-GEN-SCAN-IDX             PIC S9(04) COMP VALUE ZERO.
001880 77  WS-GEN-USED                 PIC S9(04) COMP VALUE ZERO.
001890 77  WS-GEN-MAX                  PIC S9(04) COMP VALUE +2000.
001900 77  WS-PASS-WRITTEN             PIC S9(04) COMP VALUE ZERO.
001910 77  WS-TOKEN-PTR                PIC S9(04) COMP VALUE ZERO.
001920 77  WS-TOKEN-WORK               PIC X(20) VALUE SPACES.
001930 77  WS-TOKEN-SHIFT              PIC X(20) VALUE SPACES.
001940 01  WS-SCAN-TEXT                PIC X(300) VALUE SPACES.
001950 77  WS-READY-SWITCH             PIC X(01) VALUE "Y".
001960     88  WS-DEFN-READY                      VALUE "Y".
001970     88  WS-DEFN-WAITING                    VALUE "N".
001980*    SELECTED DEFINITIONS ARE HELD HERE UNTIL THEY CAN BE WRITTEN
001990*    IN REFERENCE ORDER
002000 01  WS-GEN-TABLE.
002010     05  WS-GEN-ENTRY            OCCURS 2000 TIMES.
002020         10  WS-GE-EXPR-ID       PIC X(10).
002030         10  WS-GE-ROUND-MODE    PIC X(01).
002040         10  WS-GE-ROUND-PLACES  PIC X(01).
002050         10  WS-GE-EXPR-TEXT     PIC X(300).
002060         10  WS-GE-STATE         PIC X(01).
002070             88  WS-GE-HELD                 VALUE "H".
002080             88  WS-GE-WRITTEN              VALUE "W".
002090             88  WS-GE-CIRCULAR             VALUE "C".
002100 COPY rates-table.
002110 COPY eval-result.
002120 COPY cycle-call.
002130*    NO RESULTS EXIST YET AT GENERATION TIME - THE REFERENCE
002140*    TABLE STAYS EMPTY AND EVERY "@" OPERAND COMES BACK REFMISS
002150 COPY expr-refs.
002160 PROCEDURE DIVISION.
002170*-----------------------------------------------------------------
002180 0000-MAINLINE.
002190     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002200     PERFORM 2000-GENERATE-ONE THRU 2000-EXIT
002210         UNTIL WS-END-OF-FILE
002220     PERFORM 3000-ORDER-AND-WRITE THRU 3000-EXIT
002230     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
002240     PERFORM 8500-PRINT-GENERATION-TOTALS THRU 8500-EXIT
002250     PERFORM 9000-TERMINATE THRU 9000-EXIT
002260     STOP RUN.
002270*-----------------------------------------------------------------
002280 1000-INITIALIZE.
002290     PERFORM 1100-READ-GEN-PARM THRU 1100-EXIT
002300     PERFORM 1200-SET-MONTH-END THRU 1200-EXIT
002310     PERFORM 1250-START-CYCLE-STEP THRU 1250-EXIT
002320     CALL "load-rates" USING
002330         BY REFERENCE RATES-TABLE
002340         BY REFERENCE WS-RATES-LOAD-STATUS
002350     END-CALL
002360     IF WS-RATES-LOAD-STATUS NOT = "00" THEN
002370         DISPLAY "RATES FILE COULD NOT BE LOADED - ENDING"
002380         MOVE 16 TO RETURN-CODE
002390         STOP RUN
002400     END-IF
002410     OPEN INPUT EXPR-DEFN-FILE
002420     IF WS-DEFN-STATUS = "35" THEN
002430         DISPLAY "EXPR-DEFN MASTER NOT FOUND - RUN "
002440             "EXPR-DEFN-MAINT FIRST"
002450         MOVE 16 TO RETURN-CODE
002460         STOP RUN
002470     END-IF
002480     IF WS-DEFN-STATUS NOT = "00" THEN
002490         DISPLAY "ERROR OPENING EXPR-DEFN MASTER, STATUS = "
002500             WS-DEFN-STATUS
002510         MOVE 16 TO RETURN-CODE
002520         STOP RUN
002530     END-IF
002540     OPEN OUTPUT EXPR-OUT-FILE
002550     IF WS-EXPR-OUT-STATUS NOT = "00" THEN
002560         DISPLAY "ERROR OPENING EXPR-OUT-FILE, STATUS = "
002570             WS-EXPR-OUT-STATUS
002580         MOVE 16 TO RETURN-CODE
002590         STOP RUN
002600     END-IF
002610     PERFORM 1300-WRITE-HEADER THRU 1300-EXIT
002620     PERFORM 2100-READ-DEFINITION THRU 2100-EXIT.
002630 1000-EXIT.
002640     EXIT.
002650*-----------------------------------------------------------------
002660 1100-READ-GEN-PARM.
002670     MOVE SPACES TO WS-BUS-DATE
002680     OPEN INPUT GEN-PARM-FILE
002690     IF WS-GEN-PARM-STATUS = "00" THEN
002700         READ GEN-PARM-FILE
002710             AT END
002720                 CONTINUE
002730             NOT AT END
002740                 MOVE GP-BUS-DATE TO WS-BUS-DATE
002750                 MOVE GP-BATCH-ID TO WS-BATCH-ID
002760                 MOVE GP-DEMAND-ID TO WS-DEMAND-ID
002770         END-READ
002780         CLOSE GEN-PARM-FILE
002790     END-IF
002800     IF WS-BUS-DATE = SPACES THEN
002810         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
002820     END-IF
002830     IF WS-BUS-DATE IS NOT NUMERIC THEN
002840         DISPLAY "INVALID BUSINESS DATE ON GENPARM CARD: "
002850             WS-BUS-DATE
002860         MOVE 16 TO RETURN-CODE
002870         STOP RUN
002880     END-IF
002890     MOVE WS-BUS-DATE TO WS-BUS-DATE-NUM
002900     DISPLAY "GENERATING EXPRIN FEED FOR BUSINESS DATE "
002910         WS-BUS-DATE
002920     IF WS-DEMAND-ID NOT = SPACES THEN
002930         DISPLAY "ON-DEMAND RUN - FEED LIMITED TO EXPRESSION "
002940             WS-DEMAND-ID
002950     END-IF.
002960 1100-EXIT.
002970     EXIT.
002980*-----------------------------------------------------------------
002990*    THE BUSINESS DATE IS MONTH-END WHEN THE FOLLOWING CALENDAR
003000*    DAY FALLS IN A DIFFERENT MONTH.
003010 1200-SET-MONTH-END.
003020     COMPUTE WS-DAY-INT
003030         = FUNCTION INTEGER-OF-DATE (WS-BUS-DATE-NUM)
003040     IF WS-DAY-INT = ZERO THEN
003050         DISPLAY "BUSINESS DATE IS NOT A VALID CALENDAR DATE: "
003060             WS-BUS-DATE
003070         MOVE 16 TO RETURN-CODE
003080         STOP RUN
003090     END-IF
003100     ADD 1 TO WS-DAY-INT
003110     COMPUTE WS-NEXT-DATE-NUM
003120         = FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
003130     IF WS-NEXT-DATE-NUM (5:2) NOT = WS-BUS-DATE-NUM (5:2) THEN
003140         SET WS-MONTH-END TO TRUE
003150         DISPLAY "BUSINESS DATE IS A MONTH-END - MONTH-END "
003160             "DEFINITIONS INCLUDED"
003170     END-IF.
003180 1200-EXIT.
003190     EXIT.
003200*-----------------------------------------------------------------
003210 1250-START-CYCLE-STEP.
003220     MOVE "START" TO CC-FUNCTION
003230     SET CC-STEP-GENERATE TO TRUE
003240     MOVE WS-BUS-DATE TO CC-BUS-DATE
003250     MOVE ZERO TO CC-STEP-RC
003260     CALL "cycle-step" USING BY REFERENCE CYCLE-CALL
003270     END-CALL
003280     IF CC-REFUSED THEN
003290         MOVE 12 TO RETURN-CODE
003300         STOP RUN
003310     END-IF
003320     IF NOT CC-GO-AHEAD THEN
003330         DISPLAY "CYCLE CONTROL CHECK FAILED - ENDING"
003340         MOVE 16 TO RETURN-CODE
003350         STOP RUN
003360     END-IF.
003370 1250-EXIT.
003380     EXIT.
003390*-----------------------------------------------------------------
003400*    THE HEADER NAMES THE BATCH GROUP (GENPARM COLUMNS 10-17);
003410*    A FEED GENERATED WITHOUT ONE IS THE HOUSE DAILY BATCH.
003420 1300-WRITE-HEADER.
003430     IF WS-BATCH-ID = SPACES THEN
003440         MOVE "DAILY" TO WS-BATCH-ID
003450     END-IF
003460     MOVE SPACES TO EXPR-WORK-RECORD
003470     MOVE "HDR" TO EX-EXPR-ID
003480     MOVE WS-BUS-DATE TO EX-EFF-DATE
003490     MOVE WS-BATCH-ID TO EX-HDR-BATCH-ID
003500     PERFORM 2400-WRITE-FEED-RECORD THRU 2400-EXIT.
003510 1300-EXIT.
003520     EXIT.
003530*-----------------------------------------------------------------
003540*    ONE CALL PER EXPRESSION ID - ITS VERSIONS ARRIVE TOGETHER
003550*    IN EFFECTIVE-FROM ORDER AND ONLY THE ONE IN FORCE ON THE
003560*    BUSINESS DATE IS CONSIDERED. A DEMAND ID ON GENPARM
003570*    (COLUMNS 19-28) LIMITS THE FEED TO THAT ONE ACTIVE
003580*    DEFINITION, WHATEVER ITS FREQUENCY - THIS IS HOW AN
003590*    ON-DEMAND DEFINITION REACHES A FEED WITHOUT BEING RETYPED
003600*    INTO EXPRIN BY HAND.
003610 2000-GENERATE-ONE.
003620     ADD 1 TO WS-DEFNS-READ
003630     MOVE "N" TO WS-IN-FORCE-SWITCH
003640     MOVE "N" TO WS-LATER-VERSION-SWITCH
003650     MOVE SPACES TO WS-IN-FORCE
003660     MOVE ED-EXPR-ID TO WS-IF-EXPR-ID
003670     PERFORM 2050-PICK-VERSION THRU 2050-EXIT
003680         UNTIL WS-END-OF-FILE
003690             OR ED-EXPR-ID NOT = WS-IF-EXPR-ID
003700     IF NOT WS-VERSION-IN-FORCE THEN
003710         ADD 1 TO WS-DEFNS-SKIPPED
003720         GO TO 2000-EXIT
003730     END-IF
003740     IF WS-DEMAND-ID NOT = SPACES THEN
003750         IF WS-IF-ACTIVE AND WS-IF-EXPR-ID = WS-DEMAND-ID THEN
003760             SET WS-DEMAND-FOUND TO TRUE
003770             PERFORM 2150-HOLD-DEFINITION THRU 2150-EXIT
003780         ELSE
003790             ADD 1 TO WS-DEFNS-SKIPPED
003800         END-IF
003810     ELSE
003820     IF WS-IF-ACTIVE
003830         AND (WS-IF-FREQ-DAILY
003840             OR (WS-IF-FREQ-MONTH-END AND WS-MONTH-END)) THEN
003850         PERFORM 2150-HOLD-DEFINITION THRU 2150-EXIT
003860     ELSE
003870         ADD 1 TO WS-DEFNS-SKIPPED
003880     END-IF
003890     END-IF.
003900 2000-EXIT.
003910     EXIT.
003920*-----------------------------------------------------------------
003930*    KEEPS THE LATEST VERSION DATED ON OR BEFORE THE BUSINESS
003940*    DATE; A LATER VERSION MEANS THIS IS A RERUN OF A DATE THE
003950*    DEFINITION HAS SINCE BEEN CHANGED AFTER, WHICH IS NOTED ON
003960*    THE CONSOLE WHEN THE OLDER VERSION IS FED.
003970 2050-PICK-VERSION.
003980     IF ED-EFF-FROM-DATE NOT > WS-BUS-DATE THEN
003990         SET WS-VERSION-IN-FORCE TO TRUE
004000         MOVE ED-EFF-FROM-DATE TO WS-IF-EFF-FROM-DATE
004010         MOVE ED-STATUS TO WS-IF-STATUS
004020         MOVE ED-FREQUENCY TO WS-IF-FREQUENCY
004030         MOVE ED-ROUND-MODE TO WS-IF-ROUND-MODE
004040         MOVE ED-ROUND-PLACES TO WS-IF-ROUND-PLACES
004050         MOVE ED-EXPR-TEXT TO WS-IF-EXPR-TEXT
004060     ELSE
004070         SET WS-LATER-VERSION TO TRUE
004080     END-IF
004090     PERFORM 2100-READ-DEFINITION THRU 2100-EXIT.
004100 2050-EXIT.
004110     EXIT.
004120*-----------------------------------------------------------------
004130 2100-READ-DEFINITION.
004140     READ EXPR-DEFN-FILE
004150         AT END
004160             SET WS-END-OF-FILE TO TRUE
004170     END-READ
004180     IF NOT WS-END-OF-FILE
004190         AND WS-DEFN-STATUS NOT = "00" THEN
004200         DISPLAY "ERROR READING EXPR-DEFN MASTER, STATUS = "
004210             WS-DEFN-STATUS
004220         MOVE 16 TO RETURN-CODE
004230         STOP RUN
004240     END-IF.
004250 2100-EXIT.
004260     EXIT.
004270*-----------------------------------------------------------------
004280 2150-HOLD-DEFINITION.
004290     IF WS-GEN-USED >= WS-GEN-MAX THEN
004300         DISPLAY "MORE SELECTED DEFINITIONS THAN THE ORDERING "
004310             "TABLE HOLDS - ENDING"
004320         MOVE 16 TO RETURN-CODE
004330         STOP RUN
004340     END-IF
004350     IF WS-LATER-VERSION THEN
004360         DISPLAY "FEEDING VERSION EFFECTIVE " WS-IF-EFF-FROM-DATE
004370             " (SINCE CHANGED): " WS-IF-EXPR-ID
004380     END-IF
004390     ADD 1 TO WS-GEN-USED
004400     MOVE WS-IF-EXPR-ID TO WS-GE-EXPR-ID (WS-GEN-USED)
004410     MOVE WS-IF-ROUND-MODE TO WS-GE-ROUND-MODE (WS-GEN-USED)
004420     MOVE WS-IF-ROUND-PLACES TO WS-GE-ROUND-PLACES (WS-GEN-USED)
004430     MOVE WS-IF-EXPR-TEXT TO WS-GE-EXPR-TEXT (WS-GEN-USED)
004440     SET WS-GE-HELD (WS-GEN-USED) TO TRUE.
004450 2150-EXIT.
004460     EXIT.
004470*-----------------------------------------------------------------
004480*    EVERY SELECTED FORMULA RUNS THROUGH EXPR-EVAL ONCE HERE -
004490*    ITS HASH CONTRIBUTION IS EXACTLY WHAT STACK-TEST WILL ADD
004500*    WHEN IT READS THE RECORD BACK, SO THE TRAILER BALANCES BY
004510*    CONSTRUCTION, AND A DEFINITION THAT NO LONGER EVALUATES IS
004520*    CAUGHT ON THE CONSOLE THE NIGHT IT IS GENERATED.
004530 2200-BUILD-FEED-RECORD.
004540     MOVE SPACES TO EXPR-WORK-RECORD
004550     MOVE WS-GE-EXPR-ID (WS-GEN-IDX) TO EX-EXPR-ID
004560     MOVE WS-BUS-DATE TO EX-EFF-DATE
004570     MOVE WS-GE-ROUND-MODE (WS-GEN-IDX) TO EX-ROUND-MODE
004580     MOVE WS-GE-ROUND-PLACES (WS-GEN-IDX) TO EX-ROUND-PLACES
004590     MOVE WS-GE-EXPR-TEXT (WS-GEN-IDX) TO EX-EXPR-TEXT
004600     MOVE WS-BUS-DATE TO EVAL-EFF-DATE
004610     MOVE EX-ROUND-MODE TO EVAL-ROUND-MODE
004620     MOVE EX-ROUND-PLACES TO EVAL-ROUND-PLACES
004630     SET EVAL-PROOF-NOT-WANTED TO TRUE
004640     CALL "expr-eval" USING
004650         BY CONTENT EX-EXPR-TEXT
004660         BY REFERENCE RATES-TABLE
004670         BY REFERENCE EVAL-RESULT
004680         BY REFERENCE EXPR-REFS
004690     END-CALL
004700*    A REFERENCED RESULT ONLY EXISTS ONCE STACK-TEST HAS RUN, SO
004710*    REFMISS HERE IS EXPECTED AND NOT WORTH A WARNING
004720     IF EVAL-INVALID AND EVAL-REASON-CODE NOT = "REFMISS" THEN
004730         ADD 1 TO WS-DEFNS-WARNED
004740         DISPLAY "WARNING - DEFINITION DOES NOT EVALUATE, FED "
004750             "FOR THE SUSPENSE TRAIL: " EX-EXPR-ID
004760             " REASON: " EVAL-REASON-CODE
004770     END-IF
004780     ADD EVAL-OPERAND-HASH TO WS-OPERAND-HASH
004790     ADD 1 TO WS-DEFNS-SELECTED
004800     PERFORM 2400-WRITE-FEED-RECORD THRU 2400-EXIT.
004810 2200-EXIT.
004820     EXIT.
004830*-----------------------------------------------------------------
004840 2400-WRITE-FEED-RECORD.
004850     MOVE EXPR-WORK-RECORD TO EXPR-OUT-RECORD
004860     WRITE EXPR-OUT-RECORD
004870     IF WS-EXPR-OUT-STATUS NOT = "00" THEN
004880         DISPLAY "ERROR WRITING EXPR-OUT-FILE, STATUS = "
004890             WS-EXPR-OUT-STATUS
004900         MOVE 16 TO RETURN-CODE
004910         STOP RUN
004920     END-IF.
004930 2400-EXIT.
004940     EXIT.
004950*-----------------------------------------------------------------
004960*    A DEFINITION IS WRITTEN ONLY AFTER EVERY DEFINITION IN THE
004970*    SAME FEED THAT IT REFERENCES HAS BEEN WRITTEN AHEAD OF IT.
004980*    EACH PASS WRITES WHATEVER HAS BECOME READY; WHEN A PASS
004990*    WRITES NOTHING, EVERYTHING STILL HELD IS ON - OR WAITING ON
005000*    - A CIRCULAR CHAIN OF REFERENCES AND IS REJECTED. A
005010*    REFERENCE TO AN EXPRESSION NOT IN THIS FEED DOES NOT HOLD
005020*    ANYTHING UP - STACK-TEST RESOLVES IT FROM RESULTMST.
005030 3000-ORDER-AND-WRITE.
005040     PERFORM 3100-WRITE-READY-PASS THRU 3100-EXIT
005050         WITH TEST AFTER
005060         UNTIL WS-PASS-WRITTEN = ZERO
005070     PERFORM 3300-REJECT-CIRCULAR THRU 3300-EXIT
005080         VARYING WS-GEN-IDX FROM 1 BY 1
005090         UNTIL WS-GEN-IDX > WS-GEN-USED.
005100 3000-EXIT.
005110     EXIT.
005120*-----------------------------------------------------------------
005130 3100-WRITE-READY-PASS.
005140     MOVE ZERO TO WS-PASS-WRITTEN
005150     PERFORM 3110-TRY-ONE-DEFINITION THRU 3110-EXIT
005160         VARYING WS-GEN-IDX FROM 1 BY 1
005170         UNTIL WS-GEN-IDX > WS-GEN-USED.
005180 3100-EXIT.
005190     EXIT.
005200*-----------------------------------------------------------------
005210 3110-TRY-ONE-DEFINITION.
005220     IF NOT WS-GE-HELD (WS-GEN-IDX) THEN
005230         GO TO 3110-EXIT
005240     END-IF
005250     SET WS-DEFN-READY TO TRUE
005260     MOVE WS-GE-EXPR-TEXT (WS-GEN-IDX) TO WS-SCAN-TEXT
005270     MOVE 1 TO WS-TOKEN-PTR
005280     PERFORM 3200-CHECK-ONE-TOKEN THRU 3200-EXIT
005290         UNTIL WS-TOKEN-PTR > LENGTH OF WS-SCAN-TEXT
005300             OR WS-DEFN-WAITING
005310     IF WS-DEFN-WAITING THEN
005320         GO TO 3110-EXIT
005330     END-IF
005340     PERFORM 2200-BUILD-FEED-RECORD THRU 2200-EXIT
005350     SET WS-GE-WRITTEN (WS-GEN-IDX) TO TRUE
005360     ADD 1 TO WS-PASS-WRITTEN.
005370 3110-EXIT.
005380     EXIT.
005390*-----------------------------------------------------------------
005400*    AN "@" OPERAND NAMING A DEFINITION STILL HELD - INCLUDING
005410*    THE DEFINITION ITSELF - MAKES THIS ONE WAIT.
005420 3200-CHECK-ONE-TOKEN.
005430     MOVE SPACES TO WS-TOKEN-WORK
005440     UNSTRING WS-SCAN-TEXT DELIMITED BY ","
005450         INTO WS-TOKEN-WORK
005460         WITH POINTER WS-TOKEN-PTR
005470     END-UNSTRING
005480     PERFORM 3220-SHIFT-OFF-ONE-SPACE THRU 3220-EXIT
005490         UNTIL WS-TOKEN-WORK (1:1) NOT = SPACE
005500             OR WS-TOKEN-WORK = SPACES
005510     IF WS-TOKEN-WORK (1:1) NOT = "@" THEN
005520         GO TO 3200-EXIT
005530     END-IF
005540     PERFORM 3210-CHECK-ONE-HELD THRU 3210-EXIT
005550         VARYING WS-GEN-SCAN-IDX FROM 1 BY 1
005560         UNTIL WS-GEN-SCAN-IDX > WS-GEN-USED
005570             OR WS-DEFN-WAITING.
005580 3200-EXIT.
005590     EXIT.
005600*-----------------------------------------------------------------
005610 3210-CHECK-ONE-HELD.
005620     IF WS-GE-HELD (WS-GEN-SCAN-IDX)
005630         AND WS-GE-EXPR-ID (WS-GEN-SCAN-IDX)
005640             = WS-TOKEN-WORK (2:10) THEN
005650         SET WS-DEFN-WAITING TO TRUE
005660     END-IF.
005670 3210-EXIT.
005680     EXIT.
005690*-----------------------------------------------------------------
005700 3220-SHIFT-OFF-ONE-SPACE.
005710     MOVE WS-TOKEN-WORK (2:19) TO WS-TOKEN-SHIFT
005720     MOVE WS-TOKEN-SHIFT TO WS-TOKEN-WORK.
005730 3220-EXIT.
005740     EXIT.
005750*-----------------------------------------------------------------
005760 3300-REJECT-CIRCULAR.
005770     IF WS-GE-HELD (WS-GEN-IDX) THEN
005780         SET WS-GE-CIRCULAR (WS-GEN-IDX) TO TRUE
005790         ADD 1 TO WS-DEFNS-CIRCULAR
005800         DISPLAY "REJECTED - CIRCULAR REFERENCE, NOT FED: "
005810             WS-GE-EXPR-ID (WS-GEN-IDX)
005820     END-IF.
005830 3300-EXIT.
005840     EXIT.
005850*-----------------------------------------------------------------
005860 8000-WRITE-TRAILER.
005870     MOVE SPACES TO EXPR-WORK-RECORD
005880     MOVE "TRL" TO EX-EXPR-ID
005890     MOVE WS-BUS-DATE TO EX-EFF-DATE
005900     MOVE WS-DEFNS-SELECTED TO EX-TRL-EXPR-COUNT
005910     MOVE WS-OPERAND-HASH TO EX-TRL-OPERAND-HASH
005920     PERFORM 2400-WRITE-FEED-RECORD THRU 2400-EXIT.
005930 8000-EXIT.
005940     EXIT.
005950*-----------------------------------------------------------------
005960 8500-PRINT-GENERATION-TOTALS.
005970     MOVE WS-DEFNS-READ TO WS-DEFNS-READ-EDIT
005980     MOVE WS-DEFNS-SELECTED TO WS-DEFNS-SELECTED-EDIT
005990     MOVE WS-DEFNS-SKIPPED TO WS-DEFNS-SKIPPED-EDIT
006000     MOVE WS-DEFNS-WARNED TO WS-DEFNS-WARNED-EDIT
006010     MOVE WS-DEFNS-CIRCULAR TO WS-DEFNS-CIRCULAR-EDIT
006020     MOVE WS-OPERAND-HASH TO WS-HASH-EDIT
006030     DISPLAY "DEFINITIONS READ:       " WS-DEFNS-READ-EDIT
006040     DISPLAY "EXPRESSIONS GENERATED:  " WS-DEFNS-SELECTED-EDIT
006050     DISPLAY "DEFINITIONS SKIPPED:    " WS-DEFNS-SKIPPED-EDIT
006060     DISPLAY "EVALUATION WARNINGS:    " WS-DEFNS-WARNED-EDIT
006070     DISPLAY "CIRCULAR REFERENCES:    " WS-DEFNS-CIRCULAR-EDIT
006080     DISPLAY "TRAILER OPERAND HASH:   " WS-HASH-EDIT
006090     IF WS-DEFNS-CIRCULAR > ZERO THEN
006100         MOVE 4 TO RETURN-CODE
006110     END-IF
006120     IF WS-DEMAND-ID NOT = SPACES
006130         AND NOT WS-DEMAND-FOUND THEN
006140         DISPLAY "DEMANDED EXPRESSION NOT ON THE MASTER (OR "
006150             "INACTIVE): " WS-DEMAND-ID
006160         MOVE 8 TO RETURN-CODE
006170     END-IF.
006180 8500-EXIT.
006190     EXIT.
006200*-----------------------------------------------------------------
006210 9000-TERMINATE.
006220     CLOSE EXPR-DEFN-FILE
006230     CLOSE EXPR-OUT-FILE
006240     PERFORM 9100-END-CYCLE-STEP THRU 9100-EXIT.
006250 9000-EXIT.
006260     EXIT.
006270*-----------------------------------------------------------------
006280*    THE RETURN CODE THE STEP IS ENDING WITH DECIDES WHETHER THE
006290*    CYCLE SHOWS IT COMPLETE (4 OR LESS) OR FAILED
006300 9100-END-CYCLE-STEP.
006310     MOVE "END" TO CC-FUNCTION
006320     MOVE RETURN-CODE TO CC-STEP-RC
006330     CALL "cycle-step" USING BY REFERENCE CYCLE-CALL
006340     END-CALL
006350     IF NOT CC-GO-AHEAD THEN
006360         DISPLAY "END OF STEP NOT RECORDED ON CYCLECTL - NEXT "
006370             "STEP WILL REFUSE TO START"
006380     END-IF.
006390 9100-EXIT.
006400     EXIT.
006410 END PROGRAM expr-generate.

       COPY stack-utilities.

       COPY expr-evaluate.

       COPY rates-utilities.

       COPY cycle-utilities.

       COPY proof-utilities.
