000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. stack-split.
000030 AUTHOR. D MCALLISTER.
000040 INSTALLATION. FINANCIAL SYSTEMS DIVISION.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM:    STACK-SPLIT
000090*    PURPOSE:    FIRST STEP OF A PARTITIONED STACK-TEST RUN.
000100*                DEALS THE HDR...TRL BATCH GROUPS OF THE EXPRIN
000110*                FEED OUT TO UP TO FOUR PARTITION FILES (EXPRP1
000120*                TO EXPRP4) SO THAT SEVERAL COPIES OF STACK-TEST
000130*                CAN PRICE THEM AT THE SAME TIME, EACH RUN WITH
000140*                THE PARM CARD "PART-N" AGAINST ITS OWN EXPRIN,
000150*                RESULTOUT, SUSPOUT, BATCHSTAT, CHECKPNT AND
000160*                PROOFMST FILES (EXPRPN, RESULTPN, SUSPPN,
000170*                BSTATPN, CHECKPN, PROOFPN). STACK-MERGE THEN
000180*                PROVES THE PARTITIONS AGAINST THE FEED AND
000190*                COMBINES THEM INTO THE SINGLE FILES RESULT-POST
000200*                AND SETTLE-EXTRACT READ.
000210*
000220*                THE FEED IS READ TWICE. THE FIRST PASS COUNTS
000230*                THE EXPRESSIONS IN EACH BATCH ID AND NOTES EVERY
000240*                "@" REFERENCE TO AN EXPRESSION EARLIER IN THE
000250*                FEED - TWO BATCHES LINKED THAT WAY MUST BE
000260*                PRICED IN THE SAME PARTITION, OR THE REFERENCE
000270*                WOULD NOT SEE TONIGHT'S RESULT. EACH SET OF
000280*                LINKED BATCHES (MOSTLY A SINGLE BATCH) THEN GOES
000290*                TO THE PARTITION WITH THE FEWEST EXPRESSIONS SO
000300*                FAR, IN FEED ORDER, SO THE SAME FEED ALWAYS
000310*                SPLITS THE SAME WAY. EVERY GROUP WITH THE SAME
000320*                BATCH ID GOES TO THE SAME PARTITION, AND SO DO
000330*                BATCHES THAT REPEAT AN EXPRESSION ID. THE SECOND
000340*                PASS WRITES THE RECORDS. EXPRESSIONS (OR A
000350*                TRAILER) ARRIVING WITH NO GROUP OPEN GET A
000360*                HEADER FOR THE RESERVED "UNNAMED" BATCH ID
000370*                WRITTEN AHEAD OF THEM, SO EVERY GROUP IN A
000380*                PARTITION FILE STARTS WITH ITS OWN HEADER.
000390*
000400*                THE SPLITCTL RECORD CARRIES THE RUN ID EVERY
000410*                PARTITION STAMPS ON ITS ROWS AND THE RECORD,
000420*                EXPRESSION AND GROUP COUNTS OF THE FEED AND OF
000430*                EACH PARTITION. EACH PARTITION USED ALSO HAS ITS
000440*                CHECKPOINT AND PROOF FILES EMPTIED HERE, SO A
000450*                PARTITION STARTS CLEAN AND ONLY A RESTART OF
000460*                THE SAME SPLIT EVER PICKS UP A CHECKPOINT.
000470*
000480*                THE OPTIONAL SPLTPARM CARD GIVES THE NUMBER OF
000490*                PARTITIONS IN COLUMN 1 (1 TO 4, DEFAULT 4).
000500*                UNDER NIGHTLY CYCLE CONTROL THE SPLIT STARTS THE
000510*                STACK-TEST STEP (BUSINESS DATE FROM THE CYCPARM
000520*                CARD) AND LEAVES IT RUNNING - STACK-MERGE ENDS
000530*                IT. ANY FAILURE ENDS RC 16 AND SHOWS THE STEP
000540*                FAILED; THE SPLIT IS THEN SIMPLY RUN AGAIN.
000550*-----------------------------------------------------------------
000560*    MODIFICATION HISTORY
000570*    DATE       INIT  DESCRIPTION
000580*    ---------  ----  ------------------------------------------
000590*    2026-10-14 DM    ORIGINAL.
000600*    2026-10-14 DM    AN EXPRESSION ID THAT TURNS UP AGAIN IN A
000610*                     BATCH OUTSIDE ITS EARLIER BATCH'S SET NOW
000620*                     JOINS THE TWO SETS, SO EVERY OCCURRENCE OF
000630*                     THE ID IS PRICED IN ONE PARTITION - THE
000640*                     MERGED RESULTOUT KEEPS THE FEED'S ORDER FOR
000650*                     THE ID AND ITS PROOFS NEVER MIX.
000660*****************************************************************
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT EXPR-IN-FILE ASSIGN TO "EXPRIN"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-EXPR-IN-STATUS.
000730     SELECT SPLIT-PARM-FILE ASSIGN TO "SPLTPARM"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-PARM-STATUS.
000760     SELECT SPLIT-CTL-FILE ASSIGN TO "SPLITCTL"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-SPLIT-CTL-STATUS.
000790     SELECT EXPR-PART-1-FILE ASSIGN TO "EXPRP1"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-EXPR-PART-STATUS.
000820     SELECT EXPR-PART-2-FILE ASSIGN TO "EXPRP2"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-EXPR-PART-STATUS.
000850     SELECT EXPR-PART-3-FILE ASSIGN TO "EXPRP3"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-EXPR-PART-STATUS.
000880     SELECT EXPR-PART-4-FILE ASSIGN TO "EXPRP4"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-EXPR-PART-STATUS.
000910     SELECT CHECK-PART-1-FILE ASSIGN TO "CHECKP1"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-CHECK-PART-STATUS.
000940     SELECT CHECK-PART-2-FILE ASSIGN TO "CHECKP2"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-CHECK-PART-STATUS.
000970     SELECT CHECK-PART-3-FILE ASSIGN TO "CHECKP3"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-CHECK-PART-STATUS.
001000     SELECT CHECK-PART-4-FILE ASSIGN TO "CHECKP4"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-CHECK-PART-STATUS.
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
001230 DATA DIVISION.
001240 FILE SECTION.
001250 FD  EXPR-IN-FILE.
001260 01  EXPR-IN-RECORD              PIC X(323).
001270 FD  SPLIT-PARM-FILE.
001280 01  SPLIT-PARM-RECORD.
001290     05  SP-PART-COUNT           PIC X(01).
001300     05  FILLER                  PIC X(79).
001310 FD  SPLIT-CTL-FILE.
001320 COPY split-ctl.
001330 FD  EXPR-PART-1-FILE.
001340 01  EXPR-PART-1-RECORD          PIC X(323).
001350 FD  EXPR-PART-2-FILE.
001360 01  EXPR-PART-2-RECORD          PIC X(323).
001370 FD  EXPR-PART-3-FILE.
001380 01  EXPR-PART-3-RECORD          PIC X(323).
001390 FD  EXPR-PART-4-FILE.
001400 01  EXPR-PART-4-RECORD          PIC X(323).
001410 FD  CHECK-PART-1-FILE.
001420 01  CHECK-PART-1-RECORD         PIC X(80).
001430 FD  CHECK-PART-2-FILE.
001440 01  CHECK-PART-2-RECORD         PIC X(80).
001450 FD  CHECK-PART-3-FILE.
001460 01  CHECK-PART-3-RECORD         PIC X(80).
001470 FD  CHECK-PART-4-FILE.
001480 01  CHECK-PART-4-RECORD         PIC X(80).
001490*    THE PARTITION PROOF FILES ARE ONLY EMPTIED HERE - THE KEY IS
001500*    THE PF-KEY OF THE PROOF-STEP LAYOUT
001510 FD  PROOF-PART-1-FILE.
001520 01  PROOF-PART-1-RECORD.
001530     05  PP1-KEY                 PIC X(37).
001540     05  FILLER                  PIC X(401).
001550 FD  PROOF-PART-2-FILE.
001560 01  PROOF-PART-2-RECORD.
001570     05  PP2-KEY                 PIC X(37).
001580     05  FILLER                  PIC X(401).
001590 FD  PROOF-PART-3-FILE.
001600 01  PROOF-PART-3-RECORD.
001610     05  PP3-KEY                 PIC X(37).
001620     05  FILLER                  PIC X(401).
001630 FD  PROOF-PART-4-FILE.
001640 01  PROOF-PART-4-RECORD.
001650     05  PP4-KEY                 PIC X(37).
001660     05  FILLER                  PIC X(401).
001670 WORKING-STORAGE SECTION.
001680 01  EXPR-WORK-RECORD.
001690     05  EX-EXPR-ID              PIC X(10).
001700     05  FILLER                  PIC X(01).
001710     05  EX-EFF-DATE             PIC X(08).
001720     05  FILLER                  PIC X(01).
001730     05  EX-ROUND-MODE           PIC X(01).
001740     05  EX-ROUND-PLACES         PIC X(01).
001750     05  FILLER                  PIC X(01).
001760     05  EX-EXPR-TEXT            PIC X(300).
001770     05  EX-HEADER-DATA REDEFINES EX-EXPR-TEXT.
001780         10  EX-HDR-BATCH-ID     PIC X(08).
001790         10  FILLER              PIC X(292).
001800*    HEADER WRITTEN AHEAD OF EXPRESSIONS THAT ARRIVE WITH NO
001810*    GROUP OPEN - THE SAME RESERVED ID STACK-TEST WOULD GIVE THEM
001820 01  WS-UNNAMED-HEADER.
001830     05  FILLER                  PIC X(10) VALUE "HDR".
001840     05  FILLER                  PIC X(13) VALUE SPACES.
001850     05  FILLER                  PIC X(08) VALUE "UNNAMED".
001860     05  FILLER                  PIC X(292) VALUE SPACES.
001870 01  WS-ROUTE-RECORD             PIC X(323) VALUE SPACES.
001880 77  WS-EXPR-IN-STATUS           PIC X(02) VALUE SPACES.
001890 77  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
001900 77  WS-SPLIT-CTL-STATUS         PIC X(02) VALUE SPACES.
001910 77  WS-EXPR-PART-STATUS         PIC X(02) VALUE SPACES.
001920 77  WS-CHECK-PART-STATUS        PIC X(02) VALUE SPACES.
001930 77  WS-PROOF-PART-STATUS        PIC X(02) VALUE SPACES.
001940 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001950     88  WS-END-OF-FILE                     VALUE "Y".
001960 77  WS-GROUP-OPEN-SWITCH        PIC X(01) VALUE "N".
001970     88  WS-GROUP-OPEN                      VALUE "Y".
001980 77  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
001990     88  WS-FOUND                           VALUE "Y".
002000 77  WS-CYCLE-SWITCH             PIC X(01) VALUE "N".
002010     88  WS-CYCLE-STEP-STARTED              VALUE "Y".
002020 77  WS-PART-COUNT               PIC 9(01) VALUE 4.
002030 77  WS-PART-IDX                 PIC S9(04) COMP VALUE ZERO.
002040 77  WS-PART-NO                  PIC 9(01) VALUE ZERO.
002050 77  WS-ROUTE-PART               PIC S9(04) COMP VALUE ZERO.
002060 77  WS-BEST-PART                PIC S9(04) COMP VALUE ZERO.
002070 77  WS-GROUP-IDX                PIC S9(04) COMP VALUE ZERO.
002080 77  WS-GROUP-SCAN-IDX           PIC S9(04) COMP VALUE ZERO.
002090 77  WS-CURR-GROUP               PIC S9(04) COMP VALUE ZERO.
002100 77  WS-REF-GROUP                PIC S9(04) COMP VALUE ZERO.
002110 77  WS-JOIN-FROM                PIC S9(04) COMP VALUE ZERO.
002120 77  WS-JOIN-TO                  PIC S9(04) COMP VALUE ZERO.
002130 77  WS-EXPR-IDX                 PIC S9(04) COMP VALUE ZERO.
002140 77  WS-EXPR-SLOT                PIC S9(04) COMP VALUE ZERO.
002150 77  WS-TOKEN-PTR                PIC S9(04) COMP VALUE ZERO.
002160 77  WS-TOKEN-WORK               PIC X(20) VALUE SPACES.
002170 77  WS-TOKEN-SHIFT              PIC X(20) VALUE SPACES.
002180 01  WS-SCAN-TEXT                PIC X(300) VALUE SPACES.
002190 77  WS-FIND-BATCH-ID            PIC X(08) VALUE SPACES.
002200 77  WS-FIND-EXPR-ID             PIC X(10) VALUE SPACES.
002210 77  WS-FEED-RECORDS             PIC 9(09) VALUE ZERO.
002220 77  WS-FEED-EXPRS               PIC 9(09) VALUE ZERO.
002230 77  WS-ROUTED-RECORDS           PIC 9(09) VALUE ZERO.
002240 77  WS-ROUTED-EXPRS             PIC 9(09) VALUE ZERO.
002250 77  WS-ROUTED-GROUPS            PIC 9(04) VALUE ZERO.
002260 77  WS-CLUSTER-EXPRS            PIC 9(09) VALUE ZERO.
002270 77  WS-LINKS-FOUND              PIC 9(04) VALUE ZERO.
002280 01  WS-COUNT-EDIT               PIC Z(08)9.
002290 01  WS-GROUPS-EDIT              PIC Z(03)9.
002300 77  WS-RUN-ID                   PIC X(15) VALUE SPACES.
002310 01  WS-RUN-STAMP.
002320     05  WS-RUN-DATE             PIC X(08).
002330     05  WS-RUN-TIME             PIC X(06).
002340 01  WS-TIME-NOW                 PIC X(08) VALUE SPACES.
002350 01  WS-START-TS                 PIC X(14) VALUE SPACES.
002360*    ONE ENTRY PER BATCH ID ON THE FEED. WS-GT-CLUSTER NAMES THE
002370*    FIRST BATCH OF THE SET OF BATCHES LINKED TO THIS ONE BY
002380*    "@" REFERENCES (ITSELF WHEN THERE ARE NONE); THE WHOLE SET
002390*    GOES TO ONE PARTITION.
002400 77  WS-GROUP-USED               PIC S9(04) COMP VALUE ZERO.
002410 77  WS-GROUP-MAX                PIC S9(04) COMP VALUE +200.
002420 01  WS-GROUP-TABLE.
002430     05  WS-GROUP-ENTRY          OCCURS 200 TIMES.
002440         10  WS-GT-BATCH-ID      PIC X(08).
002450         10  WS-GT-EXPR-COUNT    PIC 9(09).
002460         10  WS-GT-CLUSTER       PIC S9(04) COMP.
002470         10  WS-GT-PART-NO       PIC S9(04) COMP.
002480*    EVERY EXPRESSION ID SEEN SO FAR AND THE BATCH IT CAME IN -
002490*    THE SAME CAPACITY AS THE EXPR-REFS TABLE STACK-TEST HOLDS
002500*    TONIGHT'S RESULTS IN
002510 77  WS-EXPR-USED                PIC S9(04) COMP VALUE ZERO.
002520 77  WS-EXPR-MAX                 PIC S9(04) COMP VALUE +2000.
002530 01  WS-EXPR-TABLE.
002540     05  WS-EXPR-ENTRY           OCCURS 2000 TIMES.
002550         10  WS-XT-EXPR-ID       PIC X(10).
002560         10  WS-XT-GROUP         PIC S9(04) COMP.
002570 01  WS-PART-TABLE.
002580     05  WS-PART-ENTRY           OCCURS 4 TIMES.
002590         10  WS-PT-LOAD          PIC 9(09).
002600         10  WS-PT-RECORDS       PIC 9(09).
002610         10  WS-PT-EXPRS         PIC 9(09).
002620         10  WS-PT-GROUPS        PIC 9(04).
002630 COPY cycle-call.
002640 PROCEDURE DIVISION.
002650*-----------------------------------------------------------------
002660 0000-MAINLINE.
002670     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002680     PERFORM 2000-SCAN-ONE-RECORD THRU 2000-EXIT
002690         UNTIL WS-END-OF-FILE
002700     CLOSE EXPR-IN-FILE
002710     PERFORM 3000-ASSIGN-PARTITIONS THRU 3000-EXIT
002720     PERFORM 4000-OPEN-PARTITIONS THRU 4000-EXIT
002730     PERFORM 5000-ROUTE-ONE-RECORD THRU 5000-EXIT
002740         UNTIL WS-END-OF-FILE
002750     PERFORM 8000-WRITE-SPLIT-CONTROL THRU 8000-EXIT
002760     PERFORM 8500-PRINT-SPLIT-TOTALS THRU 8500-EXIT
002770     PERFORM 9000-TERMINATE THRU 9000-EXIT
002780     STOP RUN.
002790*-----------------------------------------------------------------
002800 1000-INITIALIZE.
002810     PERFORM 1010-ASSIGN-RUN-ID THRU 1010-EXIT
002820     PERFORM 1050-READ-PARM-CARD THRU 1050-EXIT
002830     PERFORM 1060-START-CYCLE-STEP THRU 1060-EXIT
002840*    AN OLD SPLITCTL IS EMPTIED FIRST - A SPLIT THAT DIES PART
002850*    WAY LEAVES NO CONTROL RECORD FOR A PARTITION TO RUN UNDER
002860     OPEN OUTPUT SPLIT-CTL-FILE
002870     IF WS-SPLIT-CTL-STATUS NOT = "00" THEN
002880         DISPLAY "ERROR OPENING SPLIT-CTL-FILE, STATUS = "
002890             WS-SPLIT-CTL-STATUS
002900         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
002910     END-IF
002920     OPEN INPUT EXPR-IN-FILE
002930     IF WS-EXPR-IN-STATUS NOT = "00" THEN
002940         DISPLAY "ERROR OPENING EXPR-IN-FILE, STATUS = "
002950             WS-EXPR-IN-STATUS
002960         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
002970     END-IF
002980     PERFORM 2100-READ-EXPRESSION THRU 2100-EXIT.
002990 1000-EXIT.
003000     EXIT.
003010*-----------------------------------------------------------------
003020 1010-ASSIGN-RUN-ID.
003030     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003040     ACCEPT WS-TIME-NOW FROM TIME
003050     MOVE WS-TIME-NOW (1:6) TO WS-RUN-TIME
003060     STRING "R" WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
003070         INTO WS-RUN-ID
003080     END-STRING
003090     MOVE WS-RUN-STAMP TO WS-START-TS
003100     DISPLAY "RUN ID: " WS-RUN-ID.
003110 1010-EXIT.
003120     EXIT.
003130*-----------------------------------------------------------------
003140 1050-READ-PARM-CARD.
003150     OPEN INPUT SPLIT-PARM-FILE
003160     IF WS-PARM-STATUS = "00" THEN
003170         READ SPLIT-PARM-FILE
003180             AT END
003190                 CONTINUE
003200             NOT AT END
003210                 IF SP-PART-COUNT NOT = SPACE THEN
003220                     IF SP-PART-COUNT IS NUMERIC THEN
003230                         MOVE SP-PART-COUNT TO WS-PART-COUNT
003240                     ELSE
003250                         MOVE ZERO TO WS-PART-COUNT
003260                     END-IF
003270                 END-IF
003280         END-READ
003290         CLOSE SPLIT-PARM-FILE
003300     END-IF
003310     IF WS-PART-COUNT < 1 OR WS-PART-COUNT > 4 THEN
003320         DISPLAY "INVALID PARTITION COUNT ON SPLTPARM CARD: "
003330             SP-PART-COUNT " - 1 TO 4 ALLOWED"
003340         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
003350     END-IF
003360     DISPLAY "SPLITTING EXPRIN INTO " WS-PART-COUNT
003370         " PARTITION(S)".
003380 1050-EXIT.
003390     EXIT.
003400*-----------------------------------------------------------------
003410*    THE SPLIT STARTS THE STACK-TEST STEP OF THE CYCLE - THE
003420*    PARTITIONS THEMSELVES ARE NOT CYCLE-CONTROLLED, AND
003430*    STACK-MERGE ENDS THE STEP ONCE THEY PROVE TO THE FEED
003440 1060-START-CYCLE-STEP.
003450     MOVE "START" TO CC-FUNCTION
003460     SET CC-STEP-STACK-TEST TO TRUE
003470     MOVE SPACES TO CC-BUS-DATE
003480     MOVE ZERO TO CC-STEP-RC
003490     CALL "cycle-step" USING BY REFERENCE CYCLE-CALL
003500     END-CALL
003510     IF CC-REFUSED THEN
003520         MOVE 12 TO RETURN-CODE
003530         STOP RUN
003540     END-IF
003550     IF NOT CC-GO-AHEAD THEN
003560         DISPLAY "CYCLE CONTROL CHECK FAILED - ENDING"
003570         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
003580     END-IF
003590     SET WS-CYCLE-STEP-STARTED TO TRUE.
003600 1060-EXIT.
003610     EXIT.
003620*-----------------------------------------------------------------
003630*    FIRST PASS - BATCH SIZES AND "@" LINKS BETWEEN BATCHES
003640 2000-SCAN-ONE-RECORD.
003650     ADD 1 TO WS-FEED-RECORDS
003660     IF EX-EXPR-ID = "HDR" THEN
003670         MOVE EX-HDR-BATCH-ID TO WS-FIND-BATCH-ID
003680         IF WS-FIND-BATCH-ID = SPACES THEN
003690             MOVE "UNNAMED" TO WS-FIND-BATCH-ID
003700         END-IF
003710         PERFORM 2200-FIND-GROUP THRU 2200-EXIT
003720         SET WS-GROUP-OPEN TO TRUE
003730     ELSE
003740     IF EX-EXPR-ID = "TRL" THEN
003750         IF NOT WS-GROUP-OPEN THEN
003760             MOVE "UNNAMED" TO WS-FIND-BATCH-ID
003770             PERFORM 2200-FIND-GROUP THRU 2200-EXIT
003780         END-IF
003790         MOVE "N" TO WS-GROUP-OPEN-SWITCH
003800     ELSE
003810         IF NOT WS-GROUP-OPEN THEN
003820             MOVE "UNNAMED" TO WS-FIND-BATCH-ID
003830             PERFORM 2200-FIND-GROUP THRU 2200-EXIT
003840             SET WS-GROUP-OPEN TO TRUE
003850         END-IF
003860         ADD 1 TO WS-FEED-EXPRS
003870         ADD 1 TO WS-GT-EXPR-COUNT (WS-CURR-GROUP)
003880         PERFORM 2300-LINK-REFERENCES THRU 2300-EXIT
003890         PERFORM 2400-RECORD-EXPRESSION THRU 2400-EXIT
003900     END-IF
003910     END-IF
003920     PERFORM 2100-READ-EXPRESSION THRU 2100-EXIT.
003930 2000-EXIT.
003940     EXIT.
003950*-----------------------------------------------------------------
003960 2100-READ-EXPRESSION.
003970     READ EXPR-IN-FILE
003980         AT END
003990             SET WS-END-OF-FILE TO TRUE
004000         NOT AT END
004010             MOVE EXPR-IN-RECORD TO EXPR-WORK-RECORD
004020     END-READ
004030     IF NOT WS-END-OF-FILE
004040         AND WS-EXPR-IN-STATUS NOT = "00" THEN
004050         DISPLAY "ERROR READING EXPR-IN-FILE, STATUS = "
004060             WS-EXPR-IN-STATUS
004070         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
004080     END-IF.
004090 2100-EXIT.
004100     EXIT.
004110*-----------------------------------------------------------------
004120*    A BATCH ID SEEN BEFORE (A SECOND GROUP UNDER THE SAME ID)
004130*    JOINS ITS EARLIER ENTRY
004140 2200-FIND-GROUP.
004150     MOVE "N" TO WS-FOUND-SWITCH
004160     PERFORM 2210-MATCH-ONE-GROUP THRU 2210-EXIT
004170         VARYING WS-GROUP-IDX FROM 1 BY 1
004180         UNTIL WS-GROUP-IDX > WS-GROUP-USED
004190             OR WS-FOUND
004200     IF WS-FOUND THEN
004210         GO TO 2200-EXIT
004220     END-IF
004230     IF WS-GROUP-USED >= WS-GROUP-MAX THEN
004240         DISPLAY "MORE THAN 200 BATCH IDS ON EXPRIN - RUN "
004250             "STACK-TEST UNPARTITIONED"
004260         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
004270     END-IF
004280     ADD 1 TO WS-GROUP-USED
004290     MOVE WS-GROUP-USED TO WS-CURR-GROUP
004300     MOVE WS-FIND-BATCH-ID TO WS-GT-BATCH-ID (WS-CURR-GROUP)
004310     MOVE ZERO TO WS-GT-EXPR-COUNT (WS-CURR-GROUP)
004320     MOVE WS-CURR-GROUP TO WS-GT-CLUSTER (WS-CURR-GROUP)
004330     MOVE ZERO TO WS-GT-PART-NO (WS-CURR-GROUP).
004340 2200-EXIT.
004350     EXIT.
004360*-----------------------------------------------------------------
004370 2210-MATCH-ONE-GROUP.
004380     IF WS-GT-BATCH-ID (WS-GROUP-IDX) = WS-FIND-BATCH-ID THEN
004390         SET WS-FOUND TO TRUE
004400         MOVE WS-GROUP-IDX TO WS-CURR-GROUP
004410     END-IF.
004420 2210-EXIT.
004430     EXIT.
004440*-----------------------------------------------------------------
004450*    AN "@" OPERAND NAMING AN EXPRESSION ALREADY SEEN IN ANOTHER
004460*    BATCH TIES THE TWO BATCHES TOGETHER. A REFERENCE TO ONE NOT
004470*    YET SEEN IS RESOLVED FROM RESULTMST BY STACK-TEST IN ANY
004480*    PARTITION, SO IT TIES NOTHING.
004490 2300-LINK-REFERENCES.
004500     MOVE EX-EXPR-TEXT TO WS-SCAN-TEXT
004510     MOVE 1 TO WS-TOKEN-PTR
004520     PERFORM 2310-CHECK-ONE-TOKEN THRU 2310-EXIT
004530         UNTIL WS-TOKEN-PTR > LENGTH OF WS-SCAN-TEXT.
004540 2300-EXIT.
004550     EXIT.
004560*-----------------------------------------------------------------
004570 2310-CHECK-ONE-TOKEN.
004580     MOVE SPACES TO WS-TOKEN-WORK
004590     UNSTRING WS-SCAN-TEXT DELIMITED BY ","
004600         INTO WS-TOKEN-WORK
004610         WITH POINTER WS-TOKEN-PTR
004620     END-UNSTRING
004630     PERFORM 2320-SHIFT-OFF-ONE-SPACE THRU 2320-EXIT
004640         UNTIL WS-TOKEN-WORK (1:1) NOT = SPACE
004650             OR WS-TOKEN-WORK = SPACES
004660     IF WS-TOKEN-WORK (1:1) NOT = "@" THEN
004670         GO TO 2310-EXIT
004680     END-IF
004690     MOVE WS-TOKEN-WORK (2:10) TO WS-FIND-EXPR-ID
004700     PERFORM 2410-FIND-EXPRESSION THRU 2410-EXIT
004710     IF WS-EXPR-SLOT = ZERO THEN
004720         GO TO 2310-EXIT
004730     END-IF
004740     MOVE WS-XT-GROUP (WS-EXPR-SLOT) TO WS-REF-GROUP
004750     IF WS-GT-CLUSTER (WS-REF-GROUP)
004760         = WS-GT-CLUSTER (WS-CURR-GROUP) THEN
004770         GO TO 2310-EXIT
004780     END-IF
004790     DISPLAY "BATCH " WS-GT-BATCH-ID (WS-CURR-GROUP)
004800         " REFERENCES " WS-FIND-EXPR-ID " OF BATCH "
004810         WS-GT-BATCH-ID (WS-REF-GROUP)
004820         " - KEPT IN THE SAME PARTITION"
004830     ADD 1 TO WS-LINKS-FOUND
004840     PERFORM 2330-JOIN-CLUSTERS THRU 2330-EXIT.
004850 2310-EXIT.
004860     EXIT.
004870*-----------------------------------------------------------------
004880 2320-SHIFT-OFF-ONE-SPACE.
004890     MOVE WS-TOKEN-WORK (2:19) TO WS-TOKEN-SHIFT
004900     MOVE WS-TOKEN-SHIFT TO WS-TOKEN-WORK.
004910 2320-EXIT.
004920     EXIT.
004930*-----------------------------------------------------------------
004940*    THE LATER SET IS RELABELLED WITH THE EARLIER SET'S FIRST
004950*    BATCH, SO A SET IS ALWAYS NAMED BY ITS FIRST BATCH ON THE
004960*    FEED
004970 2330-JOIN-CLUSTERS.
004980     IF WS-GT-CLUSTER (WS-REF-GROUP)
004990         < WS-GT-CLUSTER (WS-CURR-GROUP) THEN
005000         MOVE WS-GT-CLUSTER (WS-CURR-GROUP) TO WS-JOIN-FROM
005010         MOVE WS-GT-CLUSTER (WS-REF-GROUP) TO WS-JOIN-TO
005020     ELSE
005030         MOVE WS-GT-CLUSTER (WS-REF-GROUP) TO WS-JOIN-FROM
005040         MOVE WS-GT-CLUSTER (WS-CURR-GROUP) TO WS-JOIN-TO
005050     END-IF
005060     PERFORM 2340-RELABEL-ONE-GROUP THRU 2340-EXIT
005070         VARYING WS-GROUP-IDX FROM 1 BY 1
005080         UNTIL WS-GROUP-IDX > WS-GROUP-USED.
005090 2330-EXIT.
005100     EXIT.
005110*-----------------------------------------------------------------
005120 2340-RELABEL-ONE-GROUP.
005130     IF WS-GT-CLUSTER (WS-GROUP-IDX) = WS-JOIN-FROM THEN
005140         MOVE WS-JOIN-TO TO WS-GT-CLUSTER (WS-GROUP-IDX)
005150     END-IF.
005160 2340-EXIT.
005170     EXIT.
005180*-----------------------------------------------------------------
005190*    THE SAME EXPRESSION ID IN A LATER BATCH REPLACES ITS EARLIER
005200*    ENTRY - A REFERENCE TAKES THE MOST RECENT RESULT, THE SAME
005210*    WAY STACK-TEST'S REFERENCE TABLE DOES. THE TWO BATCHES ARE
005220*    JOINED FIRST: RESULT-POST KEEPS THE LAST ROW FOR AN ID AND
005230*    RUN DATE, AND BOTH WOULD TRACE UNDER ONE PROOFMST KEY, SO
005240*    EVERY OCCURRENCE MUST BE PRICED IN ONE PARTITION, IN FEED
005250*    ORDER. WHEN THE TABLE IS FULL THE LINKS CAN NO LONGER BE
005260*    TRUSTED AND THE SPLIT STOPS.
005270 2400-RECORD-EXPRESSION.
005280     MOVE EX-EXPR-ID TO WS-FIND-EXPR-ID
005290     PERFORM 2410-FIND-EXPRESSION THRU 2410-EXIT
005300     IF WS-EXPR-SLOT = ZERO THEN
005310         IF WS-EXPR-USED >= WS-EXPR-MAX THEN
005320             DISPLAY "MORE THAN 2000 EXPRESSION IDS ON EXPRIN "
005330                 "- RUN STACK-TEST UNPARTITIONED"
005340             PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
005350         END-IF
005360         ADD 1 TO WS-EXPR-USED
005370         MOVE WS-EXPR-USED TO WS-EXPR-SLOT
005380         MOVE EX-EXPR-ID TO WS-XT-EXPR-ID (WS-EXPR-SLOT)
005390         MOVE WS-CURR-GROUP TO WS-XT-GROUP (WS-EXPR-SLOT)
005400         GO TO 2400-EXIT
005410     END-IF
005420     MOVE WS-XT-GROUP (WS-EXPR-SLOT) TO WS-REF-GROUP
005430     IF WS-GT-CLUSTER (WS-REF-GROUP)
005440         NOT = WS-GT-CLUSTER (WS-CURR-GROUP) THEN
005450         DISPLAY "BATCH " WS-GT-BATCH-ID (WS-CURR-GROUP)
005460             " REPEATS " EX-EXPR-ID " OF BATCH "
005470             WS-GT-BATCH-ID (WS-REF-GROUP)
005480             " - KEPT IN THE SAME PARTITION"
005490         ADD 1 TO WS-LINKS-FOUND
005500         PERFORM 2330-JOIN-CLUSTERS THRU 2330-EXIT
005510     END-IF
005520     MOVE WS-CURR-GROUP TO WS-XT-GROUP (WS-EXPR-SLOT).
005530 2400-EXIT.
005540     EXIT.
005550*-----------------------------------------------------------------
005560 2410-FIND-EXPRESSION.
005570     MOVE ZERO TO WS-EXPR-SLOT
005580     PERFORM 2420-MATCH-ONE-EXPRESSION THRU 2420-EXIT
005590         VARYING WS-EXPR-IDX FROM 1 BY 1
005600         UNTIL WS-EXPR-IDX > WS-EXPR-USED
005610             OR WS-EXPR-SLOT > ZERO.
005620 2410-EXIT.
005630     EXIT.
005640*-----------------------------------------------------------------
005650 2420-MATCH-ONE-EXPRESSION.
005660     IF WS-XT-EXPR-ID (WS-EXPR-IDX) = WS-FIND-EXPR-ID THEN
005670         MOVE WS-EXPR-IDX TO WS-EXPR-SLOT
005680     END-IF.
005690 2420-EXIT.
005700     EXIT.
005710*-----------------------------------------------------------------
005720*    EACH SET OF LINKED BATCHES, TAKEN IN FEED ORDER, GOES TO
005730*    THE PARTITION CARRYING THE FEWEST EXPRESSIONS SO FAR (THE
005740*    LOWEST-NUMBERED ON A TIE)
005750 3000-ASSIGN-PARTITIONS.
005760     PERFORM 3100-ASSIGN-ONE-CLUSTER THRU 3100-EXIT
005770         VARYING WS-GROUP-IDX FROM 1 BY 1
005780         UNTIL WS-GROUP-IDX > WS-GROUP-USED
005790     PERFORM 3200-SHOW-ONE-GROUP THRU 3200-EXIT
005800         VARYING WS-GROUP-IDX FROM 1 BY 1
005810         UNTIL WS-GROUP-IDX > WS-GROUP-USED.
005820 3000-EXIT.
005830     EXIT.
005840*-----------------------------------------------------------------
005850 3100-ASSIGN-ONE-CLUSTER.
005860     IF WS-GT-CLUSTER (WS-GROUP-IDX) NOT = WS-GROUP-IDX THEN
005870         GO TO 3100-EXIT
005880     END-IF
005890     MOVE ZERO TO WS-CLUSTER-EXPRS
005900     PERFORM 3110-ADD-ONE-MEMBER THRU 3110-EXIT
005910         VARYING WS-GROUP-SCAN-IDX FROM 1 BY 1
005920         UNTIL WS-GROUP-SCAN-IDX > WS-GROUP-USED
005930     MOVE 1 TO WS-BEST-PART
005940     PERFORM 3120-CHECK-ONE-LOAD THRU 3120-EXIT
005950         VARYING WS-PART-IDX FROM 2 BY 1
005960         UNTIL WS-PART-IDX > WS-PART-COUNT
005970     ADD WS-CLUSTER-EXPRS TO WS-PT-LOAD (WS-BEST-PART)
005980     PERFORM 3130-PLACE-ONE-MEMBER THRU 3130-EXIT
005990         VARYING WS-GROUP-SCAN-IDX FROM 1 BY 1
006000         UNTIL WS-GROUP-SCAN-IDX > WS-GROUP-USED.
006010 3100-EXIT.
006020     EXIT.
006030*-----------------------------------------------------------------
006040 3110-ADD-ONE-MEMBER.
006050     IF WS-GT-CLUSTER (WS-GROUP-SCAN-IDX) = WS-GROUP-IDX THEN
006060         ADD WS-GT-EXPR-COUNT (WS-GROUP-SCAN-IDX)
006070             TO WS-CLUSTER-EXPRS
006080     END-IF.
006090 3110-EXIT.
006100     EXIT.
006110*-----------------------------------------------------------------
006120 3120-CHECK-ONE-LOAD.
006130     IF WS-PT-LOAD (WS-PART-IDX) < WS-PT-LOAD (WS-BEST-PART) THEN
006140         MOVE WS-PART-IDX TO WS-BEST-PART
006150     END-IF.
006160 3120-EXIT.
006170     EXIT.
006180*-----------------------------------------------------------------
006190 3130-PLACE-ONE-MEMBER.
006200     IF WS-GT-CLUSTER (WS-GROUP-SCAN-IDX) = WS-GROUP-IDX THEN
006210         MOVE WS-BEST-PART TO WS-GT-PART-NO (WS-GROUP-SCAN-IDX)
006220     END-IF.
006230 3130-EXIT.
006240     EXIT.
006250*-----------------------------------------------------------------
006260 3200-SHOW-ONE-GROUP.
006270     MOVE WS-GT-EXPR-COUNT (WS-GROUP-IDX) TO WS-COUNT-EDIT
006280     MOVE WS-GT-PART-NO (WS-GROUP-IDX) TO WS-PART-NO
006290     DISPLAY "BATCH " WS-GT-BATCH-ID (WS-GROUP-IDX)
006300         " EXPRESSIONS " WS-COUNT-EDIT
006310         " TO PARTITION " WS-PART-NO.
006320 3200-EXIT.
006330     EXIT.
006340*-----------------------------------------------------------------
006350*    EVERY PARTITION IN USE GETS A NEW INPUT FILE AND AN EMPTY
006360*    CHECKPOINT AND PROOF FILE, EVEN ONE THAT IS DEALT NOTHING -
006370*    ITS STACK-TEST STEP THEN SIMPLY FINDS NO WORK
006380 4000-OPEN-PARTITIONS.
006390     PERFORM 4100-OPEN-ONE-PARTITION THRU 4100-EXIT
006400         VARYING WS-PART-IDX FROM 1 BY 1
006410         UNTIL WS-PART-IDX > WS-PART-COUNT
006420     MOVE "N" TO WS-EOF-SWITCH
006430     MOVE "N" TO WS-GROUP-OPEN-SWITCH
006440     OPEN INPUT EXPR-IN-FILE
006450     IF WS-EXPR-IN-STATUS NOT = "00" THEN
006460         DISPLAY "ERROR REOPENING EXPR-IN-FILE, STATUS = "
006470             WS-EXPR-IN-STATUS
006480         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
006490     END-IF
006500     PERFORM 2100-READ-EXPRESSION THRU 2100-EXIT.
006510 4000-EXIT.
006520     EXIT.
006530*-----------------------------------------------------------------
006540 4100-OPEN-ONE-PARTITION.
006550     MOVE WS-PART-IDX TO WS-PART-NO
006560     MOVE ZERO TO WS-PT-RECORDS (WS-PART-IDX)
006570     MOVE ZERO TO WS-PT-EXPRS (WS-PART-IDX)
006580     MOVE ZERO TO WS-PT-GROUPS (WS-PART-IDX)
006590     IF WS-PART-IDX = 1 THEN
006600         OPEN OUTPUT EXPR-PART-1-FILE
006610         OPEN OUTPUT CHECK-PART-1-FILE
006620         CLOSE CHECK-PART-1-FILE
006630         OPEN OUTPUT PROOF-PART-1-FILE
006640         CLOSE PROOF-PART-1-FILE
006650     ELSE
006660     IF WS-PART-IDX = 2 THEN
006670         OPEN OUTPUT EXPR-PART-2-FILE
006680         OPEN OUTPUT CHECK-PART-2-FILE
006690         CLOSE CHECK-PART-2-FILE
006700         OPEN OUTPUT PROOF-PART-2-FILE
006710         CLOSE PROOF-PART-2-FILE
006720     ELSE
006730     IF WS-PART-IDX = 3 THEN
006740         OPEN OUTPUT EXPR-PART-3-FILE
006750         OPEN OUTPUT CHECK-PART-3-FILE
006760         CLOSE CHECK-PART-3-FILE
006770         OPEN OUTPUT PROOF-PART-3-FILE
006780         CLOSE PROOF-PART-3-FILE
006790     ELSE
006800         OPEN OUTPUT EXPR-PART-4-FILE
006810         OPEN OUTPUT CHECK-PART-4-FILE
006820         CLOSE CHECK-PART-4-FILE
006830         OPEN OUTPUT PROOF-PART-4-FILE
006840         CLOSE PROOF-PART-4-FILE
006850     END-IF
006860     END-IF
006870     END-IF
006880     IF WS-EXPR-PART-STATUS NOT = "00" THEN
006890         DISPLAY "ERROR OPENING EXPR-PART-FILE " WS-PART-NO
006900             ", STATUS = " WS-EXPR-PART-STATUS
006910         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
006920     END-IF
006930     IF WS-CHECK-PART-STATUS NOT = "00" THEN
006940         DISPLAY "ERROR CLEARING CHECK-PART-FILE " WS-PART-NO
006950             ", STATUS = " WS-CHECK-PART-STATUS
006960         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
006970     END-IF
006980     IF WS-PROOF-PART-STATUS NOT = "00" THEN
006990         DISPLAY "ERROR CLEARING PROOF-PART-FILE " WS-PART-NO
007000             ", STATUS = " WS-PROOF-PART-STATUS
007010         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
007020     END-IF.
007030 4100-EXIT.
007040     EXIT.
007050*-----------------------------------------------------------------
007060*    SECOND PASS - EVERY RECORD GOES TO THE PARTITION OF ITS
007070*    BATCH, IN FEED ORDER
007080 5000-ROUTE-ONE-RECORD.
007090     MOVE EXPR-WORK-RECORD TO WS-ROUTE-RECORD
007100     IF EX-EXPR-ID = "HDR" THEN
007110         MOVE EX-HDR-BATCH-ID TO WS-FIND-BATCH-ID
007120         IF WS-FIND-BATCH-ID = SPACES THEN
007130             MOVE "UNNAMED" TO WS-FIND-BATCH-ID
007140         END-IF
007150         PERFORM 2200-FIND-GROUP THRU 2200-EXIT
007160         SET WS-GROUP-OPEN TO TRUE
007170         PERFORM 5050-SET-ROUTE-PART THRU 5050-EXIT
007180         ADD 1 TO WS-PT-GROUPS (WS-ROUTE-PART)
007190         PERFORM 5200-WRITE-PARTITION THRU 5200-EXIT
007200     ELSE
007210     IF EX-EXPR-ID = "TRL" THEN
007220         IF NOT WS-GROUP-OPEN THEN
007230             PERFORM 5100-WRITE-UNNAMED-HEADER THRU 5100-EXIT
007240         END-IF
007250         MOVE EXPR-WORK-RECORD TO WS-ROUTE-RECORD
007260         PERFORM 5200-WRITE-PARTITION THRU 5200-EXIT
007270         MOVE "N" TO WS-GROUP-OPEN-SWITCH
007280     ELSE
007290         IF NOT WS-GROUP-OPEN THEN
007300             PERFORM 5100-WRITE-UNNAMED-HEADER THRU 5100-EXIT
007310             SET WS-GROUP-OPEN TO TRUE
007320         END-IF
007330         MOVE EXPR-WORK-RECORD TO WS-ROUTE-RECORD
007340         ADD 1 TO WS-PT-EXPRS (WS-ROUTE-PART)
007350         PERFORM 5200-WRITE-PARTITION THRU 5200-EXIT
007360     END-IF
007370     END-IF
007380     PERFORM 2100-READ-EXPRESSION THRU 2100-EXIT.
007390 5000-EXIT.
007400     EXIT.
007410*-----------------------------------------------------------------
007420*    A BATCH ID THE FIRST PASS NEVER SAW HAS NO PARTITION - THE
007430*    FEED WAS REPLACED BETWEEN THE TWO PASSES
007440 5050-SET-ROUTE-PART.
007450     MOVE WS-GT-PART-NO (WS-CURR-GROUP) TO WS-ROUTE-PART
007460     IF WS-ROUTE-PART < 1 THEN
007470         DISPLAY "EXPRIN CHANGED DURING THE SPLIT - BATCH "
007480             WS-FIND-BATCH-ID " NOT SEEN ON THE FIRST PASS"
007490         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
007500     END-IF.
007510 5050-EXIT.
007520     EXIT.
007530*-----------------------------------------------------------------
007540 5100-WRITE-UNNAMED-HEADER.
007550     MOVE "UNNAMED" TO WS-FIND-BATCH-ID
007560     PERFORM 2200-FIND-GROUP THRU 2200-EXIT
007570     PERFORM 5050-SET-ROUTE-PART THRU 5050-EXIT
007580     ADD 1 TO WS-PT-GROUPS (WS-ROUTE-PART)
007590     MOVE WS-UNNAMED-HEADER TO WS-ROUTE-RECORD
007600     PERFORM 5200-WRITE-PARTITION THRU 5200-EXIT.
007610 5100-EXIT.
007620     EXIT.
007630*-----------------------------------------------------------------
007640 5200-WRITE-PARTITION.
007650     IF WS-ROUTE-PART = 1 THEN
007660         WRITE EXPR-PART-1-RECORD FROM WS-ROUTE-RECORD
007670     ELSE
007680     IF WS-ROUTE-PART = 2 THEN
007690         WRITE EXPR-PART-2-RECORD FROM WS-ROUTE-RECORD
007700     ELSE
007710     IF WS-ROUTE-PART = 3 THEN
007720         WRITE EXPR-PART-3-RECORD FROM WS-ROUTE-RECORD
007730     ELSE
007740         WRITE EXPR-PART-4-RECORD FROM WS-ROUTE-RECORD
007750     END-IF
007760     END-IF
007770     END-IF
007780     IF WS-EXPR-PART-STATUS NOT = "00" THEN
007790         MOVE WS-ROUTE-PART TO WS-PART-NO
007800         DISPLAY "ERROR WRITING EXPR-PART-FILE " WS-PART-NO
007810             ", STATUS = " WS-EXPR-PART-STATUS
007820         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
007830     END-IF
007840     ADD 1 TO WS-PT-RECORDS (WS-ROUTE-PART).
007850 5200-EXIT.
007860     EXIT.
007870*-----------------------------------------------------------------
007880*    THE SECOND PASS MUST HAVE DEALT OUT EVERY EXPRESSION THE
007890*    FIRST PASS COUNTED - A FEED REPLACED BETWEEN THE TWO PASSES
007900*    WOULD OTHERWISE SPLIT ON THE WRONG PLAN
007910 8000-WRITE-SPLIT-CONTROL.
007920     MOVE ZERO TO WS-ROUTED-RECORDS
007930     MOVE ZERO TO WS-ROUTED-EXPRS
007940     MOVE ZERO TO WS-ROUTED-GROUPS
007950     PERFORM 8010-ADD-ONE-PARTITION THRU 8010-EXIT
007960         VARYING WS-PART-IDX FROM 1 BY 1
007970         UNTIL WS-PART-IDX > WS-PART-COUNT
007980     IF WS-ROUTED-EXPRS NOT = WS-FEED-EXPRS THEN
007990         MOVE WS-FEED-EXPRS TO WS-COUNT-EDIT
008000         DISPLAY "EXPRIN CHANGED DURING THE SPLIT - FIRST PASS "
008010             "COUNTED " WS-COUNT-EDIT " EXPRESSIONS"
008020         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
008030     END-IF
008040     MOVE SPACES TO SPLIT-CTL-RECORD
008050     MOVE WS-RUN-ID TO SC-RUN-ID
008060     MOVE WS-START-TS TO SC-START-TS
008070     MOVE CC-BUS-DATE TO SC-BUS-DATE
008080     MOVE WS-PART-COUNT TO SC-PART-COUNT
008090     MOVE WS-FEED-EXPRS TO SC-FEED-EXPRS
008100     MOVE WS-ROUTED-GROUPS TO SC-FEED-GROUPS
008110     PERFORM 8020-MOVE-ONE-PARTITION THRU 8020-EXIT
008120         VARYING WS-PART-IDX FROM 1 BY 1
008130         UNTIL WS-PART-IDX > 4
008140     WRITE SPLIT-CTL-RECORD
008150     IF WS-SPLIT-CTL-STATUS NOT = "00" THEN
008160         DISPLAY "ERROR WRITING SPLIT-CTL-FILE, STATUS = "
008170             WS-SPLIT-CTL-STATUS
008180         PERFORM 9800-ABNORMAL-END THRU 9800-EXIT
008190     END-IF.
008200 8000-EXIT.
008210     EXIT.
008220*-----------------------------------------------------------------
008230 8010-ADD-ONE-PARTITION.
008240     ADD WS-PT-RECORDS (WS-PART-IDX) TO WS-ROUTED-RECORDS
008250     ADD WS-PT-EXPRS (WS-PART-IDX) TO WS-ROUTED-EXPRS
008260     ADD WS-PT-GROUPS (WS-PART-IDX) TO WS-ROUTED-GROUPS.
008270 8010-EXIT.
008280     EXIT.
008290*-----------------------------------------------------------------
008300 8020-MOVE-ONE-PARTITION.
008310     IF WS-PART-IDX > WS-PART-COUNT THEN
008320         MOVE ZERO TO SC-PT-RECORDS (WS-PART-IDX)
008330         MOVE ZERO TO SC-PT-EXPRS (WS-PART-IDX)
008340         MOVE ZERO TO SC-PT-GROUPS (WS-PART-IDX)
008350     ELSE
008360         MOVE WS-PT-RECORDS (WS-PART-IDX)
008370             TO SC-PT-RECORDS (WS-PART-IDX)
008380         MOVE WS-PT-EXPRS (WS-PART-IDX)
008390             TO SC-PT-EXPRS (WS-PART-IDX)
008400         MOVE WS-PT-GROUPS (WS-PART-IDX)
008410             TO SC-PT-GROUPS (WS-PART-IDX)
008420     END-IF.
008430 8020-EXIT.
008440     EXIT.
008450*-----------------------------------------------------------------
008460 8500-PRINT-SPLIT-TOTALS.
008470     MOVE WS-FEED-RECORDS TO WS-COUNT-EDIT
008480     DISPLAY "EXPRIN RECORDS READ:       " WS-COUNT-EDIT
008490     MOVE WS-FEED-EXPRS TO WS-COUNT-EDIT
008500     DISPLAY "EXPRESSIONS ON THE FEED:   " WS-COUNT-EDIT
008510     MOVE WS-ROUTED-GROUPS TO WS-GROUPS-EDIT
008520     DISPLAY "BATCH GROUPS ON THE FEED:  " WS-GROUPS-EDIT
008530     MOVE WS-LINKS-FOUND TO WS-GROUPS-EDIT
008540     DISPLAY "BATCHES JOINED BY ID LINKS:" WS-GROUPS-EDIT
008550     PERFORM 8510-PRINT-ONE-PARTITION THRU 8510-EXIT
008560         VARYING WS-PART-IDX FROM 1 BY 1
008570         UNTIL WS-PART-IDX > WS-PART-COUNT
008580     DISPLAY "RUN STACK-TEST WITH PARM PART-1 TO PART-"
008590         WS-PART-COUNT ", THEN STACK-MERGE".
008600 8500-EXIT.
008610     EXIT.
008620*-----------------------------------------------------------------
008630 8510-PRINT-ONE-PARTITION.
008640     MOVE WS-PART-IDX TO WS-PART-NO
008650     MOVE WS-PT-EXPRS (WS-PART-IDX) TO WS-COUNT-EDIT
008660     MOVE WS-PT-GROUPS (WS-PART-IDX) TO WS-GROUPS-EDIT
008670     DISPLAY "PARTITION " WS-PART-NO
008680         "  EXPRESSIONS " WS-COUNT-EDIT
008690         "  GROUPS " WS-GROUPS-EDIT.
008700 8510-EXIT.
008710     EXIT.
008720*-----------------------------------------------------------------
008730 9000-TERMINATE.
008740     CLOSE EXPR-IN-FILE
008750     CLOSE SPLIT-CTL-FILE
008760     PERFORM 9010-CLOSE-ONE-PARTITION THRU 9010-EXIT
008770         VARYING WS-PART-IDX FROM 1 BY 1
008780         UNTIL WS-PART-IDX > WS-PART-COUNT.
008790 9000-EXIT.
008800     EXIT.
008810*-----------------------------------------------------------------
008820 9010-CLOSE-ONE-PARTITION.
008830     IF WS-PART-IDX = 1 THEN
008840         CLOSE EXPR-PART-1-FILE
008850     ELSE
008860     IF WS-PART-IDX = 2 THEN
008870         CLOSE EXPR-PART-2-FILE
008880     ELSE
008890     IF WS-PART-IDX = 3 THEN
008900         CLOSE EXPR-PART-3-FILE
008910     ELSE
008920         CLOSE EXPR-PART-4-FILE
008930     END-IF
008940     END-IF
008950     END-IF.
008960 9010-EXIT.
008970     EXIT.
008980*-----------------------------------------------------------------
008990*    A FAILED SPLIT SHOWS THE STACK-TEST STEP FAILED, SO THE
009000*    CHAIN WAITS UNTIL THE SPLIT IS RUN AGAIN
009010 9800-ABNORMAL-END.
009020     MOVE 16 TO RETURN-CODE
009030     IF WS-CYCLE-STEP-STARTED THEN
009040         MOVE "END" TO CC-FUNCTION
009050         MOVE RETURN-CODE TO CC-STEP-RC
009060         CALL "cycle-step" USING BY REFERENCE CYCLE-CALL
009070         END-CALL
009080     END-IF
009090     STOP RUN.
009100 9800-EXIT.
009110     EXIT.
009120 END PROGRAM stack-split.

       COPY cycle-utilities.
