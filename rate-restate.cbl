000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. rate-restate.
000030 AUTHOR. D MCALLISTER.
000040 INSTALLATION. FINANCIAL SYSTEMS DIVISION.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM:    RATE-RESTATE
000090*    PURPOSE:    RESTATEMENT RUN FOR A BACK-DATED RATE CHANGE.
000100*                THE RSTPARM CARD NAMES THE CHANGED RATE
000110*                (COLUMNS 1-20) AND THE DATE THE CORRECTION IS
000120*                EFFECTIVE FROM (YYYYMMDD, COLUMNS 22-29) - THE
000130*                CARD IS REQUIRED. THE AFFECTED WINDOW RUNS FROM
000140*                THAT DATE UP TO (NOT INCLUDING) THE NEXT LATER
000150*                RATEFILE ENTRY FOR THE SAME NAME, OR OPEN-ENDED
000160*                WHEN THERE IS NONE. EVERY POSTED OR PREVIOUSLY
000170*                RESTATED RESULTMST ROW WHOSE EFFECTIVE DATE
000180*                FALLS IN THE WINDOW AND WHOSE OPERANDS CARRY
000190*                THE RATE NAME IS RECOMPUTED THROUGH EXPR-EVAL
000200*                AGAINST THE CURRENT RATEFILE (LOADED BY THE
000210*                SAME LOAD-RATES THE BATCH USES) UNDER THE
000220*                ROUNDING POLICY THE ROW FIRST PRICED WITH. THE
000230*                OLD-VERSUS-NEW RESTATEMENT REGISTER WITH THE
000240*                DELTAS WRITES TO RSTRPT. THE OPERATOR IS THEN
000250*                ASKED TO CONFIRM; ON "Y" EACH CHANGED ROW IS
000260*                REWRITTEN WITH RM-STATUS "RESTATED", THE NEW
000270*                VALUE, THE VALUE IT FIRST POSTED AT KEPT IN
000280*                RM-ORIG-RESULT-TEXT, AND THIS RUN'S
000290*                RESTATEMENT ID. ANYTHING ELSE LEAVES THE MASTER
000300*                UNTOUCHED - THE REGISTER STANDS AS A PREVIEW.
000310*                A ROW WHOSE FORMULA REFERENCES A RESTATED ROW
000320*                ("@" AND ITS EXPRESSION ID, SAME EFFECTIVE DATE)
000330*                IS RECOMPUTED OFF THE RESTATED VALUE AND
000340*                RESTATED WITH IT, PASS AFTER PASS UNTIL NOTHING
000350*                MORE CHANGES. A ROW DATED IN A MONTH CLOSED ON
000360*                PERIODCTL IS NEVER REWRITTEN (RC 4). A ROW THE
000370*                G/L HAD ALREADY SETTLED IS MARKED "RESTSETL" SO
000380*                FINANCE BOOKS THE DELTA.
000390*-----------------------------------------------------------------
000400*    MODIFICATION HISTORY
000410*    DATE       INIT  DESCRIPTION
000420*    ---------  ----  ------------------------------------------
000430*    2026-10-14 DM    ORIGINAL.
000440*    2026-10-14 DM    A RESTATED ROW WHOSE FORMULA CARRIES "@"
000450*                     REFERENCES NOW HAS THEM RESOLVED FROM
000460*                     RESULTMST (RESOLVE-REFS) BEFORE IT IS
000470*                     RECOMPUTED, SO IT DOES NOT FAIL AS REFMISS.
000480*    2026-10-14 DM    EXPRDEFN IS NOW EFFECTIVE-DATED. THE
000490*                     FALLBACK ROUNDING POLICY NOW COMES FROM THE
000500*                     DEFINITION VERSION IN FORCE ON THE ROW'S
000510*                     EFFECTIVE DATE, NOT WHATEVER VERSION IS
000520*                     CURRENT.
000530*    2026-10-14 DM    EVERY RECOMPUTE NOW LEAVES A CALCULATION
000540*                     PROOF ON PROOFMST UNDER THE ROW'S EXPRESSION
000550*                     ID AND EFFECTIVE DATE AND THIS RUN'S
000560*                     RESTATEMENT ID - THE RM-RESTATE-ID A POSTED
000570*                     ROW CARRIES - SO THE RESTATED VALUE CAN BE
000580*                     PROVED AS WELL AS THE ORIGINAL. A PROOFMST
000590*                     THAT CANNOT BE WRITTEN ENDS THE RUN WITH
000600*                     RETURN-CODE 16 BEFORE ANYTHING IS POSTED.
000610*    2026-10-14 DM    A NEGATIVE RESTATED RESULT NOW GOES BACK TO
000620*                     RESULTMST AS A CREDIT (TRAILING CR, THE
000630*                     RO-RESULT-NUM PICTURE) INSTEAD OF LOSING ITS
000640*                     SIGN, AND THE OLD AND NEW RESULT COLUMNS OF
000650*                     THE REPORT MARK A CREDIT WITH CR. THE DELTA
000660*                     COLUMN AND THE TOTALS KEEP THEIR MINUS SIGN
000670*                     - A DECREASE IS NOT A CREDIT.
000680*    2026-10-14 DM    A RESTATEMENT PROOF IS NOW KEPT ONLY FOR A
000690*                     ROW THAT IS POSTED. THE PROOF OF AN
000700*                     UNCHANGED OR FAILED ROW IS DROPPED AS THE
000710*                     ROW IS SCANNED, AND THOSE OF THE HELD ROWS
000720*                     WHEN THE OPERATOR DECLINES, THE TABLE IS
000730*                     FULL, OR A ROW IS SKIPPED AT POSTING - NO
000740*                     PROOF IS LEFT UNDER A RESTATEMENT ID THAT
000750*                     NO RESULTMST ROW CARRIES. THE RC 8 OR 4 SET
000760*                     AT THE END IS KEPT ACROSS THE PROOF-TRACE
000770*                     CLOSE, WHICH HANDED BACK RETURN-CODE ZERO.
000780*    2026-10-14 DM    A ROW WHOSE FORMULA REFERENCES A RESTATED
000790*                     ROW BY "@" IS NOW RESTATED WITH IT. AFTER
000800*                     THE SCAN, NEW 2600 RE-READS THE MASTER
000810*                     PASS BY PASS, RECOMPUTING EVERY POSTED OR
000820*                     RESTATED ROW THAT REFERENCES A RESULT THE
000830*                     LAST PASS CHANGED, UNTIL A PASS CHANGES
000840*                     NOTHING; THE HELD NEW VALUES ARE LOADED
000850*                     INTO EXPR-REFS AHEAD OF RESOLVE-REFS. THE
000860*                     DEPENDANT ROWS GO ON THE REGISTER LIKE THE
000870*                     DIRECT ONES. A CHAIN STILL CHANGING AFTER
000880*                     WS-PASS-MAX PASSES IS NOT POSTED (RC 8).
000890*                     A CHANGED ROW DATED IN A MONTH CLOSED ON
000900*                     PERIODCTL IS LISTED AS PERIOD CLOSED AND
000910*                     NOT REWRITTEN - CHECKED AT THE SCAN AND
000920*                     AGAIN JUST BEFORE THE REWRITE - AND THE RUN
000930*                     ENDS RC 4. A ROW RECONCILED WITH THE G/L
000940*                     BEFORE IT IS RESTATED IS MARKED "RESTSETL"
000950*                     (DELTA NOT BOOKED) AND NOTED ON THE
000960*                     REGISTER. THE PROOF OF A RESTATED ROW IS
000970*                     KEYED BY ITS RUN DATE, NOT ITS EFFECTIVE
000980*                     DATE, SO TWO ROWS OF ONE EXPRESSION AND
000990*                     EFFECTIVE DATE NO LONGER SHARE ONE PROOF.
001000*****************************************************************
001010 ENVIRONMENT DIVISION.
001020 INPUT-OUTPUT SECTION.
001030 FILE-CONTROL.
001040     SELECT RESULT-MASTER-FILE ASSIGN TO "RESULTMST"
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS DYNAMIC
001070         RECORD KEY IS RM-KEY
001080         FILE STATUS IS WS-MASTER-STATUS.
001090     SELECT EXPR-DEFN-FILE ASSIGN TO "EXPRDEFN"
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS DYNAMIC
001120         RECORD KEY IS ED-KEY
001130         FILE STATUS IS WS-DEFN-STATUS.
001140     SELECT PERIOD-CTL-FILE ASSIGN TO "PERIODCTL"
001150         ORGANIZATION IS INDEXED
001160         ACCESS MODE IS RANDOM
001170         RECORD KEY IS PC-PERIOD
001180         FILE STATUS IS WS-PERIOD-STATUS.
001190     SELECT RST-PARM-FILE ASSIGN TO "RSTPARM"
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS WS-RST-PARM-STATUS.
001220     SELECT REPORT-FILE ASSIGN TO "RSTRPT"
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-REPORT-STATUS.
001250 DATA DIVISION.
001260 FILE SECTION.
001270 FD  RESULT-MASTER-FILE.
001280 COPY result-master.
001290 FD  EXPR-DEFN-FILE.
001300 COPY expr-defn.
001310 FD  PERIOD-CTL-FILE.
001320 COPY period-ctl.
001330 FD  RST-PARM-FILE.
001340 01  RST-PARM-RECORD.
001350     05  RP-RATE-NAME            PIC X(20).
001360     05  FILLER                  PIC X(01).
001370     05  RP-FROM-DATE            PIC X(08).
001380     05  FILLER                  PIC X(51).
001390 FD  REPORT-FILE.
001400 01  REPORT-LINE                 PIC X(132).
001410 WORKING-STORAGE SECTION.
001420 77  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
001430 77  WS-DEFN-STATUS              PIC X(02) VALUE SPACES.
001440 77  WS-DEFN-EOF-SWITCH          PIC X(01) VALUE "N".
001450     88  WS-DEFN-EOF                        VALUE "Y".
001460 77  WS-PERIOD-STATUS            PIC X(02) VALUE SPACES.
001470 77  WS-RST-PARM-STATUS          PIC X(02) VALUE SPACES.
001480 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
001490 77  WS-RATES-LOAD-STATUS        PIC X(02) VALUE "00".
001500 77  WS-REFS-RESOLVE-STATUS      PIC X(02) VALUE "00".
001510 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001520     88  WS-END-OF-FILE                     VALUE "Y".
001530 77  WS-DEFN-OPEN-SWITCH         PIC X(01) VALUE "N".
001540     88  WS-DEFN-OPEN                       VALUE "Y".
001550 77  WS-PERIOD-FILE-SWITCH       PIC X(01) VALUE "N".
001560     88  WS-PERIOD-FILE-OPEN                VALUE "Y".
001570 77  WS-PERIOD-CLOSED-SWITCH     PIC X(01) VALUE "N".
001580     88  WS-PERIOD-IS-CLOSED                VALUE "Y".
001590 77  WS-NAME-FOUND-SWITCH        PIC X(01) VALUE "N".
001600     88  WS-NAME-FOUND                      VALUE "Y".
001610 77  WS-REF-FOUND-SWITCH         PIC X(01) VALUE "N".
001620     88  WS-REF-FOUND                       VALUE "Y".
001630 77  WS-POSTFIX-SWITCH           PIC X(01) VALUE "N".
001640     88  WS-ROW-IS-POSTFIX                  VALUE "Y".
001650 77  WS-TABLE-FULL-SWITCH        PIC X(01) VALUE "N".
001660     88  WS-TABLE-FULL                      VALUE "Y".
001670 77  WS-DEPENDS-SWITCH           PIC X(01) VALUE "N".
001680     88  WS-DEPENDS-ON-CHANGE               VALUE "Y".
001690 77  WS-PASS-CHANGED-SWITCH      PIC X(01) VALUE "N".
001700     88  WS-PASS-CHANGED                    VALUE "Y".
001710 77  WS-CHAIN-SWITCH             PIC X(01) VALUE "N".
001720     88  WS-CHAIN-UNSETTLED                 VALUE "Y".
001730 77  WS-CONFIRM-ANSWER           PIC X(01) VALUE SPACE.
001740 77  WS-TOKEN-WORK               PIC X(20) VALUE SPACES.
001750     88  WS-TOKEN-IS-OPERATOR               VALUE "+", "-",
001760                                            "*", "/", "%", "^".
001770 77  WS-TOKEN-SHIFT              PIC X(20) VALUE SPACES.
001780 77  WS-TOKEN-PTR                PIC S9(04) COMP VALUE ZERO.
001790 77  WS-RATE-IDX                 PIC S9(04) COMP VALUE ZERO.
001800 77  WS-RST-IDX                  PIC S9(04) COMP VALUE ZERO.
001810 77  WS-RST-USED                 PIC S9(04) COMP VALUE ZERO.
001820 77  WS-RST-MAX                  PIC S9(04) COMP VALUE +2000.
001830 77  WS-HELD-IDX                 PIC S9(04) COMP VALUE ZERO.
001840 77  WS-SCAN-IDX                 PIC S9(04) COMP VALUE ZERO.
001850 77  WS-PASS-NO                  PIC S9(04) COMP VALUE ZERO.
001860 77  WS-PASS-MAX                 PIC S9(04) COMP VALUE +50.
001870 77  WS-PAGE-COUNT               PIC 9(04) VALUE ZERO.
001880 77  WS-LINE-COUNT               PIC S9(04) COMP VALUE +999.
001890 77  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE +55.
001900 77  WS-ROWS-READ                PIC 9(09) VALUE ZERO.
001910 77  WS-ROWS-IN-WINDOW           PIC 9(09) VALUE ZERO.
001920 77  WS-ROWS-AFFECTED            PIC 9(09) VALUE ZERO.
001930 77  WS-ROWS-CHANGED             PIC 9(09) VALUE ZERO.
001940 77  WS-ROWS-UNCHANGED           PIC 9(09) VALUE ZERO.
001950 77  WS-ROWS-FAILED              PIC 9(09) VALUE ZERO.
001960 77  WS-ROWS-POSTED              PIC 9(09) VALUE ZERO.
001970 77  WS-ROWS-HELD                PIC 9(09) VALUE ZERO.
001980 77  WS-ROWS-DEPENDANT           PIC 9(09) VALUE ZERO.
001990 77  WS-ROWS-VIA-REF             PIC 9(09) VALUE ZERO.
002000 77  WS-ROWS-VIA-REF-SAME        PIC 9(09) VALUE ZERO.
002010 77  WS-ROWS-VIA-REF-FAILED      PIC 9(09) VALUE ZERO.
002020 77  WS-ROWS-REVISED             PIC 9(09) VALUE ZERO.
002030 77  WS-ROWS-WITHDRAWN           PIC 9(09) VALUE ZERO.
002040 77  WS-ROWS-PERIOD-CLOSED       PIC 9(09) VALUE ZERO.
002050 77  WS-ROWS-SETTLE-FLAGGED      PIC 9(09) VALUE ZERO.
002060 77  WS-SAVE-RC                  PIC S9(04) COMP VALUE ZERO.
002070 01  WS-RATE-NAME                PIC X(20) VALUE SPACES.
002080 01  WS-FROM-DATE                PIC X(08) VALUE SPACES.
002090 01  WS-THRU-DATE                PIC X(08) VALUE "99999999".
002100 01  WS-RESTATE-ID               PIC X(15) VALUE SPACES.
002110 01  WS-EXPR-TEXT                PIC X(300) VALUE SPACES.
002120 01  WS-ROUND-POLICY             PIC X(03) VALUE SPACES.
002130 01  WS-REF-ID                   PIC X(10) VALUE SPACES.
002140*    THE LAST MONTH LOOKED UP ON PERIODCTL AND WHETHER IT WAS
002150*    CLOSED - THE MASTER IS READ IN EXPRESSION ID ORDER, SO THIS
002160*    SAVES A READ ONLY WHEN ONE EXPRESSION'S ROWS SHARE A MONTH
002170 01  WS-LAST-PERIOD              PIC X(06) VALUE SPACES.
002180 01  WS-OLD-AMOUNT               PIC S9(09)V9(04) VALUE ZERO.
002190 01  WS-NEW-AMOUNT               PIC S9(09)V9(04) VALUE ZERO.
002200 01  WS-DELTA-AMOUNT             PIC S9(09)V9(04) VALUE ZERO.
002210 01  WS-TOTAL-OLD                PIC S9(11)V9(04) VALUE ZERO.
002220 01  WS-TOTAL-NEW                PIC S9(11)V9(04) VALUE ZERO.
002230 01  WS-TOTAL-DELTA              PIC S9(11)V9(04) VALUE ZERO.
002240 01  WS-ENTRY-OLD                PIC S9(09)V9(04) VALUE ZERO.
002250 01  WS-ENTRY-NEW                PIC S9(09)V9(04) VALUE ZERO.
002260 01  WS-NEW-RESULT-TEXT          PIC X(20) VALUE SPACES.
002270 01  WS-NEW-RESULT-NUM REDEFINES WS-NEW-RESULT-TEXT
002280                                 PIC Z(8)9.9999CR.
002290 01  WS-RESTATE-TABLE.
002300     05  WS-RST-ENTRY            OCCURS 2000 TIMES.
002310         10  WS-RST-EXPR-ID      PIC X(10).
002320         10  WS-RST-RUN-DATE     PIC X(08).
002330         10  WS-RST-EFF-DATE     PIC X(08).
002340         10  WS-RST-OLD-RESULT   PIC X(20).
002350         10  WS-RST-NEW-RESULT   PIC X(20).
002360         10  WS-RST-ROUND-POLICY PIC X(03).
002370*        THE PASS THAT LAST SET THE ENTRY (ZERO = THE SCAN), SO
002380*        THE NEXT PASS ONLY CHASES WHAT THE LAST ONE CHANGED
002390         10  WS-RST-PASS         PIC S9(04) COMP.
002400         10  WS-RST-STATE        PIC X(01).
002410             88  WS-RST-HELD                VALUE "H".
002420             88  WS-RST-WITHDRAWN           VALUE "W".
002430*        A LATER RUN DATE FOR THE SAME EXPRESSION AND EFFECTIVE
002440*        DATE IS ON THE MASTER - AN "@" REFERENCE TAKES THAT ROW
002450         10  WS-RST-SUPER-SW     PIC X(01).
002460             88  WS-RST-SUPERSEDED          VALUE "Y".
002470 01  WS-RUN-STAMP.
002480     05  WS-RUN-DATE.
002490         10  WS-RUN-YYYY         PIC X(04).
002500         10  WS-RUN-MM           PIC X(02).
002510         10  WS-RUN-DD           PIC X(02).
002520     05  WS-RUN-TIME             PIC X(06).
002530 01  WS-TIME-NOW                 PIC X(08) VALUE SPACES.
002540 01  WS-COUNT-EDIT               PIC Z(08)9.
002550 01  WS-HEAD-1.
002560     05  FILLER                  PIC X(05) VALUE SPACES.
002570     05  FILLER                  PIC X(40) VALUE
002580         "RATE RESTATEMENT REGISTER".
002590     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002600     05  WS-HD-DATE              PIC X(10).
002610     05  FILLER                  PIC X(05) VALUE SPACES.
002620     05  FILLER                  PIC X(06) VALUE "PAGE: ".
002630     05  WS-HD-PAGE              PIC ZZZ9.
002640 01  WS-HEAD-2.
002650     05  FILLER                  PIC X(06) VALUE "RATE: ".
002660     05  WS-HD-RATE-NAME         PIC X(20).
002670     05  FILLER                  PIC X(08) VALUE "  FROM: ".
002680     05  WS-HD-FROM-DATE         PIC X(08).
002690     05  FILLER                  PIC X(09) VALUE "  UNTIL: ".
002700     05  WS-HD-THRU-DATE         PIC X(08).
002710     05  FILLER                  PIC X(18) VALUE
002720         "  RESTATEMENT ID: ".
002730     05  WS-HD-RESTATE-ID        PIC X(15).
002740 01  WS-HEAD-3.
002750     05  FILLER                  PIC X(10) VALUE "EXPR ID".
002760     05  FILLER                  PIC X(02) VALUE SPACES.
002770     05  FILLER                  PIC X(08) VALUE "RUN DATE".
002780     05  FILLER                  PIC X(02) VALUE SPACES.
002790     05  FILLER                  PIC X(08) VALUE "EFF DATE".
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  FILLER                  PIC X(03) VALUE "RND".
002820     05  FILLER                  PIC X(02) VALUE SPACES.
002830     05  FILLER                  PIC X(16) VALUE
002840         "      OLD RESULT".
002850     05  FILLER                  PIC X(02) VALUE SPACES.
002860     05  FILLER                  PIC X(16) VALUE
002870         "      NEW RESULT".
002880     05  FILLER                  PIC X(02) VALUE SPACES.
002890     05  FILLER                  PIC X(15) VALUE
002900         "          DELTA".
002910     05  FILLER                  PIC X(02) VALUE SPACES.
002920     05  FILLER                  PIC X(20) VALUE "NOTE".
002930 01  WS-HEAD-4.
002940     05  FILLER                  PIC X(110) VALUE ALL "-".
002950 01  WS-DETAIL-LINE.
002960     05  WS-DT-EXPR-ID           PIC X(10).
002970     05  FILLER                  PIC X(02) VALUE SPACES.
002980     05  WS-DT-RUN-DATE          PIC X(08).
002990     05  FILLER                  PIC X(02) VALUE SPACES.
003000     05  WS-DT-EFF-DATE          PIC X(08).
003010     05  FILLER                  PIC X(02) VALUE SPACES.
003020     05  WS-DT-ROUND             PIC X(03).
003030     05  FILLER                  PIC X(02) VALUE SPACES.
003040     05  WS-DT-OLD-AMOUNT        PIC Z(8)9.9999CR.
003050     05  FILLER                  PIC X(02) VALUE SPACES.
003060     05  WS-DT-NEW-AMOUNT        PIC Z(8)9.9999CR.
003070     05  WS-DT-NEW-TEXT REDEFINES WS-DT-NEW-AMOUNT
003080                                 PIC X(16).
003090     05  FILLER                  PIC X(02) VALUE SPACES.
003100     05  WS-DT-DELTA             PIC -(9)9.9999.
003110     05  WS-DT-DELTA-TEXT REDEFINES WS-DT-DELTA
003120                                 PIC X(15).
003130     05  FILLER                  PIC X(02) VALUE SPACES.
003140     05  WS-DT-NOTE              PIC X(20).
003150 01  WS-TOTAL-LINE.
003160     05  FILLER                  PIC X(02) VALUE SPACES.
003170     05  WS-TL-LABEL             PIC X(30).
003180     05  WS-TL-COUNT             PIC Z(08)9.
003190 01  WS-AMOUNT-LINE.
003200     05  FILLER                  PIC X(02) VALUE SPACES.
003210     05  WS-AL-LABEL             PIC X(30).
003220     05  WS-AL-AMOUNT            PIC -(11)9.9999.
003230 COPY rates-table.
003240 COPY eval-result.
003250 COPY expr-refs.
003260 COPY proof-call.
003270 PROCEDURE DIVISION.
003280*-----------------------------------------------------------------
003290 0000-MAINLINE.
003300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003310     PERFORM 2000-SCAN-ONE-ROW THRU 2000-EXIT
003320         UNTIL WS-END-OF-FILE
003330     PERFORM 2600-CHASE-DEPENDANTS THRU 2600-EXIT
003340     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
003350     PERFORM 5000-CONFIRM-AND-POST THRU 5000-EXIT
003360     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
003370     PERFORM 9000-TERMINATE THRU 9000-EXIT
003380     STOP RUN.
003390*-----------------------------------------------------------------
003400 1000-INITIALIZE.
003410     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003420     ACCEPT WS-TIME-NOW FROM TIME
003430     MOVE WS-TIME-NOW (1:6) TO WS-RUN-TIME
003440     STRING "S" WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
003450         INTO WS-RESTATE-ID
003460     END-STRING
003470     STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
003480         DELIMITED BY SIZE
003490         INTO WS-HD-DATE
003500     END-STRING
003510     PERFORM 1100-READ-RST-PARM THRU 1100-EXIT
003520     CALL "load-rates" USING
003530         BY REFERENCE RATES-TABLE
003540         BY REFERENCE WS-RATES-LOAD-STATUS
003550     END-CALL
003560     IF WS-RATES-LOAD-STATUS NOT = "00" THEN
003570         DISPLAY "RATES FILE COULD NOT BE LOADED - ENDING"
003580         MOVE 16 TO RETURN-CODE
003590         STOP RUN
003600     END-IF
003610     PERFORM 1200-FIND-WINDOW THRU 1200-EXIT
003620     OPEN I-O RESULT-MASTER-FILE
003630     IF WS-MASTER-STATUS = "35" THEN
003640         DISPLAY "RESULTS MASTER NOT FOUND - NOTHING TO RESTATE"
003650         STOP RUN
003660     END-IF
003670     IF WS-MASTER-STATUS NOT = "00" THEN
003680         DISPLAY "ERROR OPENING RESULT-MASTER, STATUS = "
003690             WS-MASTER-STATUS
003700         MOVE 16 TO RETURN-CODE
003710         STOP RUN
003720     END-IF
003730*    THE DEFINITION MASTER IS ONLY CONSULTED FOR THE ROUNDING
003740*    POLICY OF A ROW POSTED BEFORE THE MASTER CARRIED ONE -
003750*    WITHOUT IT THOSE ROWS RESTATE UNDER THE DEFAULT POLICY
003760     OPEN INPUT EXPR-DEFN-FILE
003770     IF WS-DEFN-STATUS = "00" THEN
003780         SET WS-DEFN-OPEN TO TRUE
003790     END-IF
003800*    NO PERIOD CONTROL FILE MEANS NO MONTH HAS EVER BEEN CLOSED
003810     OPEN INPUT PERIOD-CTL-FILE
003820     IF WS-PERIOD-STATUS = "00" THEN
003830         SET WS-PERIOD-FILE-OPEN TO TRUE
003840     ELSE
003850     IF WS-PERIOD-STATUS NOT = "35" THEN
003860         DISPLAY "ERROR OPENING PERIOD-CTL-FILE, STATUS = "
003870             WS-PERIOD-STATUS
003880         MOVE 16 TO RETURN-CODE
003890         STOP RUN
003900     END-IF
003910     END-IF
003920     OPEN OUTPUT REPORT-FILE
003930     IF WS-REPORT-STATUS NOT = "00" THEN
003940         DISPLAY "ERROR OPENING REPORT-FILE, STATUS = "
003950             WS-REPORT-STATUS
003960         MOVE 16 TO RETURN-CODE
003970         STOP RUN
003980     END-IF
003990     MOVE WS-RATE-NAME TO WS-HD-RATE-NAME
004000     MOVE WS-FROM-DATE TO WS-HD-FROM-DATE
004010     IF WS-THRU-DATE = "99999999" THEN
004020         MOVE "CURRENT" TO WS-HD-THRU-DATE
004030     ELSE
004040         MOVE WS-THRU-DATE TO WS-HD-THRU-DATE
004050     END-IF
004060     MOVE WS-RESTATE-ID TO WS-HD-RESTATE-ID
004070     DISPLAY "RESTATEMENT " WS-RESTATE-ID " - RATE "
004080         WS-RATE-NAME " FROM " WS-FROM-DATE
004090     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
004100 1000-EXIT.
004110     EXIT.
004120*-----------------------------------------------------------------
004130*    THE CARD IS DELIBERATELY NOT DEFAULTED - A RUN THAT CAN
004140*    REWRITE POSTED RESULTS MUST BE TOLD EXACTLY WHICH RATE AND
004150*    HOW FAR BACK, EVERY TIME.
004160 1100-READ-RST-PARM.
004170     OPEN INPUT RST-PARM-FILE
004180     IF WS-RST-PARM-STATUS NOT = "00" THEN
004190         DISPLAY "RSTPARM CARD IS REQUIRED (RATE NAME, FROM "
004200             "YYYYMMDD) - ENDING"
004210         MOVE 16 TO RETURN-CODE
004220         STOP RUN
004230     END-IF
004240     READ RST-PARM-FILE
004250         AT END
004260             MOVE SPACES TO RST-PARM-RECORD
004270     END-READ
004280     CLOSE RST-PARM-FILE
004290     MOVE RP-RATE-NAME TO WS-RATE-NAME
004300     MOVE RP-FROM-DATE TO WS-FROM-DATE
004310     IF WS-RATE-NAME = SPACES THEN
004320         DISPLAY "NO RATE NAME ON RSTPARM CARD - ENDING"
004330         MOVE 16 TO RETURN-CODE
004340         STOP RUN
004350     END-IF
004360     IF WS-FROM-DATE IS NOT NUMERIC THEN
004370         DISPLAY "INVALID FROM DATE ON RSTPARM CARD: "
004380             WS-FROM-DATE
004390         MOVE 16 TO RETURN-CODE
004400         STOP RUN
004410     END-IF.
004420 1100-EXIT.
004430     EXIT.
004440*-----------------------------------------------------------------
004450*    THE CHANGE GOVERNS FROM ITS EFFECTIVE DATE UNTIL THE NEXT
004460*    LATER ENTRY FOR THE SAME NAME TAKES OVER - ROWS DATED ON OR
004470*    AFTER THAT LATER ENTRY NEVER PRICED AT THE CORRECTED RATE.
004480 1200-FIND-WINDOW.
004490     MOVE "N" TO WS-NAME-FOUND-SWITCH
004500     MOVE "99999999" TO WS-THRU-DATE
004510     PERFORM 1210-CHECK-ONE-RATE THRU 1210-EXIT
004520         VARYING WS-RATE-IDX FROM 1 BY 1
004530         UNTIL WS-RATE-IDX > RATES-COUNT
004540     IF NOT WS-NAME-FOUND THEN
004550         DISPLAY "RATE " WS-RATE-NAME " IS NOT ON RATEFILE - "
004560             "NOTHING TO RESTATE AGAINST"
004570         MOVE 16 TO RETURN-CODE
004580         STOP RUN
004590     END-IF.
004600 1200-EXIT.
004610     EXIT.
004620*-----------------------------------------------------------------
004630 1210-CHECK-ONE-RATE.
004640     IF RATES-NAME (WS-RATE-IDX) NOT = WS-RATE-NAME THEN
004650         GO TO 1210-EXIT
004660     END-IF
004670     SET WS-NAME-FOUND TO TRUE
004680     IF RATES-EFF-DATE (WS-RATE-IDX) > WS-FROM-DATE
004690         AND RATES-EFF-DATE (WS-RATE-IDX) < WS-THRU-DATE THEN
004700         MOVE RATES-EFF-DATE (WS-RATE-IDX) TO WS-THRU-DATE
004710     END-IF.
004720 1210-EXIT.
004730     EXIT.
004740*-----------------------------------------------------------------
004750 2000-SCAN-ONE-ROW.
004760     ADD 1 TO WS-ROWS-READ
004770     PERFORM 2050-MARK-SUPERSEDED THRU 2050-EXIT
004780*    A REJECTED ROW NEVER PRICED - IT BELONGS TO SUSPENSE, NOT
004790*    TO A RESTATEMENT
004800     IF RM-STATUS NOT = "POSTED" AND RM-STATUS NOT = "RESTATED"
004810         THEN
004820         GO TO 2000-READ-NEXT
004830     END-IF
004840     IF RM-EFF-DATE < WS-FROM-DATE
004850         OR RM-EFF-DATE NOT < WS-THRU-DATE THEN
004860         GO TO 2000-READ-NEXT
004870     END-IF
004880     ADD 1 TO WS-ROWS-IN-WINDOW
004890     PERFORM 2200-CHECK-REFERENCE THRU 2200-EXIT
004900     IF WS-REF-FOUND THEN
004910         ADD 1 TO WS-ROWS-AFFECTED
004920         PERFORM 2300-RESTATE-ROW THRU 2300-EXIT
004930     END-IF.
004940 2000-READ-NEXT.
004950     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
004960 2000-EXIT.
004970     EXIT.
004980*-----------------------------------------------------------------
004990*    ROWS FOR ONE EXPRESSION ARRIVE IN RUN-DATE ORDER, SO ANY ROW
005000*    READ SUPERSEDES A HELD ROW OF THE SAME EXPRESSION AND
005010*    EFFECTIVE DATE WITH AN EARLIER RUN DATE - RESOLVE-REFS
005020*    WOULD TAKE THIS ONE FOR AN "@" REFERENCE, WHATEVER ITS
005030*    STATUS.
005040 2050-MARK-SUPERSEDED.
005050     IF WS-RST-USED = ZERO THEN
005060         GO TO 2050-EXIT
005070     END-IF
005080     PERFORM 2060-CHECK-SUPERSEDED THRU 2060-EXIT
005090         VARYING WS-SCAN-IDX FROM 1 BY 1
005100         UNTIL WS-SCAN-IDX > WS-RST-USED.
005110 2050-EXIT.
005120     EXIT.
005130*-----------------------------------------------------------------
005140 2060-CHECK-SUPERSEDED.
005150     IF WS-RST-EXPR-ID (WS-SCAN-IDX) = RM-EXPR-ID
005160         AND WS-RST-EFF-DATE (WS-SCAN-IDX) = RM-EFF-DATE
005170         AND WS-RST-RUN-DATE (WS-SCAN-IDX) < RM-RUN-DATE THEN
005180         SET WS-RST-SUPERSEDED (WS-SCAN-IDX) TO TRUE
005190     END-IF.
005200 2060-EXIT.
005210     EXIT.
005220*-----------------------------------------------------------------
005230 2100-READ-MASTER.
005240     READ RESULT-MASTER-FILE NEXT RECORD
005250         AT END
005260             SET WS-END-OF-FILE TO TRUE
005270     END-READ
005280     IF NOT WS-END-OF-FILE
005290         AND WS-MASTER-STATUS NOT = "00" THEN
005300         DISPLAY "ERROR READING RESULT-MASTER, STATUS = "
005310             WS-MASTER-STATUS
005320         MOVE 16 TO RETURN-CODE
005330         STOP RUN
005340     END-IF.
005350 2100-EXIT.
005360     EXIT.
005370*-----------------------------------------------------------------
005380*    A CLOSED MONTH IS ALREADY IN THE MONTH-END PACKAGE - A
005390*    RESTATEMENT MAY NOT CHANGE IT ANY MORE THAN RESULT-POST MAY
005400 2150-CHECK-PERIOD.
005410     IF RM-RUN-DATE (1:6) = WS-LAST-PERIOD THEN
005420         GO TO 2150-EXIT
005430     END-IF
005440     MOVE RM-RUN-DATE (1:6) TO WS-LAST-PERIOD
005450     MOVE "N" TO WS-PERIOD-CLOSED-SWITCH
005460     IF NOT WS-PERIOD-FILE-OPEN THEN
005470         GO TO 2150-EXIT
005480     END-IF
005490     MOVE WS-LAST-PERIOD TO PC-PERIOD
005500     READ PERIOD-CTL-FILE
005510         INVALID KEY
005520             GO TO 2150-EXIT
005530     END-READ
005540     IF WS-PERIOD-STATUS NOT = "00" THEN
005550         DISPLAY "ERROR READING PERIOD-CTL-FILE, STATUS = "
005560             WS-PERIOD-STATUS
005570         MOVE 16 TO RETURN-CODE
005580         STOP RUN
005590     END-IF
005600     IF PC-CLOSED THEN
005610         SET WS-PERIOD-IS-CLOSED TO TRUE
005620     END-IF.
005630 2150-EXIT.
005640     EXIT.
005650*-----------------------------------------------------------------
005660*    THE OPERAND AUDIT TEXT IS WALKED TOKEN BY TOKEN - A WHOLE-
005670*    TOKEN MATCH, SO A CHANGE TO FEDRATE DOES NOT DRAG IN
005680*    FEDRATE2. THE SAME PASS NOTES WHETHER THE TEXT CARRIES ITS
005690*    OWN OPERATORS (A POSTFIX ROW) OR ONLY OPERANDS (A PREFIX
005700*    ROW, WHOSE OPERATOR RIDES SEPARATELY IN RM-OPERATOR).
005710*    ON A DEPENDANT PASS IT ALSO NOTES WHETHER AN "@" TOKEN
005720*    NAMES A RESULT THE LAST PASS CHANGED.
005730 2200-CHECK-REFERENCE.
005740     MOVE "N" TO WS-REF-FOUND-SWITCH
005750     MOVE "N" TO WS-POSTFIX-SWITCH
005760     MOVE "N" TO WS-DEPENDS-SWITCH
005770     MOVE 1 TO WS-TOKEN-PTR
005780     PERFORM 2210-CHECK-ONE-TOKEN THRU 2210-EXIT
005790         UNTIL WS-TOKEN-PTR > LENGTH OF RM-OPERANDS.
005800 2200-EXIT.
005810     EXIT.
005820*-----------------------------------------------------------------
005830 2210-CHECK-ONE-TOKEN.
005840     MOVE SPACES TO WS-TOKEN-WORK
005850     UNSTRING RM-OPERANDS DELIMITED BY ","
005860         INTO WS-TOKEN-WORK
005870         WITH POINTER WS-TOKEN-PTR
005880     END-UNSTRING
005890     PERFORM 2220-SHIFT-OFF-ONE-SPACE THRU 2220-EXIT
005900         UNTIL WS-TOKEN-WORK (1:1) NOT = SPACE
005910             OR WS-TOKEN-WORK = SPACES
005920     IF WS-TOKEN-WORK = WS-RATE-NAME THEN
005930         SET WS-REF-FOUND TO TRUE
005940     END-IF
005950     IF WS-TOKEN-IS-OPERATOR THEN
005960         SET WS-ROW-IS-POSTFIX TO TRUE
005970     END-IF
005980     IF WS-TOKEN-WORK (1:1) = "@" AND WS-PASS-NO > ZERO THEN
005990         PERFORM 2230-MATCH-CHANGED-REF THRU 2230-EXIT
006000     END-IF.
006010 2210-EXIT.
006020     EXIT.
006030*-----------------------------------------------------------------
006040 2220-SHIFT-OFF-ONE-SPACE.
006050     MOVE WS-TOKEN-WORK (2:19) TO WS-TOKEN-SHIFT
006060     MOVE WS-TOKEN-SHIFT TO WS-TOKEN-WORK.
006070 2220-EXIT.
006080     EXIT.
006090*-----------------------------------------------------------------
006100*    A REFERENCE RESOLVES AT THE ROW'S OWN EFFECTIVE DATE TO THE
006110*    LATEST ROW ON THE MASTER, SO ONLY A HELD ROW NOTHING HAS
006120*    SUPERSEDED CAN HAVE MOVED IT.
006130 2230-MATCH-CHANGED-REF.
006140     MOVE WS-TOKEN-WORK (2:10) TO WS-REF-ID
006150     PERFORM 2240-MATCH-ONE-HELD THRU 2240-EXIT
006160         VARYING WS-SCAN-IDX FROM 1 BY 1
006170         UNTIL WS-SCAN-IDX > WS-RST-USED
006180             OR WS-DEPENDS-ON-CHANGE.
006190 2230-EXIT.
006200     EXIT.
006210*-----------------------------------------------------------------
006220 2240-MATCH-ONE-HELD.
006230     IF WS-RST-EXPR-ID (WS-SCAN-IDX) = WS-REF-ID
006240         AND WS-RST-EFF-DATE (WS-SCAN-IDX) = RM-EFF-DATE
006250         AND NOT WS-RST-SUPERSEDED (WS-SCAN-IDX)
006260         AND WS-RST-PASS (WS-SCAN-IDX) = WS-PASS-NO - 1 THEN
006270         SET WS-DEPENDS-ON-CHANGE TO TRUE
006280     END-IF.
006290 2240-EXIT.
006300     EXIT.
006310*-----------------------------------------------------------------
006320*    A ROW THAT USES THE RATE. A CHANGED ROW IS HELD FOR POSTING
006330*    UNLESS ITS MONTH IS CLOSED; A ROW THE G/L HAS ALREADY
006340*    SETTLED IS NOTED SO FINANCE KNOWS A DELTA IS TO BOOK.
006350 2300-RESTATE-ROW.
006360     PERFORM 2350-RECOMPUTE-ROW THRU 2350-EXIT
006370     IF EVAL-INVALID THEN
006380         ADD 1 TO WS-ROWS-FAILED
006390         STRING "NOT RESTATED " EVAL-REASON-CODE
006400             DELIMITED BY SIZE
006410             INTO WS-DT-NOTE
006420         END-STRING
006430         PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT
006440         PERFORM 2390-DROP-ROW-PROOF THRU 2390-EXIT
006450         GO TO 2300-EXIT
006460     END-IF
006470     IF WS-DELTA-AMOUNT = ZERO THEN
006480         ADD 1 TO WS-ROWS-UNCHANGED
006490         MOVE "UNCHANGED" TO WS-DT-NOTE
006500         PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT
006510         PERFORM 2390-DROP-ROW-PROOF THRU 2390-EXIT
006520         GO TO 2300-EXIT
006530     END-IF
006540     ADD 1 TO WS-ROWS-CHANGED
006550     PERFORM 2150-CHECK-PERIOD THRU 2150-EXIT
006560     IF WS-PERIOD-IS-CLOSED THEN
006570         PERFORM 2380-REFUSE-CLOSED-ROW THRU 2380-EXIT
006580         GO TO 2300-EXIT
006590     END-IF
006600     ADD WS-OLD-AMOUNT TO WS-TOTAL-OLD
006610     ADD WS-NEW-AMOUNT TO WS-TOTAL-NEW
006620     ADD WS-DELTA-AMOUNT TO WS-TOTAL-DELTA
006630     IF RM-SETTLE-STATUS NOT = SPACES THEN
006640         MOVE "RESTATE-BOOK DELTA" TO WS-DT-NOTE
006650     ELSE
006660         MOVE "RESTATE" TO WS-DT-NOTE
006670     END-IF
006680     PERFORM 2500-HOLD-RESTATEMENT THRU 2500-EXIT
006690     PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT.
006700 2300-EXIT.
006710     EXIT.
006720*-----------------------------------------------------------------
006730*    REBUILDS THE FORMULA FROM THE MASTER ROW AND RUNS IT BACK
006740*    THROUGH THE EVALUATOR AT THE ROW'S OWN EFFECTIVE DATE. THE
006750*    AUDIT TEXT ALREADY SHOWS EFFDATE AS THE ACTUAL DATE USED,
006760*    SO THE RECOMPUTE SEES THE SAME DAY COUNTS AS THE ORIGINAL.
006770*    LEAVES THE DETAIL LINE FILLED IN UP TO THE NOTE, AND FOR A
006780*    ROW THAT PRICED THE NEW AMOUNT AND ITS DELTA.
006790 2350-RECOMPUTE-ROW.
006800     MOVE SPACES TO WS-EXPR-TEXT
006810     IF WS-ROW-IS-POSTFIX THEN
006820         MOVE RM-OPERANDS TO WS-EXPR-TEXT
006830     ELSE
006840         STRING RM-OPERATOR "," RM-OPERANDS DELIMITED BY SIZE
006850             INTO WS-EXPR-TEXT
006860         END-STRING
006870     END-IF
006880     PERFORM 2400-GET-ROUND-POLICY THRU 2400-EXIT
006890     MOVE RM-EFF-DATE TO EVAL-EFF-DATE
006900     MOVE WS-ROUND-POLICY (1:1) TO EVAL-ROUND-MODE
006910     MOVE WS-ROUND-POLICY (2:1) TO EVAL-ROUND-PLACES
006920*    THE PROOF IS WRITTEN WHILE THE EVALUATION IS IN HAND AND
006930*    DROPPED AGAIN (6000) FOR ANY ROW THAT DOES NOT END UP
006940*    POSTED UNDER THIS RESTATEMENT ID. ONE RESTATEMENT CAN
006950*    REPRICE SEVERAL ROWS OF ONE EXPRESSION AND EFFECTIVE DATE,
006960*    SO THE PROOF IS KEYED BY THE ROW'S RUN DATE
006970     SET EVAL-PROOF-WANTED TO TRUE
006980     MOVE RM-EXPR-ID TO EVAL-PROOF-EXPR-ID
006990     MOVE WS-RESTATE-ID TO EVAL-PROOF-RUN-ID
007000     MOVE RM-RUN-DATE TO EVAL-PROOF-KEY-DATE
007010*    A REFERENCED RESULT THIS RUN HAS RESTATED PRICES AT ITS
007020*    HELD NEW VALUE - RESOLVE-REFS LEAVES AN ENTRY ALREADY IN
007030*    THE TABLE ALONE AND TAKES ANY OTHER FROM THE MASTER
007040     MOVE ZERO TO REFS-COUNT
007050     IF WS-RST-USED > ZERO THEN
007060         PERFORM 2360-PRELOAD-HELD-VALUE THRU 2360-EXIT
007070             VARYING WS-SCAN-IDX FROM 1 BY 1
007080             UNTIL WS-SCAN-IDX > WS-RST-USED
007090     END-IF
007100     CALL "resolve-refs" USING
007110         BY CONTENT WS-EXPR-TEXT
007120         BY CONTENT RM-EFF-DATE
007130         BY REFERENCE EXPR-REFS
007140         BY REFERENCE WS-REFS-RESOLVE-STATUS
007150     END-CALL
007160     IF WS-REFS-RESOLVE-STATUS NOT = "00" THEN
007170         DISPLAY "RESULTS MASTER COULD NOT BE READ FOR @ "
007180             "REFERENCES - ENDING"
007190         MOVE 16 TO RETURN-CODE
007200         STOP RUN
007210     END-IF
007220     CALL "expr-eval" USING
007230         BY CONTENT WS-EXPR-TEXT
007240         BY REFERENCE RATES-TABLE
007250         BY REFERENCE EVAL-RESULT
007260         BY REFERENCE EXPR-REFS
007270     END-CALL
007280     IF EVAL-PROOF-STATUS NOT = "00" THEN
007290         DISPLAY "CALCULATION PROOF COULD NOT BE WRITTEN - "
007300             "ENDING"
007310         MOVE 16 TO RETURN-CODE
007320         STOP RUN
007330     END-IF
007340     MOVE SPACES TO WS-DETAIL-LINE
007350     MOVE RM-EXPR-ID TO WS-DT-EXPR-ID
007360     MOVE RM-RUN-DATE TO WS-DT-RUN-DATE
007370     MOVE RM-EFF-DATE TO WS-DT-EFF-DATE
007380     MOVE WS-ROUND-POLICY TO WS-DT-ROUND
007390     COMPUTE WS-OLD-AMOUNT = FUNCTION NUMVAL (RM-RESULT-TEXT)
007400     MOVE WS-OLD-AMOUNT TO WS-DT-OLD-AMOUNT
007410     IF EVAL-INVALID THEN
007420         MOVE SPACES TO WS-DT-NEW-TEXT
007430         MOVE SPACES TO WS-DT-DELTA-TEXT
007440         GO TO 2350-EXIT
007450     END-IF
007460     MOVE EVAL-RESULT-NUM TO WS-NEW-AMOUNT
007470     COMPUTE WS-DELTA-AMOUNT = WS-NEW-AMOUNT - WS-OLD-AMOUNT
007480     MOVE WS-NEW-AMOUNT TO WS-DT-NEW-AMOUNT
007490     MOVE WS-DELTA-AMOUNT TO WS-DT-DELTA.
007500 2350-EXIT.
007510     EXIT.
007520*-----------------------------------------------------------------
007530*    A WITHDRAWN ROW STANDS AT ITS MASTER VALUE AND A SUPERSEDED
007540*    ONE IS NOT WHAT THE REFERENCE TAKES - BOTH ARE LEFT TO
007550*    RESOLVE-REFS.
007560 2360-PRELOAD-HELD-VALUE.
007570     IF WS-RST-EFF-DATE (WS-SCAN-IDX) NOT = RM-EFF-DATE
007580         OR NOT WS-RST-HELD (WS-SCAN-IDX)
007590         OR WS-RST-SUPERSEDED (WS-SCAN-IDX) THEN
007600         GO TO 2360-EXIT
007610     END-IF
007620     IF REFS-COUNT >= REFS-MAX-ENTRIES THEN
007630         GO TO 2360-EXIT
007640     END-IF
007650     ADD 1 TO REFS-COUNT
007660     MOVE WS-RST-EXPR-ID (WS-SCAN-IDX)
007670         TO REFS-EXPR-ID (REFS-COUNT)
007680     MOVE RM-EFF-DATE TO REFS-EFF-DATE (REFS-COUNT)
007690     SET REFS-PRICED (REFS-COUNT) TO TRUE
007700     COMPUTE REFS-VALUE (REFS-COUNT)
007710         = FUNCTION NUMVAL (WS-RST-NEW-RESULT (WS-SCAN-IDX)).
007720 2360-EXIT.
007730     EXIT.
007740*-----------------------------------------------------------------
007750 2380-REFUSE-CLOSED-ROW.
007760     ADD 1 TO WS-ROWS-PERIOD-CLOSED
007770     MOVE "PERIOD CLOSED" TO WS-DT-NOTE
007780     PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT
007790     DISPLAY "ROW NOT RESTATED - PERIOD " WS-LAST-PERIOD
007800         " CLOSED: " RM-EXPR-ID " " RM-RUN-DATE
007810     PERFORM 2390-DROP-ROW-PROOF THRU 2390-EXIT.
007820 2380-EXIT.
007830     EXIT.
007840*-----------------------------------------------------------------
007850 2390-DROP-ROW-PROOF.
007860     MOVE RM-EXPR-ID TO PX-EXPR-ID
007870     MOVE RM-RUN-DATE TO PX-EFF-DATE
007880     PERFORM 6000-DROP-PROOF THRU 6000-EXIT.
007890 2390-EXIT.
007900     EXIT.
007910*-----------------------------------------------------------------
007920*    THE ROW RECOMPUTES UNDER THE POLICY IT FIRST PRICED WITH.
007930*    A ROW POSTED BEFORE THE MASTER CARRIED THE POLICY FALLS
007940*    BACK TO THE POLICY OF THE DEFINITION VERSION IN FORCE ON
007950*    THE ROW'S EFFECTIVE DATE; AN AD-HOC ROW WITH NEITHER TAKES
007960*    THE EVALUATOR DEFAULT.
007970 2400-GET-ROUND-POLICY.
007980     MOVE RM-ROUND-POLICY TO WS-ROUND-POLICY
007990     IF WS-ROUND-POLICY NOT = SPACES THEN
008000         GO TO 2400-EXIT
008010     END-IF
008020     IF NOT WS-DEFN-OPEN THEN
008030         GO TO 2400-EXIT
008040     END-IF
008050     MOVE RM-EXPR-ID TO ED-EXPR-ID
008060     MOVE LOW-VALUES TO ED-EFF-FROM-DATE
008070     START EXPR-DEFN-FILE KEY IS NOT LESS THAN ED-KEY
008080         INVALID KEY
008090             GO TO 2400-EXIT
008100     END-START
008110     MOVE "N" TO WS-DEFN-EOF-SWITCH
008120     PERFORM 2410-READ-DEFN-VERSION THRU 2410-EXIT
008130         UNTIL WS-DEFN-EOF.
008140 2400-EXIT.
008150     EXIT.
008160*-----------------------------------------------------------------
008170*    VERSIONS COME BACK IN EFFECTIVE-FROM ORDER - THE LAST ONE
008180*    NOT AFTER THE ROW'S EFFECTIVE DATE LEAVES ITS POLICY BEHIND
008190 2410-READ-DEFN-VERSION.
008200     READ EXPR-DEFN-FILE NEXT RECORD
008210         AT END
008220             SET WS-DEFN-EOF TO TRUE
008230             GO TO 2410-EXIT
008240     END-READ
008250     IF WS-DEFN-STATUS NOT = "00"
008260         OR ED-EXPR-ID NOT = RM-EXPR-ID
008270         OR ED-EFF-FROM-DATE > RM-EFF-DATE THEN
008280         SET WS-DEFN-EOF TO TRUE
008290         GO TO 2410-EXIT
008300     END-IF
008310     MOVE ED-ROUND-MODE TO WS-ROUND-POLICY (1:1)
008320     MOVE ED-ROUND-PLACES TO WS-ROUND-POLICY (2:1).
008330 2410-EXIT.
008340     EXIT.
008350*-----------------------------------------------------------------
008360*    CHANGED ROWS ARE HELD UNTIL THE OPERATOR HAS SEEN THE WHOLE
008370*    REGISTER. A RESTATEMENT TOO BIG FOR THE TABLE IS NOT POSTED
008380*    AT ALL RATHER THAN POSTED IN PART.
008390 2500-HOLD-RESTATEMENT.
008400     IF WS-RST-USED >= WS-RST-MAX THEN
008410         IF NOT WS-TABLE-FULL THEN
008420             DISPLAY "WARNING - RESTATEMENT TABLE FULL, THIS "
008430                 "RUN WILL NOT POST"
008440         END-IF
008450         SET WS-TABLE-FULL TO TRUE
008460         PERFORM 2390-DROP-ROW-PROOF THRU 2390-EXIT
008470         GO TO 2500-EXIT
008480     END-IF
008490     ADD 1 TO WS-RST-USED
008500     MOVE SPACES TO WS-NEW-RESULT-TEXT
008510     MOVE WS-NEW-AMOUNT TO WS-NEW-RESULT-NUM
008520     MOVE RM-EXPR-ID TO WS-RST-EXPR-ID (WS-RST-USED)
008530     MOVE RM-RUN-DATE TO WS-RST-RUN-DATE (WS-RST-USED)
008540     MOVE RM-EFF-DATE TO WS-RST-EFF-DATE (WS-RST-USED)
008550     MOVE RM-RESULT-TEXT TO WS-RST-OLD-RESULT (WS-RST-USED)
008560     MOVE WS-NEW-RESULT-TEXT TO WS-RST-NEW-RESULT (WS-RST-USED)
008570     MOVE EVAL-ROUND-APPLIED
008580         TO WS-RST-ROUND-POLICY (WS-RST-USED)
008590     MOVE WS-PASS-NO TO WS-RST-PASS (WS-RST-USED)
008600     SET WS-RST-HELD (WS-RST-USED) TO TRUE
008610     MOVE "N" TO WS-RST-SUPER-SW (WS-RST-USED)
008620     ADD 1 TO WS-ROWS-HELD.
008630 2500-EXIT.
008640     EXIT.
008650*-----------------------------------------------------------------
008660*    A ROW THAT REFERENCES A RESTATED ROW BY "@" PRICED OFF THE
008670*    OLD VALUE AND MUST BE RESTATED WITH IT - AND ANYTHING BUILT
008680*    ON THAT ROW IN TURN. EACH PASS RE-READS THE MASTER AND
008690*    RECOMPUTES THE ROWS THAT REFERENCE A RESULT THE LAST PASS
008700*    CHANGED; THE CHASE ENDS WITH THE FIRST PASS THAT CHANGES
008710*    NOTHING. A CHAIN STILL CHANGING AFTER WS-PASS-MAX PASSES
008720*    (ROWS THAT REFERENCE EACH OTHER) IS NOT POSTED.
008730 2600-CHASE-DEPENDANTS.
008740     IF WS-RST-USED = ZERO THEN
008750         GO TO 2600-EXIT
008760     END-IF
008770     SET WS-PASS-CHANGED TO TRUE
008780     PERFORM 2610-DEPENDANT-PASS THRU 2610-EXIT
008790         UNTIL NOT WS-PASS-CHANGED
008800             OR WS-TABLE-FULL
008810             OR WS-CHAIN-UNSETTLED.
008820 2600-EXIT.
008830     EXIT.
008840*-----------------------------------------------------------------
008850 2610-DEPENDANT-PASS.
008860     IF WS-PASS-NO >= WS-PASS-MAX THEN
008870         SET WS-CHAIN-UNSETTLED TO TRUE
008880         MOVE WS-PASS-MAX TO WS-COUNT-EDIT
008890         DISPLAY "WARNING - @ REFERENCES STILL CHANGING AFTER "
008900             WS-COUNT-EDIT " PASSES, THIS RUN WILL NOT POST"
008910         GO TO 2610-EXIT
008920     END-IF
008930     ADD 1 TO WS-PASS-NO
008940     MOVE "N" TO WS-PASS-CHANGED-SWITCH
008950     MOVE "N" TO WS-EOF-SWITCH
008960     MOVE LOW-VALUES TO RM-KEY
008970     START RESULT-MASTER-FILE KEY IS NOT LESS THAN RM-KEY
008980         INVALID KEY
008990             GO TO 2610-EXIT
009000     END-START
009010     IF WS-MASTER-STATUS NOT = "00" THEN
009020         DISPLAY "ERROR POSITIONING RESULT-MASTER, STATUS = "
009030             WS-MASTER-STATUS
009040         MOVE 16 TO RETURN-CODE
009050         STOP RUN
009060     END-IF
009070     PERFORM 2100-READ-MASTER THRU 2100-EXIT
009080     PERFORM 2620-CHECK-DEPENDANT THRU 2620-EXIT
009090         UNTIL WS-END-OF-FILE.
009100 2610-EXIT.
009110     EXIT.
009120*-----------------------------------------------------------------
009130 2620-CHECK-DEPENDANT.
009140     PERFORM 2050-MARK-SUPERSEDED THRU 2050-EXIT
009150     IF RM-STATUS NOT = "POSTED" AND RM-STATUS NOT = "RESTATED"
009160         THEN
009170         GO TO 2620-READ-NEXT
009180     END-IF
009190     PERFORM 2200-CHECK-REFERENCE THRU 2200-EXIT
009200     IF NOT WS-DEPENDS-ON-CHANGE THEN
009210         GO TO 2620-READ-NEXT
009220     END-IF
009230     PERFORM 2640-FIND-HELD-ROW THRU 2640-EXIT
009240     PERFORM 2350-RECOMPUTE-ROW THRU 2350-EXIT
009250     IF WS-HELD-IDX = ZERO THEN
009260         PERFORM 2650-NEW-DEPENDANT THRU 2650-EXIT
009270     ELSE
009280         PERFORM 2660-REVISE-HELD-ROW THRU 2660-EXIT
009290     END-IF.
009300 2620-READ-NEXT.
009310     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
009320 2620-EXIT.
009330     EXIT.
009340*-----------------------------------------------------------------
009350 2640-FIND-HELD-ROW.
009360     MOVE ZERO TO WS-HELD-IDX
009370     PERFORM 2645-MATCH-HELD-KEY THRU 2645-EXIT
009380         VARYING WS-SCAN-IDX FROM 1 BY 1
009390         UNTIL WS-SCAN-IDX > WS-RST-USED
009400             OR WS-HELD-IDX > ZERO.
009410 2640-EXIT.
009420     EXIT.
009430*-----------------------------------------------------------------
009440 2645-MATCH-HELD-KEY.
009450     IF WS-RST-EXPR-ID (WS-SCAN-IDX) = RM-EXPR-ID
009460         AND WS-RST-RUN-DATE (WS-SCAN-IDX) = RM-RUN-DATE THEN
009470         MOVE WS-SCAN-IDX TO WS-HELD-IDX
009480     END-IF.
009490 2645-EXIT.
009500     EXIT.
009510*-----------------------------------------------------------------
009520*    A ROW NOT YET HELD - THE SAME OUTCOMES AS A ROW THAT USES
009530*    THE RATE, COUNTED SEPARATELY ON THE REGISTER.
009540 2650-NEW-DEPENDANT.
009550     ADD 1 TO WS-ROWS-DEPENDANT
009560     IF EVAL-INVALID THEN
009570         ADD 1 TO WS-ROWS-VIA-REF-FAILED
009580         STRING "NOT RESTATED " EVAL-REASON-CODE
009590             DELIMITED BY SIZE
009600             INTO WS-DT-NOTE
009610         END-STRING
009620         PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT
009630         PERFORM 2390-DROP-ROW-PROOF THRU 2390-EXIT
009640         GO TO 2650-EXIT
009650     END-IF
009660     IF WS-DELTA-AMOUNT = ZERO THEN
009670         ADD 1 TO WS-ROWS-VIA-REF-SAME
009680         MOVE "UNCHANGED VIA @REF" TO WS-DT-NOTE
009690         PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT
009700         PERFORM 2390-DROP-ROW-PROOF THRU 2390-EXIT
009710         GO TO 2650-EXIT
009720     END-IF
009730     ADD 1 TO WS-ROWS-VIA-REF
009740     PERFORM 2150-CHECK-PERIOD THRU 2150-EXIT
009750     IF WS-PERIOD-IS-CLOSED THEN
009760         PERFORM 2380-REFUSE-CLOSED-ROW THRU 2380-EXIT
009770         GO TO 2650-EXIT
009780     END-IF
009790     ADD WS-OLD-AMOUNT TO WS-TOTAL-OLD
009800     ADD WS-NEW-AMOUNT TO WS-TOTAL-NEW
009810     ADD WS-DELTA-AMOUNT TO WS-TOTAL-DELTA
009820     IF RM-SETTLE-STATUS NOT = SPACES THEN
009830         MOVE "VIA @REF-BOOK DELTA" TO WS-DT-NOTE
009840     ELSE
009850         MOVE "RESTATE VIA @REF" TO WS-DT-NOTE
009860     END-IF
009870     PERFORM 2500-HOLD-RESTATEMENT THRU 2500-EXIT
009880     PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT
009890     SET WS-PASS-CHANGED TO TRUE.
009900 2650-EXIT.
009910     EXIT.
009920*-----------------------------------------------------------------
009930*    A ROW ALREADY HELD WHOSE REFERENCE HAS MOVED SINCE IT WAS
009940*    PRICED. A NEW VALUE REPLACES THE HELD ONE; A ROW THAT NOW
009950*    COMES BACK TO ITS MASTER VALUE, OR NO LONGER PRICES, IS
009960*    WITHDRAWN AND WILL NOT POST. EITHER WAY ITS OWN DEPENDANTS
009970*    ARE CHASED AGAIN ON THE NEXT PASS.
009980 2660-REVISE-HELD-ROW.
009990     IF EVAL-INVALID OR WS-DELTA-AMOUNT = ZERO THEN
010000         IF WS-RST-WITHDRAWN (WS-HELD-IDX) THEN
010010             PERFORM 2390-DROP-ROW-PROOF THRU 2390-EXIT
010020             GO TO 2660-EXIT
010030         END-IF
010040         PERFORM 2670-UNCOUNT-HELD-ROW THRU 2670-EXIT
010050         SET WS-RST-WITHDRAWN (WS-HELD-IDX) TO TRUE
010060         MOVE WS-PASS-NO TO WS-RST-PASS (WS-HELD-IDX)
010070         ADD 1 TO WS-ROWS-WITHDRAWN
010080         IF EVAL-INVALID THEN
010090             STRING "WITHDRAWN " EVAL-REASON-CODE
010100                 DELIMITED BY SIZE
010110                 INTO WS-DT-NOTE
010120             END-STRING
010130         ELSE
010140             MOVE "WITHDRAWN UNCHANGED" TO WS-DT-NOTE
010150         END-IF
010160         PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT
010170         PERFORM 2390-DROP-ROW-PROOF THRU 2390-EXIT
010180         SET WS-PASS-CHANGED TO TRUE
010190         GO TO 2660-EXIT
010200     END-IF
010210     MOVE SPACES TO WS-NEW-RESULT-TEXT
010220     MOVE WS-NEW-AMOUNT TO WS-NEW-RESULT-NUM
010230     IF WS-RST-HELD (WS-HELD-IDX)
010240         AND WS-NEW-RESULT-TEXT = WS-RST-NEW-RESULT (WS-HELD-IDX)
010250         THEN
010260         GO TO 2660-EXIT
010270     END-IF
010280     PERFORM 2670-UNCOUNT-HELD-ROW THRU 2670-EXIT
010290     MOVE WS-NEW-RESULT-TEXT TO WS-RST-NEW-RESULT (WS-HELD-IDX)
010300     MOVE EVAL-ROUND-APPLIED
010310         TO WS-RST-ROUND-POLICY (WS-HELD-IDX)
010320     SET WS-RST-HELD (WS-HELD-IDX) TO TRUE
010330     MOVE WS-PASS-NO TO WS-RST-PASS (WS-HELD-IDX)
010340     ADD 1 TO WS-ROWS-HELD
010350     ADD WS-OLD-AMOUNT TO WS-TOTAL-OLD
010360     ADD WS-NEW-AMOUNT TO WS-TOTAL-NEW
010370     ADD WS-DELTA-AMOUNT TO WS-TOTAL-DELTA
010380     ADD 1 TO WS-ROWS-REVISED
010390     MOVE "REVISED VIA @REF" TO WS-DT-NOTE
010400     PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT
010410     SET WS-PASS-CHANGED TO TRUE.
010420 2660-EXIT.
010430     EXIT.
010440*-----------------------------------------------------------------
010450*    TAKES A HELD ROW'S AMOUNTS BACK OUT OF THE TOTALS BEFORE
010460*    IT IS REVISED OR WITHDRAWN.
010470 2670-UNCOUNT-HELD-ROW.
010480     IF NOT WS-RST-HELD (WS-HELD-IDX) THEN
010490         GO TO 2670-EXIT
010500     END-IF
010510     COMPUTE WS-ENTRY-OLD
010520         = FUNCTION NUMVAL (WS-RST-OLD-RESULT (WS-HELD-IDX))
010530     COMPUTE WS-ENTRY-NEW
010540         = FUNCTION NUMVAL (WS-RST-NEW-RESULT (WS-HELD-IDX))
010550     SUBTRACT WS-ENTRY-OLD FROM WS-TOTAL-OLD
010560     SUBTRACT WS-ENTRY-NEW FROM WS-TOTAL-NEW
010570     COMPUTE WS-TOTAL-DELTA
010580         = WS-TOTAL-DELTA - (WS-ENTRY-NEW - WS-ENTRY-OLD)
010590     SUBTRACT 1 FROM WS-ROWS-HELD.
010600 2670-EXIT.
010610     EXIT.
010620*-----------------------------------------------------------------
010630 3000-PRINT-DETAIL.
010640     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN
010650         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
010660     END-IF
010670     MOVE WS-DETAIL-LINE TO REPORT-LINE
010680     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
010690     ADD 1 TO WS-LINE-COUNT.
010700 3000-EXIT.
010710     EXIT.
010720*-----------------------------------------------------------------
010730 4000-PAGE-HEADING.
010740     ADD 1 TO WS-PAGE-COUNT
010750     MOVE WS-PAGE-COUNT TO WS-HD-PAGE
010760     IF WS-PAGE-COUNT > 1 THEN
010770         MOVE SPACES TO REPORT-LINE
010780         PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
010790     END-IF
010800     MOVE WS-HEAD-1 TO REPORT-LINE
010810     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
010820     MOVE WS-HEAD-2 TO REPORT-LINE
010830     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
010840     MOVE SPACES TO REPORT-LINE
010850     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
010860     MOVE WS-HEAD-3 TO REPORT-LINE
010870     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
010880     MOVE WS-HEAD-4 TO REPORT-LINE
010890     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
010900     MOVE 6 TO WS-LINE-COUNT.
010910 4000-EXIT.
010920     EXIT.
010930*-----------------------------------------------------------------
010940 4100-WRITE-REPORT-LINE.
010950     WRITE REPORT-LINE
010960     IF WS-REPORT-STATUS NOT = "00" THEN
010970         DISPLAY "ERROR WRITING REPORT-FILE, STATUS = "
010980             WS-REPORT-STATUS
010990         MOVE 16 TO RETURN-CODE
011000         STOP RUN
011010     END-IF.
011020 4100-EXIT.
011030     EXIT.
011040*-----------------------------------------------------------------
011050*    NOTHING IS REWRITTEN UNTIL THE OPERATOR HAS THE REGISTER IN
011060*    HAND AND ANSWERS "Y". EACH HELD ROW IS RE-READ BY KEY AND
011070*    SKIPPED IF ITS RESULT MOVED SINCE THE SCAN. WHEN NOTHING IS
011080*    POSTED THE PROOFS OF THE HELD ROWS ARE DROPPED - THE
011090*    TABLE-FULL AND UNSETTLED-CHAIN ONES BEFORE RC 8 IS SET, AS
011100*    THE CALL WOULD CLEAR IT. A RESTATEMENT MISSING SOME OF ITS
011110*    DEPENDANT ROWS IS NOT POSTED AT ALL.
011120 5000-CONFIRM-AND-POST.
011130     IF WS-TABLE-FULL THEN
011140         DISPLAY "RESTATEMENT NOT POSTED - TOO MANY ROWS FOR ONE "
011150             "RUN, SPLIT THE WINDOW"
011160         PERFORM 5200-DROP-HELD-PROOF THRU 5200-EXIT
011170             VARYING WS-RST-IDX FROM 1 BY 1
011180             UNTIL WS-RST-IDX > WS-RST-USED
011190         MOVE 8 TO RETURN-CODE
011200         GO TO 5000-EXIT
011210     END-IF
011220     IF WS-CHAIN-UNSETTLED THEN
011230         DISPLAY "RESTATEMENT NOT POSTED - @ REFERENCES DID NOT "
011240             "SETTLE, CHECK FOR ROWS THAT REFERENCE EACH OTHER"
011250         PERFORM 5200-DROP-HELD-PROOF THRU 5200-EXIT
011260             VARYING WS-RST-IDX FROM 1 BY 1
011270             UNTIL WS-RST-IDX > WS-RST-USED
011280         MOVE 8 TO RETURN-CODE
011290         GO TO 5000-EXIT
011300     END-IF
011310     IF WS-ROWS-HELD = ZERO THEN
011320         DISPLAY "NO RESULTS CHANGED - NOTHING TO POST"
011330         GO TO 5000-EXIT
011340     END-IF
011350     MOVE WS-ROWS-HELD TO WS-COUNT-EDIT
011360     DISPLAY "REVIEW THE RSTRPT REGISTER. POST " WS-COUNT-EDIT
011370         " RESTATED RESULTS TO RESULTMST? (Y/N):"
011380     MOVE SPACE TO WS-CONFIRM-ANSWER
011390     ACCEPT WS-CONFIRM-ANSWER
011400     IF WS-CONFIRM-ANSWER NOT = "Y" THEN
011410         DISPLAY "RESTATEMENT NOT POSTED - REGISTER ONLY"
011420         PERFORM 5200-DROP-HELD-PROOF THRU 5200-EXIT
011430             VARYING WS-RST-IDX FROM 1 BY 1
011440             UNTIL WS-RST-IDX > WS-RST-USED
011450         GO TO 5000-EXIT
011460     END-IF
011470*    THE MONTHS ARE LOOKED UP AFRESH - ONE MAY HAVE CLOSED WHILE
011480*    THE REGISTER WAS BEING REVIEWED
011490     MOVE SPACES TO WS-LAST-PERIOD
011500     PERFORM 5100-POST-ONE-RESTATEMENT THRU 5100-EXIT
011510         VARYING WS-RST-IDX FROM 1 BY 1
011520         UNTIL WS-RST-IDX > WS-RST-USED.
011530 5000-EXIT.
011540     EXIT.
011550*-----------------------------------------------------------------
011560*    A WITHDRAWN ROW'S PROOF WAS DROPPED WHEN IT WAS WITHDRAWN.
011570 5100-POST-ONE-RESTATEMENT.
011580     IF WS-RST-WITHDRAWN (WS-RST-IDX) THEN
011590         GO TO 5100-EXIT
011600     END-IF
011610     MOVE WS-RST-EXPR-ID (WS-RST-IDX) TO RM-EXPR-ID
011620     MOVE WS-RST-RUN-DATE (WS-RST-IDX) TO RM-RUN-DATE
011630     READ RESULT-MASTER-FILE
011640         INVALID KEY
011650             DISPLAY "ROW NO LONGER ON MASTER, NOT RESTATED: "
011660                 RM-EXPR-ID " / " RM-RUN-DATE
011670             PERFORM 5200-DROP-HELD-PROOF THRU 5200-EXIT
011680             GO TO 5100-EXIT
011690     END-READ
011700     IF WS-MASTER-STATUS NOT = "00" THEN
011710         DISPLAY "ERROR READING RESULT-MASTER, STATUS = "
011720             WS-MASTER-STATUS
011730         MOVE 16 TO RETURN-CODE
011740         STOP RUN
011750     END-IF
011760     IF RM-RESULT-TEXT NOT = WS-RST-OLD-RESULT (WS-RST-IDX) THEN
011770         DISPLAY "ROW CHANGED SINCE THE SCAN, NOT RESTATED: "
011780             RM-EXPR-ID " / " RM-RUN-DATE
011790         PERFORM 5200-DROP-HELD-PROOF THRU 5200-EXIT
011800         GO TO 5100-EXIT
011810     END-IF
011820     PERFORM 2150-CHECK-PERIOD THRU 2150-EXIT
011830     IF WS-PERIOD-IS-CLOSED THEN
011840         PERFORM 5150-LIST-CLOSED-ROW THRU 5150-EXIT
011850         GO TO 5100-EXIT
011860     END-IF
011870*    ONLY THE FIRST RESTATEMENT SAVES THE ORIGINAL - A ROW
011880*    RESTATED TWICE STILL SHOWS WHAT IT FIRST POSTED AT
011890     IF RM-ORIG-RESULT-TEXT = SPACES THEN
011900         MOVE RM-RESULT-TEXT TO RM-ORIG-RESULT-TEXT
011910     END-IF
011920     MOVE WS-RST-NEW-RESULT (WS-RST-IDX) TO RM-RESULT-TEXT
011930     MOVE "RESTATED" TO RM-STATUS
011940     MOVE WS-RESTATE-ID TO RM-RESTATE-ID
011950     IF RM-ROUND-POLICY = SPACES THEN
011960         MOVE WS-RST-ROUND-POLICY (WS-RST-IDX) TO RM-ROUND-POLICY
011970     END-IF
011980*    THE LEDGER STILL HOLDS WHAT THE ROW SETTLED AT - THE
011990*    STATUS SAYS SO UNTIL FINANCE BOOKS THE DIFFERENCE
012000     IF RM-SETTLE-STATUS NOT = SPACES THEN
012010         SET RM-RESTATED-AFTER-SETTLE TO TRUE
012020         ADD 1 TO WS-ROWS-SETTLE-FLAGGED
012030     END-IF
012040     REWRITE RESULT-MASTER-RECORD
012050         INVALID KEY
012060             DISPLAY "ERROR REWRITING RESULT-MASTER, STATUS = "
012070                 WS-MASTER-STATUS
012080             MOVE 16 TO RETURN-CODE
012090             STOP RUN
012100     END-REWRITE
012110     IF WS-MASTER-STATUS NOT = "00" THEN
012120         DISPLAY "ERROR REWRITING RESULT-MASTER, STATUS = "
012130             WS-MASTER-STATUS
012140         MOVE 16 TO RETURN-CODE
012150         STOP RUN
012160     END-IF
012170     ADD 1 TO WS-ROWS-POSTED.
012180 5100-EXIT.
012190     EXIT.
012200*-----------------------------------------------------------------
012210*    A MONTH CLOSED SINCE THE SCAN - THE ROW GOES ON THE REGISTER
012220*    AS IT WAS HELD, MARKED PERIOD CLOSED, AND IS NOT REWRITTEN.
012230 5150-LIST-CLOSED-ROW.
012240     ADD 1 TO WS-ROWS-PERIOD-CLOSED
012250     MOVE SPACES TO WS-DETAIL-LINE
012260     MOVE RM-EXPR-ID TO WS-DT-EXPR-ID
012270     MOVE RM-RUN-DATE TO WS-DT-RUN-DATE
012280     MOVE RM-EFF-DATE TO WS-DT-EFF-DATE
012290     MOVE WS-RST-ROUND-POLICY (WS-RST-IDX) TO WS-DT-ROUND
012300     COMPUTE WS-ENTRY-OLD
012310         = FUNCTION NUMVAL (WS-RST-OLD-RESULT (WS-RST-IDX))
012320     COMPUTE WS-ENTRY-NEW
012330         = FUNCTION NUMVAL (WS-RST-NEW-RESULT (WS-RST-IDX))
012340     MOVE WS-ENTRY-OLD TO WS-DT-OLD-AMOUNT
012350     MOVE WS-ENTRY-NEW TO WS-DT-NEW-AMOUNT
012360     COMPUTE WS-DT-DELTA = WS-ENTRY-NEW - WS-ENTRY-OLD
012370     MOVE "PERIOD CLOSED" TO WS-DT-NOTE
012380     PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT
012390     DISPLAY "ROW NOT RESTATED - PERIOD " WS-LAST-PERIOD
012400         " CLOSED: " RM-EXPR-ID " " RM-RUN-DATE
012410     PERFORM 5200-DROP-HELD-PROOF THRU 5200-EXIT.
012420 5150-EXIT.
012430     EXIT.
012440*-----------------------------------------------------------------
012450 5200-DROP-HELD-PROOF.
012460     MOVE WS-RST-EXPR-ID (WS-RST-IDX) TO PX-EXPR-ID
012470     MOVE WS-RST-RUN-DATE (WS-RST-IDX) TO PX-EFF-DATE
012480     PERFORM 6000-DROP-PROOF THRU 6000-EXIT.
012490 5200-EXIT.
012500     EXIT.
012510*-----------------------------------------------------------------
012520*    A BEGIN WITH NO STEPS AFTER IT CLEARS THE PROOF ON FILE FOR
012530*    THE EXPRESSION IN PX-EXPR-ID AND THE ROW RUN DATE IN
012540*    PX-EFF-DATE UNDER THIS RUN'S RESTATEMENT ID. A PROOF THAT
012550*    CANNOT BE CLEARED ENDS THE RUN THE SAME WAY ONE THAT
012560*    CANNOT BE WRITTEN DOES.
012570 6000-DROP-PROOF.
012580     MOVE WS-RESTATE-ID TO PX-RUN-ID
012590     SET PX-BEGIN TO TRUE
012600     CALL "proof-trace" USING
012610         BY REFERENCE PROOF-CALL
012620     END-CALL
012630     IF NOT PX-OK THEN
012640         DISPLAY "CALCULATION PROOF COULD NOT BE CLEARED - "
012650             "ENDING"
012660         MOVE 16 TO RETURN-CODE
012670         STOP RUN
012680     END-IF.
012690 6000-EXIT.
012700     EXIT.
012710*-----------------------------------------------------------------
012720 7000-PRINT-TOTALS.
012730     IF WS-LINE-COUNT + 18 >= WS-LINES-PER-PAGE THEN
012740         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
012750     END-IF
012760     MOVE SPACES TO REPORT-LINE
012770     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
012780     MOVE "MASTER ROWS READ" TO WS-TL-LABEL
012790     MOVE WS-ROWS-READ TO WS-TL-COUNT
012800     MOVE WS-TOTAL-LINE TO REPORT-LINE
012810     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
012820     MOVE "ROWS IN WINDOW" TO WS-TL-LABEL
012830     MOVE WS-ROWS-IN-WINDOW TO WS-TL-COUNT
012840     MOVE WS-TOTAL-LINE TO REPORT-LINE
012850     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
012860     MOVE "ROWS USING THE RATE" TO WS-TL-LABEL
012870     MOVE WS-ROWS-AFFECTED TO WS-TL-COUNT
012880     MOVE WS-TOTAL-LINE TO REPORT-LINE
012890     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
012900     MOVE "  RESULT CHANGED" TO WS-TL-LABEL
012910     MOVE WS-ROWS-CHANGED TO WS-TL-COUNT
012920     MOVE WS-TOTAL-LINE TO REPORT-LINE
012930     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
012940     MOVE "  RESULT UNCHANGED" TO WS-TL-LABEL
012950     MOVE WS-ROWS-UNCHANGED TO WS-TL-COUNT
012960     MOVE WS-TOTAL-LINE TO REPORT-LINE
012970     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
012980     MOVE "  COULD NOT BE RESTATED" TO WS-TL-LABEL
012990     MOVE WS-ROWS-FAILED TO WS-TL-COUNT
013000     MOVE WS-TOTAL-LINE TO REPORT-LINE
013010     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
013020     MOVE "RECOMPUTED VIA @ REFERENCE" TO WS-TL-LABEL
013030     MOVE WS-ROWS-DEPENDANT TO WS-TL-COUNT
013040     MOVE WS-TOTAL-LINE TO REPORT-LINE
013050     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
013060     MOVE "  RESULT CHANGED" TO WS-TL-LABEL
013070     MOVE WS-ROWS-VIA-REF TO WS-TL-COUNT
013080     MOVE WS-TOTAL-LINE TO REPORT-LINE
013090     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
013100     MOVE "  RESULT UNCHANGED" TO WS-TL-LABEL
013110     MOVE WS-ROWS-VIA-REF-SAME TO WS-TL-COUNT
013120     MOVE WS-TOTAL-LINE TO REPORT-LINE
013130     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
013140     MOVE "  COULD NOT BE RESTATED" TO WS-TL-LABEL
013150     MOVE WS-ROWS-VIA-REF-FAILED TO WS-TL-COUNT
013160     MOVE WS-TOTAL-LINE TO REPORT-LINE
013170     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
013180     MOVE "HELD RESULTS REVISED VIA @" TO WS-TL-LABEL
013190     MOVE WS-ROWS-REVISED TO WS-TL-COUNT
013200     MOVE WS-TOTAL-LINE TO REPORT-LINE
013210     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
013220     MOVE "HELD RESULTS WITHDRAWN" TO WS-TL-LABEL
013230     MOVE WS-ROWS-WITHDRAWN TO WS-TL-COUNT
013240     MOVE WS-TOTAL-LINE TO REPORT-LINE
013250     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
013260     MOVE "PERIOD CLOSED - NOT RESTATED" TO WS-TL-LABEL
013270     MOVE WS-ROWS-PERIOD-CLOSED TO WS-TL-COUNT
013280     MOVE WS-TOTAL-LINE TO REPORT-LINE
013290     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
013300     MOVE "RESULTS HELD FOR POSTING" TO WS-TL-LABEL
013310     MOVE WS-ROWS-HELD TO WS-TL-COUNT
013320     MOVE WS-TOTAL-LINE TO REPORT-LINE
013330     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
013340     MOVE "OLD TOTAL (HELD ROWS)" TO WS-AL-LABEL
013350     MOVE WS-TOTAL-OLD TO WS-AL-AMOUNT
013360     MOVE WS-AMOUNT-LINE TO REPORT-LINE
013370     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
013380     MOVE "NEW TOTAL (HELD ROWS)" TO WS-AL-LABEL
013390     MOVE WS-TOTAL-NEW TO WS-AL-AMOUNT
013400     MOVE WS-AMOUNT-LINE TO REPORT-LINE
013410     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
013420     MOVE "NET RESTATEMENT DELTA" TO WS-AL-LABEL
013430     MOVE WS-TOTAL-DELTA TO WS-AL-AMOUNT
013440     MOVE WS-AMOUNT-LINE TO REPORT-LINE
013450     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
013460     ADD 18 TO WS-LINE-COUNT.
013470 7000-EXIT.
013480     EXIT.
013490*-----------------------------------------------------------------
013500 8000-PRINT-CONTROL-TOTALS.
013510     MOVE WS-ROWS-AFFECTED TO WS-COUNT-EDIT
013520     DISPLAY "ROWS USING THE RATE:   " WS-COUNT-EDIT
013530     MOVE WS-ROWS-CHANGED TO WS-COUNT-EDIT
013540     DISPLAY "RESULTS CHANGED:       " WS-COUNT-EDIT
013550     MOVE WS-ROWS-FAILED TO WS-COUNT-EDIT
013560     DISPLAY "COULD NOT BE RESTATED: " WS-COUNT-EDIT
013570     MOVE WS-ROWS-VIA-REF TO WS-COUNT-EDIT
013580     DISPLAY "CHANGED VIA @ REF:     " WS-COUNT-EDIT
013590     MOVE WS-ROWS-VIA-REF-FAILED TO WS-COUNT-EDIT
013600     DISPLAY "FAILED VIA @ REF:      " WS-COUNT-EDIT
013610     MOVE WS-ROWS-PERIOD-CLOSED TO WS-COUNT-EDIT
013620     DISPLAY "PERIOD CLOSED:         " WS-COUNT-EDIT
013630     MOVE WS-ROWS-POSTED TO WS-COUNT-EDIT
013640     DISPLAY "RESTATEMENTS POSTED:   " WS-COUNT-EDIT
013650     MOVE WS-ROWS-SETTLE-FLAGGED TO WS-COUNT-EDIT
013660     DISPLAY "SETTLED - BOOK DELTA:  " WS-COUNT-EDIT
013670*    A ROW THAT WOULD NOT RECOMPUTE NEEDS A HUMAN LOOK - SAME
013680*    RC 4 AS A PARTIAL BAD BATCH. SO DOES A ROW REFUSED FOR A
013690*    CLOSED MONTH - FINANCE REOPENS IT OR LETS THE NUMBER STAND
013700     IF WS-ROWS-FAILED > ZERO AND RETURN-CODE < 4 THEN
013710         MOVE 4 TO RETURN-CODE
013720     END-IF
013730     IF WS-ROWS-VIA-REF-FAILED > ZERO AND RETURN-CODE < 4 THEN
013740         MOVE 4 TO RETURN-CODE
013750     END-IF
013760     IF WS-ROWS-PERIOD-CLOSED > ZERO AND RETURN-CODE < 4 THEN
013770         MOVE 4 TO RETURN-CODE
013780     END-IF.
013790 8000-EXIT.
013800     EXIT.
013810*-----------------------------------------------------------------
013820 9000-TERMINATE.
013830     CLOSE RESULT-MASTER-FILE
013840     IF WS-DEFN-OPEN THEN
013850         CLOSE EXPR-DEFN-FILE
013860     END-IF
013870     IF WS-PERIOD-FILE-OPEN THEN
013880         CLOSE PERIOD-CTL-FILE
013890     END-IF
013900*    A CALLED PROGRAM RETURNS WITH ITS OWN RETURN-CODE, SO THE
013910*    RC SET BY 5000 OR 8000 IS HELD OVER THE CLOSE
013920     MOVE RETURN-CODE TO WS-SAVE-RC
013930     SET PX-CLOSE TO TRUE
013940     CALL "proof-trace" USING
013950         BY REFERENCE PROOF-CALL
013960     END-CALL
013970     MOVE WS-SAVE-RC TO RETURN-CODE
013980     CLOSE REPORT-FILE.
013990 9000-EXIT.
014000     EXIT.
014010 END PROGRAM rate-restate.

       COPY stack-utilities.

       COPY expr-evaluate.

       COPY rates-utilities.

       COPY refs-utilities.

       COPY proof-utilities.
