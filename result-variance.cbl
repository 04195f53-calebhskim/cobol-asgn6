000260*    DATE       INIT  DESCRIPTION
000270*    ---------  ----  ------------------------------------------
000280*    2026-09-02 DM    ORIGINAL.
000290*    2026-10-14 DM    A ROW RESTATED BY RATE-RESTATE COUNTS AT
000300*                     ITS RESTATED VALUE, THE SAME AS A POSTED
000310*                     ROW.
000320*    2026-10-14 DM    THE RUN IS NOW UNDER NIGHTLY CYCLE CONTROL.
000330*                     BEFORE ANY FILE IS OPENED, CYCLE-STEP
000340*                     (CYCLE-UTILITIES COPYBOOK) CHECKS THE
000350*                     CYCLECTL ROW FOR THE BUSINESS DATE ON THE
000360*                     CYCPARM CARD AND REFUSES THE RUN WITH RC 12
000370*                     WHEN RESULT-POST HAS NOT ENDED NORMALLY FOR
000380*                     THAT DATE, OR WHEN THE VARIANCE REPORT
000390*                     ALREADY COMPLETED FOR IT AND NO RERUN IS
000400*                     AUTHORIZED. THE END OF THE RUN IS RECORDED
000410*                     ON CYCLECTL WITH THE RETURN CODE.
000420*    2026-10-14 DM    NEGATIVE RESULTS (CREDITS) ARE NOW ON THE
000430*                     MASTER. THE PREVIOUS AND CURRENT COLUMNS
000440*                     MARK A CREDIT WITH A TRAILING CR; THE CHANGE
000450*                     COLUMN KEEPS ITS MINUS SIGN FOR A DECREASE.
000460*                     THE PERCENTAGE MOVEMENT IS TAKEN AGAINST THE
000470*                     SIZE OF THE PREVIOUS RESULT, SO A CREDIT
000480*                     THAT GROWS OR SHRINKS IS MEASURED THE SAME
000490*                     WAY AS A CHARGE.
000500*****************************************************************
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT RESULT-MASTER-FILE ASSIGN TO "RESULTMST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS RM-KEY
000580         FILE STATUS IS WS-MASTER-STATUS.
000590     SELECT VAR-PARM-FILE ASSIGN TO "VARPARM"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-VAR-PARM-STATUS.
000620     SELECT REPORT-FILE ASSIGN TO "VAREXCPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-REPORT-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  RESULT-MASTER-FILE.
000680 COPY result-master.
000690 FD  VAR-PARM-FILE.
000700 01  VAR-PARM-RECORD             PIC X(80).
000710 FD  REPORT-FILE.
000720 01  REPORT-LINE                 PIC X(132).
000730 WORKING-STORAGE SECTION.
000740 77  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
000750 77  WS-VAR-PARM-STATUS          PIC X(02) VALUE SPACES.
000760 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
000770 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000780     88  WS-END-OF-FILE                     VALUE "Y".
000790 77  WS-PAGE-COUNT               PIC 9(04) VALUE ZERO.
000800 77  WS-LINE-COUNT               PIC S9(04) COMP VALUE +999.
000810 77  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE +55.
000820 77  WS-ROWS-READ                PIC 9(09) VALUE ZERO.
000830 77  WS-EXPRS-COMPARED           PIC 9(09) VALUE ZERO.
000840 77  WS-EXCEPTION-COUNT          PIC 9(09) VALUE ZERO.
000850 01  WS-PCT-TOLERANCE            PIC 9(03)V9(02) VALUE 10.
000860 01  WS-ABS-TOLERANCE            PIC 9(09)V9(04) VALUE 1000.
000870 01  WS-PARM-PCT-TEXT            PIC X(20) VALUE SPACES.
000880 01  WS-PARM-ABS-TEXT            PIC X(20) VALUE SPACES.
000890 01  WS-CURR-RUN-DATE            PIC X(08) VALUE SPACES.
000900 01  WS-PREV-RUN-DATE            PIC X(08) VALUE SPACES.
000910 01  WS-GROUP-EXPR-ID            PIC X(10) VALUE SPACES.
000920 77  WS-PREV-FOUND-SWITCH        PIC X(01) VALUE "N".
000930     88  WS-PREV-FOUND                      VALUE "Y".
000940 77  WS-CURR-FOUND-SWITCH        PIC X(01) VALUE "N".
000950     88  WS-CURR-FOUND                      VALUE "Y".
000960 01  WS-PREV-AMOUNT              PIC S9(09)V9(04) VALUE ZERO.
000970 01  WS-CURR-AMOUNT              PIC S9(09)V9(04) VALUE ZERO.
000980 01  WS-MOVE-AMOUNT              PIC S9(10)V9(04) VALUE ZERO.
000990 01  WS-MOVE-ABS                 PIC 9(10)V9(04) VALUE ZERO.
001000 01  WS-PREV-ABS                 PIC 9(09)V9(04) VALUE ZERO.
001010 01  WS-MOVE-PCT                 PIC 9(07)V9(02) VALUE ZERO.
001020 77  WS-EXCEPT-REASON            PIC X(16) VALUE SPACES.
001030 77  WS-FLAG-SWITCH              PIC X(01) VALUE "N".
001040     88  WS-GROUP-FLAGGED                   VALUE "Y".
001050 01  WS-RUN-DATE.
001060     05  WS-RUN-YYYY             PIC X(04).
001070     05  WS-RUN-MM               PIC X(02).
001080     05  WS-RUN-DD               PIC X(02).
001090 01  WS-HEAD-1.
001100     05  FILLER                  PIC X(05) VALUE SPACES.
001110     05  FILLER                  PIC X(40) VALUE
001120         "RESULT VARIANCE EXCEPTION REPORT".
001130     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001140     05  WS-HD-DATE              PIC X(10).
001150     05  FILLER                  PIC X(05) VALUE SPACES.
001160     05  FILLER                  PIC X(06) VALUE "PAGE: ".
001170     05  WS-HD-PAGE              PIC ZZZ9.
001180 01  WS-HEAD-2.
001190     05  FILLER                  PIC X(11) VALUE "COMPARING: ".
001200     05  WS-HD-PREV-DATE         PIC X(08).
001210     05  FILLER                  PIC X(04) VALUE " TO ".
001220     05  WS-HD-CURR-DATE         PIC X(08).
001230     05  FILLER                  PIC X(12) VALUE "   PCT TOL: ".
001240     05  WS-HD-PCT-TOL           PIC ZZ9.99.
001250     05  FILLER                  PIC X(12) VALUE "   ABS TOL: ".
001260     05  WS-HD-ABS-TOL           PIC Z(8)9.9999.
001270 01  WS-HEAD-3.
001280     05  FILLER                  PIC X(10) VALUE "EXPR ID".
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  FILLER                  PIC X(17) VALUE "PREVIOUS".
001310     05  FILLER                  PIC X(02) VALUE SPACES.
001320     05  FILLER                  PIC X(17) VALUE "CURRENT".
001330     05  FILLER                  PIC X(02) VALUE SPACES.
001340     05  FILLER                  PIC X(15) VALUE "CHANGE".
001350     05  FILLER                  PIC X(02) VALUE SPACES.
001360     05  FILLER                  PIC X(10) VALUE "CHANGE PCT".
001370     05  FILLER                  PIC X(02) VALUE SPACES.
001380     05  FILLER                  PIC X(16) VALUE "EXCEPTION".
001390 01  WS-HEAD-4.
001400     05  FILLER                  PIC X(95) VALUE ALL "-".
001410 01  WS-DETAIL-LINE.
001420     05  WS-DT-EXPR-ID           PIC X(10).
001430     05  FILLER                  PIC X(02) VALUE SPACES.
001440     05  WS-DT-PREV              PIC X(17).
001450     05  WS-DT-PREV-NUM REDEFINES WS-DT-PREV
001460                                 PIC Z(9)9.9999CR.
001470     05  FILLER                  PIC X(02) VALUE SPACES.
001480     05  WS-DT-CURR              PIC X(17).
001490     05  WS-DT-CURR-NUM REDEFINES WS-DT-CURR
001500                                 PIC Z(9)9.9999CR.
001510     05  FILLER                  PIC X(02) VALUE SPACES.
001520     05  WS-DT-MOVE              PIC X(15).
001530     05  WS-DT-MOVE-NUM REDEFINES WS-DT-MOVE
001540                                 PIC -(9)9.9999.
001550     05  FILLER                  PIC X(02) VALUE SPACES.
001560     05  WS-DT-PCT               PIC X(10).
001570     05  WS-DT-PCT-NUM REDEFINES WS-DT-PCT
001580                                 PIC -(6)9.99.
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  WS-DT-REASON            PIC X(16).
001610 01  WS-COMPARED-LINE.
001620     05  FILLER                  PIC X(23) VALUE
001630         "EXPRESSIONS COMPARED:  ".
001640     05  WS-CL-COUNT             PIC Z(08)9.
001650 01  WS-EXCEPT-LINE.
001660     05  FILLER                  PIC X(23) VALUE
001670         "EXCEPTIONS FLAGGED:    ".
001680     05  WS-EL-COUNT             PIC Z(08)9.
001690 COPY cycle-call.
001700 PROCEDURE DIVISION.
001710*-----------------------------------------------------------------
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001740     PERFORM 1500-FIND-RUN-DATES THRU 1500-EXIT
001750     IF WS-PREV-RUN-DATE = SPACES THEN
001760         DISPLAY "FEWER THAN TWO RUN DATES ON THE MASTER - "
001770             "NOTHING TO COMPARE"
001780         PERFORM 8500-PRINT-TOTALS THRU 8500-EXIT
001790         PERFORM 9000-TERMINATE THRU 9000-EXIT
001800         STOP RUN
001810     END-IF
001820     PERFORM 2000-COMPARE-EXPRESSIONS THRU 2000-EXIT
001830         UNTIL WS-END-OF-FILE
001840     PERFORM 2600-CLOSE-GROUP THRU 2600-EXIT
001850     PERFORM 8500-PRINT-TOTALS THRU 8500-EXIT
001860     PERFORM 9000-TERMINATE THRU 9000-EXIT
001870     STOP RUN.
001880*-----------------------------------------------------------------
001890 1000-INITIALIZE.
001900     PERFORM 1050-START-CYCLE-STEP THRU 1050-EXIT
001910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001920     STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
001930         DELIMITED BY SIZE
001940         INTO WS-HD-DATE
001950     END-STRING
001960     PERFORM 1100-READ-VAR-PARM THRU 1100-EXIT
001970     OPEN OUTPUT REPORT-FILE
001980     IF WS-REPORT-STATUS NOT = "00" THEN
001990         DISPLAY "ERROR OPENING REPORT-FILE, STATUS = "
002000             WS-REPORT-STATUS
002010         MOVE 16 TO RETURN-CODE
002020         STOP RUN
002030     END-IF.
002040 1000-EXIT.
002050     EXIT.
002060*-----------------------------------------------------------------
002070 1050-START-CYCLE-STEP.
002080     MOVE "START" TO CC-FUNCTION
002090     SET CC-STEP-VARIANCE TO TRUE
002100     MOVE SPACES TO CC-BUS-DATE
002110     MOVE ZERO TO CC-STEP-RC
002120     CALL "cycle-step" USING BY REFERENCE CYCLE-CALL
002130     END-CALL
002140     IF CC-REFUSED THEN
002150         MOVE 12 TO RETURN-CODE
002160         STOP RUN
002170     END-IF
002180     IF NOT CC-GO-AHEAD THEN
002190         DISPLAY "CYCLE CONTROL CHECK FAILED - ENDING"
002200         MOVE 16 TO RETURN-CODE
002210         STOP RUN
002220     END-IF.
002230 1050-EXIT.
002240     EXIT.
002250*-----------------------------------------------------------------
002260 1100-READ-VAR-PARM.
002270     OPEN INPUT VAR-PARM-FILE
002280     IF WS-VAR-PARM-STATUS NOT = "00" THEN
002290         DISPLAY "NO VARPARM CARD - TOLERANCE DEFAULTS USED"
002300         GO TO 1100-EXIT
002310     END-IF
002320     READ VAR-PARM-FILE
002330         AT END
002340             CONTINUE
002350         NOT AT END
002360             MOVE SPACES TO WS-PARM-PCT-TEXT
002370             MOVE SPACES TO WS-PARM-ABS-TEXT
002380             UNSTRING VAR-PARM-RECORD DELIMITED BY ","
002390                 INTO WS-PARM-PCT-TEXT
002400                      WS-PARM-ABS-TEXT
002410             END-UNSTRING
002420             IF WS-PARM-PCT-TEXT NOT = SPACES THEN
002430                 COMPUTE WS-PCT-TOLERANCE
002440                     = FUNCTION NUMVAL (WS-PARM-PCT-TEXT)
002450             END-IF
002460             IF WS-PARM-ABS-TEXT NOT = SPACES THEN
002470                 COMPUTE WS-ABS-TOLERANCE
002480                     = FUNCTION NUMVAL (WS-PARM-ABS-TEXT)
002490             END-IF
002500     END-READ
002510     CLOSE VAR-PARM-FILE.
002520 1100-EXIT.
002530     EXIT.
002540*-----------------------------------------------------------------
002550*    FIRST PASS OVER THE MASTER - THE CURRENT RUN DATE IS THE
002560*    HIGHEST ON FILE AND THE PREVIOUS IS THE HIGHEST BELOW IT.
002570*    THE FILE IS THEN CLOSED AND REOPENED SO THE COMPARISON
002580*    PASS STARTS FROM THE TOP.
002590 1500-FIND-RUN-DATES.
002600     PERFORM 1600-OPEN-MASTER THRU 1600-EXIT
002610     PERFORM 1700-SCAN-ONE-DATE THRU 1700-EXIT
002620         UNTIL WS-END-OF-FILE
002630     CLOSE RESULT-MASTER-FILE
002640     MOVE "N" TO WS-EOF-SWITCH
002650     PERFORM 1600-OPEN-MASTER THRU 1600-EXIT
002660     MOVE WS-PREV-RUN-DATE TO WS-HD-PREV-DATE
002670     MOVE WS-CURR-RUN-DATE TO WS-HD-CURR-DATE
002680     MOVE WS-PCT-TOLERANCE TO WS-HD-PCT-TOL
002690     MOVE WS-ABS-TOLERANCE TO WS-HD-ABS-TOL
002700     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002710 1500-EXIT.
002720     EXIT.
002730*-----------------------------------------------------------------
002740 1600-OPEN-MASTER.
002750     OPEN INPUT RESULT-MASTER-FILE
002760     IF WS-MASTER-STATUS = "35" THEN
002770         DISPLAY "RESULTS MASTER NOT FOUND - RUN RESULT-POST "
002780             "FIRST"
002790         MOVE 16 TO RETURN-CODE
002800         STOP RUN
002810     END-IF
002820     IF WS-MASTER-STATUS NOT = "00" THEN
002830         DISPLAY "ERROR OPENING RESULT-MASTER, STATUS = "
002840             WS-MASTER-STATUS
002850         MOVE 16 TO RETURN-CODE
002860         STOP RUN
002870     END-IF.
002880 1600-EXIT.
002890     EXIT.
002900*-----------------------------------------------------------------
002910 1700-SCAN-ONE-DATE.
002920     READ RESULT-MASTER-FILE NEXT RECORD
002930         AT END
002940             SET WS-END-OF-FILE TO TRUE
002950             GO TO 1700-EXIT
002960     END-READ
002970     IF WS-MASTER-STATUS NOT = "00" THEN
002980         DISPLAY "ERROR READING RESULT-MASTER, STATUS = "
002990             WS-MASTER-STATUS
003000         MOVE 16 TO RETURN-CODE
003010         STOP RUN
003020     END-IF
003030     IF RM-RUN-DATE > WS-CURR-RUN-DATE THEN
003040         IF WS-CURR-RUN-DATE NOT = SPACES THEN
003050             MOVE WS-CURR-RUN-DATE TO WS-PREV-RUN-DATE
003060         END-IF
003070         MOVE RM-RUN-DATE TO WS-CURR-RUN-DATE
003080     ELSE
003090         IF RM-RUN-DATE < WS-CURR-RUN-DATE
003100             AND RM-RUN-DATE > WS-PREV-RUN-DATE THEN
003110             MOVE RM-RUN-DATE TO WS-PREV-RUN-DATE
003120         END-IF
003130     END-IF.
003140 1700-EXIT.
003150     EXIT.
003160*-----------------------------------------------------------------
003170*    SECOND PASS - THE MASTER READS BACK IN KEY ORDER, SO ALL
003180*    RUN DATES FOR ONE EXPRESSION ARRIVE TOGETHER. CAPTURE THE
003190*    PREVIOUS AND CURRENT VALUES AS THEY PASS AND JUDGE THE
003200*    EXPRESSION AT THE GROUP BREAK.
003210 2000-COMPARE-EXPRESSIONS.
003220     ADD 1 TO WS-ROWS-READ
003230     IF RM-EXPR-ID NOT = WS-GROUP-EXPR-ID THEN
003240         PERFORM 2600-CLOSE-GROUP THRU 2600-EXIT
003250         MOVE RM-EXPR-ID TO WS-GROUP-EXPR-ID
003260     END-IF
003270     IF RM-STATUS = "POSTED" OR RM-STATUS = "RESTATED" THEN
003280         IF RM-RUN-DATE = WS-PREV-RUN-DATE THEN
003290             SET WS-PREV-FOUND TO TRUE
003300             COMPUTE WS-PREV-AMOUNT
003310                 = FUNCTION NUMVAL (RM-RESULT-TEXT)
003320         END-IF
003330         IF RM-RUN-DATE = WS-CURR-RUN-DATE THEN
003340             SET WS-CURR-FOUND TO TRUE
003350             COMPUTE WS-CURR-AMOUNT
003360                 = FUNCTION NUMVAL (RM-RESULT-TEXT)
003370         END-IF
003380     END-IF
003390     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
003400 2000-EXIT.
003410     EXIT.
003420*-----------------------------------------------------------------
003430 2100-READ-MASTER.
003440     READ RESULT-MASTER-FILE NEXT RECORD
003450         AT END
003460             SET WS-END-OF-FILE TO TRUE
003470     END-READ
003480     IF NOT WS-END-OF-FILE
003490         AND WS-MASTER-STATUS NOT = "00" THEN
003500         DISPLAY "ERROR READING RESULT-MASTER, STATUS = "
003510             WS-MASTER-STATUS
003520         MOVE 16 TO RETURN-CODE
003530         STOP RUN
003540     END-IF.
003550 2100-EXIT.
003560     EXIT.
003570*-----------------------------------------------------------------
003580 2600-CLOSE-GROUP.
003590     IF WS-GROUP-EXPR-ID = SPACES THEN
003600         GO TO 2600-EXIT
003610     END-IF
003620     IF NOT WS-PREV-FOUND AND NOT WS-CURR-FOUND THEN
003630*        NEITHER RUN DATE TOUCHED THIS EXPRESSION - AN OLD
003640*        CONTRACT OUTSIDE THE COMPARISON WINDOW, NOT AN
003650*        EXCEPTION
003660         GO TO 2600-RESET
003670     END-IF
003680     ADD 1 TO WS-EXPRS-COMPARED
003690     MOVE "N" TO WS-FLAG-SWITCH
003700     MOVE SPACES TO WS-EXCEPT-REASON
003710     IF WS-PREV-FOUND AND WS-CURR-FOUND THEN
003720         PERFORM 2700-JUDGE-MOVEMENT THRU 2700-EXIT
003730     ELSE
003740     IF WS-CURR-FOUND THEN
003750         SET WS-GROUP-FLAGGED TO TRUE
003760         MOVE "NEW TODAY" TO WS-EXCEPT-REASON
003770     ELSE
003780         SET WS-GROUP-FLAGGED TO TRUE
003790         MOVE "MISSING TODAY" TO WS-EXCEPT-REASON
003800     END-IF
003810     END-IF
003820     IF WS-GROUP-FLAGGED THEN
003830         ADD 1 TO WS-EXCEPTION-COUNT
003840         PERFORM 3000-PRINT-EXCEPTION THRU 3000-EXIT
003850     END-IF.
003860 2600-RESET.
003870     MOVE "N" TO WS-PREV-FOUND-SWITCH
003880     MOVE "N" TO WS-CURR-FOUND-SWITCH
003890     MOVE ZERO TO WS-PREV-AMOUNT
003900     MOVE ZERO TO WS-CURR-AMOUNT
003910     MOVE ZERO TO WS-MOVE-AMOUNT
003920     MOVE ZERO TO WS-MOVE-ABS
003930     MOVE ZERO TO WS-MOVE-PCT.
003940 2600-EXIT.
003950     EXIT.
003960*-----------------------------------------------------------------
003970 2700-JUDGE-MOVEMENT.
003980     COMPUTE WS-MOVE-AMOUNT = WS-CURR-AMOUNT - WS-PREV-AMOUNT
003990     IF WS-MOVE-AMOUNT < ZERO THEN
004000         COMPUTE WS-MOVE-ABS = ZERO - WS-MOVE-AMOUNT
004010     ELSE
004020         MOVE WS-MOVE-AMOUNT TO WS-MOVE-ABS
004030     END-IF
004040     IF WS-PREV-AMOUNT < ZERO THEN
004050         COMPUTE WS-PREV-ABS = ZERO - WS-PREV-AMOUNT
004060     ELSE
004070         MOVE WS-PREV-AMOUNT TO WS-PREV-ABS
004080     END-IF
004090     IF WS-PREV-AMOUNT = ZERO THEN
004100         MOVE ZERO TO WS-MOVE-PCT
004110         IF WS-CURR-AMOUNT NOT = ZERO THEN
004120             SET WS-GROUP-FLAGGED TO TRUE
004130             MOVE "MOVED FROM ZERO" TO WS-EXCEPT-REASON
004140         END-IF
004150     ELSE
004160         COMPUTE WS-MOVE-PCT ROUNDED
004170             = WS-MOVE-ABS * 100 / WS-PREV-ABS
004180             ON SIZE ERROR
004190                 MOVE 9999999.99 TO WS-MOVE-PCT
004200         END-COMPUTE
004210         IF WS-MOVE-PCT > WS-PCT-TOLERANCE THEN
004220             SET WS-GROUP-FLAGGED TO TRUE
004230             MOVE "PCT TOLERANCE" TO WS-EXCEPT-REASON
004240         END-IF
004250     END-IF
004260     IF WS-MOVE-ABS > WS-ABS-TOLERANCE THEN
004270         SET WS-GROUP-FLAGGED TO TRUE
004280         IF WS-EXCEPT-REASON = SPACES THEN
004290             MOVE "ABS TOLERANCE" TO WS-EXCEPT-REASON
004300         ELSE
004310             MOVE "PCT+ABS TOL" TO WS-EXCEPT-REASON
004320         END-IF
004330     END-IF.
004340 2700-EXIT.
004350     EXIT.
004360*-----------------------------------------------------------------
004370 3000-PRINT-EXCEPTION.
004380     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN
004390         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
004400     END-IF
004410     MOVE SPACES TO WS-DETAIL-LINE
004420     MOVE WS-GROUP-EXPR-ID TO WS-DT-EXPR-ID
004430     IF WS-PREV-FOUND THEN
004440         MOVE WS-PREV-AMOUNT TO WS-DT-PREV-NUM
004450     ELSE
004460         MOVE "     (NO ROW)" TO WS-DT-PREV
004470     END-IF
004480     IF WS-CURR-FOUND THEN
004490         MOVE WS-CURR-AMOUNT TO WS-DT-CURR-NUM
004500     ELSE
004510         MOVE "     (NO ROW)" TO WS-DT-CURR
004520     END-IF
004530     IF WS-PREV-FOUND AND WS-CURR-FOUND THEN
004540         MOVE WS-MOVE-AMOUNT TO WS-DT-MOVE-NUM
004550         MOVE WS-MOVE-PCT TO WS-DT-PCT-NUM
004560     END-IF
004570     MOVE WS-EXCEPT-REASON TO WS-DT-REASON
004580     MOVE WS-DETAIL-LINE TO REPORT-LINE
004590     WRITE REPORT-LINE
004600     IF WS-REPORT-STATUS NOT = "00" THEN
004610         DISPLAY "ERROR WRITING REPORT-FILE, STATUS = "
004620             WS-REPORT-STATUS
004630         MOVE 16 TO RETURN-CODE
004640         STOP RUN
004650     END-IF
004660     ADD 1 TO WS-LINE-COUNT.
004670 3000-EXIT.
004680     EXIT.
004690*-----------------------------------------------------------------
004700 4000-PAGE-HEADING.
004710     ADD 1 TO WS-PAGE-COUNT
004720     MOVE WS-PAGE-COUNT TO WS-HD-PAGE
004730     IF WS-PAGE-COUNT > 1 THEN
004740         MOVE SPACES TO REPORT-LINE
004750         WRITE REPORT-LINE
004760     END-IF
004770     MOVE WS-HEAD-1 TO REPORT-LINE
004780     WRITE REPORT-LINE
004790     MOVE WS-HEAD-2 TO REPORT-LINE
004800     WRITE REPORT-LINE
004810     MOVE SPACES TO REPORT-LINE
004820     WRITE REPORT-LINE
004830     MOVE WS-HEAD-3 TO REPORT-LINE
004840     WRITE REPORT-LINE
004850     MOVE WS-HEAD-4 TO REPORT-LINE
004860     WRITE REPORT-LINE
004870     IF WS-REPORT-STATUS NOT = "00" THEN
004880         DISPLAY "ERROR WRITING REPORT-FILE, STATUS = "
004890             WS-REPORT-STATUS
004900         MOVE 16 TO RETURN-CODE
004910         STOP RUN
004920     END-IF
004930     MOVE 6 TO WS-LINE-COUNT.
004940 4000-EXIT.
004950     EXIT.
004960*-----------------------------------------------------------------
004970 8500-PRINT-TOTALS.
004980     IF WS-PAGE-COUNT = ZERO THEN
004990         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
005000     END-IF
005010     MOVE SPACES TO REPORT-LINE
005020     WRITE REPORT-LINE
005030     MOVE WS-EXPRS-COMPARED TO WS-CL-COUNT
005040     MOVE WS-COMPARED-LINE TO REPORT-LINE
005050     WRITE REPORT-LINE
005060     MOVE WS-EXCEPTION-COUNT TO WS-EL-COUNT
005070     MOVE WS-EXCEPT-LINE TO REPORT-LINE
005080     WRITE REPORT-LINE
005090     IF WS-REPORT-STATUS NOT = "00" THEN
005100         DISPLAY "ERROR WRITING REPORT-FILE, STATUS = "
005110             WS-REPORT-STATUS
005120         MOVE 16 TO RETURN-CODE
005130         STOP RUN
005140     END-IF
005150     DISPLAY "EXPRESSIONS COMPARED: " WS-CL-COUNT
005160     DISPLAY "EXCEPTIONS FLAGGED:   " WS-EL-COUNT.
005170 8500-EXIT.
005180     EXIT.
005190*-----------------------------------------------------------------
005200 9000-TERMINATE.
005210     CLOSE RESULT-MASTER-FILE
005220     CLOSE REPORT-FILE
005230     PERFORM 9100-END-CYCLE-STEP THRU 9100-EXIT.
005240 9000-EXIT.
005250     EXIT.
005260*-----------------------------------------------------------------
005270*    THE RETURN CODE THE STEP IS ENDING WITH DECIDES WHETHER THE
005280*    CYCLE SHOWS IT COMPLETE (4 OR LESS) OR FAILED
005290 9100-END-CYCLE-STEP.
005300     MOVE "END" TO CC-FUNCTION
005310     MOVE RETURN-CODE TO CC-STEP-RC
005320     CALL "cycle-step" USING BY REFERENCE CYCLE-CALL
005330     END-CALL
005340     IF NOT CC-GO-AHEAD THEN
005350         DISPLAY "END OF STEP NOT RECORDED ON CYCLECTL - NEXT "
005360             "STEP WILL REFUSE TO START"
005370     END-IF.
005380 9100-EXIT.
005390     EXIT.
005400 END PROGRAM result-variance.

       COPY cycle-utilities.
