000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. period-close.
000030 AUTHOR. D MCALLISTER.
000040 INSTALLATION. FINANCIAL SYSTEMS DIVISION.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM:    PERIOD-CLOSE
000090*    PURPOSE:    CLOSES (OR, ON EXPLICIT REQUEST, REOPENS) AN
000100*                ACCOUNTING MONTH ON THE PERIODCTL PERIOD
000110*                CONTROL FILE. ONCE A MONTH IS CLOSED,
000120*                RESULT-POST REFUSES TO ADD OR REPLACE ANY
000130*                RESULTMST ROW WHOSE RUN DATE FALLS IN IT, SO A
000140*                LATE REPROCESS CANNOT QUIETLY CHANGE A NUMBER
000150*                ALREADY IN THE MONTH-END PACKAGE. THE
000160*                CLOSEPARM CARD NAMES THE FUNCTION (CLOSE OR
000170*                REOPEN, COLUMNS 1-6), THE MONTH (YYYYMM,
000180*                COLUMNS 8-13), THE OPERATOR (COLUMNS 15-22)
000190*                AND, FOR A REOPEN, THE REASON (COLUMNS 24-63).
000200*                A CLOSE IS REFUSED (RC 8) FOR A MONTH ALREADY
000210*                CLOSED OR NOT YET ENDED; A REOPEN IS REFUSED
000220*                FOR A MONTH THAT IS NOT CLOSED OR WITHOUT A
000230*                REASON. AT CLOSE THE PROGRAM READS THE WHOLE
000240*                MASTER, BUILDS MONTH-TO-DATE AND CALENDAR
000250*                YEAR-TO-DATE COUNTS AND TOTALS OF THE POSTED
000260*                AND RESTATED RESULTS FOR EACH EXPRESSION ID
000270*                ONTO THE PTDTOTAL ACCUMULATOR FILE, AND PRINTS
000280*                THE PERIOD-END SUMMARY REPORT TO PERIODRPT.
000290*-----------------------------------------------------------------
000300*    MODIFICATION HISTORY
000310*    DATE       INIT  DESCRIPTION
000320*    ---------  ----  ------------------------------------------
000330*    2026-10-14 DM    ORIGINAL.
000340*    2026-10-14 DM    A CREDIT BALANCE (NEGATIVE RESULTS
000350*                     OUTWEIGHING THE CHARGES FOR AN EXPRESSION)
000360*                     NOW PRINTS IN THE MTD AND YTD AMOUNT COLUMNS
000370*                     WITH A TRAILING CR.
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CLOSE-PARM-FILE ASSIGN TO "CLOSEPARM"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-CLOSE-PARM-STATUS.
000450     SELECT PERIOD-CTL-FILE ASSIGN TO "PERIODCTL"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS PC-PERIOD
000490         FILE STATUS IS WS-PERIOD-STATUS.
000500     SELECT RESULT-MASTER-FILE ASSIGN TO "RESULTMST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS RM-KEY
000540         FILE STATUS IS WS-MASTER-STATUS.
000550     SELECT PTD-TOTAL-FILE ASSIGN TO "PTDTOTAL"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS PT-KEY
000590         FILE STATUS IS WS-PTD-STATUS.
000600     SELECT REPORT-FILE ASSIGN TO "PERIODRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-REPORT-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  CLOSE-PARM-FILE.
000660 01  CLOSE-PARM-RECORD.
000670     05  CP-FUNCTION             PIC X(06).
000680     05  FILLER                  PIC X(01).
000690     05  CP-PERIOD               PIC X(06).
000700     05  FILLER                  PIC X(01).
000710     05  CP-OPERATOR-ID          PIC X(08).
000720     05  FILLER                  PIC X(01).
000730     05  CP-REASON               PIC X(40).
000740     05  FILLER                  PIC X(17).
000750 FD  PERIOD-CTL-FILE.
000760 COPY period-ctl.
000770 FD  RESULT-MASTER-FILE.
000780 COPY result-master.
000790 FD  PTD-TOTAL-FILE.
000800 COPY ptd-total.
000810 FD  REPORT-FILE.
000820 01  REPORT-LINE                 PIC X(132).
000830 WORKING-STORAGE SECTION.
000840 77  WS-CLOSE-PARM-STATUS        PIC X(02) VALUE SPACES.
000850 77  WS-PERIOD-STATUS            PIC X(02) VALUE SPACES.
000860 77  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
000870 77  WS-PTD-STATUS               PIC X(02) VALUE SPACES.
000880 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
000890 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000900     88  WS-END-OF-FILE                     VALUE "Y".
000910 77  WS-PTD-EOF-SWITCH           PIC X(01) VALUE "N".
000920     88  WS-PTD-EOF                         VALUE "Y".
000930 77  WS-PERIOD-FOUND-SWITCH      PIC X(01) VALUE "N".
000940     88  WS-PERIOD-ON-FILE                  VALUE "Y".
000950 77  WS-MASTER-OPEN-SWITCH       PIC X(01) VALUE "N".
000960     88  WS-MASTER-OPEN                     VALUE "Y".
000970 77  WS-PTD-OPEN-SWITCH          PIC X(01) VALUE "N".
000980     88  WS-PTD-OPEN                        VALUE "Y".
000990 77  WS-PAGE-COUNT               PIC 9(04) VALUE ZERO.
001000 77  WS-LINE-COUNT               PIC S9(04) COMP VALUE +999.
001010 77  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE +55.
001020 77  WS-ROWS-READ                PIC 9(09) VALUE ZERO.
001030 77  WS-EXPRS-LISTED             PIC 9(09) VALUE ZERO.
001040 77  WS-PTD-REMOVED              PIC 9(09) VALUE ZERO.
001050 77  WS-MTD-COUNT                PIC 9(09) VALUE ZERO.
001060 77  WS-YTD-COUNT                PIC 9(09) VALUE ZERO.
001070 77  WS-TOT-MTD-COUNT            PIC 9(09) VALUE ZERO.
001080 77  WS-TOT-YTD-COUNT            PIC 9(09) VALUE ZERO.
001090 01  WS-MTD-AMOUNT               PIC S9(13)V9(04) VALUE ZERO.
001100 01  WS-YTD-AMOUNT               PIC S9(13)V9(04) VALUE ZERO.
001110 01  WS-TOT-MTD-AMOUNT           PIC S9(13)V9(04) VALUE ZERO.
001120 01  WS-TOT-YTD-AMOUNT           PIC S9(13)V9(04) VALUE ZERO.
001130 01  WS-ROW-AMOUNT               PIC S9(11)V9(04) VALUE ZERO.
001140 01  WS-COUNT-EDIT               PIC Z(08)9.
001150 01  WS-GROUP-EXPR-ID            PIC X(10) VALUE SPACES.
001160 01  WS-FUNCTION                 PIC X(06) VALUE SPACES.
001170     88  WS-FUNC-CLOSE                      VALUE "CLOSE".
001180     88  WS-FUNC-REOPEN                     VALUE "REOPEN".
001190 01  WS-CLOSE-PERIOD.
001200     05  WS-CLOSE-YEAR           PIC X(04).
001210     05  WS-CLOSE-MONTH          PIC X(02).
001220 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001230 01  WS-REASON                   PIC X(40) VALUE SPACES.
001240 01  WS-STAMP-TS                 PIC X(14) VALUE SPACES.
001250 01  WS-TIME-NOW                 PIC X(08) VALUE SPACES.
001260 01  WS-RUN-DATE.
001270     05  WS-RUN-YYYY             PIC X(04).
001280     05  WS-RUN-MM               PIC X(02).
001290     05  WS-RUN-DD               PIC X(02).
001300 01  WS-HEAD-1.
001310     05  FILLER                  PIC X(05) VALUE SPACES.
001320     05  FILLER                  PIC X(40) VALUE
001330         "PERIOD-END SUMMARY REPORT".
001340     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001350     05  WS-HD-DATE              PIC X(10).
001360     05  FILLER                  PIC X(05) VALUE SPACES.
001370     05  FILLER                  PIC X(06) VALUE "PAGE: ".
001380     05  WS-HD-PAGE              PIC ZZZ9.
001390 01  WS-HEAD-2.
001400     05  FILLER                  PIC X(08) VALUE "PERIOD: ".
001410     05  WS-HD-PERIOD            PIC X(06).
001420     05  FILLER                  PIC X(02) VALUE SPACES.
001430     05  WS-HD-ACTION            PIC X(12).
001440     05  WS-HD-OPERATOR-ID       PIC X(08).
001450     05  FILLER                  PIC X(05) VALUE "  AT ".
001460     05  WS-HD-STAMP-TS          PIC X(14).
001470 01  WS-HEAD-3.
001480     05  FILLER                  PIC X(10) VALUE "EXPR ID".
001490     05  FILLER                  PIC X(02) VALUE SPACES.
001500     05  FILLER                  PIC X(09) VALUE " MTD ROWS".
001510     05  FILLER                  PIC X(02) VALUE SPACES.
001520     05  FILLER                  PIC X(20) VALUE
001530         "        MTD AMOUNT  ".
001540     05  FILLER                  PIC X(02) VALUE SPACES.
001550     05  FILLER                  PIC X(09) VALUE " YTD ROWS".
001560     05  FILLER                  PIC X(02) VALUE SPACES.
001570     05  FILLER                  PIC X(20) VALUE
001580         "        YTD AMOUNT  ".
001590 01  WS-HEAD-4.
001600     05  FILLER                  PIC X(76) VALUE ALL "-".
001610 01  WS-DETAIL-LINE.
001620     05  WS-DT-EXPR-ID           PIC X(10).
001630     05  FILLER                  PIC X(02) VALUE SPACES.
001640     05  WS-DT-MTD-COUNT         PIC Z(08)9.
001650     05  FILLER                  PIC X(02) VALUE SPACES.
001660     05  WS-DT-MTD-AMOUNT        PIC Z(12)9.9999CR.
001670     05  FILLER                  PIC X(02) VALUE SPACES.
001680     05  WS-DT-YTD-COUNT         PIC Z(08)9.
001690     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  WS-DT-YTD-AMOUNT        PIC Z(12)9.9999CR.
001710 01  WS-MESSAGE-LINE.
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  WS-ML-TEXT              PIC X(100).
001740 01  WS-TOTAL-LINE.
001750     05  WS-TL-LABEL             PIC X(30).
001760     05  WS-TL-COUNT             PIC Z(08)9.
001770 PROCEDURE DIVISION.
001780*-----------------------------------------------------------------
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001810     IF WS-FUNC-CLOSE THEN
001820         PERFORM 2000-CLOSE-PERIOD THRU 2000-EXIT
001830     ELSE
001840         PERFORM 5000-REOPEN-PERIOD THRU 5000-EXIT
001850     END-IF
001860     PERFORM 9000-TERMINATE THRU 9000-EXIT
001870     STOP RUN.
001880*-----------------------------------------------------------------
001890 1000-INITIALIZE.
001900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001910     ACCEPT WS-TIME-NOW FROM TIME
001920     STRING WS-RUN-DATE WS-TIME-NOW (1:6) DELIMITED BY SIZE
001930         INTO WS-STAMP-TS
001940     END-STRING
001950     STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
001960         DELIMITED BY SIZE
001970         INTO WS-HD-DATE
001980     END-STRING
001990     PERFORM 1100-READ-CLOSE-PARM THRU 1100-EXIT
002000     OPEN I-O PERIOD-CTL-FILE
002010     IF WS-PERIOD-STATUS = "35" THEN
002020*        FIRST CLOSE EVER - CREATE THE FILE THEN REOPEN I-O
002030         OPEN OUTPUT PERIOD-CTL-FILE
002040         IF WS-PERIOD-STATUS NOT = "00" THEN
002050             DISPLAY "ERROR CREATING PERIOD-CTL-FILE, STATUS = "
002060                 WS-PERIOD-STATUS
002070             MOVE 16 TO RETURN-CODE
002080             STOP RUN
002090         END-IF
002100         CLOSE PERIOD-CTL-FILE
002110         OPEN I-O PERIOD-CTL-FILE
002120     END-IF
002130     IF WS-PERIOD-STATUS NOT = "00" THEN
002140         DISPLAY "ERROR OPENING PERIOD-CTL-FILE, STATUS = "
002150             WS-PERIOD-STATUS
002160         MOVE 16 TO RETURN-CODE
002170         STOP RUN
002180     END-IF
002190     MOVE WS-CLOSE-PERIOD TO PC-PERIOD
002200     READ PERIOD-CTL-FILE
002210         INVALID KEY
002220             CONTINUE
002230         NOT INVALID KEY
002240             SET WS-PERIOD-ON-FILE TO TRUE
002250     END-READ
002260     IF WS-PERIOD-STATUS NOT = "00"
002270         AND WS-PERIOD-STATUS NOT = "23" THEN
002280         DISPLAY "ERROR READING PERIOD-CTL-FILE, STATUS = "
002290             WS-PERIOD-STATUS
002300         MOVE 16 TO RETURN-CODE
002310         STOP RUN
002320     END-IF
002330     OPEN OUTPUT REPORT-FILE
002340     IF WS-REPORT-STATUS NOT = "00" THEN
002350         DISPLAY "ERROR OPENING REPORT-FILE, STATUS = "
002360             WS-REPORT-STATUS
002370         MOVE 16 TO RETURN-CODE
002380         STOP RUN
002390     END-IF
002400     MOVE WS-CLOSE-PERIOD TO WS-HD-PERIOD
002410     MOVE WS-OPERATOR-ID TO WS-HD-OPERATOR-ID
002420     MOVE WS-STAMP-TS TO WS-HD-STAMP-TS
002430     IF WS-FUNC-CLOSE THEN
002440         MOVE "CLOSED BY " TO WS-HD-ACTION
002450     ELSE
002460         MOVE "REOPENED BY " TO WS-HD-ACTION
002470     END-IF.
002480 1000-EXIT.
002490     EXIT.
002500*-----------------------------------------------------------------
002510*    CLOSING OR REOPENING A MONTH IS NEVER A DEFAULT - WITHOUT A
002520*    COMPLETE CARD NOTHING IS TOUCHED
002530 1100-READ-CLOSE-PARM.
002540     MOVE SPACES TO CLOSE-PARM-RECORD
002550     OPEN INPUT CLOSE-PARM-FILE
002560     IF WS-CLOSE-PARM-STATUS NOT = "00" THEN
002570         DISPLAY "CLOSEPARM CARD IS REQUIRED - ENDING"
002580         MOVE 16 TO RETURN-CODE
002590         STOP RUN
002600     END-IF
002610     READ CLOSE-PARM-FILE
002620         AT END
002630             MOVE SPACES TO CLOSE-PARM-RECORD
002640     END-READ
002650     CLOSE CLOSE-PARM-FILE
002660     MOVE CP-FUNCTION TO WS-FUNCTION
002670     IF NOT WS-FUNC-CLOSE AND NOT WS-FUNC-REOPEN THEN
002680         DISPLAY "CLOSEPARM FUNCTION MUST BE CLOSE OR REOPEN: "
002690             CP-FUNCTION
002700         MOVE 16 TO RETURN-CODE
002710         STOP RUN
002720     END-IF
002730     MOVE CP-PERIOD TO WS-CLOSE-PERIOD
002740     IF WS-CLOSE-PERIOD IS NOT NUMERIC
002750         OR WS-CLOSE-MONTH < "01" OR WS-CLOSE-MONTH > "12" THEN
002760         DISPLAY "INVALID PERIOD ON CLOSEPARM CARD (YYYYMM): "
002770             CP-PERIOD
002780         MOVE 16 TO RETURN-CODE
002790         STOP RUN
002800     END-IF
002810     MOVE CP-OPERATOR-ID TO WS-OPERATOR-ID
002820     IF WS-OPERATOR-ID = SPACES THEN
002830         DISPLAY "OPERATOR ID IS REQUIRED ON CLOSEPARM - ENDING"
002840         MOVE 16 TO RETURN-CODE
002850         STOP RUN
002860     END-IF
002870     MOVE CP-REASON TO WS-REASON
002880     DISPLAY "PERIOD-CLOSE " WS-FUNCTION " FOR PERIOD "
002890         WS-CLOSE-PERIOD " BY " WS-OPERATOR-ID.
002900 1100-EXIT.
002910     EXIT.
002920*-----------------------------------------------------------------
002930 2000-CLOSE-PERIOD.
002940     IF WS-PERIOD-ON-FILE AND PC-CLOSED THEN
002950         DISPLAY "PERIOD " WS-CLOSE-PERIOD " IS ALREADY CLOSED "
002960             "- REOPEN IT FIRST"
002970         MOVE 8 TO RETURN-CODE
002980         GO TO 2000-EXIT
002990     END-IF
003000*    A MONTH STILL RUNNING HAS POSTINGS TO COME
003010     IF WS-CLOSE-PERIOD NOT < WS-RUN-DATE (1:6) THEN
003020         DISPLAY "PERIOD " WS-CLOSE-PERIOD " HAS NOT ENDED - "
003030             "NOT CLOSED"
003040         MOVE 8 TO RETURN-CODE
003050         GO TO 2000-EXIT
003060     END-IF
003070     PERFORM 2100-CLEAR-PTD-TOTALS THRU 2100-EXIT
003080     OPEN INPUT RESULT-MASTER-FILE
003090     IF WS-MASTER-STATUS = "35" THEN
003100         DISPLAY "RESULT-MASTER NOT FOUND - PERIOD CLOSES WITH "
003110             "ZERO TOTALS"
003120         SET WS-END-OF-FILE TO TRUE
003130     ELSE
003140     IF WS-MASTER-STATUS NOT = "00" THEN
003150         DISPLAY "ERROR OPENING RESULT-MASTER, STATUS = "
003160             WS-MASTER-STATUS
003170         MOVE 16 TO RETURN-CODE
003180         STOP RUN
003190     ELSE
003200         SET WS-MASTER-OPEN TO TRUE
003210         PERFORM 2200-READ-MASTER THRU 2200-EXIT
003220     END-IF
003230     END-IF
003240     PERFORM 2300-ACCUMULATE-ONE THRU 2300-EXIT
003250         UNTIL WS-END-OF-FILE
003260     PERFORM 2400-CLOSE-GROUP THRU 2400-EXIT
003270     PERFORM 2500-MARK-CLOSED THRU 2500-EXIT
003280     PERFORM 8500-PRINT-TOTALS THRU 8500-EXIT.
003290 2000-EXIT.
003300     EXIT.
003310*-----------------------------------------------------------------
003320*    A RE-CLOSE AFTER A REOPEN REBUILDS THE MONTH'S ACCUMULATORS
003330*    FROM SCRATCH - AN EXPRESSION WHOSE ROWS WERE SINCE REPLACED
003340*    OR REMOVED MUST NOT KEEP ITS OLD TOTALS
003350 2100-CLEAR-PTD-TOTALS.
003360     OPEN I-O PTD-TOTAL-FILE
003370     IF WS-PTD-STATUS = "35" THEN
003380*        FIRST CLOSE EVER - CREATE THE FILE THEN REOPEN I-O
003390         OPEN OUTPUT PTD-TOTAL-FILE
003400         IF WS-PTD-STATUS NOT = "00" THEN
003410             DISPLAY "ERROR CREATING PTD-TOTAL-FILE, STATUS = "
003420                 WS-PTD-STATUS
003430             MOVE 16 TO RETURN-CODE
003440             STOP RUN
003450         END-IF
003460         CLOSE PTD-TOTAL-FILE
003470         OPEN I-O PTD-TOTAL-FILE
003480     END-IF
003490     IF WS-PTD-STATUS NOT = "00" THEN
003500         DISPLAY "ERROR OPENING PTD-TOTAL-FILE, STATUS = "
003510             WS-PTD-STATUS
003520         MOVE 16 TO RETURN-CODE
003530         STOP RUN
003540     END-IF
003550     SET WS-PTD-OPEN TO TRUE
003560     MOVE WS-CLOSE-PERIOD TO PT-PERIOD
003570     MOVE LOW-VALUES TO PT-EXPR-ID
003580     START PTD-TOTAL-FILE KEY IS NOT LESS THAN PT-KEY
003590         INVALID KEY
003600             GO TO 2100-EXIT
003610     END-START
003620     PERFORM 2110-REMOVE-ONE-PTD THRU 2110-EXIT
003630         UNTIL WS-PTD-EOF.
003640 2100-EXIT.
003650     EXIT.
003660*-----------------------------------------------------------------
003670 2110-REMOVE-ONE-PTD.
003680     READ PTD-TOTAL-FILE NEXT RECORD
003690         AT END
003700             SET WS-PTD-EOF TO TRUE
003710             GO TO 2110-EXIT
003720     END-READ
003730     IF WS-PTD-STATUS NOT = "00" THEN
003740         DISPLAY "ERROR READING PTD-TOTAL-FILE, STATUS = "
003750             WS-PTD-STATUS
003760         MOVE 16 TO RETURN-CODE
003770         STOP RUN
003780     END-IF
003790     IF PT-PERIOD NOT = WS-CLOSE-PERIOD THEN
003800         SET WS-PTD-EOF TO TRUE
003810         GO TO 2110-EXIT
003820     END-IF
003830     DELETE PTD-TOTAL-FILE RECORD
003840         INVALID KEY
003850             DISPLAY "ERROR DELETING PTD-TOTAL-FILE, STATUS = "
003860                 WS-PTD-STATUS
003870             MOVE 16 TO RETURN-CODE
003880             STOP RUN
003890     END-DELETE
003900     ADD 1 TO WS-PTD-REMOVED.
003910 2110-EXIT.
003920     EXIT.
003930*-----------------------------------------------------------------
003940 2200-READ-MASTER.
003950     READ RESULT-MASTER-FILE
003960         AT END
003970             SET WS-END-OF-FILE TO TRUE
003980     END-READ
003990     IF NOT WS-END-OF-FILE
004000         AND WS-MASTER-STATUS NOT = "00" THEN
004010         DISPLAY "ERROR READING RESULT-MASTER, STATUS = "
004020             WS-MASTER-STATUS
004030         MOVE 16 TO RETURN-CODE
004040         STOP RUN
004050     END-IF.
004060 2200-EXIT.
004070     EXIT.
004080*-----------------------------------------------------------------
004090*    THE MASTER COMES BACK IN EXPRESSION-ID ORDER, SO EACH
004100*    EXPRESSION'S ROWS ARRIVE TOGETHER AND ITS TOTALS ARE
004110*    WRITTEN AT THE GROUP BREAK. ONLY POSTED AND RESTATED ROWS
004120*    COUNT - THE SAME ROWS RESULT-VARIANCE COMPARES. YEAR-TO-
004130*    DATE IS THE CALENDAR YEAR THROUGH THE CLOSING MONTH.
004140 2300-ACCUMULATE-ONE.
004150     ADD 1 TO WS-ROWS-READ
004160     IF RM-EXPR-ID NOT = WS-GROUP-EXPR-ID THEN
004170         PERFORM 2400-CLOSE-GROUP THRU 2400-EXIT
004180         MOVE RM-EXPR-ID TO WS-GROUP-EXPR-ID
004190     END-IF
004200     IF (RM-STATUS = "POSTED" OR RM-STATUS = "RESTATED")
004210         AND RM-RUN-DATE (1:4) = WS-CLOSE-YEAR
004220         AND RM-RUN-DATE (1:6) NOT > WS-CLOSE-PERIOD THEN
004230         COMPUTE WS-ROW-AMOUNT
004240             = FUNCTION NUMVAL (RM-RESULT-TEXT)
004250         ADD 1 TO WS-YTD-COUNT
004260         ADD WS-ROW-AMOUNT TO WS-YTD-AMOUNT
004270         IF RM-RUN-DATE (1:6) = WS-CLOSE-PERIOD THEN
004280             ADD 1 TO WS-MTD-COUNT
004290             ADD WS-ROW-AMOUNT TO WS-MTD-AMOUNT
004300         END-IF
004310     END-IF
004320     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
004330 2300-EXIT.
004340     EXIT.
004350*-----------------------------------------------------------------
004360*    AN EXPRESSION WITH NOTHING POSTED THIS YEAR HAS NO TOTALS
004370*    TO CARRY AND IS LEFT OFF THE FILE AND THE REPORT
004380 2400-CLOSE-GROUP.
004390     IF WS-GROUP-EXPR-ID NOT = SPACES
004400         AND WS-YTD-COUNT > ZERO THEN
004410         PERFORM 2410-WRITE-GROUP THRU 2410-EXIT
004420     END-IF
004430     MOVE ZERO TO WS-MTD-COUNT
004440     MOVE ZERO TO WS-MTD-AMOUNT
004450     MOVE ZERO TO WS-YTD-COUNT
004460     MOVE ZERO TO WS-YTD-AMOUNT.
004470 2400-EXIT.
004480     EXIT.
004490*-----------------------------------------------------------------
004500 2410-WRITE-GROUP.
004510     MOVE SPACES TO PTD-TOTAL-RECORD
004520     MOVE WS-CLOSE-PERIOD TO PT-PERIOD
004530     MOVE WS-GROUP-EXPR-ID TO PT-EXPR-ID
004540     MOVE WS-MTD-COUNT TO PT-MTD-COUNT
004550     MOVE WS-MTD-AMOUNT TO PT-MTD-AMOUNT
004560     MOVE WS-YTD-COUNT TO PT-YTD-COUNT
004570     MOVE WS-YTD-AMOUNT TO PT-YTD-AMOUNT
004580     MOVE WS-STAMP-TS TO PT-BUILT-TS
004590     WRITE PTD-TOTAL-RECORD
004600         INVALID KEY
004610             DISPLAY "ERROR WRITING PTD-TOTAL-FILE, STATUS = "
004620                 WS-PTD-STATUS
004630             MOVE 16 TO RETURN-CODE
004640             STOP RUN
004650     END-WRITE
004660     IF WS-PTD-STATUS NOT = "00" THEN
004670         DISPLAY "ERROR WRITING PTD-TOTAL-FILE, STATUS = "
004680             WS-PTD-STATUS
004690         MOVE 16 TO RETURN-CODE
004700         STOP RUN
004710     END-IF
004720     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN
004730         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
004740     END-IF
004750     MOVE WS-GROUP-EXPR-ID TO WS-DT-EXPR-ID
004760     MOVE WS-MTD-COUNT TO WS-DT-MTD-COUNT
004770     MOVE WS-MTD-AMOUNT TO WS-DT-MTD-AMOUNT
004780     MOVE WS-YTD-COUNT TO WS-DT-YTD-COUNT
004790     MOVE WS-YTD-AMOUNT TO WS-DT-YTD-AMOUNT
004800     MOVE WS-DETAIL-LINE TO REPORT-LINE
004810     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
004820     ADD 1 TO WS-LINE-COUNT
004830     ADD 1 TO WS-EXPRS-LISTED
004840     ADD WS-MTD-COUNT TO WS-TOT-MTD-COUNT
004850     ADD WS-MTD-AMOUNT TO WS-TOT-MTD-AMOUNT
004860     ADD WS-YTD-COUNT TO WS-TOT-YTD-COUNT
004870     ADD WS-YTD-AMOUNT TO WS-TOT-YTD-AMOUNT.
004880 2410-EXIT.
004890     EXIT.
004900*-----------------------------------------------------------------
004910*    THE CLOSE TAKES EFFECT ONLY ONCE THE TOTALS ARE BUILT - A
004920*    RUN THAT FAILS PART WAY LEAVES THE MONTH OPEN
004930 2500-MARK-CLOSED.
004940     IF NOT WS-PERIOD-ON-FILE THEN
004950         MOVE SPACES TO PERIOD-CTL-RECORD
004960         MOVE WS-CLOSE-PERIOD TO PC-PERIOD
004970         MOVE ZERO TO PC-REOPEN-COUNT
004980     END-IF
004990     SET PC-CLOSED TO TRUE
005000     MOVE WS-STAMP-TS TO PC-CLOSED-TS
005010     MOVE WS-OPERATOR-ID TO PC-CLOSED-BY
005020     MOVE WS-TOT-MTD-COUNT TO PC-ROW-COUNT
005030     MOVE WS-TOT-MTD-AMOUNT TO PC-MTD-TOTAL
005040     IF WS-PERIOD-ON-FILE THEN
005050         REWRITE PERIOD-CTL-RECORD
005060             INVALID KEY
005070                 DISPLAY "ERROR REWRITING PERIOD-CTL-FILE, "
005080                     "STATUS = " WS-PERIOD-STATUS
005090                 MOVE 16 TO RETURN-CODE
005100                 STOP RUN
005110         END-REWRITE
005120     ELSE
005130         WRITE PERIOD-CTL-RECORD
005140             INVALID KEY
005150                 DISPLAY "ERROR WRITING PERIOD-CTL-FILE, "
005160                     "STATUS = " WS-PERIOD-STATUS
005170                 MOVE 16 TO RETURN-CODE
005180                 STOP RUN
005190         END-WRITE
005200     END-IF
005210     IF WS-PERIOD-STATUS NOT = "00" THEN
005220         DISPLAY "ERROR UPDATING PERIOD-CTL-FILE, STATUS = "
005230             WS-PERIOD-STATUS
005240         MOVE 16 TO RETURN-CODE
005250         STOP RUN
005260     END-IF
005270     DISPLAY "PERIOD " WS-CLOSE-PERIOD " CLOSED - POSTING TO IT "
005280         "IS NOW REFUSED".
005290 2500-EXIT.
005300     EXIT.
005310*-----------------------------------------------------------------
005320 4000-PAGE-HEADING.
005330     ADD 1 TO WS-PAGE-COUNT
005340     MOVE WS-PAGE-COUNT TO WS-HD-PAGE
005350     IF WS-PAGE-COUNT > 1 THEN
005360         MOVE SPACES TO REPORT-LINE
005370         PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
005380     END-IF
005390     MOVE WS-HEAD-1 TO REPORT-LINE
005400     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
005410     MOVE WS-HEAD-2 TO REPORT-LINE
005420     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
005430     MOVE SPACES TO REPORT-LINE
005440     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
005450     MOVE WS-HEAD-3 TO REPORT-LINE
005460     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
005470     MOVE WS-HEAD-4 TO REPORT-LINE
005480     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
005490     MOVE 6 TO WS-LINE-COUNT.
005500 4000-EXIT.
005510     EXIT.
005520*-----------------------------------------------------------------
005530 4100-WRITE-REPORT-LINE.
005540     WRITE REPORT-LINE
005550     IF WS-REPORT-STATUS NOT = "00" THEN
005560         DISPLAY "ERROR WRITING REPORT-FILE, STATUS = "
005570             WS-REPORT-STATUS
005580         MOVE 16 TO RETURN-CODE
005590         STOP RUN
005600     END-IF.
005610 4100-EXIT.
005620     EXIT.
005630*-----------------------------------------------------------------
005640*    A REOPEN IS ALWAYS DELIBERATE: IT NEEDS A CLOSED MONTH AND
005650*    A REASON, AND IT IS STAMPED ON THE CONTROL ROW. THE
005660*    ACCUMULATORS FROM THE LAST CLOSE ARE LEFT AS THEY ARE
005670*    UNTIL THE MONTH IS CLOSED AGAIN.
005680 5000-REOPEN-PERIOD.
005690     IF NOT WS-PERIOD-ON-FILE OR NOT PC-CLOSED THEN
005700         DISPLAY "PERIOD " WS-CLOSE-PERIOD " IS NOT CLOSED - "
005710             "NOTHING TO REOPEN"
005720         MOVE 8 TO RETURN-CODE
005730         GO TO 5000-EXIT
005740     END-IF
005750     IF WS-REASON = SPACES THEN
005760         DISPLAY "A REOPEN REASON IS REQUIRED (CLOSEPARM "
005770             "COLUMNS 24-63) - NOT REOPENED"
005780         MOVE 8 TO RETURN-CODE
005790         GO TO 5000-EXIT
005800     END-IF
005810     SET PC-OPEN TO TRUE
005820     MOVE WS-STAMP-TS TO PC-REOPENED-TS
005830     MOVE WS-OPERATOR-ID TO PC-REOPENED-BY
005840     MOVE WS-REASON TO PC-REOPEN-REASON
005850     ADD 1 TO PC-REOPEN-COUNT
005860     REWRITE PERIOD-CTL-RECORD
005870         INVALID KEY
005880             DISPLAY "ERROR REWRITING PERIOD-CTL-FILE, STATUS = "
005890                 WS-PERIOD-STATUS
005900             MOVE 16 TO RETURN-CODE
005910             STOP RUN
005920     END-REWRITE
005930     IF WS-PERIOD-STATUS NOT = "00" THEN
005940         DISPLAY "ERROR REWRITING PERIOD-CTL-FILE, STATUS = "
005950             WS-PERIOD-STATUS
005960         MOVE 16 TO RETURN-CODE
005970         STOP RUN
005980     END-IF
005990     PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
006000     MOVE SPACES TO WS-ML-TEXT
006010     STRING "PERIOD " WS-CLOSE-PERIOD " REOPENED - REASON: "
006020         WS-REASON DELIMITED BY SIZE
006030         INTO WS-ML-TEXT
006040     END-STRING
006050     MOVE WS-MESSAGE-LINE TO REPORT-LINE
006060     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
006070     MOVE SPACES TO WS-ML-TEXT
006080     STRING "TOTALS LAST CLOSED AT " PC-CLOSED-TS " BY "
006090         PC-CLOSED-BY " ARE NO LONGER FINAL UNTIL THE PERIOD "
006100         "IS CLOSED AGAIN" DELIMITED BY SIZE
006110         INTO WS-ML-TEXT
006120     END-STRING
006130     MOVE WS-MESSAGE-LINE TO REPORT-LINE
006140     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
006150     MOVE PC-REOPEN-COUNT TO WS-COUNT-EDIT
006160     DISPLAY "PERIOD " WS-CLOSE-PERIOD " REOPENED - REOPEN "
006170         "NUMBER " WS-COUNT-EDIT.
006180 5000-EXIT.
006190     EXIT.
006200*-----------------------------------------------------------------
006210 8500-PRINT-TOTALS.
006220     IF WS-PAGE-COUNT = ZERO
006230         OR WS-LINE-COUNT + 8 >= WS-LINES-PER-PAGE THEN
006240         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
006250     END-IF
006260     MOVE WS-HEAD-4 TO REPORT-LINE
006270     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
006280     MOVE "TOTAL" TO WS-DT-EXPR-ID
006290     MOVE WS-TOT-MTD-COUNT TO WS-DT-MTD-COUNT
006300     MOVE WS-TOT-MTD-AMOUNT TO WS-DT-MTD-AMOUNT
006310     MOVE WS-TOT-YTD-COUNT TO WS-DT-YTD-COUNT
006320     MOVE WS-TOT-YTD-AMOUNT TO WS-DT-YTD-AMOUNT
006330     MOVE WS-DETAIL-LINE TO REPORT-LINE
006340     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
006350     MOVE SPACES TO REPORT-LINE
006360     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
006370     MOVE "MASTER ROWS READ" TO WS-TL-LABEL
006380     MOVE WS-ROWS-READ TO WS-TL-COUNT
006390     MOVE WS-TOTAL-LINE TO REPORT-LINE
006400     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
006410     MOVE "EXPRESSIONS WITH TOTALS" TO WS-TL-LABEL
006420     MOVE WS-EXPRS-LISTED TO WS-TL-COUNT
006430     MOVE WS-TOTAL-LINE TO REPORT-LINE
006440     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
006450     MOVE "PRIOR TOTALS REPLACED" TO WS-TL-LABEL
006460     MOVE WS-PTD-REMOVED TO WS-TL-COUNT
006470     MOVE WS-TOTAL-LINE TO REPORT-LINE
006480     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
006490     MOVE WS-ROWS-READ TO WS-COUNT-EDIT
006500     DISPLAY "MASTER ROWS READ:        " WS-COUNT-EDIT
006510     MOVE WS-EXPRS-LISTED TO WS-COUNT-EDIT
006520     DISPLAY "EXPRESSIONS WITH TOTALS: " WS-COUNT-EDIT
006530     MOVE WS-TOT-MTD-COUNT TO WS-COUNT-EDIT
006540     DISPLAY "MONTH-TO-DATE ROWS:      " WS-COUNT-EDIT.
006550 8500-EXIT.
006560     EXIT.
006570*-----------------------------------------------------------------
006580 9000-TERMINATE.
006590     CLOSE PERIOD-CTL-FILE
006600     IF WS-MASTER-OPEN THEN
006610         CLOSE RESULT-MASTER-FILE
006620     END-IF
006630     IF WS-PTD-OPEN THEN
006640         CLOSE PTD-TOTAL-FILE
006650     END-IF
006660     CLOSE REPORT-FILE.
006670 9000-EXIT.
006680     EXIT.
006690 END PROGRAM period-close.
