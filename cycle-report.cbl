000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. cycle-report.
000030 AUTHOR. D MCALLISTER.
000040 INSTALLATION. FINANCIAL SYSTEMS DIVISION.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM:    CYCLE-REPORT
000090*    PURPOSE:    PRINTS THE NIGHTLY CYCLE STATUS REPORT FROM THE
000100*                CYCLECTL CYCLE CONTROL FILE FOR THE 6 AM
000110*                OPERATIONS CHECK - ONE BLOCK PER BUSINESS DATE,
000120*                OLDEST FIRST, WITH A LINE FOR EACH OF THE FIVE
000130*                CHAINED STEPS (EXPR-GENERATE, STACK-TEST,
000140*                RESULT-POST, RESULT-VARIANCE, SETTLE-EXTRACT):
000150*                ITS STATUS, START AND END TIMESTAMPS, RETURN
000160*                CODE, HOW MANY TIMES IT HAS STARTED, AND WHO
000170*                AUTHORIZED THE LAST RERUN. A CHAIN LINE UNDER
000180*                EACH BLOCK SAYS WHETHER THE DATE IS COMPLETE,
000190*                OR NAMES THE STEP IT IS STALLED OR WAITING AT.
000200*                ENDS RC 4 WHEN THE LATEST BUSINESS DATE ON
000210*                FILE HAS NOT COMPLETED, SO A STALLED CHAIN IS
000220*                NOT MISSED. THE OPTIONAL CYCRPARM CARD LIMITS
000230*                THE REPORT TO BUSINESS DATES ON OR AFTER THE
000240*                DATE IN COLUMNS 1-8.
000250*-----------------------------------------------------------------
000260*    MODIFICATION HISTORY
000270*    DATE       INIT  DESCRIPTION
000280*    ---------  ----  ------------------------------------------
000290*    2026-10-14 DM    ORIGINAL.
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CYCLE-CTL-FILE ASSIGN TO "CYCLECTL"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS CY-BUS-DATE
000380         FILE STATUS IS WS-CYCLE-STATUS.
000390     SELECT CYCR-PARM-FILE ASSIGN TO "CYCRPARM"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-CYCR-PARM-STATUS.
000420     SELECT REPORT-FILE ASSIGN TO "CYCRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-REPORT-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CYCLE-CTL-FILE.
000480 COPY cycle-ctl.
000490 FD  CYCR-PARM-FILE.
000500 01  CYCR-PARM-RECORD.
000510     05  CR-FROM-DATE            PIC X(08).
000520     05  FILLER                  PIC X(72).
000530 FD  REPORT-FILE.
000540 01  REPORT-LINE                 PIC X(132).
000550 WORKING-STORAGE SECTION.
000560 77  WS-CYCLE-STATUS             PIC X(02) VALUE SPACES.
000570 77  WS-CYCR-PARM-STATUS         PIC X(02) VALUE SPACES.
000580 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
000590 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000600     88  WS-END-OF-FILE                     VALUE "Y".
000610 77  WS-LATEST-SWITCH            PIC X(01) VALUE "Y".
000620     88  WS-LATEST-COMPLETE                 VALUE "Y".
000630 77  WS-PAGE-COUNT               PIC 9(04) VALUE ZERO.
000640 77  WS-LINE-COUNT               PIC S9(04) COMP VALUE +999.
000650 77  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE +55.
000660 77  WS-STEP-IDX                 PIC S9(04) COMP VALUE ZERO.
000670 77  WS-STALL-IDX                PIC S9(04) COMP VALUE ZERO.
000680 77  WS-DATES-READ               PIC 9(09) VALUE ZERO.
000690 77  WS-DATES-LISTED             PIC 9(09) VALUE ZERO.
000700 77  WS-CHAINS-COMPLETE          PIC 9(09) VALUE ZERO.
000710 77  WS-CHAINS-OPEN              PIC 9(09) VALUE ZERO.
000720 01  WS-COUNT-EDIT               PIC Z(08)9.
000730 01  WS-SEL-FROM-DATE            PIC X(08) VALUE SPACES.
000740 01  WS-LATEST-DATE              PIC X(08) VALUE SPACES.
000750 01  WS-STEP-NAME-VALUES.
000760     05  FILLER                  PIC X(15) VALUE
000770         "EXPR-GENERATE".
000780     05  FILLER                  PIC X(15) VALUE
000790         "STACK-TEST".
000800     05  FILLER                  PIC X(15) VALUE
000810         "RESULT-POST".
000820     05  FILLER                  PIC X(15) VALUE
000830         "RESULT-VARIANCE".
000840     05  FILLER                  PIC X(15) VALUE
000850         "SETTLE-EXTRACT".
000860 01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
000870     05  WS-STEP-NAME            PIC X(15) OCCURS 5 TIMES.
000880 01  WS-RUN-DATE.
000890     05  WS-RUN-YYYY             PIC X(04).
000900     05  WS-RUN-MM               PIC X(02).
000910     05  WS-RUN-DD               PIC X(02).
000920 01  WS-HEAD-1.
000930     05  FILLER                  PIC X(05) VALUE SPACES.
000940     05  FILLER                  PIC X(40) VALUE
000950         "NIGHTLY CYCLE STATUS REPORT".
000960     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
000970     05  WS-HD-DATE              PIC X(10).
000980     05  FILLER                  PIC X(05) VALUE SPACES.
000990     05  FILLER                  PIC X(06) VALUE "PAGE: ".
001000     05  WS-HD-PAGE              PIC ZZZ9.
001010 01  WS-HEAD-2.
001020     05  FILLER                  PIC X(28) VALUE
001030         "BUSINESS DATES ON OR AFTER: ".
001040     05  WS-HD-FROM-DATE         PIC X(08).
001050 01  WS-HEAD-3.
001060     05  FILLER                  PIC X(08) VALUE "BUS DATE".
001070     05  FILLER                  PIC X(02) VALUE SPACES.
001080     05  FILLER                  PIC X(15) VALUE "STEP".
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  FILLER                  PIC X(08) VALUE "STATUS".
001110     05  FILLER                  PIC X(02) VALUE SPACES.
001120     05  FILLER                  PIC X(14) VALUE "STARTED".
001130     05  FILLER                  PIC X(02) VALUE SPACES.
001140     05  FILLER                  PIC X(14) VALUE "ENDED".
001150     05  FILLER                  PIC X(02) VALUE SPACES.
001160     05  FILLER                  PIC X(04) VALUE "  RC".
001170     05  FILLER                  PIC X(02) VALUE SPACES.
001180     05  FILLER                  PIC X(04) VALUE "RUNS".
001190     05  FILLER                  PIC X(02) VALUE SPACES.
001200     05  FILLER                  PIC X(08) VALUE "RERUN BY".
001210 01  WS-HEAD-4.
001220     05  FILLER                  PIC X(90) VALUE ALL "-".
001230 01  WS-DETAIL-LINE.
001240     05  WS-DT-BUS-DATE          PIC X(08).
001250     05  FILLER                  PIC X(02) VALUE SPACES.
001260     05  WS-DT-STEP-NAME         PIC X(15).
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  WS-DT-STATUS            PIC X(08).
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  WS-DT-START-TS          PIC X(14).
001310     05  FILLER                  PIC X(02) VALUE SPACES.
001320     05  WS-DT-END-TS            PIC X(14).
001330     05  FILLER                  PIC X(02) VALUE SPACES.
001340     05  WS-DT-RC                PIC ZZZ9.
001350     05  FILLER                  PIC X(02) VALUE SPACES.
001360     05  FILLER                  PIC X(01) VALUE SPACES.
001370     05  WS-DT-RUN-COUNT         PIC ZZ9.
001380     05  FILLER                  PIC X(02) VALUE SPACES.
001390     05  WS-DT-RERUN-BY          PIC X(08).
001400 01  WS-CHAIN-LINE.
001410     05  FILLER                  PIC X(10) VALUE SPACES.
001420     05  FILLER                  PIC X(07) VALUE "CHAIN: ".
001430     05  WS-CH-TEXT              PIC X(70).
001440 01  WS-TOTAL-LINE.
001450     05  FILLER                  PIC X(02) VALUE SPACES.
001460     05  WS-TL-LABEL             PIC X(30).
001470     05  WS-TL-COUNT             PIC Z(08)9.
001480 PROCEDURE DIVISION.
001490*-----------------------------------------------------------------
001500 0000-MAINLINE.
001510     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001520     PERFORM 2000-PROCESS-DATE THRU 2000-EXIT
001530         UNTIL WS-END-OF-FILE
001540     PERFORM 8500-PRINT-TOTALS THRU 8500-EXIT
001550     PERFORM 9000-TERMINATE THRU 9000-EXIT
001560     STOP RUN.
001570*-----------------------------------------------------------------
001580 1000-INITIALIZE.
001590     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001600     STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
001610         DELIMITED BY SIZE
001620         INTO WS-HD-DATE
001630     END-STRING
001640     PERFORM 1100-READ-CYCR-PARM THRU 1100-EXIT
001650     IF WS-SEL-FROM-DATE = SPACES THEN
001660         MOVE "ANY DATE" TO WS-HD-FROM-DATE
001670     ELSE
001680         MOVE WS-SEL-FROM-DATE TO WS-HD-FROM-DATE
001690     END-IF
001700     OPEN INPUT CYCLE-CTL-FILE
001710     IF WS-CYCLE-STATUS = "35" THEN
001720*        NO STEP HAS EVER RUN UNDER CYCLE CONTROL - AN EMPTY
001730*        REPORT SAYS SO
001740         DISPLAY "NO CYCLES ON FILE - NOTHING TO REPORT"
001750         SET WS-END-OF-FILE TO TRUE
001760     ELSE
001770     IF WS-CYCLE-STATUS NOT = "00" THEN
001780         DISPLAY "ERROR OPENING CYCLE-CTL-FILE, STATUS = "
001790             WS-CYCLE-STATUS
001800         MOVE 16 TO RETURN-CODE
001810         STOP RUN
001820     END-IF
001830     END-IF
001840     OPEN OUTPUT REPORT-FILE
001850     IF WS-REPORT-STATUS NOT = "00" THEN
001860         DISPLAY "ERROR OPENING REPORT-FILE, STATUS = "
001870             WS-REPORT-STATUS
001880         MOVE 16 TO RETURN-CODE
001890         STOP RUN
001900     END-IF
001910     IF NOT WS-END-OF-FILE THEN
001920         PERFORM 2100-READ-CYCLE THRU 2100-EXIT
001930     END-IF.
001940 1000-EXIT.
001950     EXIT.
001960*-----------------------------------------------------------------
001970 1100-READ-CYCR-PARM.
001980     OPEN INPUT CYCR-PARM-FILE
001990     IF WS-CYCR-PARM-STATUS NOT = "00" THEN
002000         GO TO 1100-EXIT
002010     END-IF
002020     READ CYCR-PARM-FILE
002030         AT END
002040             CONTINUE
002050         NOT AT END
002060             MOVE CR-FROM-DATE TO WS-SEL-FROM-DATE
002070     END-READ
002080     CLOSE CYCR-PARM-FILE
002090     IF WS-SEL-FROM-DATE NOT = SPACES
002100         AND WS-SEL-FROM-DATE IS NOT NUMERIC THEN
002110         DISPLAY "INVALID FROM DATE ON CYCRPARM CARD: "
002120             WS-SEL-FROM-DATE
002130         MOVE 16 TO RETURN-CODE
002140         STOP RUN
002150     END-IF.
002160 1100-EXIT.
002170     EXIT.
002180*-----------------------------------------------------------------
002190 2000-PROCESS-DATE.
002200     ADD 1 TO WS-DATES-READ
002210     PERFORM 3000-PRINT-DATE THRU 3000-EXIT
002220     PERFORM 2100-READ-CYCLE THRU 2100-EXIT.
002230 2000-EXIT.
002240     EXIT.
002250*-----------------------------------------------------------------
002260 2100-READ-CYCLE.
002270     READ CYCLE-CTL-FILE NEXT RECORD
002280         AT END
002290             SET WS-END-OF-FILE TO TRUE
002300     END-READ
002310     IF NOT WS-END-OF-FILE
002320         AND WS-CYCLE-STATUS NOT = "00" THEN
002330         DISPLAY "ERROR READING CYCLE-CTL-FILE, STATUS = "
002340             WS-CYCLE-STATUS
002350         MOVE 16 TO RETURN-CODE
002360         STOP RUN
002370     END-IF.
002380 2100-EXIT.
002390     EXIT.
002400*-----------------------------------------------------------------
002410*    ONE BLOCK PER BUSINESS DATE - FIVE STEP LINES, THE CHAIN
002420*    LINE AND A BLANK. A BLOCK IS NOT SPLIT ACROSS PAGES. THE
002430*    FILE READS IN BUSINESS-DATE ORDER, SO THE LAST BLOCK
002440*    PRINTED IS THE LATEST DATE.
002450 3000-PRINT-DATE.
002460     IF WS-SEL-FROM-DATE NOT = SPACES
002470         AND CY-BUS-DATE < WS-SEL-FROM-DATE THEN
002480         GO TO 3000-EXIT
002490     END-IF
002500     IF WS-LINE-COUNT + 7 >= WS-LINES-PER-PAGE THEN
002510         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
002520     END-IF
002530     PERFORM 3200-PRINT-ONE-STEP THRU 3200-EXIT
002540         VARYING WS-STEP-IDX FROM 1 BY 1
002550         UNTIL WS-STEP-IDX > 5
002560     PERFORM 3100-JUDGE-CHAIN THRU 3100-EXIT
002570     MOVE WS-CHAIN-LINE TO REPORT-LINE
002580     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
002590     MOVE SPACES TO REPORT-LINE
002600     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
002610     MOVE CY-BUS-DATE TO WS-LATEST-DATE
002620     ADD 1 TO WS-DATES-LISTED.
002630 3000-EXIT.
002640     EXIT.
002650*-----------------------------------------------------------------
002660*    THE CHAIN STANDS AT THE FIRST STEP THAT HAS NOT COMPLETED
002670 3100-JUDGE-CHAIN.
002680     MOVE ZERO TO WS-STALL-IDX
002690     PERFORM 3110-CHECK-ONE-STEP THRU 3110-EXIT
002700         VARYING WS-STEP-IDX FROM 1 BY 1
002710         UNTIL WS-STEP-IDX > 5
002720             OR WS-STALL-IDX > ZERO
002730     MOVE SPACES TO WS-CH-TEXT
002740     IF WS-STALL-IDX = ZERO THEN
002750         MOVE "COMPLETE - ALL FIVE STEPS ENDED NORMALLY"
002760             TO WS-CH-TEXT
002770         ADD 1 TO WS-CHAINS-COMPLETE
002780         SET WS-LATEST-COMPLETE TO TRUE
002790         GO TO 3100-EXIT
002800     END-IF
002810     ADD 1 TO WS-CHAINS-OPEN
002820     MOVE "N" TO WS-LATEST-SWITCH
002830     IF CY-STEP-RUNNING (WS-STALL-IDX) THEN
002840         STRING "RUNNING OR STALLED - " DELIMITED BY SIZE
002850             WS-STEP-NAME (WS-STALL-IDX) DELIMITED BY SPACE
002860             " STARTED BUT HAS NOT ENDED" DELIMITED BY SIZE
002870             INTO WS-CH-TEXT
002880         END-STRING
002890     END-IF
002900     IF CY-STEP-FAILED (WS-STALL-IDX) THEN
002910         STRING "STALLED - " DELIMITED BY SIZE
002920             WS-STEP-NAME (WS-STALL-IDX) DELIMITED BY SPACE
002930             " ENDED ABNORMALLY" DELIMITED BY SIZE
002940             INTO WS-CH-TEXT
002950         END-STRING
002960     END-IF
002970     IF CY-STEP-NOT-RUN (WS-STALL-IDX) THEN
002980         STRING "WAITING - " DELIMITED BY SIZE
002990             WS-STEP-NAME (WS-STALL-IDX) DELIMITED BY SPACE
003000             " HAS NOT STARTED" DELIMITED BY SIZE
003010             INTO WS-CH-TEXT
003020         END-STRING
003030     END-IF.
003040 3100-EXIT.
003050     EXIT.
003060*-----------------------------------------------------------------
003070 3110-CHECK-ONE-STEP.
003080     IF NOT CY-STEP-COMPLETE (WS-STEP-IDX) THEN
003090         MOVE WS-STEP-IDX TO WS-STALL-IDX
003100     END-IF.
003110 3110-EXIT.
003120     EXIT.
003130*-----------------------------------------------------------------
003140 3200-PRINT-ONE-STEP.
003150     MOVE SPACES TO WS-DT-BUS-DATE
003160     IF WS-STEP-IDX = 1 THEN
003170         MOVE CY-BUS-DATE TO WS-DT-BUS-DATE
003180     END-IF
003190     MOVE WS-STEP-NAME (WS-STEP-IDX) TO WS-DT-STEP-NAME
003200     MOVE "NOT RUN" TO WS-DT-STATUS
003210     IF CY-STEP-RUNNING (WS-STEP-IDX) THEN
003220         MOVE "RUNNING" TO WS-DT-STATUS
003230     END-IF
003240     IF CY-STEP-COMPLETE (WS-STEP-IDX) THEN
003250         MOVE "COMPLETE" TO WS-DT-STATUS
003260     END-IF
003270     IF CY-STEP-FAILED (WS-STEP-IDX) THEN
003280         MOVE "FAILED" TO WS-DT-STATUS
003290     END-IF
003300     MOVE CY-STEP-START-TS (WS-STEP-IDX) TO WS-DT-START-TS
003310     MOVE CY-STEP-END-TS (WS-STEP-IDX) TO WS-DT-END-TS
003320     MOVE CY-STEP-RC (WS-STEP-IDX) TO WS-DT-RC
003330     MOVE CY-STEP-RUN-COUNT (WS-STEP-IDX) TO WS-DT-RUN-COUNT
003340     MOVE CY-STEP-RERUN-BY (WS-STEP-IDX) TO WS-DT-RERUN-BY
003350     MOVE WS-DETAIL-LINE TO REPORT-LINE
003360     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
003370 3200-EXIT.
003380     EXIT.
003390*-----------------------------------------------------------------
003400 4000-PAGE-HEADING.
003410     ADD 1 TO WS-PAGE-COUNT
003420     MOVE WS-PAGE-COUNT TO WS-HD-PAGE
003430     IF WS-PAGE-COUNT > 1 THEN
003440         MOVE SPACES TO REPORT-LINE
003450         PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003460     END-IF
003470     MOVE WS-HEAD-1 TO REPORT-LINE
003480     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003490     MOVE WS-HEAD-2 TO REPORT-LINE
003500     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003510     MOVE SPACES TO REPORT-LINE
003520     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003530     MOVE WS-HEAD-3 TO REPORT-LINE
003540     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003550     MOVE WS-HEAD-4 TO REPORT-LINE
003560     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003570     MOVE 6 TO WS-LINE-COUNT.
003580 4000-EXIT.
003590     EXIT.
003600*-----------------------------------------------------------------
003610*    EVERY LINE WRITTEN COUNTS TOWARD THE PAGE
003620 4100-WRITE-REPORT-LINE.
003630     WRITE REPORT-LINE
003640     IF WS-REPORT-STATUS NOT = "00" THEN
003650         DISPLAY "ERROR WRITING REPORT-FILE, STATUS = "
003660             WS-REPORT-STATUS
003670         MOVE 16 TO RETURN-CODE
003680         STOP RUN
003690     END-IF
003700     ADD 1 TO WS-LINE-COUNT.
003710 4100-EXIT.
003720     EXIT.
003730*-----------------------------------------------------------------
003740*    A LATEST BUSINESS DATE THAT HAS NOT COMPLETED IS WHAT THE
003750*    MORNING CHECK IS LOOKING FOR - END RC 4 SO IT CANNOT BE
003760*    MISSED. AN OLDER INCOMPLETE DATE STILL SHOWS IN THE TOTALS.
003770 8500-PRINT-TOTALS.
003780     IF WS-PAGE-COUNT = ZERO
003790         OR WS-LINE-COUNT + 5 >= WS-LINES-PER-PAGE THEN
003800         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
003810     END-IF
003820     MOVE SPACES TO REPORT-LINE
003830     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003840     MOVE "BUSINESS DATES ON FILE" TO WS-TL-LABEL
003850     MOVE WS-DATES-READ TO WS-TL-COUNT
003860     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
003870     MOVE "BUSINESS DATES LISTED" TO WS-TL-LABEL
003880     MOVE WS-DATES-LISTED TO WS-TL-COUNT
003890     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
003900     MOVE "CHAINS COMPLETE" TO WS-TL-LABEL
003910     MOVE WS-CHAINS-COMPLETE TO WS-TL-COUNT
003920     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
003930     MOVE "CHAINS NOT COMPLETE" TO WS-TL-LABEL
003940     MOVE WS-CHAINS-OPEN TO WS-TL-COUNT
003950     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
003960     MOVE WS-CHAINS-OPEN TO WS-COUNT-EDIT
003970     DISPLAY "CYCLE-REPORT COMPLETE - CHAINS NOT COMPLETE: "
003980         WS-COUNT-EDIT
003990     IF NOT WS-LATEST-COMPLETE THEN
004000         DISPLAY "LATEST BUSINESS DATE " WS-LATEST-DATE
004010             " HAS NOT COMPLETED THE NIGHTLY CHAIN"
004020         MOVE 4 TO RETURN-CODE
004030     END-IF.
004040 8500-EXIT.
004050     EXIT.
004060*-----------------------------------------------------------------
004070 8510-WRITE-TOTAL-LINE.
004080     MOVE WS-TOTAL-LINE TO REPORT-LINE
004090     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
004100 8510-EXIT.
004110     EXIT.
004120*-----------------------------------------------------------------
004130 9000-TERMINATE.
004140     IF WS-CYCLE-STATUS NOT = "35" THEN
004150         CLOSE CYCLE-CTL-FILE
004160     END-IF
004170     CLOSE REPORT-FILE.
004180 9000-EXIT.
004190     EXIT.
004200 END PROGRAM cycle-report.
