000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. defn-history.
000030 AUTHOR. D MCALLISTER.
000040 INSTALLATION. FINANCIAL SYSTEMS DIVISION.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM:    DEFN-HISTORY
000090*    PURPOSE:    PRINTS THE PAGINATED DEFINITION-HISTORY AUDIT
000100*                REPORT FROM THE DEFNHIST CHANGE LOG THAT
000110*                EXPR-DEFN-MAINT APPENDS TO - ONE BLOCK PER
000120*                VERSION FILED, IN THE ORDER THEY WERE FILED:
000130*                WHEN, WHICH OPERATOR, WHICH FUNCTION, WHICH
000140*                EXPRESSION AND EFFECTIVE-FROM DATE, THE
000150*                VERSION IT SUPERSEDED, AND THE STATUS,
000160*                FREQUENCY, ROUNDING POLICY AND FORMULA TEXT
000170*                BEFORE AND AFTER. WITH A RESULTMST ROW'S
000180*                EXPRESSION ID AND EFFECTIVE DATE IN HAND, AN
000190*                EXAMINER CAN READ OFF WHICH FORMULA WAS IN
000200*                FORCE WHEN THE ROW WAS PRICED - THE LATEST
000210*                VERSION EFFECTIVE ON OR BEFORE THAT DATE. THE
000220*                OPTIONAL DHPARM CARD LIMITS THE REPORT TO ONE
000230*                EXPRESSION ID (COLUMNS 1-10) AND/OR TO CHANGES
000240*                MADE ON OR AFTER A DATE (COLUMNS 12-19).
000250*-----------------------------------------------------------------
000260*    MODIFICATION HISTORY
000270*    DATE       INIT  DESCRIPTION
000280*    ---------  ----  ------------------------------------------
000290*    2026-10-14 DM    ORIGINAL.
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT DEFN-HIST-FILE ASSIGN TO "DEFNHIST"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-HIST-STATUS.
000370     SELECT DH-PARM-FILE ASSIGN TO "DHPARM"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-DH-PARM-STATUS.
000400     SELECT REPORT-FILE ASSIGN TO "DEFNRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-REPORT-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  DEFN-HIST-FILE.
000460 COPY defn-hist.
000470 FD  DH-PARM-FILE.
000480 01  DH-PARM-RECORD.
000490     05  DP-EXPR-ID              PIC X(10).
000500     05  FILLER                  PIC X(01).
000510     05  DP-FROM-DATE            PIC X(08).
000520     05  FILLER                  PIC X(61).
000530 FD  REPORT-FILE.
000540 01  REPORT-LINE                 PIC X(132).
000550 WORKING-STORAGE SECTION.
000560 77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
000570 77  WS-DH-PARM-STATUS           PIC X(02) VALUE SPACES.
000580 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
000590 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000600     88  WS-END-OF-FILE                     VALUE "Y".
000610 77  WS-PAGE-COUNT               PIC 9(04) VALUE ZERO.
000620 77  WS-LINE-COUNT               PIC S9(04) COMP VALUE +999.
000630 77  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE +55.
000640 77  WS-CHUNK-IDX                PIC S9(04) COMP VALUE ZERO.
000650 77  WS-CHUNK-START              PIC S9(04) COMP VALUE ZERO.
000660 77  WS-CHANGES-READ             PIC 9(09) VALUE ZERO.
000670 77  WS-CHANGES-LISTED           PIC 9(09) VALUE ZERO.
000680 01  WS-COUNT-EDIT               PIC Z(08)9.
000690 01  WS-SEL-EXPR-ID              PIC X(10) VALUE SPACES.
000700 01  WS-SEL-FROM-DATE            PIC X(08) VALUE SPACES.
000710*    THE FORMULA TEXT BEING PRINTED BY 3200-PRINT-TEXT, 100
000720*    CHARACTERS TO A LINE
000730 01  WS-PRINT-LABEL              PIC X(10) VALUE SPACES.
000740 01  WS-PRINT-TEXT               PIC X(300) VALUE SPACES.
000750 01  WS-RUN-DATE.
000760     05  WS-RUN-YYYY             PIC X(04).
000770     05  WS-RUN-MM               PIC X(02).
000780     05  WS-RUN-DD               PIC X(02).
000790 01  WS-HEAD-1.
000800     05  FILLER                  PIC X(05) VALUE SPACES.
000810     05  FILLER                  PIC X(40) VALUE
000820         "DEFINITION HISTORY AUDIT REPORT".
000830     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
000840     05  WS-HD-DATE              PIC X(10).
000850     05  FILLER                  PIC X(05) VALUE SPACES.
000860     05  FILLER                  PIC X(06) VALUE "PAGE: ".
000870     05  WS-HD-PAGE              PIC ZZZ9.
000880 01  WS-HEAD-2.
000890     05  FILLER                  PIC X(12) VALUE "EXPRESSION: ".
000900     05  WS-HD-EXPR-ID           PIC X(10).
000910     05  FILLER                  PIC X(20) VALUE
000920         "  CHANGED ON/AFTER: ".
000930     05  WS-HD-FROM-DATE         PIC X(08).
000940 01  WS-HEAD-3.
000950     05  FILLER                  PIC X(14) VALUE "CHANGED".
000960     05  FILLER                  PIC X(02) VALUE SPACES.
000970     05  FILLER                  PIC X(08) VALUE "OPERATOR".
000980     05  FILLER                  PIC X(02) VALUE SPACES.
000990     05  FILLER                  PIC X(04) VALUE "FUNC".
001000     05  FILLER                  PIC X(02) VALUE SPACES.
001010     05  FILLER                  PIC X(10) VALUE "EXPR ID".
001020     05  FILLER                  PIC X(02) VALUE SPACES.
001030     05  FILLER                  PIC X(08) VALUE "EFF FROM".
001040     05  FILLER                  PIC X(02) VALUE SPACES.
001050     05  FILLER                  PIC X(10) VALUE "SUPERSEDES".
001060     05  FILLER                  PIC X(02) VALUE SPACES.
001070     05  FILLER                  PIC X(15) VALUE
001080         "STAT FREQ ROUND".
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  FILLER                  PIC X(15) VALUE
001110         "STAT FREQ ROUND".
001120 01  WS-HEAD-4.
001130     05  FILLER                  PIC X(66) VALUE SPACES.
001140     05  FILLER                  PIC X(15) VALUE
001150         "---- BEFORE ---".
001160     05  FILLER                  PIC X(02) VALUE SPACES.
001170     05  FILLER                  PIC X(15) VALUE
001180         "---- AFTER ----".
001190 01  WS-HEAD-5.
001200     05  FILLER                  PIC X(98) VALUE ALL "-".
001210 01  WS-DETAIL-LINE.
001220     05  WS-DT-CHANGE-TS         PIC X(14).
001230     05  FILLER                  PIC X(02) VALUE SPACES.
001240     05  WS-DT-OPERATOR-ID       PIC X(08).
001250     05  FILLER                  PIC X(02) VALUE SPACES.
001260     05  WS-DT-FUNCTION          PIC X(04).
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  WS-DT-EXPR-ID           PIC X(10).
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  WS-DT-EFF-FROM          PIC X(08).
001310     05  FILLER                  PIC X(02) VALUE SPACES.
001320     05  WS-DT-SUPERSEDES        PIC X(10).
001330     05  FILLER                  PIC X(02) VALUE SPACES.
001340     05  FILLER                  PIC X(01) VALUE SPACES.
001350     05  WS-DT-BEFORE-STATUS     PIC X(01).
001360     05  FILLER                  PIC X(04) VALUE SPACES.
001370     05  WS-DT-BEFORE-FREQUENCY  PIC X(01).
001380     05  FILLER                  PIC X(04) VALUE SPACES.
001390     05  WS-DT-BEFORE-ROUND      PIC X(02).
001400     05  FILLER                  PIC X(05) VALUE SPACES.
001410     05  WS-DT-AFTER-STATUS      PIC X(01).
001420     05  FILLER                  PIC X(04) VALUE SPACES.
001430     05  WS-DT-AFTER-FREQUENCY   PIC X(01).
001440     05  FILLER                  PIC X(04) VALUE SPACES.
001450     05  WS-DT-AFTER-ROUND       PIC X(02).
001460 01  WS-TEXT-LINE.
001470     05  FILLER                  PIC X(04) VALUE SPACES.
001480     05  WS-TX-LABEL             PIC X(10).
001490     05  WS-TX-TEXT              PIC X(100).
001500 01  WS-TOTAL-LINE.
001510     05  FILLER                  PIC X(02) VALUE SPACES.
001520     05  WS-TL-LABEL             PIC X(30).
001530     05  WS-TL-COUNT             PIC Z(08)9.
001540 PROCEDURE DIVISION.
001550*-----------------------------------------------------------------
001560 0000-MAINLINE.
001570     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001580     PERFORM 2000-PROCESS-CHANGE THRU 2000-EXIT
001590         UNTIL WS-END-OF-FILE
001600     PERFORM 8500-PRINT-TOTALS THRU 8500-EXIT
001610     PERFORM 9000-TERMINATE THRU 9000-EXIT
001620     STOP RUN.
001630*-----------------------------------------------------------------
001640 1000-INITIALIZE.
001650     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001660     STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
001670         DELIMITED BY SIZE
001680         INTO WS-HD-DATE
001690     END-STRING
001700     PERFORM 1100-READ-DH-PARM THRU 1100-EXIT
001710     IF WS-SEL-EXPR-ID = SPACES THEN
001720         MOVE "ALL" TO WS-HD-EXPR-ID
001730     ELSE
001740         MOVE WS-SEL-EXPR-ID TO WS-HD-EXPR-ID
001750     END-IF
001760     IF WS-SEL-FROM-DATE = SPACES THEN
001770         MOVE "ANY DATE" TO WS-HD-FROM-DATE
001780     ELSE
001790         MOVE WS-SEL-FROM-DATE TO WS-HD-FROM-DATE
001800     END-IF
001810     OPEN INPUT DEFN-HIST-FILE
001820     IF WS-HIST-STATUS = "35" THEN
001830*        NO DEFINITION HAS BEEN FILED SINCE LOGGING BEGAN - AN
001840*        EMPTY REPORT SAYS SO
001850         DISPLAY "NO DEFINITION CHANGES ON FILE - NOTHING TO "
001860             "REPORT"
001870         SET WS-END-OF-FILE TO TRUE
001880     ELSE
001890     IF WS-HIST-STATUS NOT = "00" THEN
001900         DISPLAY "ERROR OPENING DEFN-HIST-FILE, STATUS = "
001910             WS-HIST-STATUS
001920         MOVE 16 TO RETURN-CODE
001930         STOP RUN
001940     END-IF
001950     END-IF
001960     OPEN OUTPUT REPORT-FILE
001970     IF WS-REPORT-STATUS NOT = "00" THEN
001980         DISPLAY "ERROR OPENING REPORT-FILE, STATUS = "
001990             WS-REPORT-STATUS
002000         MOVE 16 TO RETURN-CODE
002010         STOP RUN
002020     END-IF
002030     IF NOT WS-END-OF-FILE THEN
002040         PERFORM 2100-READ-CHANGE THRU 2100-EXIT
002050     END-IF.
002060 1000-EXIT.
002070     EXIT.
002080*-----------------------------------------------------------------
002090 1100-READ-DH-PARM.
002100     OPEN INPUT DH-PARM-FILE
002110     IF WS-DH-PARM-STATUS NOT = "00" THEN
002120         GO TO 1100-EXIT
002130     END-IF
002140     READ DH-PARM-FILE
002150         AT END
002160             CONTINUE
002170         NOT AT END
002180             MOVE DP-EXPR-ID TO WS-SEL-EXPR-ID
002190             MOVE DP-FROM-DATE TO WS-SEL-FROM-DATE
002200     END-READ
002210     CLOSE DH-PARM-FILE
002220     IF WS-SEL-FROM-DATE NOT = SPACES
002230         AND WS-SEL-FROM-DATE IS NOT NUMERIC THEN
002240         DISPLAY "INVALID FROM DATE ON DHPARM CARD: "
002250             WS-SEL-FROM-DATE
002260         MOVE 16 TO RETURN-CODE
002270         STOP RUN
002280     END-IF.
002290 1100-EXIT.
002300     EXIT.
002310*-----------------------------------------------------------------
002320 2000-PROCESS-CHANGE.
002330     ADD 1 TO WS-CHANGES-READ
002340     PERFORM 3000-PRINT-CHANGE THRU 3000-EXIT
002350     PERFORM 2100-READ-CHANGE THRU 2100-EXIT.
002360 2000-EXIT.
002370     EXIT.
002380*-----------------------------------------------------------------
002390 2100-READ-CHANGE.
002400     READ DEFN-HIST-FILE
002410         AT END
002420             SET WS-END-OF-FILE TO TRUE
002430     END-READ
002440     IF NOT WS-END-OF-FILE
002450         AND WS-HIST-STATUS NOT = "00" THEN
002460         DISPLAY "ERROR READING DEFN-HIST-FILE, STATUS = "
002470             WS-HIST-STATUS
002480         MOVE 16 TO RETURN-CODE
002490         STOP RUN
002500     END-IF.
002510 2100-EXIT.
002520     EXIT.
002530*-----------------------------------------------------------------
002540*    ONE BLOCK PER VERSION FILED THAT THE DHPARM CARD SELECTS -
002550*    THE CHANGE LINE, THEN THE FORMULA BEFORE AND AFTER. A BLOCK
002560*    IS NOT SPLIT ACROSS PAGES.
002570 3000-PRINT-CHANGE.
002580     IF WS-SEL-EXPR-ID NOT = SPACES
002590         AND DH-EXPR-ID NOT = WS-SEL-EXPR-ID THEN
002600         GO TO 3000-EXIT
002610     END-IF
002620     IF WS-SEL-FROM-DATE NOT = SPACES
002630         AND DH-CHANGE-TS (1:8) < WS-SEL-FROM-DATE THEN
002640         GO TO 3000-EXIT
002650     END-IF
002660     IF WS-LINE-COUNT + 8 >= WS-LINES-PER-PAGE THEN
002670         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
002680     END-IF
002690     MOVE DH-CHANGE-TS TO WS-DT-CHANGE-TS
002700     MOVE DH-OPERATOR-ID TO WS-DT-OPERATOR-ID
002710     MOVE DH-FUNCTION TO WS-DT-FUNCTION
002720     MOVE DH-EXPR-ID TO WS-DT-EXPR-ID
002730     MOVE DH-EFF-FROM-DATE TO WS-DT-EFF-FROM
002740     IF DH-BEFORE-EFF-FROM = SPACES THEN
002750         MOVE "(NEW)" TO WS-DT-SUPERSEDES
002760     ELSE
002770     IF DH-BEFORE-EFF-FROM = DH-EFF-FROM-DATE THEN
002780         MOVE "(CORRECTS)" TO WS-DT-SUPERSEDES
002790     ELSE
002800         MOVE DH-BEFORE-EFF-FROM TO WS-DT-SUPERSEDES
002810     END-IF
002820     END-IF
002830     MOVE DH-BEFORE-STATUS TO WS-DT-BEFORE-STATUS
002840     MOVE DH-BEFORE-FREQUENCY TO WS-DT-BEFORE-FREQUENCY
002850     MOVE DH-BEFORE-ROUND TO WS-DT-BEFORE-ROUND
002860     MOVE DH-AFTER-STATUS TO WS-DT-AFTER-STATUS
002870     MOVE DH-AFTER-FREQUENCY TO WS-DT-AFTER-FREQUENCY
002880     MOVE DH-AFTER-ROUND TO WS-DT-AFTER-ROUND
002890     MOVE WS-DETAIL-LINE TO REPORT-LINE
002900     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
002910     MOVE "BEFORE:" TO WS-PRINT-LABEL
002920     IF DH-BEFORE-TEXT = SPACES THEN
002930         MOVE "(NONE - NEW DEFINITION)" TO WS-PRINT-TEXT
002940     ELSE
002950         MOVE DH-BEFORE-TEXT TO WS-PRINT-TEXT
002960     END-IF
002970     PERFORM 3200-PRINT-TEXT THRU 3200-EXIT
002980     MOVE "AFTER:" TO WS-PRINT-LABEL
002990     MOVE DH-AFTER-TEXT TO WS-PRINT-TEXT
003000     PERFORM 3200-PRINT-TEXT THRU 3200-EXIT
003010     MOVE SPACES TO REPORT-LINE
003020     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003030     ADD 1 TO WS-CHANGES-LISTED.
003040 3000-EXIT.
003050     EXIT.
003060*-----------------------------------------------------------------
003070*    THE 300-CHARACTER FORMULA PRINTS 100 CHARACTERS TO A LINE;
003080*    TRAILING BLANK LINES ARE DROPPED.
003090 3200-PRINT-TEXT.
003100     PERFORM 3210-PRINT-ONE-CHUNK THRU 3210-EXIT
003110         VARYING WS-CHUNK-IDX FROM 1 BY 1
003120         UNTIL WS-CHUNK-IDX > 3.
003130 3200-EXIT.
003140     EXIT.
003150*-----------------------------------------------------------------
003160 3210-PRINT-ONE-CHUNK.
003170     COMPUTE WS-CHUNK-START = (WS-CHUNK-IDX - 1) * 100 + 1
003180     IF WS-CHUNK-IDX > 1
003190         AND WS-PRINT-TEXT (WS-CHUNK-START:) = SPACES THEN
003200         GO TO 3210-EXIT
003210     END-IF
003220     MOVE SPACES TO WS-TEXT-LINE
003230     IF WS-CHUNK-IDX = 1 THEN
003240         MOVE WS-PRINT-LABEL TO WS-TX-LABEL
003250     END-IF
003260     MOVE WS-PRINT-TEXT (WS-CHUNK-START:100) TO WS-TX-TEXT
003270     MOVE WS-TEXT-LINE TO REPORT-LINE
003280     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
003290 3210-EXIT.
003300     EXIT.
003310*-----------------------------------------------------------------
003320 4000-PAGE-HEADING.
003330     ADD 1 TO WS-PAGE-COUNT
003340     MOVE WS-PAGE-COUNT TO WS-HD-PAGE
003350     IF WS-PAGE-COUNT > 1 THEN
003360         MOVE SPACES TO REPORT-LINE
003370         PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003380     END-IF
003390     MOVE WS-HEAD-1 TO REPORT-LINE
003400     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003410     MOVE WS-HEAD-2 TO REPORT-LINE
003420     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003430     MOVE SPACES TO REPORT-LINE
003440     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003450     MOVE WS-HEAD-3 TO REPORT-LINE
003460     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003470     MOVE WS-HEAD-4 TO REPORT-LINE
003480     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003490     MOVE WS-HEAD-5 TO REPORT-LINE
003500     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003510     MOVE 7 TO WS-LINE-COUNT.
003520 4000-EXIT.
003530     EXIT.
003540*-----------------------------------------------------------------
003550*    EVERY LINE WRITTEN COUNTS TOWARD THE PAGE
003560 4100-WRITE-REPORT-LINE.
003570     WRITE REPORT-LINE
003580     IF WS-REPORT-STATUS NOT = "00" THEN
003590         DISPLAY "ERROR WRITING REPORT-FILE, STATUS = "
003600             WS-REPORT-STATUS
003610         MOVE 16 TO RETURN-CODE
003620         STOP RUN
003630     END-IF
003640     ADD 1 TO WS-LINE-COUNT.
003650 4100-EXIT.
003660     EXIT.
003670*-----------------------------------------------------------------
003680 8500-PRINT-TOTALS.
003690     IF WS-PAGE-COUNT = ZERO
003700         OR WS-LINE-COUNT + 4 >= WS-LINES-PER-PAGE THEN
003710         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
003720     END-IF
003730     MOVE SPACES TO REPORT-LINE
003740     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003750     MOVE "CHANGES ON THE LOG" TO WS-TL-LABEL
003760     MOVE WS-CHANGES-READ TO WS-TL-COUNT
003770     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
003780     MOVE "CHANGES LISTED" TO WS-TL-LABEL
003790     MOVE WS-CHANGES-LISTED TO WS-TL-COUNT
003800     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
003810     MOVE WS-CHANGES-LISTED TO WS-COUNT-EDIT
003820     DISPLAY "DEFN-HISTORY COMPLETE - CHANGES LISTED: "
003830         WS-COUNT-EDIT.
003840 8500-EXIT.
003850     EXIT.
003860*-----------------------------------------------------------------
003870 8510-WRITE-TOTAL-LINE.
003880     MOVE WS-TOTAL-LINE TO REPORT-LINE
003890     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
003900 8510-EXIT.
003910     EXIT.
003920*-----------------------------------------------------------------
003930 9000-TERMINATE.
003940     IF WS-HIST-STATUS NOT = "35" THEN
003950         CLOSE DEFN-HIST-FILE
003960     END-IF
003970     CLOSE REPORT-FILE.
003980 9000-EXIT.
003990     EXIT.
004000 END PROGRAM defn-history.
