000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. proof-print.
000030 AUTHOR. D MCALLISTER.
000040 INSTALLATION. FINANCIAL SYSTEMS DIVISION.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM:    PROOF-PRINT
000090*    PURPOSE:    PRINTS THE CALCULATION PROOF BEHIND A RESULTMST
000100*                ROW SO AN EXAMINER CAN REDO THE ARITHMETIC BY
000110*                HAND. EACH PRFPARM CARD NAMES ONE ROW BY ITS
000120*                RESULTMST KEY (EXPRESSION ID COLUMNS 1-10, RUN
000130*                DATE YYYYMMDD COLUMNS 12-19, AS RESULT-INQUIRY
000140*                SHOWS THEM) AND GETS A PAGE OF ITS OWN ON
000150*                PRFRPT: THE ROW AS IT STANDS, THEN EVERY STEP
000160*                EXPR-EVAL WROTE TO PROOFMST WHEN THE ROW WAS
000170*                PRICED - THE FORMULA, EACH OPERAND AS RESOLVED
000180*                (RATE AND ITS EFFECTIVE-FROM DATE, DATE AND ITS
000190*                SERIAL DAY NUMBER, REFERENCED RESULT), EACH
000200*                OPERATOR WITH ITS LEFT AND RIGHT VALUES AND THE
000210*                INTERMEDIATE RESULT, AND THE FINAL ROUNDING. A
000220*                RESTATED ROW ALSO GETS THE PROOF OF ITS
000230*                RESTATEMENT. THE RESULT THE PROOF ENDS ON IS
000240*                CHECKED AGAINST THE MASTER. RETURN-CODE 4 WHEN
000250*                ANY CARD IS REJECTED, ANY ROW IS MISSING OR HAS
000260*                NO PROOF, OR A PROOF DOES NOT AGREE.
000270*-----------------------------------------------------------------
000280*    MODIFICATION HISTORY
000290*    DATE       INIT  DESCRIPTION
000300*    ---------  ----  ------------------------------------------
000310*    2026-10-14 DM    ORIGINAL.
000320*    2026-10-14 DM    THE RESTATEMENT PROOF IS LOOKED UP UNDER
000330*                     THE ROW'S RUN DATE, THE DATE RATE-RESTATE
000340*                     KEYS IT BY, RATHER THAN THE EFFECTIVE DATE.
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT PRF-PARM-FILE ASSIGN TO "PRFPARM"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PRF-PARM-STATUS.
000420     SELECT RESULT-MASTER-FILE ASSIGN TO "RESULTMST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS RM-KEY
000460         FILE STATUS IS WS-MASTER-STATUS.
000470     SELECT PROOF-FILE ASSIGN TO "PROOFMST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS PF-KEY
000510         FILE STATUS IS WS-PROOF-STATUS.
000520     SELECT REPORT-FILE ASSIGN TO "PRFRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-REPORT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PRF-PARM-FILE.
000580 01  PRF-PARM-RECORD.
000590     05  PP-EXPR-ID              PIC X(10).
000600     05  FILLER                  PIC X(01).
000610     05  PP-RUN-DATE             PIC X(08).
000620     05  FILLER                  PIC X(61).
000630 FD  RESULT-MASTER-FILE.
000640 COPY result-master.
000650 FD  PROOF-FILE.
000660 COPY proof-step.
000670 FD  REPORT-FILE.
000680 01  REPORT-LINE                 PIC X(132).
000690 WORKING-STORAGE SECTION.
000700 77  WS-PRF-PARM-STATUS          PIC X(02) VALUE SPACES.
000710 77  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
000720 77  WS-PROOF-STATUS             PIC X(02) VALUE SPACES.
000730 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
000740 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000750     88  WS-END-OF-FILE                     VALUE "Y".
000760 77  WS-PROOF-ABSENT-SWITCH      PIC X(01) VALUE "N".
000770     88  WS-PROOF-ABSENT                    VALUE "Y".
000780 77  WS-PROOF-EOF-SWITCH         PIC X(01) VALUE "N".
000790     88  WS-PROOF-EOF                       VALUE "Y".
000800 77  WS-ROW-FOUND-SWITCH         PIC X(01) VALUE "N".
000810     88  WS-ROW-FOUND                       VALUE "Y".
000820 77  WS-EXCEPTION-SWITCH         PIC X(01) VALUE "N".
000830     88  WS-ROW-EXCEPTION                   VALUE "Y".
000840 77  WS-EXPECT-SWITCH            PIC X(01) VALUE "P".
000850     88  WS-EXPECT-PRICED                   VALUE "P".
000860     88  WS-EXPECT-REJECTED                 VALUE "R".
000870     88  WS-EXPECT-UNKNOWN                  VALUE "U".
000880 77  WS-PROOF-MODE               PIC X(01) VALUE "T".
000890     88  WS-PROOF-HALF-UP                   VALUE "R".
000900 77  WS-PAGE-COUNT               PIC 9(04) VALUE ZERO.
000910 77  WS-LINE-COUNT               PIC S9(04) COMP VALUE +999.
000920 77  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE +55.
000930 77  WS-CHUNK-IDX                PIC S9(04) COMP VALUE ZERO.
000940 77  WS-CHUNK-START              PIC S9(04) COMP VALUE ZERO.
000950 77  WS-STEPS-FOUND              PIC 9(04) VALUE ZERO.
000960 77  WS-CARDS-READ               PIC 9(09) VALUE ZERO.
000970 77  WS-CARDS-REJECTED           PIC 9(09) VALUE ZERO.
000980 77  WS-ROWS-NOT-FOUND           PIC 9(09) VALUE ZERO.
000990 77  WS-ROWS-PROVED              PIC 9(09) VALUE ZERO.
001000 77  WS-ROWS-EXCEPTION           PIC 9(09) VALUE ZERO.
001010 77  WS-PROOFS-PRINTED           PIC 9(09) VALUE ZERO.
001020 01  WS-COUNT-EDIT               PIC Z(08)9.
001030 01  WS-PROOF-RUN-ID             PIC X(15) VALUE SPACES.
001040 01  WS-PROOF-KEY-DATE           PIC X(08) VALUE SPACES.
001050 01  WS-EXPECT-TEXT              PIC X(20) VALUE SPACES.
001060 01  WS-EXPECT-NUM               PIC S9(09)V9(04) VALUE ZERO.
001070 01  WS-LAST-STEP-TYPE           PIC X(08) VALUE SPACES.
001080 01  WS-LAST-VALUE               PIC S9(09)V9(04) VALUE ZERO.
001090*    THE FORMULA TEXT BEING PRINTED BY 3300-PRINT-TEXT, 100
001100*    CHARACTERS TO A LINE
001110 01  WS-PRINT-LABEL              PIC X(10) VALUE SPACES.
001120 01  WS-PRINT-TEXT               PIC X(300) VALUE SPACES.
001130 01  WS-RUN-DATE.
001140     05  WS-RUN-YYYY             PIC X(04).
001150     05  WS-RUN-MM               PIC X(02).
001160     05  WS-RUN-DD               PIC X(02).
001170 01  WS-HEAD-1.
001180     05  FILLER                  PIC X(05) VALUE SPACES.
001190     05  FILLER                  PIC X(40) VALUE
001200         "CALCULATION PROOF REPORT".
001210     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001220     05  WS-HD-DATE              PIC X(10).
001230     05  FILLER                  PIC X(05) VALUE SPACES.
001240     05  FILLER                  PIC X(06) VALUE "PAGE: ".
001250     05  WS-HD-PAGE              PIC ZZZ9.
001260 01  WS-HEAD-2.
001270     05  FILLER                  PIC X(12) VALUE "EXPRESSION: ".
001280     05  WS-HD-EXPR-ID           PIC X(10).
001290     05  FILLER                  PIC X(12) VALUE "  RUN DATE: ".
001300     05  WS-HD-RUN-DATE          PIC X(08).
001310     05  FILLER                  PIC X(13) VALUE
001320         "  EFFECTIVE: ".
001330     05  WS-HD-EFF-DATE          PIC X(08).
001340     05  FILLER                  PIC X(10) VALUE "  STATUS: ".
001350     05  WS-HD-STATUS            PIC X(08).
001360 01  WS-HEAD-3.
001370     05  FILLER                  PIC X(02) VALUE SPACES.
001380     05  FILLER                  PIC X(04) VALUE "STEP".
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  FILLER                  PIC X(08) VALUE "TYPE".
001410     05  FILLER                  PIC X(02) VALUE SPACES.
001420     05  FILLER                  PIC X(20) VALUE
001430         "TOKEN / FORM".
001440     05  FILLER                  PIC X(01) VALUE SPACES.
001450     05  FILLER                  PIC X(15) VALUE
001460         "     LEFT VALUE".
001470     05  FILLER                  PIC X(03) VALUE " OP".
001480     05  FILLER                  PIC X(15) VALUE
001490         "    RIGHT VALUE".
001500     05  FILLER                  PIC X(03) VALUE SPACES.
001510     05  FILLER                  PIC X(15) VALUE
001520         "          VALUE".
001530     05  FILLER                  PIC X(02) VALUE SPACES.
001540     05  FILLER                  PIC X(08) VALUE "DATE".
001550     05  FILLER                  PIC X(01) VALUE SPACES.
001560     05  FILLER                  PIC X(03) VALUE "RND".
001570     05  FILLER                  PIC X(01) VALUE SPACES.
001580     05  FILLER                  PIC X(25) VALUE "NOTE".
001590 01  WS-HEAD-4.
001600     05  FILLER                  PIC X(130) VALUE ALL "-".
001610 01  WS-ROW-LINE.
001620     05  FILLER                  PIC X(02) VALUE SPACES.
001630     05  FILLER                  PIC X(08) VALUE "RUN ID: ".
001640     05  WS-RW-RUN-ID            PIC X(15).
001650     05  FILLER                  PIC X(10) VALUE "  RESULT: ".
001660     05  WS-RW-RESULT            PIC X(20).
001670     05  FILLER                  PIC X(12) VALUE
001680         "  ROUNDING: ".
001690     05  WS-RW-ROUND             PIC X(03).
001700 01  WS-RESTATE-LINE.
001710     05  FILLER                  PIC X(02) VALUE SPACES.
001720     05  FILLER                  PIC X(17) VALUE
001730         "ORIGINAL RESULT: ".
001740     05  WS-RS-ORIG-RESULT       PIC X(20).
001750     05  FILLER                  PIC X(18) VALUE
001760         "  RESTATEMENT ID: ".
001770     05  WS-RS-RESTATE-ID        PIC X(15).
001780 01  WS-SECTION-LINE.
001790     05  FILLER                  PIC X(02) VALUE SPACES.
001800     05  WS-SC-TEXT              PIC X(40).
001810     05  WS-SC-RUN-ID            PIC X(15).
001820 01  WS-STEP-LINE.
001830     05  FILLER                  PIC X(02) VALUE SPACES.
001840     05  WS-SL-STEP-NO           PIC ZZZ9.
001850     05  FILLER                  PIC X(02) VALUE SPACES.
001860     05  WS-SL-TYPE              PIC X(08).
001870     05  FILLER                  PIC X(02) VALUE SPACES.
001880     05  WS-SL-TOKEN             PIC X(20).
001890     05  FILLER                  PIC X(01) VALUE SPACES.
001900     05  WS-SL-LEFT              PIC -(9)9.9999.
001910     05  FILLER                  PIC X(01) VALUE SPACES.
001920     05  WS-SL-OPERATOR          PIC X(01).
001930     05  FILLER                  PIC X(01) VALUE SPACES.
001940     05  WS-SL-RIGHT             PIC -(9)9.9999.
001950     05  FILLER                  PIC X(01) VALUE SPACES.
001960     05  WS-SL-EQUALS            PIC X(01).
001970     05  FILLER                  PIC X(01) VALUE SPACES.
001980     05  WS-SL-VALUE             PIC -(9)9.9999.
001990     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  WS-SL-DATE              PIC X(08).
002010     05  FILLER                  PIC X(01) VALUE SPACES.
002020     05  WS-SL-ROUND             PIC X(03).
002030     05  FILLER                  PIC X(01) VALUE SPACES.
002040     05  WS-SL-NOTE              PIC X(25).
002050 01  WS-TEXT-LINE.
002060     05  FILLER                  PIC X(08) VALUE SPACES.
002070     05  WS-TX-LABEL             PIC X(10).
002080     05  WS-TX-TEXT              PIC X(100).
002090 01  WS-MSG-LINE.
002100     05  FILLER                  PIC X(02) VALUE SPACES.
002110     05  WS-MSG-TEXT             PIC X(60).
002120     05  WS-MSG-VALUE            PIC X(20).
002130 01  WS-TOTAL-LINE.
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  WS-TL-LABEL             PIC X(30).
002160     05  WS-TL-COUNT             PIC Z(08)9.
002170 PROCEDURE DIVISION.
002180*-----------------------------------------------------------------
002190 0000-MAINLINE.
002200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002210     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
002220         UNTIL WS-END-OF-FILE
002230     PERFORM 8500-PRINT-TOTALS THRU 8500-EXIT
002240     PERFORM 9000-TERMINATE THRU 9000-EXIT
002250     STOP RUN.
002260*-----------------------------------------------------------------
002270 1000-INITIALIZE.
002280     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002290     STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
002300         DELIMITED BY SIZE
002310         INTO WS-HD-DATE
002320     END-STRING
002330     OPEN INPUT PRF-PARM-FILE
002340     IF WS-PRF-PARM-STATUS NOT = "00" THEN
002350         DISPLAY "PRFPARM CARD IS REQUIRED - EXPRESSION ID "
002360             "(COLUMNS 1-10) AND RUN DATE (COLUMNS 12-19)"
002370         MOVE 16 TO RETURN-CODE
002380         STOP RUN
002390     END-IF
002400     OPEN INPUT RESULT-MASTER-FILE
002410     IF WS-MASTER-STATUS NOT = "00" THEN
002420         DISPLAY "ERROR OPENING RESULT-MASTER-FILE, STATUS = "
002430             WS-MASTER-STATUS
002440         MOVE 16 TO RETURN-CODE
002450         STOP RUN
002460     END-IF
002470     OPEN INPUT PROOF-FILE
002480     IF WS-PROOF-STATUS = "35" THEN
002490*        NOTHING HAS BEEN TRACED YET - EVERY ROW WILL SHOW AS
002500*        HAVING NO PROOF
002510         DISPLAY "NO CALCULATION PROOFS ON FILE"
002520         SET WS-PROOF-ABSENT TO TRUE
002530     ELSE
002540     IF WS-PROOF-STATUS NOT = "00" THEN
002550         DISPLAY "ERROR OPENING PROOF-FILE, STATUS = "
002560             WS-PROOF-STATUS
002570         MOVE 16 TO RETURN-CODE
002580         STOP RUN
002590     END-IF
002600     END-IF
002610     OPEN OUTPUT REPORT-FILE
002620     IF WS-REPORT-STATUS NOT = "00" THEN
002630         DISPLAY "ERROR OPENING REPORT-FILE, STATUS = "
002640             WS-REPORT-STATUS
002650         MOVE 16 TO RETURN-CODE
002660         STOP RUN
002670     END-IF
002680     PERFORM 2100-READ-CARD THRU 2100-EXIT
002690     IF WS-END-OF-FILE THEN
002700         DISPLAY "PRFPARM HOLDS NO CARDS - NOTHING TO PRINT"
002710         MOVE 16 TO RETURN-CODE
002720         STOP RUN
002730     END-IF.
002740 1000-EXIT.
002750     EXIT.
002760*-----------------------------------------------------------------
002770*    ONE PAGE PER CARD. THE ROW AS IT STANDS COMES FIRST, THEN
002780*    THE PROOF OF THE RUN THAT PRICED IT, THEN - FOR A RESTATED
002790*    ROW - THE PROOF OF THE RESTATEMENT THAT SET ITS CURRENT
002800*    VALUE. THE ORIGINAL PROOF OF A RESTATED ROW IS CHECKED
002810*    AGAINST THE VALUE IT FIRST POSTED AT.
002820 2000-PROCESS-CARD.
002830     ADD 1 TO WS-CARDS-READ
002840     MOVE "N" TO WS-EXCEPTION-SWITCH
002850     MOVE PP-EXPR-ID TO WS-HD-EXPR-ID
002860     MOVE PP-RUN-DATE TO WS-HD-RUN-DATE
002870     MOVE SPACES TO WS-HD-EFF-DATE
002880     MOVE SPACES TO WS-HD-STATUS
002890     IF PP-EXPR-ID = SPACES OR PP-RUN-DATE IS NOT NUMERIC THEN
002900         ADD 1 TO WS-CARDS-REJECTED
002910         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
002920         MOVE "*** CARD REJECTED - EXPRESSION ID AND RUN DATE "
002930             TO WS-MSG-TEXT
002940         MOVE "(YYYYMMDD) REQUIRED" TO WS-MSG-VALUE
002950         PERFORM 3600-PRINT-MESSAGE THRU 3600-EXIT
002960         GO TO 2000-READ-NEXT
002970     END-IF
002980     PERFORM 2050-READ-MASTER-ROW THRU 2050-EXIT
002990     IF NOT WS-ROW-FOUND THEN
003000         ADD 1 TO WS-ROWS-NOT-FOUND
003010         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
003020         MOVE "*** ROW NOT ON RESULTS MASTER" TO WS-MSG-TEXT
003030         MOVE SPACES TO WS-MSG-VALUE
003040         PERFORM 3600-PRINT-MESSAGE THRU 3600-EXIT
003050         GO TO 2000-READ-NEXT
003060     END-IF
003070     MOVE RM-EFF-DATE TO WS-HD-EFF-DATE
003080     MOVE RM-STATUS TO WS-HD-STATUS
003090     PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
003100     PERFORM 2200-PRINT-ROW-DETAILS THRU 2200-EXIT
003110     MOVE "CALCULATION AS PRICED BY RUN" TO WS-SC-TEXT
003120     MOVE RM-RUN-ID TO WS-PROOF-RUN-ID
003130     MOVE RM-EFF-DATE TO WS-PROOF-KEY-DATE
003140     IF RM-STATUS = "REJECTED" THEN
003150         SET WS-EXPECT-REJECTED TO TRUE
003160         MOVE SPACES TO WS-EXPECT-TEXT
003170     ELSE
003180     IF RM-RESTATE-ID NOT = SPACES THEN
003190         IF RM-ORIG-RESULT-TEXT = SPACES THEN
003200             SET WS-EXPECT-UNKNOWN TO TRUE
003210         ELSE
003220             SET WS-EXPECT-PRICED TO TRUE
003230         END-IF
003240         MOVE RM-ORIG-RESULT-TEXT TO WS-EXPECT-TEXT
003250     ELSE
003260         SET WS-EXPECT-PRICED TO TRUE
003270         MOVE RM-RESULT-TEXT TO WS-EXPECT-TEXT
003280     END-IF
003290     END-IF
003300     PERFORM 3000-PRINT-PROOF THRU 3000-EXIT
003310     IF RM-RESTATE-ID NOT = SPACES THEN
003320         MOVE "CALCULATION AS RESTATED BY RESTATEMENT"
003330             TO WS-SC-TEXT
003340         MOVE RM-RESTATE-ID TO WS-PROOF-RUN-ID
003350         MOVE RM-RUN-DATE TO WS-PROOF-KEY-DATE
003360         SET WS-EXPECT-PRICED TO TRUE
003370         MOVE RM-RESULT-TEXT TO WS-EXPECT-TEXT
003380         PERFORM 3000-PRINT-PROOF THRU 3000-EXIT
003390     END-IF
003400     IF WS-ROW-EXCEPTION THEN
003410         ADD 1 TO WS-ROWS-EXCEPTION
003420     ELSE
003430         ADD 1 TO WS-ROWS-PROVED
003440     END-IF.
003450 2000-READ-NEXT.
003460     PERFORM 2100-READ-CARD THRU 2100-EXIT.
003470 2000-EXIT.
003480     EXIT.
003490*-----------------------------------------------------------------
003500 2050-READ-MASTER-ROW.
003510     MOVE "N" TO WS-ROW-FOUND-SWITCH
003520     MOVE PP-EXPR-ID TO RM-EXPR-ID
003530     MOVE PP-RUN-DATE TO RM-RUN-DATE
003540     READ RESULT-MASTER-FILE
003550         INVALID KEY
003560             GO TO 2050-EXIT
003570     END-READ
003580     IF WS-MASTER-STATUS NOT = "00" THEN
003590         DISPLAY "ERROR READING RESULT-MASTER-FILE, STATUS = "
003600             WS-MASTER-STATUS
003610         MOVE 16 TO RETURN-CODE
003620         STOP RUN
003630     END-IF
003640     SET WS-ROW-FOUND TO TRUE.
003650 2050-EXIT.
003660     EXIT.
003670*-----------------------------------------------------------------
003680 2100-READ-CARD.
003690     READ PRF-PARM-FILE
003700         AT END
003710             SET WS-END-OF-FILE TO TRUE
003720     END-READ
003730     IF NOT WS-END-OF-FILE
003740         AND WS-PRF-PARM-STATUS NOT = "00" THEN
003750         DISPLAY "ERROR READING PRF-PARM-FILE, STATUS = "
003760             WS-PRF-PARM-STATUS
003770         MOVE 16 TO RETURN-CODE
003780         STOP RUN
003790     END-IF.
003800 2100-EXIT.
003810     EXIT.
003820*-----------------------------------------------------------------
003830 2200-PRINT-ROW-DETAILS.
003840     MOVE RM-RUN-ID TO WS-RW-RUN-ID
003850     MOVE RM-RESULT-TEXT TO WS-RW-RESULT
003860     MOVE RM-ROUND-POLICY TO WS-RW-ROUND
003870     MOVE WS-ROW-LINE TO REPORT-LINE
003880     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003890     IF RM-RESTATE-ID NOT = SPACES THEN
003900         MOVE RM-ORIG-RESULT-TEXT TO WS-RS-ORIG-RESULT
003910         MOVE RM-RESTATE-ID TO WS-RS-RESTATE-ID
003920         MOVE WS-RESTATE-LINE TO REPORT-LINE
003930         PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003940     END-IF.
003950 2200-EXIT.
003960     EXIT.
003970*-----------------------------------------------------------------
003980*    PRINTS EVERY STEP ON FILE FOR THE ROW'S EXPRESSION ID
003990*    UNDER WS-PROOF-RUN-ID AND WS-PROOF-KEY-DATE (THE EFFECTIVE
004000*    DATE FOR THE RUN'S OWN PROOF, THE ROW'S RUN DATE FOR A
004010*    RESTATEMENT'S), THEN CHECKS WHERE IT ENDED AGAINST WHAT THE
004020*    MASTER SAYS. STEP ZERO IS NEVER WRITTEN, SO A START THERE
004030*    LANDS ON THE FIRST STEP.
004040 3000-PRINT-PROOF.
004050     MOVE ZERO TO WS-STEPS-FOUND
004060     MOVE SPACES TO WS-LAST-STEP-TYPE
004070     MOVE ZERO TO WS-LAST-VALUE
004080     MOVE "T" TO WS-PROOF-MODE
004090     IF WS-LINE-COUNT + 6 >= WS-LINES-PER-PAGE THEN
004100         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
004110     END-IF
004120     MOVE SPACES TO REPORT-LINE
004130     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
004140     MOVE WS-PROOF-RUN-ID TO WS-SC-RUN-ID
004150     MOVE WS-SECTION-LINE TO REPORT-LINE
004160     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
004170     IF WS-PROOF-ABSENT THEN
004180         GO TO 3000-CHECK
004190     END-IF
004200     MOVE RM-EXPR-ID TO PF-EXPR-ID
004210     MOVE WS-PROOF-RUN-ID TO PF-RUN-ID
004220     MOVE WS-PROOF-KEY-DATE TO PF-EFF-DATE
004230     MOVE ZERO TO PF-STEP-NO
004240     START PROOF-FILE KEY IS NOT LESS THAN PF-KEY
004250         INVALID KEY
004260             GO TO 3000-CHECK
004270     END-START
004280     IF WS-PROOF-STATUS NOT = "00" THEN
004290         DISPLAY "ERROR POSITIONING PROOF-FILE, STATUS = "
004300             WS-PROOF-STATUS
004310         MOVE 16 TO RETURN-CODE
004320         STOP RUN
004330     END-IF
004340     MOVE "N" TO WS-PROOF-EOF-SWITCH
004350     PERFORM 3100-READ-PROOF-STEP THRU 3100-EXIT
004360         UNTIL WS-PROOF-EOF.
004370 3000-CHECK.
004380     PERFORM 3500-CHECK-AGREEMENT THRU 3500-EXIT.
004390 3000-EXIT.
004400     EXIT.
004410*-----------------------------------------------------------------
004420 3100-READ-PROOF-STEP.
004430     READ PROOF-FILE NEXT RECORD
004440         AT END
004450             SET WS-PROOF-EOF TO TRUE
004460             GO TO 3100-EXIT
004470     END-READ
004480     IF WS-PROOF-STATUS NOT = "00" THEN
004490         DISPLAY "ERROR READING PROOF-FILE, STATUS = "
004500             WS-PROOF-STATUS
004510         MOVE 16 TO RETURN-CODE
004520         STOP RUN
004530     END-IF
004540     IF PF-EXPR-ID NOT = RM-EXPR-ID
004550         OR PF-RUN-ID NOT = WS-PROOF-RUN-ID
004560         OR PF-EFF-DATE NOT = WS-PROOF-KEY-DATE THEN
004570         SET WS-PROOF-EOF TO TRUE
004580         GO TO 3100-EXIT
004590     END-IF
004600     ADD 1 TO WS-STEPS-FOUND
004610     MOVE PF-STEP-TYPE TO WS-LAST-STEP-TYPE
004620     MOVE PF-VALUE-NUM TO WS-LAST-VALUE
004630     IF WS-STEPS-FOUND = 1 THEN
004640         PERFORM 3150-PRINT-COLUMN-HEADS THRU 3150-EXIT
004650     END-IF
004660     PERFORM 3200-PRINT-STEP THRU 3200-EXIT.
004670 3100-EXIT.
004680     EXIT.
004690*-----------------------------------------------------------------
004700 3150-PRINT-COLUMN-HEADS.
004710     MOVE WS-HEAD-3 TO REPORT-LINE
004720     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
004730     MOVE WS-HEAD-4 TO REPORT-LINE
004740     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
004750 3150-EXIT.
004760     EXIT.
004770*-----------------------------------------------------------------
004780*    ONE LINE PER STEP, WITH ONLY THE COLUMNS THAT STEP TYPE
004790*    USES FILLED IN. THE FORMULA ITSELF PRINTS UNDER THE EXPR
004800*    STEP, 100 CHARACTERS TO A LINE.
004810 3200-PRINT-STEP.
004820     IF WS-LINE-COUNT + 4 >= WS-LINES-PER-PAGE THEN
004830         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
004840         PERFORM 3150-PRINT-COLUMN-HEADS THRU 3150-EXIT
004850     END-IF
004860     MOVE SPACES TO WS-STEP-LINE
004870     MOVE PF-STEP-NO TO WS-SL-STEP-NO
004880     MOVE PF-STEP-TYPE TO WS-SL-TYPE
004890     MOVE PF-TOKEN TO WS-SL-TOKEN
004900     MOVE PF-DATE TO WS-SL-DATE
004910     MOVE PF-ROUND-POLICY TO WS-SL-ROUND
004920     IF PF-STEP-EXPR THEN
004930         IF PF-ROUND-POLICY (1:1) = "R" THEN
004940             MOVE "R" TO WS-PROOF-MODE
004950         END-IF
004960         MOVE "EFFECTIVE DATE / ASKED" TO WS-SL-NOTE
004970     ELSE
004980     IF PF-STEP-NUMBER THEN
004990         MOVE "=" TO WS-SL-EQUALS
005000         MOVE PF-VALUE-NUM TO WS-SL-VALUE
005010         MOVE "NUMERIC OPERAND" TO WS-SL-NOTE
005020     ELSE
005030     IF PF-STEP-RATE THEN
005040         MOVE "=" TO WS-SL-EQUALS
005050         MOVE PF-VALUE-NUM TO WS-SL-VALUE
005060         MOVE "RATE IN FORCE FROM DATE" TO WS-SL-NOTE
005070     ELSE
005080     IF PF-STEP-DATE THEN
005090         MOVE "=" TO WS-SL-EQUALS
005100         MOVE PF-VALUE-NUM TO WS-SL-VALUE
005110         MOVE "SERIAL DAY NUMBER OF DATE" TO WS-SL-NOTE
005120     ELSE
005130     IF PF-STEP-REF THEN
005140         MOVE "=" TO WS-SL-EQUALS
005150         MOVE PF-VALUE-NUM TO WS-SL-VALUE
005160         MOVE "RESULT REFERENCED" TO WS-SL-NOTE
005170     ELSE
005180     IF PF-STEP-APPLY THEN
005190         MOVE PF-LEFT-NUM TO WS-SL-LEFT
005200         MOVE PF-OPERATOR TO WS-SL-OPERATOR
005210         MOVE PF-RIGHT-NUM TO WS-SL-RIGHT
005220         MOVE "=" TO WS-SL-EQUALS
005230         MOVE PF-VALUE-NUM TO WS-SL-VALUE
005240         PERFORM 3210-APPLY-NOTE THRU 3210-EXIT
005250     ELSE
005260     IF PF-STEP-ROUND THEN
005270         MOVE PF-LEFT-NUM TO WS-SL-LEFT
005280         MOVE "=" TO WS-SL-EQUALS
005290         MOVE PF-VALUE-NUM TO WS-SL-VALUE
005300         IF PF-ROUND-POLICY (1:1) = "R" THEN
005310             MOVE "FINAL VALUE ROUNDED" TO WS-SL-NOTE
005320         ELSE
005330             MOVE "FINAL VALUE TRUNCATED" TO WS-SL-NOTE
005340         END-IF
005350     ELSE
005360     IF PF-STEP-RESULT THEN
005370         MOVE "=" TO WS-SL-EQUALS
005380         MOVE PF-VALUE-NUM TO WS-SL-VALUE
005390         MOVE "RESULT HANDED BACK" TO WS-SL-NOTE
005400     ELSE
005410     IF PF-STEP-REJECT THEN
005420         STRING "REJECTED - " PF-REASON-CODE
005430             DELIMITED BY SIZE
005440             INTO WS-SL-NOTE
005450         END-STRING
005460     END-IF
005470     END-IF
005480     END-IF
005490     END-IF
005500     END-IF
005510     END-IF
005520     END-IF
005530     END-IF
005540     END-IF
005550     MOVE WS-STEP-LINE TO REPORT-LINE
005560     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
005570     IF PF-STEP-EXPR THEN
005580         MOVE "FORMULA:" TO WS-PRINT-LABEL
005590         MOVE PF-TEXT TO WS-PRINT-TEXT
005600         PERFORM 3300-PRINT-TEXT THRU 3300-EXIT
005610     END-IF.
005620 3200-EXIT.
005630     EXIT.
005640*-----------------------------------------------------------------
005650*    MULTIPLY, DIVIDE AND POWER KEEP FOUR DECIMALS - ROUNDED AT
005660*    THE FOURTH PLACE UNDER A ROUND-HALF-UP POLICY, CUT THERE
005670*    OTHERWISE - AND THE EXAMINER NEEDS TO KNOW WHICH
005680 3210-APPLY-NOTE.
005690     IF PF-OPERATOR = "+" THEN
005700         MOVE "ADD" TO WS-SL-NOTE
005710     ELSE
005720     IF PF-OPERATOR = "-" THEN
005730         MOVE "SUBTRACT" TO WS-SL-NOTE
005740     ELSE
005750     IF PF-OPERATOR = "%" THEN
005760         MOVE "REMAINDER" TO WS-SL-NOTE
005770     ELSE
005780     IF WS-PROOF-HALF-UP THEN
005790         MOVE "4TH PLACE ROUNDED" TO WS-SL-NOTE
005800     ELSE
005810         MOVE "4TH PLACE TRUNCATED" TO WS-SL-NOTE
005820     END-IF
005830     END-IF
005840     END-IF
005850     END-IF.
005860 3210-EXIT.
005870     EXIT.
005880*-----------------------------------------------------------------
005890*    THE 300-CHARACTER FORMULA PRINTS 100 CHARACTERS TO A LINE;
005900*    TRAILING BLANK LINES ARE DROPPED.
005910 3300-PRINT-TEXT.
005920     PERFORM 3310-PRINT-ONE-CHUNK THRU 3310-EXIT
005930         VARYING WS-CHUNK-IDX FROM 1 BY 1
005940         UNTIL WS-CHUNK-IDX > 3.
005950 3300-EXIT.
005960     EXIT.
005970*-----------------------------------------------------------------
005980 3310-PRINT-ONE-CHUNK.
005990     COMPUTE WS-CHUNK-START = (WS-CHUNK-IDX - 1) * 100 + 1
006000     IF WS-CHUNK-IDX > 1
006010         AND WS-PRINT-TEXT (WS-CHUNK-START:) = SPACES THEN
006020         GO TO 3310-EXIT
006030     END-IF
006040     MOVE SPACES TO WS-TEXT-LINE
006050     IF WS-CHUNK-IDX = 1 THEN
006060         MOVE WS-PRINT-LABEL TO WS-TX-LABEL
006070     END-IF
006080     MOVE WS-PRINT-TEXT (WS-CHUNK-START:100) TO WS-TX-TEXT
006090     MOVE WS-TEXT-LINE TO REPORT-LINE
006100     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
006110 3310-EXIT.
006120     EXIT.
006130*-----------------------------------------------------------------
006140*    A PRICED ROW'S PROOF MUST END ON A RESULT EQUAL TO THE
006150*    MASTER'S; A REJECTED ROW'S MUST END ON A REJECTION. ANY
006160*    OTHER OUTCOME - INCLUDING NO PROOF AT ALL, E.G. A ROW
006170*    PRICED BEFORE PROOFS WERE KEPT - FLAGS THE ROW.
006180 3500-CHECK-AGREEMENT.
006190     MOVE SPACES TO WS-MSG-VALUE
006200     IF WS-STEPS-FOUND = ZERO THEN
006210         MOVE "*** NO CALCULATION PROOF ON FILE FOR THIS RUN"
006220             TO WS-MSG-TEXT
006230         SET WS-ROW-EXCEPTION TO TRUE
006240         GO TO 3500-PRINT
006250     END-IF
006260     ADD 1 TO WS-PROOFS-PRINTED
006270     IF WS-EXPECT-REJECTED THEN
006280         IF WS-LAST-STEP-TYPE = "REJECT" THEN
006290             MOVE "PROOF ENDS IN REJECTION, AS THE MASTER SHOWS"
006300                 TO WS-MSG-TEXT
006310         ELSE
006320             MOVE "*** PROOF PRICED A ROW THE MASTER REJECTED"
006330                 TO WS-MSG-TEXT
006340             SET WS-ROW-EXCEPTION TO TRUE
006350         END-IF
006360         GO TO 3500-PRINT
006370     END-IF
006380     IF WS-LAST-STEP-TYPE NOT = "RESULT" THEN
006390         MOVE "*** PROOF ENDS IN REJECTION BUT THE MASTER SHOWS "
006400             TO WS-MSG-TEXT
006410         MOVE WS-EXPECT-TEXT TO WS-MSG-VALUE
006420         SET WS-ROW-EXCEPTION TO TRUE
006430         GO TO 3500-PRINT
006440     END-IF
006450     IF WS-EXPECT-UNKNOWN THEN
006460         MOVE "NO ORIGINAL RESULT ON THE MASTER - NOT COMPARED"
006470             TO WS-MSG-TEXT
006480         GO TO 3500-PRINT
006490     END-IF
006500     COMPUTE WS-EXPECT-NUM = FUNCTION NUMVAL (WS-EXPECT-TEXT)
006510     MOVE WS-EXPECT-TEXT TO WS-MSG-VALUE
006520     IF WS-LAST-VALUE = WS-EXPECT-NUM THEN
006530         MOVE "PROOF RESULT AGREES WITH THE RESULTS MASTER:"
006540             TO WS-MSG-TEXT
006550     ELSE
006560         MOVE "*** PROOF RESULT DOES NOT AGREE WITH THE MASTER:"
006570             TO WS-MSG-TEXT
006580         SET WS-ROW-EXCEPTION TO TRUE
006590     END-IF.
006600 3500-PRINT.
006610     PERFORM 3600-PRINT-MESSAGE THRU 3600-EXIT.
006620 3500-EXIT.
006630     EXIT.
006640*-----------------------------------------------------------------
006650 3600-PRINT-MESSAGE.
006660     IF WS-LINE-COUNT + 2 >= WS-LINES-PER-PAGE THEN
006670         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
006680     END-IF
006690     MOVE WS-MSG-LINE TO REPORT-LINE
006700     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
006710 3600-EXIT.
006720     EXIT.
006730*-----------------------------------------------------------------
006740*    THE SECOND HEADING LINE NAMES THE ROW BEING PROVED, SO A
006750*    PROOF THAT RUNS ONTO A SECOND PAGE STILL SAYS WHOSE IT IS
006760 4000-PAGE-HEADING.
006770     ADD 1 TO WS-PAGE-COUNT
006780     MOVE WS-PAGE-COUNT TO WS-HD-PAGE
006790     IF WS-PAGE-COUNT > 1 THEN
006800         MOVE SPACES TO REPORT-LINE
006810         PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
006820     END-IF
006830     MOVE WS-HEAD-1 TO REPORT-LINE
006840     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
006850     MOVE WS-HEAD-2 TO REPORT-LINE
006860     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
006870     MOVE SPACES TO REPORT-LINE
006880     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
006890     MOVE 4 TO WS-LINE-COUNT.
006900 4000-EXIT.
006910     EXIT.
006920*-----------------------------------------------------------------
006930*    EVERY LINE WRITTEN COUNTS TOWARD THE PAGE
006940 4100-WRITE-REPORT-LINE.
006950     WRITE REPORT-LINE
006960     IF WS-REPORT-STATUS NOT = "00" THEN
006970         DISPLAY "ERROR WRITING REPORT-FILE, STATUS = "
006980             WS-REPORT-STATUS
006990         MOVE 16 TO RETURN-CODE
007000         STOP RUN
007010     END-IF
007020     ADD 1 TO WS-LINE-COUNT.
007030 4100-EXIT.
007040     EXIT.
007050*-----------------------------------------------------------------
007060 8500-PRINT-TOTALS.
007070     MOVE "TOTALS" TO WS-HD-EXPR-ID
007080     MOVE SPACES TO WS-HD-RUN-DATE
007090     MOVE SPACES TO WS-HD-EFF-DATE
007100     MOVE SPACES TO WS-HD-STATUS
007110     PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
007120     MOVE "PRFPARM CARDS READ" TO WS-TL-LABEL
007130     MOVE WS-CARDS-READ TO WS-TL-COUNT
007140     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
007150     MOVE "CARDS REJECTED" TO WS-TL-LABEL
007160     MOVE WS-CARDS-REJECTED TO WS-TL-COUNT
007170     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
007180     MOVE "ROWS NOT ON RESULTS MASTER" TO WS-TL-LABEL
007190     MOVE WS-ROWS-NOT-FOUND TO WS-TL-COUNT
007200     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
007210     MOVE "PROOFS PRINTED" TO WS-TL-LABEL
007220     MOVE WS-PROOFS-PRINTED TO WS-TL-COUNT
007230     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
007240     MOVE "ROWS PROVED" TO WS-TL-LABEL
007250     MOVE WS-ROWS-PROVED TO WS-TL-COUNT
007260     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
007270     MOVE "ROWS WITH EXCEPTIONS" TO WS-TL-LABEL
007280     MOVE WS-ROWS-EXCEPTION TO WS-TL-COUNT
007290     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
007300     MOVE WS-ROWS-PROVED TO WS-COUNT-EDIT
007310     DISPLAY "PROOF-PRINT COMPLETE - ROWS PROVED: "
007320         WS-COUNT-EDIT
007330*    ANYTHING THE EXAMINER CANNOT RELY ON NEEDS A HUMAN LOOK
007340     IF WS-CARDS-REJECTED > ZERO
007350         OR WS-ROWS-NOT-FOUND > ZERO
007360         OR WS-ROWS-EXCEPTION > ZERO THEN
007370         MOVE 4 TO RETURN-CODE
007380     END-IF.
007390 8500-EXIT.
007400     EXIT.
007410*-----------------------------------------------------------------
007420 8510-WRITE-TOTAL-LINE.
007430     MOVE WS-TOTAL-LINE TO REPORT-LINE
007440     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
007450 8510-EXIT.
007460     EXIT.
007470*-----------------------------------------------------------------
007480 9000-TERMINATE.
007490     CLOSE PRF-PARM-FILE
007500     CLOSE RESULT-MASTER-FILE
007510     IF NOT WS-PROOF-ABSENT THEN
007520         CLOSE PROOF-FILE
007530     END-IF
007540     CLOSE REPORT-FILE.
007550 9000-EXIT.
007560     EXIT.
007570 END PROGRAM proof-print.
