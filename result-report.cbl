000200*    DATE       INIT  DESCRIPTION
000210*    ---------  ----  ------------------------------------------
000220*    2026-08-22 DM    ORIGINAL.
000230*    2026-10-14 DM    A NEGATIVE RESULT (A CREDIT ADJUSTMENT OR
000240*                     REVERSAL) NOW PRINTS WITH A TRAILING CR, AS
000250*                     RESULTOUT CARRIES IT, AND NETS AGAINST THE
000260*                     CHARGES IN THE OPERATOR SUBTOTALS AND GRAND
000270*                     TOTAL, WHICH ALSO MARK A CREDIT BALANCE WITH
000280*                     CR.
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT RESULT-IN-FILE ASSIGN TO "RESULTOUT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-RESULT-IN-STATUS.
000360     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-REPORT-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  RESULT-IN-FILE.
000420 COPY result-out.
000430 FD  REPORT-FILE.
000440 01  REPORT-LINE                 PIC X(132).
000450 WORKING-STORAGE SECTION.
000460 77  WS-RESULT-IN-STATUS         PIC X(02) VALUE SPACES.
000470 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
000480 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000490     88  WS-END-OF-FILE                     VALUE "Y".
000500 77  WS-PAGE-COUNT               PIC 9(04) VALUE ZERO.
000510 77  WS-LINE-COUNT               PIC S9(04) COMP VALUE +999.
000520 77  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE +55.
000530 77  WS-OPER-IDX                 PIC S9(04) COMP VALUE ZERO.
000540 77  WS-OPER-SLOT                PIC S9(04) COMP VALUE ZERO.
000550 77  WS-OPER-MAX                 PIC S9(04) COMP VALUE +6.
000560 77  WS-ROWS-READ                PIC 9(09) VALUE ZERO.
000570 77  WS-GRAND-COUNT              PIC 9(09) VALUE ZERO.
000580 77  WS-REJECT-COUNT             PIC 9(09) VALUE ZERO.
000590 77  WS-OTHER-COUNT              PIC 9(09) VALUE ZERO.
000600 01  WS-GRAND-AMOUNT             PIC S9(11)V9(04) VALUE ZERO.
000610 01  WS-OTHER-AMOUNT             PIC S9(11)V9(04) VALUE ZERO.
000620 01  WS-DETAIL-AMOUNT            PIC S9(09)V9(04) VALUE ZERO.
000630 01  WS-OPER-TOTALS.
000640     05  WS-OPER-ENTRY           OCCURS 6 TIMES.
000650         10  WS-OPER-CHAR        PIC X(01).
000660         10  WS-OPER-DESC        PIC X(14).
000670         10  WS-OPER-COUNT       PIC 9(09).
000680         10  WS-OPER-AMOUNT      PIC S9(11)V9(04).
000690 01  WS-RUN-DATE.
000700     05  WS-RUN-YYYY             PIC X(04).
000710     05  WS-RUN-MM               PIC X(02).
000720     05  WS-RUN-DD               PIC X(02).
000730 01  WS-HEAD-1.
000740     05  FILLER                  PIC X(05) VALUE SPACES.
000750     05  FILLER                  PIC X(40) VALUE
000760         "EXPRESSION RESULTS REGISTER".
000770     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
000780     05  WS-HD-DATE              PIC X(10).
000790     05  FILLER                  PIC X(05) VALUE SPACES.
000800     05  FILLER                  PIC X(06) VALUE "PAGE: ".
000810     05  WS-HD-PAGE              PIC ZZZ9.
000820 01  WS-HEAD-2.
000830     05  FILLER                  PIC X(10) VALUE "EXPR ID".
000840     05  FILLER                  PIC X(02) VALUE SPACES.
000850     05  FILLER                  PIC X(08) VALUE "EFF DATE".
000860     05  FILLER                  PIC X(03) VALUE SPACES.
000870     05  FILLER                  PIC X(02) VALUE "OP".
000880     05  FILLER                  PIC X(02) VALUE SPACES.
000890     05  FILLER                  PIC X(02) VALUE "NO".
000900     05  FILLER                  PIC X(02) VALUE SPACES.
000910     05  FILLER                  PIC X(56) VALUE "OPERANDS".
000920     05  FILLER                  PIC X(02) VALUE SPACES.
000930     05  FILLER                  PIC X(20) VALUE "RESULT".
000940 01  WS-HEAD-3.
000950     05  FILLER                  PIC X(109) VALUE ALL "-".
000960 01  WS-DETAIL-LINE.
000970     05  WS-DT-EXPR-ID           PIC X(10).
000980     05  FILLER                  PIC X(02) VALUE SPACES.
000990     05  WS-DT-EFF-DATE          PIC X(08).
001000     05  FILLER                  PIC X(03) VALUE SPACES.
001010     05  WS-DT-OPER              PIC X(01).
001020     05  FILLER                  PIC X(03) VALUE SPACES.
001030     05  WS-DT-COUNT             PIC X(02).
001040     05  FILLER                  PIC X(02) VALUE SPACES.
001050     05  WS-DT-OPERANDS          PIC X(56).
001060     05  FILLER                  PIC X(02) VALUE SPACES.
001070     05  WS-DT-RESULT            PIC X(20).
001080 01  WS-SUBTOT-LINE.
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  WS-ST-OPER              PIC X(01).
001110     05  FILLER                  PIC X(02) VALUE SPACES.
001120     05  WS-ST-DESC              PIC X(14).
001130     05  FILLER                  PIC X(09) VALUE "  COUNT: ".
001140     05  WS-ST-COUNT             PIC Z(08)9.
001150     05  FILLER                  PIC X(10) VALUE "   AMOUNT:".
001160     05  WS-ST-AMOUNT            PIC Z(10)9.9999CR.
001170 01  WS-GRAND-LINE.
001180     05  FILLER                  PIC X(19) VALUE
001190         "GRAND TOTAL".
001200     05  FILLER                  PIC X(09) VALUE "  COUNT: ".
001210     05  WS-GT-COUNT             PIC Z(08)9.
001220     05  FILLER                  PIC X(10) VALUE "   AMOUNT:".
001230     05  WS-GT-AMOUNT            PIC Z(10)9.9999CR.
001240 01  WS-REJECT-LINE.
001250     05  FILLER                  PIC X(19) VALUE
001260         "  REJECTED ROWS".
001270     05  FILLER                  PIC X(09) VALUE "  COUNT: ".
001280     05  WS-RJ-COUNT             PIC Z(08)9.
001290 PROCEDURE DIVISION.
001300*-----------------------------------------------------------------
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001330     PERFORM 2000-PROCESS-RESULTS THRU 2000-EXIT
001340         UNTIL WS-END-OF-FILE
001350     PERFORM 8000-PRINT-SUBTOTALS THRU 8000-EXIT
001360     PERFORM 9000-TERMINATE THRU 9000-EXIT
001370     STOP RUN.
001380*-----------------------------------------------------------------
001390 1000-INITIALIZE.
001400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001410     STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
001420         DELIMITED BY SIZE
001430         INTO WS-HD-DATE
001440     END-STRING
001450     PERFORM 1010-INIT-ONE-BUCKET THRU 1010-EXIT
001460         VARYING WS-OPER-IDX FROM 1 BY 1
001470         UNTIL WS-OPER-IDX > WS-OPER-MAX
001480     MOVE "+" TO WS-OPER-CHAR (1)
001490     MOVE "ADDITION" TO WS-OPER-DESC (1)
001500     MOVE "-" TO WS-OPER-CHAR (2)
001510     MOVE "SUBTRACTION" TO WS-OPER-DESC (2)
001520     MOVE "*" TO WS-OPER-CHAR (3)
001530     MOVE "MULTIPLICATION" TO WS-OPER-DESC (3)
001540     MOVE "/" TO WS-OPER-CHAR (4)
001550     MOVE "DIVISION" TO WS-OPER-DESC (4)
001560     MOVE "%" TO WS-OPER-CHAR (5)
001570     MOVE "MODULUS" TO WS-OPER-DESC (5)
001580     MOVE "^" TO WS-OPER-CHAR (6)
001590     MOVE "EXPONENT" TO WS-OPER-DESC (6)
001600     OPEN INPUT RESULT-IN-FILE
001610     IF WS-RESULT-IN-STATUS NOT = "00" THEN
001620         DISPLAY "ERROR OPENING RESULT-IN-FILE, STATUS = "
001630             WS-RESULT-IN-STATUS
001640         STOP RUN
001650     END-IF
001660     OPEN OUTPUT REPORT-FILE
001670     IF WS-REPORT-STATUS NOT = "00" THEN
001680         DISPLAY "ERROR OPENING REPORT-FILE, STATUS = "
001690             WS-REPORT-STATUS
001700         STOP RUN
001710     END-IF
001720     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
001730 1000-EXIT.
001740     EXIT.
001750*-----------------------------------------------------------------
001760 1010-INIT-ONE-BUCKET.
001770     MOVE SPACE TO WS-OPER-CHAR (WS-OPER-IDX)
001780     MOVE SPACES TO WS-OPER-DESC (WS-OPER-IDX)
001790     MOVE ZERO TO WS-OPER-COUNT (WS-OPER-IDX)
001800     MOVE ZERO TO WS-OPER-AMOUNT (WS-OPER-IDX).
001810 1010-EXIT.
001820     EXIT.
001830*-----------------------------------------------------------------
001840 2000-PROCESS-RESULTS.
001850     ADD 1 TO WS-ROWS-READ
001860     PERFORM 2200-ACCUMULATE-TOTALS THRU 2200-EXIT
001870     PERFORM 2300-PRINT-DETAIL THRU 2300-EXIT
001880     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
001890 2000-EXIT.
001900     EXIT.
001910*-----------------------------------------------------------------
001920 2100-READ-RESULT.
001930     READ RESULT-IN-FILE
001940         AT END
001950             SET WS-END-OF-FILE TO TRUE
001960     END-READ
001970     IF NOT WS-END-OF-FILE
001980         AND WS-RESULT-IN-STATUS NOT = "00" THEN
001990         DISPLAY "ERROR READING RESULT-IN-FILE, STATUS = "
002000             WS-RESULT-IN-STATUS
002010         STOP RUN
002020     END-IF.
002030 2100-EXIT.
002040     EXIT.
002050*-----------------------------------------------------------------
002060 2200-ACCUMULATE-TOTALS.
002070     IF RO-RESULT-TEXT = "BAD BINOP" THEN
002080         ADD 1 TO WS-REJECT-COUNT
002090         GO TO 2200-EXIT
002100     END-IF
002110     COMPUTE WS-DETAIL-AMOUNT
002120         = FUNCTION NUMVAL (RO-RESULT-TEXT)
002130     ADD 1 TO WS-GRAND-COUNT
002140     ADD WS-DETAIL-AMOUNT TO WS-GRAND-AMOUNT
002150     MOVE ZERO TO WS-OPER-SLOT
002160     PERFORM 2210-MATCH-ONE-BUCKET THRU 2210-EXIT
002170         VARYING WS-OPER-IDX FROM 1 BY 1
002180         UNTIL WS-OPER-IDX > WS-OPER-MAX
002190             OR WS-OPER-SLOT > ZERO
002200     IF WS-OPER-SLOT > ZERO THEN
002210         ADD 1 TO WS-OPER-COUNT (WS-OPER-SLOT)
002220         ADD WS-DETAIL-AMOUNT TO WS-OPER-AMOUNT (WS-OPER-SLOT)
002230     ELSE
002240         ADD 1 TO WS-OTHER-COUNT
002250         ADD WS-DETAIL-AMOUNT TO WS-OTHER-AMOUNT
002260     END-IF.
002270 2200-EXIT.
002280     EXIT.
002290*-----------------------------------------------------------------
002300 2210-MATCH-ONE-BUCKET.
002310     IF WS-OPER-CHAR (WS-OPER-IDX) = RO-OPERATOR THEN
002320         MOVE WS-OPER-IDX TO WS-OPER-SLOT
002330     END-IF.
002340 2210-EXIT.
002350     EXIT.
002360*-----------------------------------------------------------------
002370 2300-PRINT-DETAIL.
002380     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN
002390         PERFORM 3000-PAGE-HEADING THRU 3000-EXIT
002400     END-IF
002410     MOVE SPACES TO WS-DETAIL-LINE
002420     MOVE RO-EXPR-ID TO WS-DT-EXPR-ID
002430     MOVE RO-EFF-DATE TO WS-DT-EFF-DATE
002440     MOVE RO-OPERATOR TO WS-DT-OPER
002450     MOVE RO-OPERAND-COUNT TO WS-DT-COUNT
002460     MOVE RO-OPERANDS TO WS-DT-OPERANDS
002470     MOVE RO-RESULT-TEXT TO WS-DT-RESULT
002480     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
002490 2300-EXIT.
002500     EXIT.
002510*-----------------------------------------------------------------
002520 3000-PAGE-HEADING.
002530     ADD 1 TO WS-PAGE-COUNT
002540     MOVE WS-PAGE-COUNT TO WS-HD-PAGE
002550     IF WS-PAGE-COUNT > 1 THEN
002560         MOVE SPACES TO REPORT-LINE
002570         WRITE REPORT-LINE
002580     END-IF
002590     MOVE WS-HEAD-1 TO REPORT-LINE
002600     WRITE REPORT-LINE
002610     MOVE SPACES TO REPORT-LINE
002620     WRITE REPORT-LINE
002630     MOVE WS-HEAD-2 TO REPORT-LINE
002640     WRITE REPORT-LINE
002650     MOVE WS-HEAD-3 TO REPORT-LINE
002660     WRITE REPORT-LINE
002670     IF WS-REPORT-STATUS NOT = "00" THEN
002680         DISPLAY "ERROR WRITING REPORT-FILE, STATUS = "
002690             WS-REPORT-STATUS
002700         STOP RUN
002710     END-IF
002720     MOVE 5 TO WS-LINE-COUNT.
002730 3000-EXIT.
002740     EXIT.
002750*-----------------------------------------------------------------
002760 7000-WRITE-REPORT-LINE.
002770     MOVE WS-DETAIL-LINE TO REPORT-LINE
002780     WRITE REPORT-LINE
002790     IF WS-REPORT-STATUS NOT = "00" THEN
002800         DISPLAY "ERROR WRITING REPORT-FILE, STATUS = "
002810             WS-REPORT-STATUS
002820         STOP RUN
002830     END-IF
002840     ADD 1 TO WS-LINE-COUNT.
002850 7000-EXIT.
002860     EXIT.
002870*-----------------------------------------------------------------
002880 8000-PRINT-SUBTOTALS.
002890     IF WS-LINE-COUNT + 12 >= WS-LINES-PER-PAGE THEN
002900         PERFORM 3000-PAGE-HEADING THRU 3000-EXIT
002910     END-IF
002920     MOVE SPACES TO REPORT-LINE
002930     WRITE REPORT-LINE
002940     MOVE "SUBTOTALS BY OPERATOR:" TO REPORT-LINE
002950     WRITE REPORT-LINE
002960     PERFORM 8010-PRINT-ONE-SUBTOTAL THRU 8010-EXIT
002970         VARYING WS-OPER-IDX FROM 1 BY 1
002980         UNTIL WS-OPER-IDX > WS-OPER-MAX
002990     IF WS-OTHER-COUNT > ZERO THEN
003000         MOVE "?" TO WS-ST-OPER
003010         MOVE "OTHER" TO WS-ST-DESC
003020         MOVE WS-OTHER-COUNT TO WS-ST-COUNT
003030         MOVE WS-OTHER-AMOUNT TO WS-ST-AMOUNT
003040         MOVE WS-SUBTOT-LINE TO REPORT-LINE
003050         WRITE REPORT-LINE
003060     END-IF
003070     MOVE WS-REJECT-COUNT TO WS-RJ-COUNT
003080     MOVE WS-REJECT-LINE TO REPORT-LINE
003090     WRITE REPORT-LINE
003100     MOVE SPACES TO REPORT-LINE
003110     WRITE REPORT-LINE
003120     MOVE WS-GRAND-COUNT TO WS-GT-COUNT
003130     MOVE WS-GRAND-AMOUNT TO WS-GT-AMOUNT
003140     MOVE WS-GRAND-LINE TO REPORT-LINE
003150     WRITE REPORT-LINE
003160     IF WS-REPORT-STATUS NOT = "00" THEN
003170         DISPLAY "ERROR WRITING REPORT-FILE, STATUS = "
003180             WS-REPORT-STATUS
003190         STOP RUN
003200     END-IF.
003210 8000-EXIT.
003220     EXIT.
003230*-----------------------------------------------------------------
003240 8010-PRINT-ONE-SUBTOTAL.
003250     MOVE WS-OPER-CHAR (WS-OPER-IDX) TO WS-ST-OPER
003260     MOVE WS-OPER-DESC (WS-OPER-IDX) TO WS-ST-DESC
003270     MOVE WS-OPER-COUNT (WS-OPER-IDX) TO WS-ST-COUNT
003280     MOVE WS-OPER-AMOUNT (WS-OPER-IDX) TO WS-ST-AMOUNT
003290     MOVE WS-SUBTOT-LINE TO REPORT-LINE
003300     WRITE REPORT-LINE
003310     IF WS-REPORT-STATUS NOT = "00" THEN
003320         DISPLAY "ERROR WRITING REPORT-FILE, STATUS = "
003330             WS-REPORT-STATUS
003340         STOP RUN
003350     END-IF.
003360 8010-EXIT.
003370     EXIT.
003380*-----------------------------------------------------------------
003390 9000-TERMINATE.
003400     CLOSE RESULT-IN-FILE
003410     CLOSE REPORT-FILE
003420     DISPLAY "RESULT-REPORT COMPLETE - ROWS READ: "
003430         WS-ROWS-READ.
003440 9000-EXIT.
003450     EXIT.
003460 END PROGRAM result-report.
