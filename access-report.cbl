000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. access-report.
000030 AUTHOR. D MCALLISTER.
000040 INSTALLATION. FINANCIAL SYSTEMS DIVISION.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM:    ACCESS-REPORT
000090*    PURPOSE:    PRINTS THE PERIODIC SECURITY ACCESS REPORT FROM
000100*                THE SECVIOL VIOLATION LOG THAT SECURITY-CHECK
000110*                APPENDS TO - ONE LINE PER REFUSED ATTEMPT AT AN
000120*                ONLINE PROGRAM, IN THE ORDER THEY HAPPENED:
000130*                WHEN, WHICH OPERATOR ID, WHICH PROGRAM AND
000140*                ACTION, THE ROLE IT NEEDED, THE ROW BEING ACTED
000150*                ON, AND THE REASON CODE. THE TOTALS COUNT THE
000160*                REFUSALS BY REASON, AND A SUMMARY SHOWS HOW
000170*                MANY EACH OPERATOR ID RUN UP AND WHEN ITS LAST
000180*                ONE WAS. THE OPTIONAL ACCPARM CARD LIMITS THE
000190*                REPORT TO REFUSALS ON OR AFTER A DATE (COLUMNS
000200*                1-8) AND/OR ON OR BEFORE A DATE (COLUMNS
000210*                10-17). RETURN-CODE 4 WHEN ANY REFUSAL IS
000220*                LISTED.
000230*-----------------------------------------------------------------
000240*    MODIFICATION HISTORY
000250*    DATE       INIT  DESCRIPTION
000260*    ---------  ----  ------------------------------------------
000270*    2026-10-14 DM    ORIGINAL.
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT SEC-VIOL-FILE ASSIGN TO "SECVIOL"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-SEC-VIOL-STATUS.
000350     SELECT ACC-PARM-FILE ASSIGN TO "ACCPARM"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-ACC-PARM-STATUS.
000380     SELECT REPORT-FILE ASSIGN TO "ACCRPT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-REPORT-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  SEC-VIOL-FILE.
000440 COPY sec-viol.
000450 FD  ACC-PARM-FILE.
000460 01  ACC-PARM-RECORD.
000470     05  AP-FROM-DATE            PIC X(08).
000480     05  FILLER                  PIC X(01).
000490     05  AP-TO-DATE              PIC X(08).
000500     05  FILLER                  PIC X(63).
000510 FD  REPORT-FILE.
000520 01  REPORT-LINE                 PIC X(132).
000530 WORKING-STORAGE SECTION.
000540 77  WS-SEC-VIOL-STATUS          PIC X(02) VALUE SPACES.
000550 77  WS-ACC-PARM-STATUS          PIC X(02) VALUE SPACES.
000560 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
000570 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000580     88  WS-END-OF-FILE                     VALUE "Y".
000590 77  WS-OPER-FOUND-SWITCH        PIC X(01) VALUE "N".
000600     88  WS-OPER-FOUND                      VALUE "Y".
000610 77  WS-PAGE-COUNT               PIC 9(04) VALUE ZERO.
000620 77  WS-LINE-COUNT               PIC S9(04) COMP VALUE +999.
000630 77  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE +55.
000640 77  WS-OPER-IDX                 PIC S9(04) COMP VALUE ZERO.
000650 77  WS-OPER-HIT                 PIC S9(04) COMP VALUE ZERO.
000660 77  WS-OPER-COUNT               PIC S9(04) COMP VALUE ZERO.
000670 77  WS-OPER-MAX                 PIC S9(04) COMP VALUE +200.
000680 77  WS-VIOL-READ                PIC 9(09) VALUE ZERO.
000690 77  WS-VIOL-LISTED              PIC 9(09) VALUE ZERO.
000700 77  WS-NOT-ON-FILE-COUNT        PIC 9(09) VALUE ZERO.
000710 77  WS-REVOKED-COUNT            PIC 9(09) VALUE ZERO.
000720 77  WS-NO-ROLE-COUNT            PIC 9(09) VALUE ZERO.
000730 77  WS-OWN-ENTRY-COUNT          PIC 9(09) VALUE ZERO.
000740 77  WS-OPER-OVERFLOW            PIC 9(09) VALUE ZERO.
000750 01  WS-COUNT-EDIT               PIC Z(08)9.
000760 01  WS-SEL-FROM-DATE            PIC X(08) VALUE SPACES.
000770 01  WS-SEL-TO-DATE              PIC X(08) VALUE SPACES.
000780*    ONE ENTRY PER OPERATOR ID SEEN IN THE SELECTED REFUSALS,
000790*    IN THE ORDER FIRST SEEN
000800 01  WS-OPER-TABLE.
000810     05  WS-OPER-ENTRY           OCCURS 200 TIMES.
000820         10  WS-OT-OPERATOR-ID   PIC X(08).
000830         10  WS-OT-COUNT         PIC 9(09).
000840         10  WS-OT-LAST-TS       PIC X(14).
000850 01  WS-RUN-DATE.
000860     05  WS-RUN-YYYY             PIC X(04).
000870     05  WS-RUN-MM               PIC X(02).
000880     05  WS-RUN-DD               PIC X(02).
000890 01  WS-HEAD-1.
000900     05  FILLER                  PIC X(05) VALUE SPACES.
000910     05  FILLER                  PIC X(40) VALUE
000920         "SECURITY ACCESS VIOLATION REPORT".
000930     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
000940     05  WS-HD-DATE              PIC X(10).
000950     05  FILLER                  PIC X(05) VALUE SPACES.
000960     05  FILLER                  PIC X(06) VALUE "PAGE: ".
000970     05  WS-HD-PAGE              PIC ZZZ9.
000980 01  WS-HEAD-2.
000990     05  FILLER                  PIC X(18) VALUE
001000         "REFUSALS FROM:    ".
001010     05  WS-HD-FROM-DATE         PIC X(08).
001020     05  FILLER                  PIC X(06) VALUE "  TO: ".
001030     05  WS-HD-TO-DATE           PIC X(08).
001040 01  WS-HEAD-3.
001050     05  FILLER                  PIC X(14) VALUE "WHEN".
001060     05  FILLER                  PIC X(02) VALUE SPACES.
001070     05  FILLER                  PIC X(08) VALUE "OPERATOR".
001080     05  FILLER                  PIC X(02) VALUE SPACES.
001090     05  FILLER                  PIC X(15) VALUE "PROGRAM".
001100     05  FILLER                  PIC X(02) VALUE SPACES.
001110     05  FILLER                  PIC X(10) VALUE "ACTION".
001120     05  FILLER                  PIC X(02) VALUE SPACES.
001130     05  FILLER                  PIC X(12) VALUE "ROLE NEEDED".
001140     05  FILLER                  PIC X(02) VALUE SPACES.
001150     05  FILLER                  PIC X(24) VALUE "ACTED ON".
001160     05  FILLER                  PIC X(02) VALUE SPACES.
001170     05  FILLER                  PIC X(08) VALUE "REASON".
001180 01  WS-HEAD-4.
001190     05  FILLER                  PIC X(103) VALUE ALL "-".
001200 01  WS-DETAIL-LINE.
001210     05  WS-DT-VIOL-TS           PIC X(14).
001220     05  FILLER                  PIC X(02) VALUE SPACES.
001230     05  WS-DT-OPERATOR-ID       PIC X(08).
001240     05  FILLER                  PIC X(02) VALUE SPACES.
001250     05  WS-DT-PROGRAM           PIC X(15).
001260     05  FILLER                  PIC X(02) VALUE SPACES.
001270     05  WS-DT-ACTION            PIC X(10).
001280     05  FILLER                  PIC X(02) VALUE SPACES.
001290     05  WS-DT-ROLE-NAME         PIC X(12).
001300     05  FILLER                  PIC X(02) VALUE SPACES.
001310     05  WS-DT-SUBJECT           PIC X(24).
001320     05  FILLER                  PIC X(02) VALUE SPACES.
001330     05  WS-DT-REASON-CODE       PIC X(08).
001340 01  WS-OPER-LINE.
001350     05  FILLER                  PIC X(02) VALUE SPACES.
001360     05  WS-OL-OPERATOR-ID       PIC X(08).
001370     05  FILLER                  PIC X(02) VALUE SPACES.
001380     05  WS-OL-COUNT             PIC Z(08)9.
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  WS-OL-LAST-TS           PIC X(14).
001410 01  WS-OPER-HEAD.
001420     05  FILLER                  PIC X(02) VALUE SPACES.
001430     05  FILLER                  PIC X(08) VALUE "OPERATOR".
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  FILLER                  PIC X(09) VALUE " REFUSALS".
001460     05  FILLER                  PIC X(02) VALUE SPACES.
001470     05  FILLER                  PIC X(14) VALUE "LAST REFUSED".
001480 01  WS-TOTAL-LINE.
001490     05  FILLER                  PIC X(02) VALUE SPACES.
001500     05  WS-TL-LABEL             PIC X(30).
001510     05  WS-TL-COUNT             PIC Z(08)9.
001520 PROCEDURE DIVISION.
001530*-----------------------------------------------------------------
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001560     PERFORM 2000-PROCESS-VIOLATION THRU 2000-EXIT
001570         UNTIL WS-END-OF-FILE
001580     PERFORM 8500-PRINT-TOTALS THRU 8500-EXIT
001590     PERFORM 8600-PRINT-OPERATOR-SUMMARY THRU 8600-EXIT
001600     PERFORM 9000-TERMINATE THRU 9000-EXIT
001610     IF WS-VIOL-LISTED > ZERO THEN
001620         MOVE 4 TO RETURN-CODE
001630     END-IF
001640     STOP RUN.
001650*-----------------------------------------------------------------
001660 1000-INITIALIZE.
001670     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001680     STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
001690         DELIMITED BY SIZE
001700         INTO WS-HD-DATE
001710     END-STRING
001720     PERFORM 1100-READ-ACC-PARM THRU 1100-EXIT
001730     IF WS-SEL-FROM-DATE = SPACES THEN
001740         MOVE "START" TO WS-HD-FROM-DATE
001750     ELSE
001760         MOVE WS-SEL-FROM-DATE TO WS-HD-FROM-DATE
001770     END-IF
001780     IF WS-SEL-TO-DATE = SPACES THEN
001790         MOVE "LATEST" TO WS-HD-TO-DATE
001800     ELSE
001810         MOVE WS-SEL-TO-DATE TO WS-HD-TO-DATE
001820     END-IF
001830     OPEN INPUT SEC-VIOL-FILE
001840     IF WS-SEC-VIOL-STATUS = "35" THEN
001850*        NOTHING HAS EVER BEEN REFUSED - AN EMPTY REPORT SAYS SO
001860         DISPLAY "NO SECURITY VIOLATIONS ON FILE - NOTHING TO "
001870             "REPORT"
001880         SET WS-END-OF-FILE TO TRUE
001890     ELSE
001900     IF WS-SEC-VIOL-STATUS NOT = "00" THEN
001910         DISPLAY "ERROR OPENING SEC-VIOL-FILE, STATUS = "
001920             WS-SEC-VIOL-STATUS
001930         MOVE 16 TO RETURN-CODE
001940         STOP RUN
001950     END-IF
001960     END-IF
001970     OPEN OUTPUT REPORT-FILE
001980     IF WS-REPORT-STATUS NOT = "00" THEN
001990         DISPLAY "ERROR OPENING REPORT-FILE, STATUS = "
002000             WS-REPORT-STATUS
002010         MOVE 16 TO RETURN-CODE
002020         STOP RUN
002030     END-IF
002040     IF NOT WS-END-OF-FILE THEN
002050         PERFORM 2100-READ-VIOLATION THRU 2100-EXIT
002060     END-IF.
002070 1000-EXIT.
002080     EXIT.
002090*-----------------------------------------------------------------
002100 1100-READ-ACC-PARM.
002110     OPEN INPUT ACC-PARM-FILE
002120     IF WS-ACC-PARM-STATUS NOT = "00" THEN
002130         GO TO 1100-EXIT
002140     END-IF
002150     READ ACC-PARM-FILE
002160         AT END
002170             CONTINUE
002180         NOT AT END
002190             MOVE AP-FROM-DATE TO WS-SEL-FROM-DATE
002200             MOVE AP-TO-DATE TO WS-SEL-TO-DATE
002210     END-READ
002220     CLOSE ACC-PARM-FILE
002230     IF WS-SEL-FROM-DATE NOT = SPACES
002240         AND WS-SEL-FROM-DATE IS NOT NUMERIC THEN
002250         DISPLAY "INVALID FROM DATE ON ACCPARM CARD: "
002260             WS-SEL-FROM-DATE
002270         MOVE 16 TO RETURN-CODE
002280         STOP RUN
002290     END-IF
002300     IF WS-SEL-TO-DATE NOT = SPACES
002310         AND WS-SEL-TO-DATE IS NOT NUMERIC THEN
002320         DISPLAY "INVALID TO DATE ON ACCPARM CARD: "
002330             WS-SEL-TO-DATE
002340         MOVE 16 TO RETURN-CODE
002350         STOP RUN
002360     END-IF.
002370 1100-EXIT.
002380     EXIT.
002390*-----------------------------------------------------------------
002400 2000-PROCESS-VIOLATION.
002410     ADD 1 TO WS-VIOL-READ
002420     PERFORM 3000-PRINT-VIOLATION THRU 3000-EXIT
002430     PERFORM 2100-READ-VIOLATION THRU 2100-EXIT.
002440 2000-EXIT.
002450     EXIT.
002460*-----------------------------------------------------------------
002470 2100-READ-VIOLATION.
002480     READ SEC-VIOL-FILE
002490         AT END
002500             SET WS-END-OF-FILE TO TRUE
002510     END-READ
002520     IF NOT WS-END-OF-FILE
002530         AND WS-SEC-VIOL-STATUS NOT = "00" THEN
002540         DISPLAY "ERROR READING SEC-VIOL-FILE, STATUS = "
002550             WS-SEC-VIOL-STATUS
002560         MOVE 16 TO RETURN-CODE
002570         STOP RUN
002580     END-IF.
002590 2100-EXIT.
002600     EXIT.
002610*-----------------------------------------------------------------
002620 3000-PRINT-VIOLATION.
002630     IF WS-SEL-FROM-DATE NOT = SPACES
002640         AND SV-VIOL-TS (1:8) < WS-SEL-FROM-DATE THEN
002650         GO TO 3000-EXIT
002660     END-IF
002670     IF WS-SEL-TO-DATE NOT = SPACES
002680         AND SV-VIOL-TS (1:8) > WS-SEL-TO-DATE THEN
002690         GO TO 3000-EXIT
002700     END-IF
002710     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN
002720         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
002730     END-IF
002740     MOVE SV-VIOL-TS TO WS-DT-VIOL-TS
002750     MOVE SV-OPERATOR-ID TO WS-DT-OPERATOR-ID
002760     MOVE SV-PROGRAM TO WS-DT-PROGRAM
002770     MOVE SV-ACTION TO WS-DT-ACTION
002780     MOVE SV-ROLE-NAME TO WS-DT-ROLE-NAME
002790     MOVE SV-SUBJECT TO WS-DT-SUBJECT
002800     MOVE SV-REASON-CODE TO WS-DT-REASON-CODE
002810     MOVE WS-DETAIL-LINE TO REPORT-LINE
002820     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
002830     ADD 1 TO WS-VIOL-LISTED
002840     IF SV-NOT-ON-FILE THEN
002850         ADD 1 TO WS-NOT-ON-FILE-COUNT
002860     END-IF
002870     IF SV-REVOKED THEN
002880         ADD 1 TO WS-REVOKED-COUNT
002890     END-IF
002900     IF SV-NO-ROLE THEN
002910         ADD 1 TO WS-NO-ROLE-COUNT
002920     END-IF
002930     IF SV-OWN-ENTRY THEN
002940         ADD 1 TO WS-OWN-ENTRY-COUNT
002950     END-IF
002960     PERFORM 3100-COUNT-OPERATOR THRU 3100-EXIT.
002970 3000-EXIT.
002980     EXIT.
002990*-----------------------------------------------------------------
003000*    FIND THE OPERATOR'S ENTRY, OR START ONE. A FULL TABLE IS
003010*    COUNTED, NOT ABENDED - THE SUMMARY SAYS HOW MANY WERE LEFT
003020*    OUT
003030 3100-COUNT-OPERATOR.
003040     MOVE "N" TO WS-OPER-FOUND-SWITCH
003050     PERFORM 3110-CHECK-ONE-ENTRY THRU 3110-EXIT
003060         VARYING WS-OPER-IDX FROM 1 BY 1
003070         UNTIL WS-OPER-IDX > WS-OPER-COUNT OR WS-OPER-FOUND
003080     IF NOT WS-OPER-FOUND THEN
003090         IF WS-OPER-COUNT >= WS-OPER-MAX THEN
003100             ADD 1 TO WS-OPER-OVERFLOW
003110             GO TO 3100-EXIT
003120         END-IF
003130         ADD 1 TO WS-OPER-COUNT
003140         MOVE WS-OPER-COUNT TO WS-OPER-HIT
003150         MOVE SV-OPERATOR-ID TO WS-OT-OPERATOR-ID (WS-OPER-HIT)
003160         MOVE ZERO TO WS-OT-COUNT (WS-OPER-HIT)
003170     END-IF
003180     ADD 1 TO WS-OT-COUNT (WS-OPER-HIT)
003190     MOVE SV-VIOL-TS TO WS-OT-LAST-TS (WS-OPER-HIT).
003200 3100-EXIT.
003210     EXIT.
003220*-----------------------------------------------------------------
003230 3110-CHECK-ONE-ENTRY.
003240     IF WS-OT-OPERATOR-ID (WS-OPER-IDX) = SV-OPERATOR-ID THEN
003250         SET WS-OPER-FOUND TO TRUE
003260         MOVE WS-OPER-IDX TO WS-OPER-HIT
003270     END-IF.
003280 3110-EXIT.
003290     EXIT.
003300*-----------------------------------------------------------------
003310 4000-PAGE-HEADING.
003320     ADD 1 TO WS-PAGE-COUNT
003330     MOVE WS-PAGE-COUNT TO WS-HD-PAGE
003340     IF WS-PAGE-COUNT > 1 THEN
003350         MOVE SPACES TO REPORT-LINE
003360         PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003370     END-IF
003380     MOVE WS-HEAD-1 TO REPORT-LINE
003390     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003400     MOVE WS-HEAD-2 TO REPORT-LINE
003410     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003420     MOVE SPACES TO REPORT-LINE
003430     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003440     MOVE WS-HEAD-3 TO REPORT-LINE
003450     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003460     MOVE WS-HEAD-4 TO REPORT-LINE
003470     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003480     MOVE 6 TO WS-LINE-COUNT.
003490 4000-EXIT.
003500     EXIT.
003510*-----------------------------------------------------------------
003520*    EVERY LINE WRITTEN COUNTS TOWARD THE PAGE
003530 4100-WRITE-REPORT-LINE.
003540     WRITE REPORT-LINE
003550     IF WS-REPORT-STATUS NOT = "00" THEN
003560         DISPLAY "ERROR WRITING REPORT-FILE, STATUS = "
003570             WS-REPORT-STATUS
003580         MOVE 16 TO RETURN-CODE
003590         STOP RUN
003600     END-IF
003610     ADD 1 TO WS-LINE-COUNT.
003620 4100-EXIT.
003630     EXIT.
003640*-----------------------------------------------------------------
003650 8500-PRINT-TOTALS.
003660     IF WS-PAGE-COUNT = ZERO
003670         OR WS-LINE-COUNT + 9 >= WS-LINES-PER-PAGE THEN
003680         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
003690     END-IF
003700     MOVE SPACES TO REPORT-LINE
003710     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
003720     MOVE "REFUSALS ON THE LOG" TO WS-TL-LABEL
003730     MOVE WS-VIOL-READ TO WS-TL-COUNT
003740     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
003750     MOVE "REFUSALS LISTED" TO WS-TL-LABEL
003760     MOVE WS-VIOL-LISTED TO WS-TL-COUNT
003770     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
003780     MOVE "  NOTONFIL - ID NOT ON FILE" TO WS-TL-LABEL
003790     MOVE WS-NOT-ON-FILE-COUNT TO WS-TL-COUNT
003800     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
003810     MOVE "  REVOKED  - ID REVOKED" TO WS-TL-LABEL
003820     MOVE WS-REVOKED-COUNT TO WS-TL-COUNT
003830     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
003840     MOVE "  NOROLE   - ROLE NOT HELD" TO WS-TL-LABEL
003850     MOVE WS-NO-ROLE-COUNT TO WS-TL-COUNT
003860     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
003870     MOVE "  OWNENTRY - OWN ENTRY" TO WS-TL-LABEL
003880     MOVE WS-OWN-ENTRY-COUNT TO WS-TL-COUNT
003890     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
003900     MOVE WS-VIOL-LISTED TO WS-COUNT-EDIT
003910     DISPLAY "ACCESS-REPORT COMPLETE - REFUSALS LISTED: "
003920         WS-COUNT-EDIT.
003930 8500-EXIT.
003940     EXIT.
003950*-----------------------------------------------------------------
003960 8510-WRITE-TOTAL-LINE.
003970     MOVE WS-TOTAL-LINE TO REPORT-LINE
003980     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
003990 8510-EXIT.
004000     EXIT.
004010*-----------------------------------------------------------------
004020 8600-PRINT-OPERATOR-SUMMARY.
004030     IF WS-OPER-COUNT = ZERO THEN
004040         GO TO 8600-EXIT
004050     END-IF
004060     IF WS-LINE-COUNT + 4 >= WS-LINES-PER-PAGE THEN
004070         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
004080     END-IF
004090     MOVE SPACES TO REPORT-LINE
004100     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
004110     MOVE WS-OPER-HEAD TO REPORT-LINE
004120     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
004130     PERFORM 8610-PRINT-ONE-OPERATOR THRU 8610-EXIT
004140         VARYING WS-OPER-IDX FROM 1 BY 1
004150         UNTIL WS-OPER-IDX > WS-OPER-COUNT
004160     IF WS-OPER-OVERFLOW > ZERO THEN
004170         MOVE "REFUSALS NOT IN THE SUMMARY" TO WS-TL-LABEL
004180         MOVE WS-OPER-OVERFLOW TO WS-TL-COUNT
004190         PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
004200     END-IF.
004210 8600-EXIT.
004220     EXIT.
004230*-----------------------------------------------------------------
004240 8610-PRINT-ONE-OPERATOR.
004250     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN
004260         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
004270         MOVE WS-OPER-HEAD TO REPORT-LINE
004280         PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
004290     END-IF
004300     MOVE WS-OT-OPERATOR-ID (WS-OPER-IDX) TO WS-OL-OPERATOR-ID
004310     MOVE WS-OT-COUNT (WS-OPER-IDX) TO WS-OL-COUNT
004320     MOVE WS-OT-LAST-TS (WS-OPER-IDX) TO WS-OL-LAST-TS
004330     MOVE WS-OPER-LINE TO REPORT-LINE
004340     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
004350 8610-EXIT.
004360     EXIT.
004370*-----------------------------------------------------------------
004380 9000-TERMINATE.
004390     IF WS-SEC-VIOL-STATUS NOT = "35" THEN
004400         CLOSE SEC-VIOL-FILE
004410     END-IF
004420     CLOSE REPORT-FILE.
004430 9000-EXIT.
004440     EXIT.
004450 END PROGRAM access-report.
