000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. gl-ack-recon.
000030 AUTHOR. D MCALLISTER.
000040 INSTALLATION. FINANCIAL SYSTEMS DIVISION.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM:    GL-ACK-RECON
000090*    PURPOSE:    CLOSES THE LOOP ON THE SETTLEMENT INTERFACE.
000100*                MATCHES THE GLACK ACKNOWLEDGMENT FILE THE G/L
000110*                INTAKE RETURNS BACK TO THE SETTLEXT FILE
000120*                SETTLE-EXTRACT SENT, ROW FOR ROW, BY EXPRESSION
000130*                ID, EFFECTIVE DATE AND RUN ID, AND RECORDS THE
000140*                OUTCOME ON THE RESULTMST ROW THAT PRODUCED EACH
000150*                DETAIL: RM-SETTLE-STATUS "SETTLED" WHEN THE G/L
000160*                BOOKED IT, "GLREJECT" (WITH THE G/L'S REASON IN
000170*                RM-GL-REASON) WHEN IT REFUSED IT, AND "NOACK"
000180*                WHEN THE ROW WAS SENT BUT NEVER ACKNOWLEDGED.
000190*                EVERY ROW THAT DID NOT SETTLE CLEANLY - SENT
000200*                BUT NEVER ACKNOWLEDGED, REJECTED BY THE G/L,
000210*                ACKNOWLEDGED BUT NEVER SENT, ACKNOWLEDGED TWICE,
000220*                OR NO LONGER ON THE MASTER - PRINTS ON THE
000230*                GLEXCPT EXCEPTION REPORT (RC 4). BOTH FILES ARE
000240*                PROVED AGAINST THEIR OWN TRAILERS, AND THE ACK
000250*                HEADER MUST NAME THE SAME RUN AS THE SETTLEXT
000260*                HEADER, BEFORE ANY MASTER ROW IS TOUCHED - A
000270*                SHORT OR MISMATCHED FILE IS REFUSED (RC 8).
000280*                RUNS AFTER THE G/L HAS ANSWERED THE DAY'S
000290*                SETTLEXT.
000300*-----------------------------------------------------------------
000310*    MODIFICATION HISTORY
000320*    DATE       INIT  DESCRIPTION
000330*    ---------  ----  ------------------------------------------
000340*    2026-10-14 DM    ORIGINAL.
000350*    2026-10-14 DM    A NEGATIVE SETTLEMENT AMOUNT (A CREDIT) NOW
000360*                     PRINTS ON THE EXCEPTION REPORT WITH A
000370*                     TRAILING CR.
000380*    2026-10-14 DM    A ROW RATE-RESTATE REPRICED AFTER IT WAS
000390*                     RECONCILED ("RESTSETL") KEEPS THAT STATUS -
000400*                     AN ACK FOR IT CAN ONLY CONFIRM THE ORIGINAL
000410*                     VALUE, NOT THE RESTATEMENT DELTA.
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT EXTRACT-FILE ASSIGN TO "SETTLEXT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-EXTRACT-STATUS.
000490     SELECT GL-ACK-FILE ASSIGN TO "GLACK"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-ACK-STATUS.
000520     SELECT RESULT-MASTER-FILE ASSIGN TO "RESULTMST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS RM-KEY
000560         FILE STATUS IS WS-MASTER-STATUS.
000570     SELECT REPORT-FILE ASSIGN TO "GLEXCPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-REPORT-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620*    SETTLEXT AS SETTLE-EXTRACT WRITES IT - 80 BYTES, TYPE IN
000630*    COLUMNS 1-3.
000640 FD  EXTRACT-FILE.
000650 01  EXTRACT-RECORD.
000660     05  SX-RECORD-TYPE          PIC X(03).
000670         88  SX-HEADER                      VALUE "HDR".
000680         88  SX-DETAIL                      VALUE "DTL".
000690         88  SX-TRAILER                     VALUE "TRL".
000700     05  SX-DETAIL-DATA.
000710         10  SX-EXPR-ID          PIC X(10).
000720         10  SX-EFF-DATE         PIC X(08).
000730         10  SX-RUN-ID           PIC X(15).
000740         10  SX-AMOUNT           PIC S9(11)V9(04)
000750                                 SIGN IS TRAILING SEPARATE.
000760         10  FILLER              PIC X(28).
000770     05  SX-HEADER-DATA REDEFINES SX-DETAIL-DATA.
000780         10  SX-EXTRACT-DATE     PIC X(08).
000790         10  SX-EXTRACT-RUN-ID   PIC X(15).
000800         10  FILLER              PIC X(54).
000810     05  SX-TRAILER-DATA REDEFINES SX-DETAIL-DATA.
000820         10  SX-RECORD-COUNT     PIC 9(09).
000830         10  SX-AMOUNT-HASH      PIC S9(13)V9(04)
000840                                 SIGN IS TRAILING SEPARATE.
000850         10  FILLER              PIC X(50).
000860 FD  GL-ACK-FILE.
000870 COPY gl-ack.
000880 FD  RESULT-MASTER-FILE.
000890 COPY result-master.
000900 FD  REPORT-FILE.
000910 01  REPORT-LINE                 PIC X(132).
000920 WORKING-STORAGE SECTION.
000930 77  WS-EXTRACT-STATUS           PIC X(02) VALUE SPACES.
000940 77  WS-ACK-STATUS               PIC X(02) VALUE SPACES.
000950 77  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
000960 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
000970 77  WS-EXT-EOF-SWITCH           PIC X(01) VALUE "N".
000980     88  WS-EXT-EOF                         VALUE "Y".
000990 77  WS-ACK-EOF-SWITCH           PIC X(01) VALUE "N".
001000     88  WS-ACK-EOF                         VALUE "Y".
001010 77  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE "N".
001020     88  WS-MASTER-EOF                      VALUE "Y".
001030 77  WS-EXT-TRAILER-SWITCH       PIC X(01) VALUE "N".
001040     88  WS-EXT-TRAILER-SEEN                VALUE "Y".
001050 77  WS-ACK-TRAILER-SWITCH       PIC X(01) VALUE "N".
001060     88  WS-ACK-TRAILER-SEEN                VALUE "Y".
001070 77  WS-ROW-FOUND-SWITCH         PIC X(01) VALUE "N".
001080     88  WS-ROW-FOUND                       VALUE "Y".
001090 77  WS-SENT-IDX                 PIC S9(04) COMP VALUE ZERO.
001100 77  WS-SENT-USED                PIC S9(04) COMP VALUE ZERO.
001110 77  WS-SENT-MAX                 PIC S9(04) COMP VALUE +5000.
001120 77  WS-SENT-FOUND-SLOT          PIC S9(04) COMP VALUE ZERO.
001130 77  WS-PAGE-COUNT               PIC 9(04) VALUE ZERO.
001140 77  WS-LINE-COUNT               PIC S9(04) COMP VALUE +999.
001150 77  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE +55.
001160 77  WS-EXT-DETAILS              PIC 9(09) VALUE ZERO.
001170 77  WS-EXT-TRAILER-COUNT        PIC 9(09) VALUE ZERO.
001180 77  WS-ACK-DETAILS              PIC 9(09) VALUE ZERO.
001190 77  WS-ACK-TRAILER-COUNT        PIC 9(09) VALUE ZERO.
001200 77  WS-ACKS-SETTLED             PIC 9(09) VALUE ZERO.
001210 77  WS-ACKS-REJECTED            PIC 9(09) VALUE ZERO.
001220 77  WS-ACKS-NOT-SENT            PIC 9(09) VALUE ZERO.
001230 77  WS-ACKS-DUPLICATE           PIC 9(09) VALUE ZERO.
001240 77  WS-ROWS-NOT-ACKED           PIC 9(09) VALUE ZERO.
001250 77  WS-ROWS-NOT-ON-MASTER       PIC 9(09) VALUE ZERO.
001260 77  WS-EXCEPTION-COUNT          PIC 9(09) VALUE ZERO.
001270 01  WS-EXTRACT-RUN-ID           PIC X(15) VALUE SPACES.
001280 01  WS-EXTRACT-DATE             PIC X(08) VALUE SPACES.
001290 01  WS-ACK-RUN-ID               PIC X(15) VALUE SPACES.
001300 01  WS-ACK-DATE                 PIC X(08) VALUE SPACES.
001310 01  WS-AMOUNT-HASH              PIC S9(13)V9(04) VALUE ZERO.
001320 01  WS-EXT-TRAILER-HASH         PIC S9(13)V9(04) VALUE ZERO.
001330 01  WS-COUNT-EDIT               PIC Z(08)9.
001340*    THE ROW TO BE MARKED ON THE MASTER BY 3000-UPDATE-MASTER
001350 01  WS-UPD-EXPR-ID              PIC X(10) VALUE SPACES.
001360 01  WS-UPD-EFF-DATE             PIC X(08) VALUE SPACES.
001370 01  WS-UPD-RUN-ID               PIC X(15) VALUE SPACES.
001380 01  WS-UPD-SETTLE-STATUS        PIC X(08) VALUE SPACES.
001390 01  WS-UPD-REASON               PIC X(20) VALUE SPACES.
001400*    ONE ENTRY PER SETTLEXT DETAIL SENT. WS-SENT-ACK-FLAG STAYS
001410*    SPACE UNTIL AN ACKNOWLEDGMENT MATCHES IT, THEN TAKES THE
001420*    G/L'S "A" OR "R".
001430 01  WS-SENT-TABLE.
001440     05  WS-SENT-ENTRY           OCCURS 5000 TIMES.
001450         10  WS-SENT-EXPR-ID     PIC X(10).
001460         10  WS-SENT-EFF-DATE    PIC X(08).
001470         10  WS-SENT-RUN-ID      PIC X(15).
001480         10  WS-SENT-AMOUNT      PIC S9(11)V9(04).
001490         10  WS-SENT-ACK-FLAG    PIC X(01).
001500 01  WS-RUN-DATE.
001510     05  WS-RUN-YYYY             PIC X(04).
001520     05  WS-RUN-MM               PIC X(02).
001530     05  WS-RUN-DD               PIC X(02).
001540 01  WS-HEAD-1.
001550     05  FILLER                  PIC X(05) VALUE SPACES.
001560     05  FILLER                  PIC X(40) VALUE
001570         "G/L ACKNOWLEDGMENT EXCEPTION REPORT".
001580     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001590     05  WS-HD-DATE              PIC X(10).
001600     05  FILLER                  PIC X(05) VALUE SPACES.
001610     05  FILLER                  PIC X(06) VALUE "PAGE: ".
001620     05  WS-HD-PAGE              PIC ZZZ9.
001630 01  WS-HEAD-2.
001640     05  FILLER                  PIC X(13) VALUE
001650         "EXTRACT RUN: ".
001660     05  WS-HD-EXTRACT-RUN-ID    PIC X(15).
001670     05  FILLER                  PIC X(17) VALUE
001680         "  EXTRACT DATE: ".
001690     05  WS-HD-EXTRACT-DATE      PIC X(08).
001700     05  FILLER                  PIC X(16) VALUE
001710         "  G/L ACK DATE: ".
001720     05  WS-HD-ACK-DATE          PIC X(08).
001730 01  WS-HEAD-3.
001740     05  FILLER                  PIC X(10) VALUE "EXPR ID".
001750     05  FILLER                  PIC X(02) VALUE SPACES.
001760     05  FILLER                  PIC X(08) VALUE "EFF DATE".
001770     05  FILLER                  PIC X(02) VALUE SPACES.
001780     05  FILLER                  PIC X(15) VALUE "RUN ID".
001790     05  FILLER                  PIC X(02) VALUE SPACES.
001800     05  FILLER                  PIC X(18) VALUE
001810         "     SENT AMOUNT  ".
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001830     05  FILLER                  PIC X(24) VALUE "EXCEPTION".
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  FILLER                  PIC X(20) VALUE "G/L REASON".
001860 01  WS-HEAD-4.
001870     05  FILLER                  PIC X(105) VALUE ALL "-".
001880 01  WS-DETAIL-LINE.
001890     05  WS-DT-EXPR-ID           PIC X(10).
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  WS-DT-EFF-DATE          PIC X(08).
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  WS-DT-RUN-ID            PIC X(15).
001940     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  WS-DT-AMOUNT            PIC X(18).
001960     05  WS-DT-AMOUNT-NUM REDEFINES WS-DT-AMOUNT
001970                                 PIC Z(10)9.9999CR.
001980     05  FILLER                  PIC X(02) VALUE SPACES.
001990     05  WS-DT-EXCEPTION         PIC X(24).
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  WS-DT-GL-REASON         PIC X(20).
002020 01  WS-TOTAL-LINE.
002030     05  FILLER                  PIC X(02) VALUE SPACES.
002040     05  WS-TL-LABEL             PIC X(30).
002050     05  WS-TL-COUNT             PIC Z(08)9.
002060 PROCEDURE DIVISION.
002070*-----------------------------------------------------------------
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002100     PERFORM 1100-LOAD-EXTRACT THRU 1100-EXIT
002110     PERFORM 1300-VERIFY-ACK-FILE THRU 1300-EXIT
002120     PERFORM 1500-OPEN-FOR-RECONCILE THRU 1500-EXIT
002130     PERFORM 2000-RECONCILE-ONE-ACK THRU 2000-EXIT
002140         UNTIL WS-ACK-EOF
002150     PERFORM 2500-CHECK-ONE-SENT-ROW THRU 2500-EXIT
002160         VARYING WS-SENT-IDX FROM 1 BY 1
002170         UNTIL WS-SENT-IDX > WS-SENT-USED
002180     PERFORM 8500-PRINT-TOTALS THRU 8500-EXIT
002190     PERFORM 9000-TERMINATE THRU 9000-EXIT
002200     STOP RUN.
002210*-----------------------------------------------------------------
002220 1000-INITIALIZE.
002230     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002240     STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
002250         DELIMITED BY SIZE
002260         INTO WS-HD-DATE
002270     END-STRING.
002280 1000-EXIT.
002290     EXIT.
002300*-----------------------------------------------------------------
002310*    THE WHOLE OF SETTLEXT IS HELD IN CORE SO EACH ACK CAN BE
002320*    MATCHED BACK TO THE ROW IT ANSWERS AND THE ROWS NOBODY
002330*    ANSWERED CAN BE FOUND AT THE END. THE DETAILS READ MUST
002340*    AGREE WITH SETTLE-EXTRACT'S OWN TRAILER (RECORD COUNT AND
002350*    AMOUNT HASH) - A TRUNCATED COPY OF THE FILE WOULD OTHERWISE
002360*    MAKE EVERY ACK FOR THE MISSING TAIL LOOK LIKE A ROW WE NEVER
002370*    SENT.
002380 1100-LOAD-EXTRACT.
002390     OPEN INPUT EXTRACT-FILE
002400     IF WS-EXTRACT-STATUS NOT = "00" THEN
002410         DISPLAY "ERROR OPENING EXTRACT-FILE, STATUS = "
002420             WS-EXTRACT-STATUS
002430         MOVE 16 TO RETURN-CODE
002440         STOP RUN
002450     END-IF
002460     PERFORM 1110-LOAD-ONE-EXTRACT-ROW THRU 1110-EXIT
002470         UNTIL WS-EXT-EOF
002480     CLOSE EXTRACT-FILE
002490     IF NOT WS-EXT-TRAILER-SEEN
002500         OR WS-EXT-TRAILER-COUNT NOT = WS-EXT-DETAILS
002510         OR WS-EXT-TRAILER-HASH NOT = WS-AMOUNT-HASH THEN
002520         MOVE WS-EXT-DETAILS TO WS-COUNT-EDIT
002530         DISPLAY "SETTLEXT OUT OF BALANCE WITH ITS TRAILER - "
002540             WS-COUNT-EDIT " DETAILS READ"
002550         DISPLAY "RECONCILIATION REFUSED - NO MASTER ROWS "
002560             "UPDATED"
002570         MOVE 8 TO RETURN-CODE
002580         STOP RUN
002590     END-IF
002600     MOVE WS-EXTRACT-RUN-ID TO WS-HD-EXTRACT-RUN-ID
002610     MOVE WS-EXTRACT-DATE TO WS-HD-EXTRACT-DATE.
002620 1100-EXIT.
002630     EXIT.
002640*-----------------------------------------------------------------
002650 1110-LOAD-ONE-EXTRACT-ROW.
002660     READ EXTRACT-FILE
002670         AT END
002680             SET WS-EXT-EOF TO TRUE
002690             GO TO 1110-EXIT
002700     END-READ
002710     IF WS-EXTRACT-STATUS NOT = "00" THEN
002720         DISPLAY "ERROR READING EXTRACT-FILE, STATUS = "
002730             WS-EXTRACT-STATUS
002740         MOVE 16 TO RETURN-CODE
002750         STOP RUN
002760     END-IF
002770     IF SX-HEADER THEN
002780         MOVE SX-EXTRACT-RUN-ID TO WS-EXTRACT-RUN-ID
002790         MOVE SX-EXTRACT-DATE TO WS-EXTRACT-DATE
002800         GO TO 1110-EXIT
002810     END-IF
002820     IF SX-TRAILER THEN
002830         SET WS-EXT-TRAILER-SEEN TO TRUE
002840         MOVE SX-RECORD-COUNT TO WS-EXT-TRAILER-COUNT
002850         MOVE SX-AMOUNT-HASH TO WS-EXT-TRAILER-HASH
002860         GO TO 1110-EXIT
002870     END-IF
002880     IF NOT SX-DETAIL THEN
002890         GO TO 1110-EXIT
002900     END-IF
002910     ADD 1 TO WS-EXT-DETAILS
002920     IF WS-SENT-USED >= WS-SENT-MAX THEN
002930         DISPLAY "SETTLEXT HAS MORE DETAILS THAN THE SENT-ROW "
002940             "TABLE HOLDS - RAISE WS-SENT-MAX"
002950         MOVE 16 TO RETURN-CODE
002960         STOP RUN
002970     END-IF
002980     ADD 1 TO WS-SENT-USED
002990     MOVE SX-EXPR-ID TO WS-SENT-EXPR-ID (WS-SENT-USED)
003000     MOVE SX-EFF-DATE TO WS-SENT-EFF-DATE (WS-SENT-USED)
003010     MOVE SX-RUN-ID TO WS-SENT-RUN-ID (WS-SENT-USED)
003020     MOVE SX-AMOUNT TO WS-SENT-AMOUNT (WS-SENT-USED)
003030     MOVE SPACE TO WS-SENT-ACK-FLAG (WS-SENT-USED)
003040     ADD SX-AMOUNT TO WS-AMOUNT-HASH.
003050 1110-EXIT.
003060     EXIT.
003070*-----------------------------------------------------------------
003080*    FIRST PASS OVER GLACK - PROVE IT ANSWERS THIS SETTLEXT
003090*    AND IS COMPLETE BEFORE ANYTHING IS WRITTEN. NO ACK FILE
003100*    MEANS THE G/L HAS NOT ANSWERED YET, NOT THAT EVERY ROW
003110*    WENT UNACKNOWLEDGED, SO THAT IS A REFUSAL TOO.
003120 1300-VERIFY-ACK-FILE.
003130     OPEN INPUT GL-ACK-FILE
003140     IF WS-ACK-STATUS NOT = "00" THEN
003150         DISPLAY "NO G/L ACKNOWLEDGMENT FILE, STATUS = "
003160             WS-ACK-STATUS " - NOTHING RECONCILED"
003170         MOVE 8 TO RETURN-CODE
003180         STOP RUN
003190     END-IF
003200     PERFORM 1310-COUNT-ONE-ACK THRU 1310-EXIT
003210         UNTIL WS-ACK-EOF
003220     CLOSE GL-ACK-FILE
003230     IF WS-ACK-RUN-ID NOT = WS-EXTRACT-RUN-ID THEN
003240         DISPLAY "GLACK ANSWERS RUN " WS-ACK-RUN-ID
003250             " BUT SETTLEXT IS RUN " WS-EXTRACT-RUN-ID
003260         DISPLAY "RECONCILIATION REFUSED - NO MASTER ROWS "
003270             "UPDATED"
003280         MOVE 8 TO RETURN-CODE
003290         STOP RUN
003300     END-IF
003310     IF NOT WS-ACK-TRAILER-SEEN
003320         OR WS-ACK-TRAILER-COUNT NOT = WS-ACK-DETAILS THEN
003330         MOVE WS-ACK-DETAILS TO WS-COUNT-EDIT
003340         DISPLAY "GLACK OUT OF BALANCE WITH ITS TRAILER - "
003350             WS-COUNT-EDIT " DETAILS READ"
003360         DISPLAY "RECONCILIATION REFUSED - NO MASTER ROWS "
003370             "UPDATED"
003380         MOVE 8 TO RETURN-CODE
003390         STOP RUN
003400     END-IF
003410     IF WS-ACK-DATE = SPACES THEN
003420         MOVE WS-RUN-DATE TO WS-ACK-DATE
003430     END-IF
003440     MOVE WS-ACK-DATE TO WS-HD-ACK-DATE.
003450 1300-EXIT.
003460     EXIT.
003470*-----------------------------------------------------------------
003480 1310-COUNT-ONE-ACK.
003490     PERFORM 2100-READ-ACK THRU 2100-EXIT
003500     IF WS-ACK-EOF THEN
003510         GO TO 1310-EXIT
003520     END-IF
003530     IF GA-HEADER THEN
003540         MOVE GA-EXTRACT-RUN-ID TO WS-ACK-RUN-ID
003550         MOVE GA-ACK-DATE TO WS-ACK-DATE
003560     END-IF
003570     IF GA-DETAIL THEN
003580         ADD 1 TO WS-ACK-DETAILS
003590     END-IF
003600     IF GA-TRAILER THEN
003610         SET WS-ACK-TRAILER-SEEN TO TRUE
003620         MOVE GA-RECORD-COUNT TO WS-ACK-TRAILER-COUNT
003630     END-IF.
003640 1310-EXIT.
003650     EXIT.
003660*-----------------------------------------------------------------
003670 1500-OPEN-FOR-RECONCILE.
003680     MOVE "N" TO WS-ACK-EOF-SWITCH
003690     OPEN INPUT GL-ACK-FILE
003700     IF WS-ACK-STATUS NOT = "00" THEN
003710         DISPLAY "ERROR REOPENING GL-ACK-FILE, STATUS = "
003720             WS-ACK-STATUS
003730         MOVE 16 TO RETURN-CODE
003740         STOP RUN
003750     END-IF
003760     OPEN I-O RESULT-MASTER-FILE
003770     IF WS-MASTER-STATUS = "35" THEN
003780         DISPLAY "RESULTS MASTER NOT FOUND - RUN RESULT-POST "
003790             "FIRST"
003800         MOVE 16 TO RETURN-CODE
003810         STOP RUN
003820     END-IF
003830     IF WS-MASTER-STATUS NOT = "00" THEN
003840         DISPLAY "ERROR OPENING RESULT-MASTER, STATUS = "
003850             WS-MASTER-STATUS
003860         MOVE 16 TO RETURN-CODE
003870         STOP RUN
003880     END-IF
003890     OPEN OUTPUT REPORT-FILE
003900     IF WS-REPORT-STATUS NOT = "00" THEN
003910         DISPLAY "ERROR OPENING REPORT-FILE, STATUS = "
003920             WS-REPORT-STATUS
003930         MOVE 16 TO RETURN-CODE
003940         STOP RUN
003950     END-IF.
003960 1500-EXIT.
003970     EXIT.
003980*-----------------------------------------------------------------
003990*    SECOND PASS - EACH ACK DETAIL IS MATCHED TO THE ROW IT
004000*    ANSWERS BY EXPRESSION ID, EFFECTIVE DATE AND RUN ID (A
004010*    RESTARTED BATCH SENDS ROWS UNDER TWO RUN IDS IN ONE FILE).
004020 2000-RECONCILE-ONE-ACK.
004030     PERFORM 2100-READ-ACK THRU 2100-EXIT
004040     IF WS-ACK-EOF THEN
004050         GO TO 2000-EXIT
004060     END-IF
004070     IF NOT GA-DETAIL THEN
004080         GO TO 2000-EXIT
004090     END-IF
004100     PERFORM 2200-FIND-SENT-ROW THRU 2200-EXIT
004110     MOVE SPACES TO WS-DETAIL-LINE
004120     MOVE GA-EXPR-ID TO WS-DT-EXPR-ID
004130     MOVE GA-EFF-DATE TO WS-DT-EFF-DATE
004140     MOVE GA-RUN-ID TO WS-DT-RUN-ID
004150     IF WS-SENT-FOUND-SLOT = ZERO THEN
004160         ADD 1 TO WS-ACKS-NOT-SENT
004170         MOVE "     (NOT SENT)" TO WS-DT-AMOUNT
004180         MOVE "ACK FOR ROW NEVER SENT" TO WS-DT-EXCEPTION
004190         MOVE GA-REASON TO WS-DT-GL-REASON
004200         PERFORM 3500-PRINT-EXCEPTION THRU 3500-EXIT
004210         GO TO 2000-EXIT
004220     END-IF
004230     MOVE WS-SENT-AMOUNT (WS-SENT-FOUND-SLOT)
004240         TO WS-DT-AMOUNT-NUM
004250     IF WS-SENT-ACK-FLAG (WS-SENT-FOUND-SLOT) NOT = SPACE THEN
004260         ADD 1 TO WS-ACKS-DUPLICATE
004270         MOVE "DUPLICATE ACK - IGNORED" TO WS-DT-EXCEPTION
004280         MOVE GA-REASON TO WS-DT-GL-REASON
004290         PERFORM 3500-PRINT-EXCEPTION THRU 3500-EXIT
004300         GO TO 2000-EXIT
004310     END-IF
004320     MOVE GA-EXPR-ID TO WS-UPD-EXPR-ID
004330     MOVE GA-EFF-DATE TO WS-UPD-EFF-DATE
004340     MOVE GA-RUN-ID TO WS-UPD-RUN-ID
004350     IF GA-ACCEPTED THEN
004360         MOVE "A" TO WS-SENT-ACK-FLAG (WS-SENT-FOUND-SLOT)
004370         ADD 1 TO WS-ACKS-SETTLED
004380         MOVE "SETTLED" TO WS-UPD-SETTLE-STATUS
004390         MOVE SPACES TO WS-UPD-REASON
004400     ELSE
004410         MOVE "R" TO WS-SENT-ACK-FLAG (WS-SENT-FOUND-SLOT)
004420         ADD 1 TO WS-ACKS-REJECTED
004430         MOVE "GLREJECT" TO WS-UPD-SETTLE-STATUS
004440         MOVE GA-REASON TO WS-UPD-REASON
004450         IF GA-REASON = SPACES THEN
004460             MOVE "NO REASON GIVEN" TO WS-UPD-REASON
004470         END-IF
004480         MOVE "REJECTED BY G/L" TO WS-DT-EXCEPTION
004490         MOVE WS-UPD-REASON TO WS-DT-GL-REASON
004500         PERFORM 3500-PRINT-EXCEPTION THRU 3500-EXIT
004510     END-IF
004520     PERFORM 3000-UPDATE-MASTER THRU 3000-EXIT.
004530 2000-EXIT.
004540     EXIT.
004550*-----------------------------------------------------------------
004560 2100-READ-ACK.
004570     READ GL-ACK-FILE
004580         AT END
004590             SET WS-ACK-EOF TO TRUE
004600     END-READ
004610     IF NOT WS-ACK-EOF
004620         AND WS-ACK-STATUS NOT = "00" THEN
004630         DISPLAY "ERROR READING GL-ACK-FILE, STATUS = "
004640             WS-ACK-STATUS
004650         MOVE 16 TO RETURN-CODE
004660         STOP RUN
004670     END-IF.
004680 2100-EXIT.
004690     EXIT.
004700*-----------------------------------------------------------------
004710 2200-FIND-SENT-ROW.
004720     MOVE ZERO TO WS-SENT-FOUND-SLOT
004730     PERFORM 2210-MATCH-ONE-SENT-ROW THRU 2210-EXIT
004740         VARYING WS-SENT-IDX FROM 1 BY 1
004750         UNTIL WS-SENT-IDX > WS-SENT-USED
004760             OR WS-SENT-FOUND-SLOT > ZERO.
004770 2200-EXIT.
004780     EXIT.
004790*-----------------------------------------------------------------
004800 2210-MATCH-ONE-SENT-ROW.
004810     IF WS-SENT-EXPR-ID (WS-SENT-IDX) = GA-EXPR-ID
004820         AND WS-SENT-EFF-DATE (WS-SENT-IDX) = GA-EFF-DATE
004830         AND WS-SENT-RUN-ID (WS-SENT-IDX) = GA-RUN-ID THEN
004840         MOVE WS-SENT-IDX TO WS-SENT-FOUND-SLOT
004850     END-IF.
004860 2210-EXIT.
004870     EXIT.
004880*-----------------------------------------------------------------
004890*    A ROW STILL UNANSWERED AFTER THE WHOLE ACK FILE WAS SENT
004900*    AND NEVER ACKNOWLEDGED.
004910 2500-CHECK-ONE-SENT-ROW.
004920     IF WS-SENT-ACK-FLAG (WS-SENT-IDX) NOT = SPACE THEN
004930         GO TO 2500-EXIT
004940     END-IF
004950     ADD 1 TO WS-ROWS-NOT-ACKED
004960     MOVE SPACES TO WS-DETAIL-LINE
004970     MOVE WS-SENT-EXPR-ID (WS-SENT-IDX) TO WS-DT-EXPR-ID
004980     MOVE WS-SENT-EFF-DATE (WS-SENT-IDX) TO WS-DT-EFF-DATE
004990     MOVE WS-SENT-RUN-ID (WS-SENT-IDX) TO WS-DT-RUN-ID
005000     MOVE WS-SENT-AMOUNT (WS-SENT-IDX) TO WS-DT-AMOUNT-NUM
005010     MOVE "SENT, NOT ACKNOWLEDGED" TO WS-DT-EXCEPTION
005020     PERFORM 3500-PRINT-EXCEPTION THRU 3500-EXIT
005030     MOVE WS-SENT-EXPR-ID (WS-SENT-IDX) TO WS-UPD-EXPR-ID
005040     MOVE WS-SENT-EFF-DATE (WS-SENT-IDX) TO WS-UPD-EFF-DATE
005050     MOVE WS-SENT-RUN-ID (WS-SENT-IDX) TO WS-UPD-RUN-ID
005060     MOVE "NOACK" TO WS-UPD-SETTLE-STATUS
005070     MOVE SPACES TO WS-UPD-REASON
005080     PERFORM 3000-UPDATE-MASTER THRU 3000-EXIT.
005090 2500-EXIT.
005100     EXIT.
005110*-----------------------------------------------------------------
005120*    MARKS THE MASTER ROW THAT PRODUCED A SENT DETAIL. A ROW
005130*    ALREADY SETTLED OR REJECTED BY AN EARLIER RECONCILIATION
005140*    IS NOT DOWNGRADED TO "NOACK" WHEN THE SAME SETTLEXT IS
005150*    RECONCILED AGAIN AGAINST A PARTIAL ACK, AND A ROW RESTATED
005160*    SINCE IT SETTLED IS LEFT FLAGGED UNTIL FINANCE BOOKS THE
005170*    DELTA - ANY ACK FOR IT IS AN ACK OF THE OLD VALUE. A ROW NO
005180*    LONGER ON THE MASTER (REPLACED BY A REPROCESS UNDER ANOTHER
005190*    RUN ID, OR ARCHIVED) IS AN EXCEPTION IN ITS OWN RIGHT.
005200 3000-UPDATE-MASTER.
005210     PERFORM 3100-FIND-MASTER-ROW THRU 3100-EXIT
005220     IF NOT WS-ROW-FOUND THEN
005230         ADD 1 TO WS-ROWS-NOT-ON-MASTER
005240         MOVE SPACES TO WS-DETAIL-LINE
005250         MOVE WS-UPD-EXPR-ID TO WS-DT-EXPR-ID
005260         MOVE WS-UPD-EFF-DATE TO WS-DT-EFF-DATE
005270         MOVE WS-UPD-RUN-ID TO WS-DT-RUN-ID
005280         MOVE "NOT ON MASTER - " TO WS-DT-EXCEPTION
005290         MOVE WS-UPD-SETTLE-STATUS TO WS-DT-EXCEPTION (17:8)
005300         PERFORM 3500-PRINT-EXCEPTION THRU 3500-EXIT
005310         GO TO 3000-EXIT
005320     END-IF
005330     IF WS-UPD-SETTLE-STATUS = "NOACK"
005340         AND (RM-SETTLED OR RM-GL-REJECTED) THEN
005350         GO TO 3000-EXIT
005360     END-IF
005370     IF RM-RESTATED-AFTER-SETTLE THEN
005380         GO TO 3000-EXIT
005390     END-IF
005400     MOVE WS-UPD-SETTLE-STATUS TO RM-SETTLE-STATUS
005410     MOVE WS-ACK-DATE TO RM-SETTLE-DATE
005420     MOVE WS-UPD-REASON TO RM-GL-REASON
005430     REWRITE RESULT-MASTER-RECORD
005440         INVALID KEY
005450             DISPLAY "ERROR REWRITING RESULT-MASTER, STATUS = "
005460                 WS-MASTER-STATUS
005470             MOVE 16 TO RETURN-CODE
005480             STOP RUN
005490     END-REWRITE
005500     IF WS-MASTER-STATUS NOT = "00" THEN
005510         DISPLAY "ERROR REWRITING RESULT-MASTER, STATUS = "
005520             WS-MASTER-STATUS
005530         MOVE 16 TO RETURN-CODE
005540         STOP RUN
005550     END-IF.
005560 3000-EXIT.
005570     EXIT.
005580*-----------------------------------------------------------------
005590*    THE MASTER IS KEYED BY EXPRESSION ID PLUS RUN DATE, BUT THE
005600*    EXTRACT CARRIES THE RUN ID AND EFFECTIVE DATE - WALK THE
005610*    ROWS FOR THE ID AND TAKE THE ONE THE SENDING RUN POSTED.
005620 3100-FIND-MASTER-ROW.
005630     MOVE "N" TO WS-ROW-FOUND-SWITCH
005640     MOVE "N" TO WS-MASTER-EOF-SWITCH
005650     MOVE WS-UPD-EXPR-ID TO RM-EXPR-ID
005660     MOVE LOW-VALUES TO RM-RUN-DATE
005670     START RESULT-MASTER-FILE KEY IS NOT LESS THAN RM-KEY
005680         INVALID KEY
005690             GO TO 3100-EXIT
005700     END-START
005710     IF WS-MASTER-STATUS NOT = "00" THEN
005720         DISPLAY "ERROR POSITIONING RESULT-MASTER, STATUS = "
005730             WS-MASTER-STATUS
005740         MOVE 16 TO RETURN-CODE
005750         STOP RUN
005760     END-IF
005770     PERFORM 3110-READ-ONE-MASTER-ROW THRU 3110-EXIT
005780         UNTIL WS-MASTER-EOF OR WS-ROW-FOUND.
005790 3100-EXIT.
005800     EXIT.
005810*-----------------------------------------------------------------
005820 3110-READ-ONE-MASTER-ROW.
005830     READ RESULT-MASTER-FILE NEXT RECORD
005840         AT END
005850             SET WS-MASTER-EOF TO TRUE
005860             GO TO 3110-EXIT
005870     END-READ
005880     IF WS-MASTER-STATUS NOT = "00" THEN
005890         DISPLAY "ERROR READING RESULT-MASTER, STATUS = "
005900             WS-MASTER-STATUS
005910         MOVE 16 TO RETURN-CODE
005920         STOP RUN
005930     END-IF
005940     IF RM-EXPR-ID NOT = WS-UPD-EXPR-ID THEN
005950         SET WS-MASTER-EOF TO TRUE
005960         GO TO 3110-EXIT
005970     END-IF
005980     IF RM-RUN-ID = WS-UPD-RUN-ID
005990         AND RM-EFF-DATE = WS-UPD-EFF-DATE THEN
006000         SET WS-ROW-FOUND TO TRUE
006010     END-IF.
006020 3110-EXIT.
006030     EXIT.
006040*-----------------------------------------------------------------
006050 3500-PRINT-EXCEPTION.
006060     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN
006070         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
006080     END-IF
006090     MOVE WS-DETAIL-LINE TO REPORT-LINE
006100     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
006110     ADD 1 TO WS-LINE-COUNT
006120     ADD 1 TO WS-EXCEPTION-COUNT.
006130 3500-EXIT.
006140     EXIT.
006150*-----------------------------------------------------------------
006160 4000-PAGE-HEADING.
006170     ADD 1 TO WS-PAGE-COUNT
006180     MOVE WS-PAGE-COUNT TO WS-HD-PAGE
006190     IF WS-PAGE-COUNT > 1 THEN
006200         MOVE SPACES TO REPORT-LINE
006210         PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
006220     END-IF
006230     MOVE WS-HEAD-1 TO REPORT-LINE
006240     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
006250     MOVE WS-HEAD-2 TO REPORT-LINE
006260     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
006270     MOVE SPACES TO REPORT-LINE
006280     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
006290     MOVE WS-HEAD-3 TO REPORT-LINE
006300     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
006310     MOVE WS-HEAD-4 TO REPORT-LINE
006320     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
006330     MOVE 6 TO WS-LINE-COUNT.
006340 4000-EXIT.
006350     EXIT.
006360*-----------------------------------------------------------------
006370 4100-WRITE-REPORT-LINE.
006380     WRITE REPORT-LINE
006390     IF WS-REPORT-STATUS NOT = "00" THEN
006400         DISPLAY "ERROR WRITING REPORT-FILE, STATUS = "
006410             WS-REPORT-STATUS
006420         MOVE 16 TO RETURN-CODE
006430         STOP RUN
006440     END-IF.
006450 4100-EXIT.
006460     EXIT.
006470*-----------------------------------------------------------------
006480 8500-PRINT-TOTALS.
006490     IF WS-PAGE-COUNT = ZERO
006500         OR WS-LINE-COUNT + 10 >= WS-LINES-PER-PAGE THEN
006510         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
006520     END-IF
006530     MOVE SPACES TO REPORT-LINE
006540     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
006550     MOVE "ROWS SENT ON SETTLEXT" TO WS-TL-LABEL
006560     MOVE WS-EXT-DETAILS TO WS-TL-COUNT
006570     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
006580     MOVE "ACKNOWLEDGMENTS RECEIVED" TO WS-TL-LABEL
006590     MOVE WS-ACK-DETAILS TO WS-TL-COUNT
006600     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
006610     MOVE "  SETTLED" TO WS-TL-LABEL
006620     MOVE WS-ACKS-SETTLED TO WS-TL-COUNT
006630     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
006640     MOVE "  REJECTED BY G/L" TO WS-TL-LABEL
006650     MOVE WS-ACKS-REJECTED TO WS-TL-COUNT
006660     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
006670     MOVE "  FOR ROWS NEVER SENT" TO WS-TL-LABEL
006680     MOVE WS-ACKS-NOT-SENT TO WS-TL-COUNT
006690     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
006700     MOVE "  DUPLICATES IGNORED" TO WS-TL-LABEL
006710     MOVE WS-ACKS-DUPLICATE TO WS-TL-COUNT
006720     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
006730     MOVE "SENT, NOT ACKNOWLEDGED" TO WS-TL-LABEL
006740     MOVE WS-ROWS-NOT-ACKED TO WS-TL-COUNT
006750     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
006760     MOVE "NOT ON MASTER" TO WS-TL-LABEL
006770     MOVE WS-ROWS-NOT-ON-MASTER TO WS-TL-COUNT
006780     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
006790     MOVE "EXCEPTIONS REPORTED" TO WS-TL-LABEL
006800     MOVE WS-EXCEPTION-COUNT TO WS-TL-COUNT
006810     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
006820     MOVE WS-EXT-DETAILS TO WS-COUNT-EDIT
006830     DISPLAY "ROWS SENT ON SETTLEXT:  " WS-COUNT-EDIT
006840     MOVE WS-ACKS-SETTLED TO WS-COUNT-EDIT
006850     DISPLAY "SETTLED:                " WS-COUNT-EDIT
006860     MOVE WS-ACKS-REJECTED TO WS-COUNT-EDIT
006870     DISPLAY "REJECTED BY G/L:        " WS-COUNT-EDIT
006880     MOVE WS-ROWS-NOT-ACKED TO WS-COUNT-EDIT
006890     DISPLAY "SENT, NOT ACKNOWLEDGED: " WS-COUNT-EDIT
006900     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT
006910     DISPLAY "EXCEPTIONS REPORTED:    " WS-COUNT-EDIT
006920*    ANY EXCEPTION NEEDS A HUMAN LOOK BEFORE THE DAY IS SIGNED
006930*    OFF - SAME RC 4 AS A PARTIAL BAD BATCH
006940     IF WS-EXCEPTION-COUNT > ZERO AND RETURN-CODE < 4 THEN
006950         MOVE 4 TO RETURN-CODE
006960     END-IF.
006970 8500-EXIT.
006980     EXIT.
006990*-----------------------------------------------------------------
007000 8510-WRITE-TOTAL-LINE.
007010     MOVE WS-TOTAL-LINE TO REPORT-LINE
007020     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
007030 8510-EXIT.
007040     EXIT.
007050*-----------------------------------------------------------------
007060 9000-TERMINATE.
007070     CLOSE GL-ACK-FILE
007080     CLOSE RESULT-MASTER-FILE
007090     CLOSE REPORT-FILE.
007100 9000-EXIT.
007110     EXIT.
007120 END PROGRAM gl-ack-recon.
