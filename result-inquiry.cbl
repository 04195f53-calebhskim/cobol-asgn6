000090*    PURPOSE:    KEYED LOOKUP AGAINST THE RESULTMST RESULTS
000100*                MASTER. THE OPERATOR KEYS AN EXPRESSION ID AND
000110*                A RUN DATE AND GETS BACK THE STORED RESULT,
000120*                OPERANDS, POSTING STATUS, AND WHETHER THE G/L
000130*                HAS BOOKED IT. LOOPS UNTIL A BLANK ID IS
000140*                ENTERED.
000150*-----------------------------------------------------------------
000160*    MODIFICATION HISTORY
000170*    DATE       INIT  DESCRIPTION
000180*    ---------  ----  ------------------------------------------
000190*    2026-08-22 DM    ORIGINAL.
000200*    2026-08-22 DM    DISPLAYS THE PRODUCING RUN ID NOW CARRIED
000210*                     ON THE MASTER ROW.
000220*    2026-09-02 DM    A LOOKUP THAT MISSES THE MASTER NOW CHECKS
000230*                     THE ARCHDIR ARCHIVE DIRECTORY (LOADED AT
000240*                     INITIALIZE) - A RUN DATE THAT FALLS IN AN
000250*                     ARCHIVED RANGE REPORTS THE ARCHIVE
000260*                     GENERATION THAT HOLDS IT INSTEAD OF JUST
000270*                     "NOT ON FILE". SEE RESULT-ARCHIVE.
000280*    2026-09-02 DM    DISPLAYS THE APPROVING SUPERVISOR'S ID
000290*                     WHEN THE ROW CAME THROUGH THE PENDAPPR
000300*                     APPROVAL STEP.
000310*    2026-10-14 DM    A RESTATED ROW ALSO SHOWS THE VALUE IT
000320*                     ORIGINALLY POSTED AT AND THE RESTATEMENT
000330*                     RUN THAT CHANGED IT.
000340*    2026-10-14 DM    SHOWS WHETHER THE RESULT HAS REACHED THE
000350*                     LEDGER - THE SETTLEMENT OUTCOME GL-ACK-RECON
000360*                     RECORDED (SETTLED, REJECTED BY THE G/L WITH
000370*                     ITS REASON, OR SENT BUT NEVER ACKNOWLEDGED)
000380*                     AND THE DATE IT WAS RECONCILED.
000390*    2026-10-14 DM    A ROW RESTATED AFTER IT WAS RECONCILED
000400*                     SHOWS AS RESTATED AFTER SETTLEMENT WITH THE
000410*                     DELTA NOT BOOKED, NOT AS SETTLED.
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT RESULT-MASTER-FILE ASSIGN TO "RESULTMST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS RM-KEY
000500         FILE STATUS IS WS-MASTER-STATUS.
000510     SELECT ARCHIVE-DIR-FILE ASSIGN TO "ARCHDIR"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-ARCH-DIR-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  RESULT-MASTER-FILE.
000570 COPY result-master.
000580 FD  ARCHIVE-DIR-FILE.
000590 COPY archive-dir.
000600 WORKING-STORAGE SECTION.
000610 77  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
000620 77  WS-ARCH-DIR-STATUS          PIC X(02) VALUE SPACES.
000630 77  WS-ARCH-EOF-SWITCH          PIC X(01) VALUE "N".
000640     88  WS-ARCH-EOF                        VALUE "Y".
000650 77  WS-DONE-SWITCH              PIC X(01) VALUE "N".
000660     88  WS-INQUIRY-DONE                    VALUE "Y".
000670 77  WS-GEN-IDX                  PIC S9(04) COMP VALUE ZERO.
000680 77  WS-GEN-USED                 PIC S9(04) COMP VALUE ZERO.
000690 77  WS-GEN-MAX                  PIC S9(04) COMP VALUE +100.
000700 77  WS-GEN-FOUND-SLOT           PIC S9(04) COMP VALUE ZERO.
000710 01  WS-INQ-EXPR-ID              PIC X(10) VALUE SPACES.
000720 01  WS-INQ-RUN-DATE             PIC X(08) VALUE SPACES.
000730 01  WS-GEN-TABLE.
000740     05  WS-GEN-ENTRY            OCCURS 100 TIMES.
000750         10  WS-GEN-ID           PIC X(15).
000760         10  WS-GEN-FROM-DATE    PIC X(08).
000770         10  WS-GEN-THRU-DATE    PIC X(08).
000780 PROCEDURE DIVISION.
000790*-----------------------------------------------------------------
000800 0000-MAINLINE.
000810     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000820     PERFORM 2000-INQUIRE-ONE THRU 2000-EXIT
000830         UNTIL WS-INQUIRY-DONE
000840     PERFORM 9000-TERMINATE THRU 9000-EXIT
000850     STOP RUN.
000860*-----------------------------------------------------------------
000870 1000-INITIALIZE.
000880     OPEN INPUT RESULT-MASTER-FILE
000890     IF WS-MASTER-STATUS = "35" THEN
000900         DISPLAY "RESULTS MASTER NOT FOUND - RUN RESULT-POST "
000910             "FIRST"
000920         STOP RUN
000930     END-IF
000940     IF WS-MASTER-STATUS NOT = "00" THEN
000950         DISPLAY "ERROR OPENING RESULT-MASTER, STATUS = "
000960             WS-MASTER-STATUS
000970         STOP RUN
000980     END-IF
000990     PERFORM 1100-LOAD-ARCHIVE-DIR THRU 1100-EXIT.
001000 1000-EXIT.
001010     EXIT.
001020*-----------------------------------------------------------------
001030*    A MISSING DIRECTORY JUST MEANS NOTHING HAS EVER BEEN
001040*    ARCHIVED - LOOKUPS THEN REPORT "NOT ON FILE" AS BEFORE.
001050 1100-LOAD-ARCHIVE-DIR.
001060     OPEN INPUT ARCHIVE-DIR-FILE
001070     IF WS-ARCH-DIR-STATUS NOT = "00" THEN
001080         GO TO 1100-EXIT
001090     END-IF
001100     PERFORM 1110-LOAD-ONE-GENERATION THRU 1110-EXIT
001110         UNTIL WS-ARCH-EOF
001120     CLOSE ARCHIVE-DIR-FILE.
001130 1100-EXIT.
001140     EXIT.
001150*-----------------------------------------------------------------
001160 1110-LOAD-ONE-GENERATION.
001170     READ ARCHIVE-DIR-FILE
001180         AT END
001190             SET WS-ARCH-EOF TO TRUE
001200             GO TO 1110-EXIT
001210     END-READ
001220     IF WS-ARCH-DIR-STATUS NOT = "00" THEN
001230         DISPLAY "ERROR READING ARCHIVE-DIR-FILE, STATUS = "
001240             WS-ARCH-DIR-STATUS
001250         SET WS-ARCH-EOF TO TRUE
001260         GO TO 1110-EXIT
001270     END-IF
001280     IF WS-GEN-USED >= WS-GEN-MAX THEN
001290         DISPLAY "WARNING - ARCHIVE DIRECTORY TABLE FULL, "
001300             "OLDEST GENERATIONS ONLY"
001310         SET WS-ARCH-EOF TO TRUE
001320         GO TO 1110-EXIT
001330     END-IF
001340     ADD 1 TO WS-GEN-USED
001350     MOVE AD-GENERATION TO WS-GEN-ID (WS-GEN-USED)
001360     MOVE AD-FROM-RUN-DATE TO WS-GEN-FROM-DATE (WS-GEN-USED)
001370     MOVE AD-THRU-RUN-DATE TO WS-GEN-THRU-DATE (WS-GEN-USED).
001380 1110-EXIT.
001390     EXIT.
001400*-----------------------------------------------------------------
001410 2000-INQUIRE-ONE.
001420     MOVE SPACES TO WS-INQ-EXPR-ID
001430     DISPLAY "ENTER EXPRESSION ID (BLANK TO END):"
001440     ACCEPT WS-INQ-EXPR-ID
001450     IF WS-INQ-EXPR-ID = SPACES THEN
001460         SET WS-INQUIRY-DONE TO TRUE
001470         GO TO 2000-EXIT
001480     END-IF
001490     MOVE SPACES TO WS-INQ-RUN-DATE
001500     DISPLAY "ENTER RUN DATE (YYYYMMDD):"
001510     ACCEPT WS-INQ-RUN-DATE
001520     MOVE WS-INQ-EXPR-ID TO RM-EXPR-ID
001530     MOVE WS-INQ-RUN-DATE TO RM-RUN-DATE
001540     READ RESULT-MASTER-FILE
001550         INVALID KEY
001560             PERFORM 2200-REPORT-MISS THRU 2200-EXIT
001570         NOT INVALID KEY
001580             PERFORM 2100-DISPLAY-MASTER-ROW THRU 2100-EXIT
001590     END-READ.
001600 2000-EXIT.
001610     EXIT.
001620*-----------------------------------------------------------------
001630 2100-DISPLAY-MASTER-ROW.
001640     DISPLAY "EXPRESSION ID:  " RM-EXPR-ID
001650     DISPLAY "RUN DATE:       " RM-RUN-DATE
001660     DISPLAY "EFFECTIVE DATE: " RM-EFF-DATE
001670     DISPLAY "OPERATOR:       " RM-OPERATOR
001680     DISPLAY "OPERAND COUNT:  " RM-OPERAND-COUNT
001690     DISPLAY "OPERANDS:       " RM-OPERANDS (1:60)
001700     DISPLAY "STATUS:         " RM-STATUS
001710     DISPLAY "RUN ID:         " RM-RUN-ID
001720     IF RM-APPROVER-ID NOT = SPACES THEN
001730         DISPLAY "APPROVED BY:    " RM-APPROVER-ID
001740     END-IF
001750     DISPLAY "RESULT:         " RM-RESULT-TEXT
001760     IF RM-ORIG-RESULT-TEXT NOT = SPACES THEN
001770         DISPLAY "ORIG RESULT:    " RM-ORIG-RESULT-TEXT
001780         DISPLAY "RESTATED BY:    " RM-RESTATE-ID
001790     END-IF
001800*    SPACES MEANS NO RECONCILED ACK HAS MENTIONED THE ROW - IT
001810*    MAY NOT HAVE BEEN EXTRACTED YET, OR THE G/L HAS NOT ANSWERED
001820     IF RM-RESTATED-AFTER-SETTLE THEN
001830         DISPLAY "LEDGER:         RESTATED AFTER SETTLEMENT - "
001840             "DELTA NOT BOOKED"
001850     ELSE
001860     IF RM-SETTLED THEN
001870         DISPLAY "LEDGER:         SETTLED " RM-SETTLE-DATE
001880     ELSE
001890     IF RM-GL-REJECTED THEN
001900         DISPLAY "LEDGER:         REJECTED BY G/L " RM-SETTLE-DATE
001910         DISPLAY "G/L REASON:     " RM-GL-REASON
001920     ELSE
001930     IF RM-NOT-ACKNOWLEDGED THEN
001940         DISPLAY "LEDGER:         SENT, NOT ACKNOWLEDGED "
001950             RM-SETTLE-DATE
001960     ELSE
001970         DISPLAY "LEDGER:         NOT CONFIRMED"
001980     END-IF
001990     END-IF
002000     END-IF
002010     END-IF.
002020 2100-EXIT.
002030     EXIT.
002040*-----------------------------------------------------------------
002050*    A RUN DATE INSIDE AN ARCHIVED RANGE MEANS THE ROW WAS
002060*    PURGED BY RESULT-ARCHIVE, NOT THAT IT NEVER EXISTED - TELL
002070*    THE OPERATOR WHICH GENERATION TO RESTORE.
002080 2200-REPORT-MISS.
002090     MOVE ZERO TO WS-GEN-FOUND-SLOT
002100     PERFORM 2210-MATCH-ONE-GENERATION THRU 2210-EXIT
002110         VARYING WS-GEN-IDX FROM 1 BY 1
002120         UNTIL WS-GEN-IDX > WS-GEN-USED
002130     IF WS-GEN-FOUND-SLOT > ZERO THEN
002140         DISPLAY "NOT ON MASTER: " WS-INQ-EXPR-ID " / "
002150             WS-INQ-RUN-DATE
002160         DISPLAY "RUN DATE WAS ARCHIVED - SEE ARCHIVE "
002170             "GENERATION " WS-GEN-ID (WS-GEN-FOUND-SLOT)
002180     ELSE
002190         DISPLAY "NOT ON FILE: " WS-INQ-EXPR-ID " / "
002200             WS-INQ-RUN-DATE
002210     END-IF.
002220 2200-EXIT.
002230     EXIT.
002240*-----------------------------------------------------------------
002250*    THE LAST MATCHING GENERATION WINS - A RERUN ARCHIVED TWICE
002260*    LIVES IN THE MOST RECENT EXTRACT.
002270 2210-MATCH-ONE-GENERATION.
002280     IF WS-INQ-RUN-DATE NOT < WS-GEN-FROM-DATE (WS-GEN-IDX)
002290         AND WS-INQ-RUN-DATE
002300             NOT > WS-GEN-THRU-DATE (WS-GEN-IDX) THEN
002310         MOVE WS-GEN-IDX TO WS-GEN-FOUND-SLOT
002320     END-IF.
002330 2210-EXIT.
002340     EXIT.
002350*-----------------------------------------------------------------
002360 9000-TERMINATE.
002370     CLOSE RESULT-MASTER-FILE.
002380 9000-EXIT.
002390     EXIT.
002400 END PROGRAM result-inquiry.
