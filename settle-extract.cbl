000450*                     (LOGGED ABNORMAL OR ABSENT), WHICH WAS
000460*                     REFUSING A BATCH THE RESTART COMPLETED
000470*                     CLEANLY.
000480*    2026-10-14 DM    THE RUN IS NOW UNDER NIGHTLY CYCLE CONTROL.
000490*                     BEFORE ANY FILE IS OPENED, CYCLE-STEP
000500*                     (CYCLE-UTILITIES COPYBOOK) CHECKS THE
000510*                     CYCLECTL ROW FOR THE BUSINESS DATE ON THE
000520*                     CYCPARM CARD AND REFUSES THE RUN WITH RC 12
000530*                     WHEN RESULT-VARIANCE HAS NOT ENDED NORMALLY
000540*                     FOR THAT DATE, OR WHEN THE EXTRACT ALREADY
000550*                     COMPLETED FOR IT AND NO RERUN IS AUTHORIZED
000560*                     - A SECOND SETTLEXT FOR THE SAME DAY NOW
000570*                     NEEDS A DELIBERATE DECISION. THE END OF THE
000580*                     RUN IS RECORDED ON CYCLECTL WITH THE RETURN
000590*                     CODE, INCLUDING THE RC 8 RUNLOG REFUSALS
000600*                     (FAILED) AND AN EMPTY RESULTOUT (COMPLETE).
000610*****************************************************************
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT RESULT-IN-FILE ASSIGN TO "RESULTOUT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-RESULT-IN-STATUS.
000680     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-RUN-LOG-STATUS.
000710     SELECT EXTRACT-FILE ASSIGN TO "SETTLEXT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-EXTRACT-STATUS.
000740     SELECT BATCH-STATUS-FILE ASSIGN TO "BATCHSTAT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-BATCH-STAT-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  RESULT-IN-FILE.
000800 COPY result-out.
000810 FD  RUN-LOG-FILE.
000820 COPY run-log.
000830 FD  EXTRACT-FILE.
000840 01  EXTRACT-RECORD              PIC X(80).
000850 FD  BATCH-STATUS-FILE.
000860 COPY batch-status.
000870 WORKING-STORAGE SECTION.
000880 77  WS-RESULT-IN-STATUS         PIC X(02) VALUE SPACES.
000890 77  WS-RUN-LOG-STATUS           PIC X(02) VALUE SPACES.
000900 77  WS-EXTRACT-STATUS           PIC X(02) VALUE SPACES.
000910 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000920     88  WS-END-OF-FILE                     VALUE "Y".
000930 77  WS-LOG-EOF-SWITCH           PIC X(01) VALUE "N".
000940     88  WS-LOG-EOF                         VALUE "Y".
000950 77  WS-RUN-FOUND-SWITCH         PIC X(01) VALUE "N".
000960     88  WS-RUN-FOUND                       VALUE "Y".
000970 77  WS-RUN-NORMAL-SWITCH        PIC X(01) VALUE "N".
000980     88  WS-RUN-NORMAL                      VALUE "Y".
000990 77  WS-BATCH-RUN-ID             PIC X(15) VALUE SPACES.
001000 77  WS-ROWS-READ                PIC 9(09) VALUE ZERO.
001010 77  WS-ROWS-EXTRACTED           PIC 9(09) VALUE ZERO.
001020 77  WS-ROWS-REJECTED            PIC 9(09) VALUE ZERO.
001030 77  WS-ROWS-WITHHELD            PIC 9(09) VALUE ZERO.
001040 77  WS-BATCH-STAT-STATUS        PIC X(02) VALUE SPACES.
001050 77  WS-STAT-EOF-SWITCH          PIC X(01) VALUE "N".
001060     88  WS-STAT-EOF                        VALUE "Y".
001070 77  WS-BAD-BATCH-IDX            PIC S9(04) COMP VALUE ZERO.
001080 77  WS-BAD-BATCH-USED           PIC S9(04) COMP VALUE ZERO.
001090 77  WS-BAD-BATCH-MAX            PIC S9(04) COMP VALUE +50.
001100 77  WS-ROW-WITHHELD-SWITCH      PIC X(01) VALUE "N".
001110     88  WS-ROW-WITHHELD                    VALUE "Y".
001120 01  WS-BAD-BATCH-TABLE.
001130     05  WS-BAD-BATCH-ENTRY      OCCURS 50 TIMES.
001140         10  WS-BAD-BATCH-ID     PIC X(08).
001150 01  WS-DETAIL-AMOUNT            PIC S9(11)V9(04) VALUE ZERO.
001160 01  WS-AMOUNT-HASH              PIC S9(13)V9(04) VALUE ZERO.
001170 01  WS-EXTRACT-DATE             PIC X(08) VALUE SPACES.
001180 01  WS-ROWS-READ-EDIT           PIC Z(08)9.
001190 01  WS-ROWS-EXTRACTED-EDIT      PIC Z(08)9.
001200 01  WS-ROWS-REJECTED-EDIT       PIC Z(08)9.
001210 01  WS-ROWS-WITHHELD-EDIT       PIC Z(08)9.
001220*    INTERFACE RECORD LAYOUTS - THE RECEIVING SIDE PARSES BY
001230*    COLUMN, SO EVERY RECORD TYPE IS EXACTLY 80 BYTES WITH THE
001240*    TYPE IN COLUMNS 1-3.
001250 01  WS-EXT-HEADER.
001260     05  FILLER                  PIC X(03) VALUE "HDR".
001270     05  WS-EH-EXTRACT-DATE      PIC X(08).
001280     05  WS-EH-RUN-ID            PIC X(15).
001290     05  FILLER                  PIC X(54) VALUE SPACES.
001300 01  WS-EXT-DETAIL.
001310     05  FILLER                  PIC X(03) VALUE "DTL".
001320     05  WS-ED-EXPR-ID           PIC X(10).
001330     05  WS-ED-EFF-DATE          PIC X(08).
001340     05  WS-ED-RUN-ID            PIC X(15).
001350     05  WS-ED-AMOUNT            PIC S9(11)V9(04)
001360                                 SIGN IS TRAILING SEPARATE.
001370     05  FILLER                  PIC X(28) VALUE SPACES.
001380 01  WS-EXT-TRAILER.
001390     05  FILLER                  PIC X(03) VALUE "TRL".
001400     05  WS-ET-RECORD-COUNT      PIC 9(09).
001410     05  WS-ET-AMOUNT-HASH       PIC S9(13)V9(04)
001420                                 SIGN IS TRAILING SEPARATE.
001430     05  FILLER                  PIC X(50) VALUE SPACES.
001440 COPY cycle-call.
001450 PROCEDURE DIVISION.
001460*-----------------------------------------------------------------
001470 0000-MAINLINE.
001480     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001490     PERFORM 1500-VERIFY-PRODUCING-RUN THRU 1500-EXIT
001500     PERFORM 2000-EXTRACT-ONE-ROW THRU 2000-EXIT
001510         UNTIL WS-END-OF-FILE
001520     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
001530     PERFORM 8500-PRINT-EXTRACT-TOTALS THRU 8500-EXIT
001540     PERFORM 9000-TERMINATE THRU 9000-EXIT
001550     STOP RUN.
001560*-----------------------------------------------------------------
001570 1000-INITIALIZE.
001580     PERFORM 1100-START-CYCLE-STEP THRU 1100-EXIT
001590     ACCEPT WS-EXTRACT-DATE FROM DATE YYYYMMDD
001600     OPEN INPUT RESULT-IN-FILE
001610     IF WS-RESULT-IN-STATUS NOT = "00" THEN
001620         DISPLAY "ERROR OPENING RESULT-IN-FILE, STATUS = "
001630             WS-RESULT-IN-STATUS
001640         MOVE 16 TO RETURN-CODE
001650         STOP RUN
001660     END-IF
001670     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
001680 1000-EXIT.
001690     EXIT.
001700*-----------------------------------------------------------------
001710 1100-START-CYCLE-STEP.
001720     MOVE "START" TO CC-FUNCTION
001730     SET CC-STEP-SETTLE TO TRUE
001740     MOVE SPACES TO CC-BUS-DATE
001750     MOVE ZERO TO CC-STEP-RC
001760     CALL "cycle-step" USING BY REFERENCE CYCLE-CALL
001770     END-CALL
001780     IF CC-REFUSED THEN
001790         MOVE 12 TO RETURN-CODE
001800         STOP RUN
001810     END-IF
001820     IF NOT CC-GO-AHEAD THEN
001830         DISPLAY "CYCLE CONTROL CHECK FAILED - ENDING"
001840         MOVE 16 TO RETURN-CODE
001850         STOP RUN
001860     END-IF.
001870 1100-EXIT.
001880     EXIT.
001890*-----------------------------------------------------------------
001900*    THE LAST BATCH ROW NAMES THE RUN THAT COMPLETED THE FILE -
001910*    AFTER A CHECKPOINT RESTART, RESULTOUT OPENS EXTEND AND THE
001920*    EARLY ROWS STILL CARRY THE INTERRUPTED EXECUTION'S RUN ID
001930*    (LOGGED ABNORMAL OR NOT AT ALL), SO GATING ON THE FIRST
001940*    ROW WOULD REFUSE A BATCH THE RESTART FINISHED CLEANLY.
001950*    THE COMPLETING RUN MUST BE ON RUNLOG WITH A NORMAL END; AN
001960*    OUT-OF-BALANCE RUN LOGS ABNORMAL ("OUT OF BALANCE WITH
001970*    TRAILER", RC 8) AND AN INTERRUPTED RUN LOGS NOTHING OR
001980*    ABNORMAL - EITHER WAY THE EXTRACT REFUSES AND NOTHING
001990*    REACHES THE G/L INTAKE.
002000 1500-VERIFY-PRODUCING-RUN.
002010     PERFORM 1510-FIND-BATCH-RUN-ID THRU 1510-EXIT
002020         UNTIL WS-END-OF-FILE
002030     IF WS-BATCH-RUN-ID = SPACES THEN
002040         DISPLAY "NO BATCH ROWS ON RESULTOUT - NOTHING TO "
002050             "EXTRACT"
002060         CLOSE RESULT-IN-FILE
002070         PERFORM 9100-END-CYCLE-STEP THRU 9100-EXIT
002080         STOP RUN
002090     END-IF
002100     PERFORM 1520-CHECK-RUN-LOG THRU 1520-EXIT
002110     IF NOT WS-RUN-NORMAL THEN
002120         DISPLAY "PRODUCING RUN " WS-BATCH-RUN-ID
002130             " DID NOT END NORMAL - EXTRACT REFUSED"
002140         DISPLAY "REPAIR AND RERUN THE BATCH BEFORE RELEASING "
002150             "TO SETTLEMENTS"
002160         CLOSE RESULT-IN-FILE
002170         MOVE 8 TO RETURN-CODE
002180         PERFORM 9100-END-CYCLE-STEP THRU 9100-EXIT
002190         STOP RUN
002200     END-IF
002210*    START OVER FROM THE TOP FOR THE EXTRACT PASS
002220     CLOSE RESULT-IN-FILE
002230     MOVE "N" TO WS-EOF-SWITCH
002240     OPEN INPUT RESULT-IN-FILE
002250     IF WS-RESULT-IN-STATUS NOT = "00" THEN
002260         DISPLAY "ERROR REOPENING RESULT-IN-FILE, STATUS = "
002270             WS-RESULT-IN-STATUS
002280         MOVE 16 TO RETURN-CODE
002290         STOP RUN
002300     END-IF
002310     OPEN OUTPUT EXTRACT-FILE
002320     IF WS-EXTRACT-STATUS NOT = "00" THEN
002330         DISPLAY "ERROR OPENING EXTRACT-FILE, STATUS = "
002340             WS-EXTRACT-STATUS
002350         MOVE 16 TO RETURN-CODE
002360         STOP RUN
002370     END-IF
002380     PERFORM 1540-LOAD-BATCH-STATUS THRU 1540-EXIT
002390     PERFORM 1600-WRITE-HEADER THRU 1600-EXIT
002400     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
002410 1500-EXIT.
002420     EXIT.
002430*-----------------------------------------------------------------
002440 1510-FIND-BATCH-RUN-ID.
002450     IF RO-SOURCE-FLAG = "B" AND RO-RUN-ID NOT = SPACES THEN
002460         MOVE RO-RUN-ID TO WS-BATCH-RUN-ID
002470     END-IF
002480     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
002490 1510-EXIT.
002500     EXIT.
002510*-----------------------------------------------------------------
002520*    THE LAST RUNLOG ENTRY FOR THE RUN ID WINS - A RESTARTED
002530*    EXECUTION APPENDS A SECOND ENTRY UNDER ITS OWN RUN ID, SO
002540*    IN PRACTICE THERE IS ONE ENTRY PER ID.
002550 1520-CHECK-RUN-LOG.
002560     OPEN INPUT RUN-LOG-FILE
002570     IF WS-RUN-LOG-STATUS NOT = "00" THEN
002580         DISPLAY "RUNLOG NOT AVAILABLE, STATUS = "
002590             WS-RUN-LOG-STATUS
002600             " - EXTRACT CANNOT VERIFY THE RUN"
002610         MOVE 8 TO RETURN-CODE
002620         PERFORM 9100-END-CYCLE-STEP THRU 9100-EXIT
002630         STOP RUN
002640     END-IF
002650     PERFORM 1530-MATCH-ONE-LOG-ENTRY THRU 1530-EXIT
002660         UNTIL WS-LOG-EOF
002670     CLOSE RUN-LOG-FILE
002680     IF NOT WS-RUN-FOUND THEN
002690         DISPLAY "PRODUCING RUN " WS-BATCH-RUN-ID
002700             " NOT FOUND ON RUNLOG"
002710     END-IF.
002720 1520-EXIT.
002730     EXIT.
002740*-----------------------------------------------------------------
002750 1530-MATCH-ONE-LOG-ENTRY.
002760     READ RUN-LOG-FILE
002770         AT END
002780             SET WS-LOG-EOF TO TRUE
002790             GO TO 1530-EXIT
002800     END-READ
002810     IF WS-RUN-LOG-STATUS NOT = "00" THEN
002820         DISPLAY "ERROR READING RUN-LOG-FILE, STATUS = "
002830             WS-RUN-LOG-STATUS
002840         MOVE 8 TO RETURN-CODE
002850         PERFORM 9100-END-CYCLE-STEP THRU 9100-EXIT
002860         STOP RUN
002870     END-IF
002880     IF RL-RUN-ID = WS-BATCH-RUN-ID THEN
002890         SET WS-RUN-FOUND TO TRUE
002900         IF RL-END-STATUS = "NORMAL" THEN
002910             SET WS-RUN-NORMAL TO TRUE
002920         ELSE
002930             MOVE "N" TO WS-RUN-NORMAL-SWITCH
002940         END-IF
002950     END-IF.
002960 1530-EXIT.
002970     EXIT.
002980*-----------------------------------------------------------------
002990 1600-WRITE-HEADER.
003000     MOVE WS-EXTRACT-DATE TO WS-EH-EXTRACT-DATE
003010     MOVE WS-BATCH-RUN-ID TO WS-EH-RUN-ID
003020     MOVE WS-EXT-HEADER TO EXTRACT-RECORD
003030     PERFORM 2400-WRITE-EXTRACT THRU 2400-EXIT.
003040 1600-EXIT.
003050     EXIT.
003060*-----------------------------------------------------------------
003070*    BATCHSTAT NAMES EVERY GROUP THE PRODUCING RUN CLOSED AND
003080*    WHETHER IT BALANCED - ONLY THE OUT-OF-BALANCE IDS ARE KEPT
003090*    HERE. NO BATCHSTAT (A RESUBMIT RUN, OR A FEED FROM BEFORE
003100*    BATCH GROUPS) MEANS NOTHING TO WITHHOLD BEYOND THE
003110*    RUN-LEVEL GATE ALREADY PASSED.
003120 1540-LOAD-BATCH-STATUS.
003130     OPEN INPUT BATCH-STATUS-FILE
003140     IF WS-BATCH-STAT-STATUS NOT = "00" THEN
003150         GO TO 1540-EXIT
003160     END-IF
003170     PERFORM 1550-LOAD-ONE-BATCH THRU 1550-EXIT
003180         UNTIL WS-STAT-EOF
003190     CLOSE BATCH-STATUS-FILE.
003200 1540-EXIT.
003210     EXIT.
003220*-----------------------------------------------------------------
003230 1550-LOAD-ONE-BATCH.
003240     READ BATCH-STATUS-FILE
003250         AT END
003260             SET WS-STAT-EOF TO TRUE
003270             GO TO 1550-EXIT
003280     END-READ
003290     IF WS-BATCH-STAT-STATUS NOT = "00" THEN
003300         DISPLAY "ERROR READING BATCH-STATUS-FILE, STATUS = "
003310             WS-BATCH-STAT-STATUS
003320         SET WS-STAT-EOF TO TRUE
003330         GO TO 1550-EXIT
003340     END-IF
003350     IF BS-OUT-OF-BALANCE
003360         AND WS-BAD-BATCH-USED < WS-BAD-BATCH-MAX THEN
003370         ADD 1 TO WS-BAD-BATCH-USED
003380         MOVE BS-BATCH-ID
003390             TO WS-BAD-BATCH-ID (WS-BAD-BATCH-USED)
003400         DISPLAY "BATCH " BS-BATCH-ID " OUT OF BALANCE - ITS "
003410             "ROWS WILL BE WITHHELD"
003420     END-IF.
003430 1550-EXIT.
003440     EXIT.
003450*-----------------------------------------------------------------
003460 2000-EXTRACT-ONE-ROW.
003470     ADD 1 TO WS-ROWS-READ
003480     IF RO-RESULT-TEXT = "BAD BINOP" THEN
003490         ADD 1 TO WS-ROWS-REJECTED
003500     ELSE
003510         PERFORM 2050-CHECK-BATCH THRU 2050-EXIT
003520         IF WS-ROW-WITHHELD THEN
003530             ADD 1 TO WS-ROWS-WITHHELD
003540         ELSE
003550             PERFORM 2200-BUILD-DETAIL THRU 2200-EXIT
003560         END-IF
003570     END-IF
003580     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
003590 2000-EXIT.
003600     EXIT.
003610*-----------------------------------------------------------------
003620 2050-CHECK-BATCH.
003630     MOVE "N" TO WS-ROW-WITHHELD-SWITCH
003640     IF RO-BATCH-ID = SPACES THEN
003650         GO TO 2050-EXIT
003660     END-IF
003670     PERFORM 2060-MATCH-ONE-BAD-BATCH THRU 2060-EXIT
003680         VARYING WS-BAD-BATCH-IDX FROM 1 BY 1
003690         UNTIL WS-BAD-BATCH-IDX > WS-BAD-BATCH-USED
003700             OR WS-ROW-WITHHELD.
003710 2050-EXIT.
003720     EXIT.
003730*-----------------------------------------------------------------
003740 2060-MATCH-ONE-BAD-BATCH.
003750     IF WS-BAD-BATCH-ID (WS-BAD-BATCH-IDX) = RO-BATCH-ID THEN
003760         SET WS-ROW-WITHHELD TO TRUE
003770     END-IF.
003780 2060-EXIT.
003790     EXIT.
003800*-----------------------------------------------------------------
003810 2100-READ-RESULT.
003820     READ RESULT-IN-FILE
003830         AT END
003840             SET WS-END-OF-FILE TO TRUE
003850     END-READ
003860     IF NOT WS-END-OF-FILE
003870         AND WS-RESULT-IN-STATUS NOT = "00" THEN
003880         DISPLAY "ERROR READING RESULT-IN-FILE, STATUS = "
003890             WS-RESULT-IN-STATUS
003900         MOVE 16 TO RETURN-CODE
003910         STOP RUN
003920     END-IF.
003930 2100-EXIT.
003940     EXIT.
003950*-----------------------------------------------------------------
003960 2200-BUILD-DETAIL.
003970     COMPUTE WS-DETAIL-AMOUNT
003980         = FUNCTION NUMVAL (RO-RESULT-TEXT)
003990     MOVE RO-EXPR-ID TO WS-ED-EXPR-ID
004000     MOVE RO-EFF-DATE TO WS-ED-EFF-DATE
004010     MOVE RO-RUN-ID TO WS-ED-RUN-ID
004020     MOVE WS-DETAIL-AMOUNT TO WS-ED-AMOUNT
004030     MOVE WS-EXT-DETAIL TO EXTRACT-RECORD
004040     PERFORM 2400-WRITE-EXTRACT THRU 2400-EXIT
004050     ADD 1 TO WS-ROWS-EXTRACTED
004060     ADD WS-DETAIL-AMOUNT TO WS-AMOUNT-HASH.
004070 2200-EXIT.
004080     EXIT.
004090*-----------------------------------------------------------------
004100 2400-WRITE-EXTRACT.
004110     WRITE EXTRACT-RECORD
004120     IF WS-EXTRACT-STATUS NOT = "00" THEN
004130         DISPLAY "ERROR WRITING EXTRACT-FILE, STATUS = "
004140             WS-EXTRACT-STATUS
004150         MOVE 16 TO RETURN-CODE
004160         STOP RUN
004170     END-IF.
004180 2400-EXIT.
004190     EXIT.
004200*-----------------------------------------------------------------
004210 8000-WRITE-TRAILER.
004220     MOVE WS-ROWS-EXTRACTED TO WS-ET-RECORD-COUNT
004230     MOVE WS-AMOUNT-HASH TO WS-ET-AMOUNT-HASH
004240     MOVE WS-EXT-TRAILER TO EXTRACT-RECORD
004250     PERFORM 2400-WRITE-EXTRACT THRU 2400-EXIT.
004260 8000-EXIT.
004270     EXIT.
004280*-----------------------------------------------------------------
004290 8500-PRINT-EXTRACT-TOTALS.
004300     MOVE WS-ROWS-READ TO WS-ROWS-READ-EDIT
004310     MOVE WS-ROWS-EXTRACTED TO WS-ROWS-EXTRACTED-EDIT
004320     MOVE WS-ROWS-REJECTED TO WS-ROWS-REJECTED-EDIT
004330     DISPLAY "RESULT ROWS READ:      " WS-ROWS-READ-EDIT
004340     DISPLAY "ROWS EXTRACTED:        " WS-ROWS-EXTRACTED-EDIT
004350     DISPLAY "REJECT ROWS EXCLUDED:  " WS-ROWS-REJECTED-EDIT
004360     MOVE WS-ROWS-WITHHELD TO WS-ROWS-WITHHELD-EDIT
004370     DISPLAY "BATCH ROWS WITHHELD:   " WS-ROWS-WITHHELD-EDIT.
004380 8500-EXIT.
004390     EXIT.
004400*-----------------------------------------------------------------
004410 9000-TERMINATE.
004420     CLOSE RESULT-IN-FILE
004430     CLOSE EXTRACT-FILE
004440     PERFORM 9100-END-CYCLE-STEP THRU 9100-EXIT.
004450 9000-EXIT.
004460     EXIT.
004470*-----------------------------------------------------------------
004480*    THE RETURN CODE THE STEP IS ENDING WITH DECIDES WHETHER THE
004490*    CYCLE SHOWS IT COMPLETE (4 OR LESS) OR FAILED
004500 9100-END-CYCLE-STEP.
004510     MOVE "END" TO CC-FUNCTION
004520     MOVE RETURN-CODE TO CC-STEP-RC
004530     CALL "cycle-step" USING BY REFERENCE CYCLE-CALL
004540     END-CALL
004550     IF NOT CC-GO-AHEAD THEN
004560         DISPLAY "END OF STEP NOT RECORDED ON CYCLECTL - NEXT "
004570             "STEP WILL REFUSE TO START"
004580     END-IF.
004590 9100-EXIT.
004600     EXIT.
004610 END PROGRAM settle-extract.

       COPY cycle-utilities.
