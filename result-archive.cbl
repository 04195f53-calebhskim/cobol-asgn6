000290*    2026-09-02 DM    ARCHIVE RECORD WIDENED TO MATCH THE
000300*                     MASTER ROW NOW THAT IT CARRIES
000310*                     RM-APPROVER-ID.
000320*    2026-10-14 DM    ARCHIVE RECORD WIDENED AGAIN FOR THE
000330*                     ROUNDING-POLICY AND RESTATEMENT FIELDS NOW
000340*                     ON THE MASTER ROW.
000350*    2026-10-14 DM    ARCHIVE RECORD WIDENED FOR THE G/L
000360*                     SETTLEMENT-OUTCOME FIELDS NOW ON THE MASTER
000370*                     ROW.
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT RESULT-MASTER-FILE ASSIGN TO "RESULTMST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS RM-KEY
000460         FILE STATUS IS WS-MASTER-STATUS.
000470     SELECT ARCHIVE-OUT-FILE ASSIGN TO "ARCHOUT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-ARCHIVE-STATUS.
000500     SELECT ARCHIVE-DIR-FILE ASSIGN TO "ARCHDIR"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-ARCH-DIR-STATUS.
000530     SELECT ARCH-PARM-FILE ASSIGN TO "ARCHPARM"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-ARCH-PARM-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  RESULT-MASTER-FILE.
000590 COPY result-master.
000600 FD  ARCHIVE-OUT-FILE.
000610 01  ARCHIVE-OUT-RECORD          PIC X(454).
000620 FD  ARCHIVE-DIR-FILE.
000630 COPY archive-dir.
000640 FD  ARCH-PARM-FILE.
000650 01  ARCH-PARM-RECORD.
000660     05  AP-CUTOFF-DATE          PIC X(08).
000670     05  FILLER                  PIC X(72).
000680 WORKING-STORAGE SECTION.
000690 77  WS-MASTER-STATUS            PIC X(02) VALUE SPACES.
000700 77  WS-ARCHIVE-STATUS           PIC X(02) VALUE SPACES.
000710 77  WS-ARCH-DIR-STATUS          PIC X(02) VALUE SPACES.
000720 77  WS-ARCH-PARM-STATUS         PIC X(02) VALUE SPACES.
000730 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000740     88  WS-END-OF-FILE                     VALUE "Y".
000750 77  WS-ROWS-READ                PIC 9(09) VALUE ZERO.
000760 77  WS-ROWS-EXTRACTED           PIC 9(09) VALUE ZERO.
000770 77  WS-ROWS-DELETED             PIC 9(09) VALUE ZERO.
000780 77  WS-ROWS-KEPT                PIC 9(09) VALUE ZERO.
000790 01  WS-CUTOFF-DATE              PIC X(08) VALUE SPACES.
000800 01  WS-FROM-RUN-DATE            PIC X(08) VALUE SPACES.
000810 01  WS-THRU-RUN-DATE            PIC X(08) VALUE SPACES.
000820 77  WS-GENERATION-ID            PIC X(15) VALUE SPACES.
000830 01  WS-RUN-STAMP.
000840     05  WS-RUN-DATE             PIC X(08).
000850     05  WS-RUN-TIME             PIC X(06).
000860 01  WS-TIME-NOW                 PIC X(08) VALUE SPACES.
000870 01  WS-ROWS-READ-EDIT           PIC Z(08)9.
000880 01  WS-ROWS-EXTRACTED-EDIT      PIC Z(08)9.
000890 01  WS-ROWS-DELETED-EDIT        PIC Z(08)9.
000900 01  WS-ROWS-KEPT-EDIT           PIC Z(08)9.
000910 PROCEDURE DIVISION.
000920*-----------------------------------------------------------------
000930 0000-MAINLINE.
000940     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000950     PERFORM 2000-ARCHIVE-ONE-ROW THRU 2000-EXIT
000960         UNTIL WS-END-OF-FILE
000970     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
000980     PERFORM 8500-WRITE-DIRECTORY THRU 8500-EXIT
000990     PERFORM 9000-TERMINATE THRU 9000-EXIT
001000     STOP RUN.
001010*-----------------------------------------------------------------
001020 1000-INITIALIZE.
001030     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001040     ACCEPT WS-TIME-NOW FROM TIME
001050     MOVE WS-TIME-NOW (1:6) TO WS-RUN-TIME
001060     STRING "A" WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
001070         INTO WS-GENERATION-ID
001080     END-STRING
001090     PERFORM 1100-READ-ARCH-PARM THRU 1100-EXIT
001100     OPEN I-O RESULT-MASTER-FILE
001110     IF WS-MASTER-STATUS = "35" THEN
001120         DISPLAY "RESULTS MASTER NOT FOUND - NOTHING TO ARCHIVE"
001130         STOP RUN
001140     END-IF
001150     IF WS-MASTER-STATUS NOT = "00" THEN
001160         DISPLAY "ERROR OPENING RESULT-MASTER, STATUS = "
001170             WS-MASTER-STATUS
001180         MOVE 16 TO RETURN-CODE
001190         STOP RUN
001200     END-IF
001210     OPEN OUTPUT ARCHIVE-OUT-FILE
001220     IF WS-ARCHIVE-STATUS NOT = "00" THEN
001230         DISPLAY "ERROR OPENING ARCHIVE-OUT-FILE, STATUS = "
001240             WS-ARCHIVE-STATUS
001250         MOVE 16 TO RETURN-CODE
001260         STOP RUN
001270     END-IF
001280     DISPLAY "ARCHIVE GENERATION " WS-GENERATION-ID
001290         " - CUTOFF " WS-CUTOFF-DATE
001300     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
001310 1000-EXIT.
001320     EXIT.
001330*-----------------------------------------------------------------
001340*    THE CUTOFF IS DELIBERATELY NOT DEFAULTED - A HOUSEKEEPING
001350*    STEP THAT DELETES MASTER ROWS MUST BE TOLD EXACTLY HOW FAR
001360*    BACK TO REACH, EVERY TIME.
001370 1100-READ-ARCH-PARM.
001380     OPEN INPUT ARCH-PARM-FILE
001390     IF WS-ARCH-PARM-STATUS NOT = "00" THEN
001400         DISPLAY "ARCHPARM CARD IS REQUIRED (CUTOFF YYYYMMDD) - "
001410             "ENDING"
001420         MOVE 16 TO RETURN-CODE
001430         STOP RUN
001440     END-IF
001450     READ ARCH-PARM-FILE
001460         AT END
001470             MOVE SPACES TO WS-CUTOFF-DATE
001480         NOT AT END
001490             MOVE AP-CUTOFF-DATE TO WS-CUTOFF-DATE
001500     END-READ
001510     CLOSE ARCH-PARM-FILE
001520     IF WS-CUTOFF-DATE IS NOT NUMERIC THEN
001530         DISPLAY "INVALID CUTOFF DATE ON ARCHPARM CARD: "
001540             WS-CUTOFF-DATE
001550         MOVE 16 TO RETURN-CODE
001560         STOP RUN
001570     END-IF.
001580 1100-EXIT.
001590     EXIT.
001600*-----------------------------------------------------------------
001610 2000-ARCHIVE-ONE-ROW.
001620     ADD 1 TO WS-ROWS-READ
001630     IF RM-RUN-DATE < WS-CUTOFF-DATE THEN
001640         PERFORM 2200-EXTRACT-AND-DELETE THRU 2200-EXIT
001650     ELSE
001660         ADD 1 TO WS-ROWS-KEPT
001670     END-IF
001680     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
001690 2000-EXIT.
001700     EXIT.
001710*-----------------------------------------------------------------
001720 2100-READ-MASTER.
001730     READ RESULT-MASTER-FILE NEXT RECORD
001740         AT END
001750             SET WS-END-OF-FILE TO TRUE
001760     END-READ
001770     IF NOT WS-END-OF-FILE
001780         AND WS-MASTER-STATUS NOT = "00" THEN
001790         DISPLAY "ERROR READING RESULT-MASTER, STATUS = "
001800             WS-MASTER-STATUS
001810         MOVE 16 TO RETURN-CODE
001820         STOP RUN
001830     END-IF.
001840 2100-EXIT.
001850     EXIT.
001860*-----------------------------------------------------------------
001870*    THE ROW GOES TO THE ARCHIVE FILE FIRST AND IS DELETED ONLY
001880*    AFTER THE WRITE COMES BACK CLEAN - A ROW CAN END UP IN
001890*    BOTH PLACES AFTER A FAILURE, NEVER IN NEITHER.
001900 2200-EXTRACT-AND-DELETE.
001910     MOVE RESULT-MASTER-RECORD TO ARCHIVE-OUT-RECORD
001920     WRITE ARCHIVE-OUT-RECORD
001930     IF WS-ARCHIVE-STATUS NOT = "00" THEN
001940         DISPLAY "ERROR WRITING ARCHIVE-OUT-FILE, STATUS = "
001950             WS-ARCHIVE-STATUS
001960         MOVE 16 TO RETURN-CODE
001970         STOP RUN
001980     END-IF
001990     ADD 1 TO WS-ROWS-EXTRACTED
002000     IF WS-FROM-RUN-DATE = SPACES
002010         OR RM-RUN-DATE < WS-FROM-RUN-DATE THEN
002020         MOVE RM-RUN-DATE TO WS-FROM-RUN-DATE
002030     END-IF
002040     IF RM-RUN-DATE > WS-THRU-RUN-DATE THEN
002050         MOVE RM-RUN-DATE TO WS-THRU-RUN-DATE
002060     END-IF
002070     DELETE RESULT-MASTER-FILE
002080     IF WS-MASTER-STATUS NOT = "00" THEN
002090         DISPLAY "ERROR DELETING FROM RESULT-MASTER, STATUS = "
002100             WS-MASTER-STATUS
002110         MOVE 16 TO RETURN-CODE
002120         STOP RUN
002130     END-IF
002140     ADD 1 TO WS-ROWS-DELETED.
002150 2200-EXIT.
002160     EXIT.
002170*-----------------------------------------------------------------
002180 8000-PRINT-CONTROL-TOTALS.
002190     MOVE WS-ROWS-READ TO WS-ROWS-READ-EDIT
002200     MOVE WS-ROWS-EXTRACTED TO WS-ROWS-EXTRACTED-EDIT
002210     MOVE WS-ROWS-DELETED TO WS-ROWS-DELETED-EDIT
002220     MOVE WS-ROWS-KEPT TO WS-ROWS-KEPT-EDIT
002230     DISPLAY "MASTER ROWS READ:      " WS-ROWS-READ-EDIT
002240     DISPLAY "ROWS EXTRACTED:        " WS-ROWS-EXTRACTED-EDIT
002250     DISPLAY "ROWS DELETED:          " WS-ROWS-DELETED-EDIT
002260     DISPLAY "ROWS KEPT ON MASTER:   " WS-ROWS-KEPT-EDIT
002270     IF WS-ROWS-EXTRACTED NOT = WS-ROWS-DELETED THEN
002280         DISPLAY "CONTROL TOTAL MISMATCH - EXTRACTED AND "
002290             "DELETED COUNTS DIFFER, KEEP BOTH FILES FOR "
002300             "RECONCILIATION"
002310         MOVE 16 TO RETURN-CODE
002320     ELSE
002330         DISPLAY "CONTROL TOTALS IN BALANCE"
002340     END-IF.
002350 8000-EXIT.
002360     EXIT.
002370*-----------------------------------------------------------------
002380 8500-WRITE-DIRECTORY.
002390     IF WS-ROWS-EXTRACTED = ZERO THEN
002400         DISPLAY "NO ROWS OLDER THAN CUTOFF - NO DIRECTORY "
002410             "ENTRY WRITTEN"
002420         GO TO 8500-EXIT
002430     END-IF
002440     OPEN EXTEND ARCHIVE-DIR-FILE
002450     IF WS-ARCH-DIR-STATUS = "35" THEN
002460*        FIRST ARCHIVE EVER - START THE DIRECTORY
002470         OPEN OUTPUT ARCHIVE-DIR-FILE
002480     END-IF
002490     IF WS-ARCH-DIR-STATUS NOT = "00" THEN
002500         DISPLAY "ERROR OPENING ARCHIVE-DIR-FILE, STATUS = "
002510             WS-ARCH-DIR-STATUS
002520         MOVE 16 TO RETURN-CODE
002530         GO TO 8500-EXIT
002540     END-IF
002550     MOVE SPACES TO ARCHIVE-DIR-RECORD
002560     MOVE WS-GENERATION-ID TO AD-GENERATION
002570     MOVE WS-RUN-DATE TO AD-ARCHIVE-DATE
002580     MOVE WS-CUTOFF-DATE TO AD-CUTOFF-DATE
002590     MOVE WS-FROM-RUN-DATE TO AD-FROM-RUN-DATE
002600     MOVE WS-THRU-RUN-DATE TO AD-THRU-RUN-DATE
002610     MOVE WS-ROWS-EXTRACTED TO AD-ROW-COUNT
002620     WRITE ARCHIVE-DIR-RECORD
002630     IF WS-ARCH-DIR-STATUS NOT = "00" THEN
002640         DISPLAY "ERROR WRITING ARCHIVE-DIR-FILE, STATUS = "
002650             WS-ARCH-DIR-STATUS
002660         MOVE 16 TO RETURN-CODE
002670     END-IF
002680     CLOSE ARCHIVE-DIR-FILE.
002690 8500-EXIT.
002700     EXIT.
002710*-----------------------------------------------------------------
002720 9000-TERMINATE.
002730     CLOSE RESULT-MASTER-FILE
002740     CLOSE ARCHIVE-OUT-FILE.
002750 9000-EXIT.
002760     EXIT.
002770 END PROGRAM result-archive.
