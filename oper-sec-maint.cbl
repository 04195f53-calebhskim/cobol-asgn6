000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. oper-sec-maint.
000030 AUTHOR. D MCALLISTER.
000040 INSTALLATION. FINANCIAL SYSTEMS DIVISION.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM:    OPER-SEC-MAINT
000090*    PURPOSE:    BATCH MAINTENANCE AND LISTING OF THE OPERSEC
000100*                OPERATOR SECURITY MASTER THAT THE ONLINE
000110*                PROGRAMS CHECK AT SIGN-ON AND BEFORE EACH
000120*                FUNCTION. EACH OSECIN CARD ADDS AN OPERATOR,
000130*                CHANGES AN OPERATOR'S NAME AND ROLES, REVOKES
000140*                AN OPERATOR, OR RESTORES A REVOKED ONE:
000150*                    COLUMNS  1-3   ADD / CHG / REV / RES
000160*                    COLUMNS  5-12  OPERATOR ID
000170*                    COLUMNS 14-17  ROLE FLAGS, Y OR N, IN THE
000180*                                   ORDER ENTRY, APPROVAL,
000190*                                   SUSP CANCEL, DEFN MAINT
000200*                                   (ADD AND CHG ONLY)
000210*                    COLUMNS 19-48  OPERATOR NAME (ADD AND CHG)
000220*                    COLUMNS 50-57  AUTHORIZING ADMINISTRATOR
000230*                EVERY CARD MUST NAME ITS AUTHORIZER, WHO MAY
000240*                NOT BE THE OPERATOR BEING MAINTAINED, AND WHO
000250*                IS STAMPED ON THE ROW. A REVOKED OPERATOR IS
000260*                KEPT ON FILE, NEVER DELETED. THE OSECRPT REPORT
000270*                LISTS EVERY CARD WITH WHAT WAS DONE (OR WHY IT
000280*                WAS REJECTED), THEN THE WHOLE MASTER - EACH
000290*                USER ID, ITS STATUS AND THE ROLES IT HOLDS.
000300*                WITHOUT AN OSECIN FILE THE MASTER IS LISTED
000310*                ONLY. RETURN-CODE 4 WHEN ANY CARD WAS REJECTED.
000320*-----------------------------------------------------------------
000330*    MODIFICATION HISTORY
000340*    DATE       INIT  DESCRIPTION
000350*    ---------  ----  ------------------------------------------
000360*    2026-10-14 DM    ORIGINAL.
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT OSEC-IN-FILE ASSIGN TO "OSECIN"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-OSEC-IN-STATUS.
000440     SELECT OPER-SEC-FILE ASSIGN TO "OPERSEC"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS OS-OPERATOR-ID
000480         FILE STATUS IS WS-OPER-SEC-STATUS.
000490     SELECT REPORT-FILE ASSIGN TO "OSECRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-REPORT-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  OSEC-IN-FILE.
000550 01  OSEC-IN-RECORD.
000560     05  OI-FUNCTION             PIC X(03).
000570     05  FILLER                  PIC X(01).
000580     05  OI-OPERATOR-ID          PIC X(08).
000590     05  FILLER                  PIC X(01).
000600     05  OI-ROLES                PIC X(04).
000610     05  OI-ROLE-TABLE REDEFINES OI-ROLES.
000620         10  OI-ROLE-FLAG        PIC X(01) OCCURS 4 TIMES.
000630     05  FILLER                  PIC X(01).
000640     05  OI-OPERATOR-NAME        PIC X(30).
000650     05  FILLER                  PIC X(01).
000660     05  OI-AUTHORIZED-BY        PIC X(08).
000670     05  FILLER                  PIC X(23).
000680 FD  OPER-SEC-FILE.
000690 COPY oper-sec.
000700 FD  REPORT-FILE.
000710 01  REPORT-LINE                 PIC X(132).
000720 WORKING-STORAGE SECTION.
000730 77  WS-OSEC-IN-STATUS           PIC X(02) VALUE SPACES.
000740 77  WS-OPER-SEC-STATUS          PIC X(02) VALUE SPACES.
000750 77  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
000760 77  WS-CARD-EOF-SWITCH          PIC X(01) VALUE "N".
000770     88  WS-CARD-EOF                        VALUE "Y".
000780 77  WS-CARDS-OPEN-SWITCH        PIC X(01) VALUE "N".
000790     88  WS-CARDS-OPEN                      VALUE "Y".
000800 77  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE "N".
000810     88  WS-MASTER-EOF                      VALUE "Y".
000820 77  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
000830     88  WS-OPERATOR-ON-FILE                VALUE "Y".
000840 77  WS-SECTION-SWITCH           PIC X(01) VALUE "T".
000850     88  WS-SECTION-CARDS                   VALUE "T".
000860     88  WS-SECTION-LISTING                 VALUE "L".
000870 77  WS-PAGE-COUNT               PIC 9(04) VALUE ZERO.
000880 77  WS-LINE-COUNT               PIC S9(04) COMP VALUE +999.
000890 77  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE +55.
000900 77  WS-ROLE-IDX                 PIC S9(04) COMP VALUE ZERO.
000910 77  WS-CARDS-READ               PIC 9(09) VALUE ZERO.
000920 77  WS-CARDS-APPLIED            PIC 9(09) VALUE ZERO.
000930 77  WS-CARDS-REJECTED           PIC 9(09) VALUE ZERO.
000940 77  WS-OPERATORS-LISTED         PIC 9(09) VALUE ZERO.
000950 77  WS-OPERATORS-ACTIVE         PIC 9(09) VALUE ZERO.
000960 77  WS-OPERATORS-REVOKED        PIC 9(09) VALUE ZERO.
000970 01  WS-COUNT-EDIT               PIC Z(08)9.
000980 01  WS-FUNCTION                 PIC X(03) VALUE SPACES.
000990     88  WS-FUNC-ADD                        VALUE "ADD".
001000     88  WS-FUNC-CHANGE                     VALUE "CHG".
001010     88  WS-FUNC-REVOKE                     VALUE "REV".
001020     88  WS-FUNC-RESTORE                    VALUE "RES".
001030 01  WS-CARD-RESULT              PIC X(50) VALUE SPACES.
001040 01  WS-STAMP-TS                 PIC X(14) VALUE SPACES.
001050 01  WS-TIME-NOW                 PIC X(08) VALUE SPACES.
001060 01  WS-RUN-DATE.
001070     05  WS-RUN-YYYY             PIC X(04).
001080     05  WS-RUN-MM               PIC X(02).
001090     05  WS-RUN-DD               PIC X(02).
001100 01  WS-HEAD-1.
001110     05  FILLER                  PIC X(05) VALUE SPACES.
001120     05  FILLER                  PIC X(40) VALUE
001130         "OPERATOR SECURITY MAINTENANCE".
001140     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001150     05  WS-HD-DATE              PIC X(10).
001160     05  FILLER                  PIC X(05) VALUE SPACES.
001170     05  FILLER                  PIC X(06) VALUE "PAGE: ".
001180     05  WS-HD-PAGE              PIC ZZZ9.
001190 01  WS-HEAD-2.
001200     05  WS-HD-SECTION           PIC X(40).
001210 01  WS-CARD-HEAD-3.
001220     05  FILLER                  PIC X(04) VALUE "FUNC".
001230     05  FILLER                  PIC X(02) VALUE SPACES.
001240     05  FILLER                  PIC X(08) VALUE "OPERATOR".
001250     05  FILLER                  PIC X(02) VALUE SPACES.
001260     05  FILLER                  PIC X(05) VALUE "ROLES".
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  FILLER                  PIC X(30) VALUE "NAME".
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  FILLER                  PIC X(08) VALUE "AUTH BY".
001310     05  FILLER                  PIC X(02) VALUE SPACES.
001320     05  FILLER                  PIC X(50) VALUE "RESULT".
001330 01  WS-LIST-HEAD-3.
001340     05  FILLER                  PIC X(08) VALUE "OPERATOR".
001350     05  FILLER                  PIC X(02) VALUE SPACES.
001360     05  FILLER                  PIC X(30) VALUE "NAME".
001370     05  FILLER                  PIC X(02) VALUE SPACES.
001380     05  FILLER                  PIC X(07) VALUE "STATUS".
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  FILLER                  PIC X(05) VALUE "ENTRY".
001410     05  FILLER                  PIC X(02) VALUE SPACES.
001420     05  FILLER                  PIC X(08) VALUE "APPROVAL".
001430     05  FILLER                  PIC X(02) VALUE SPACES.
001440     05  FILLER                  PIC X(11) VALUE "SUSP CANCEL".
001450     05  FILLER                  PIC X(02) VALUE SPACES.
001460     05  FILLER                  PIC X(10) VALUE "DEFN MAINT".
001470     05  FILLER                  PIC X(02) VALUE SPACES.
001480     05  FILLER                  PIC X(14) VALUE "LAST CHANGED".
001490     05  FILLER                  PIC X(02) VALUE SPACES.
001500     05  FILLER                  PIC X(08) VALUE "BY".
001510 01  WS-HEAD-4.
001520     05  FILLER                  PIC X(117) VALUE ALL "-".
001530 01  WS-CARD-LINE.
001540     05  WS-CD-FUNCTION          PIC X(04).
001550     05  FILLER                  PIC X(02) VALUE SPACES.
001560     05  WS-CD-OPERATOR-ID       PIC X(08).
001570     05  FILLER                  PIC X(02) VALUE SPACES.
001580     05  WS-CD-ROLES             PIC X(05).
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  WS-CD-NAME              PIC X(30).
001610     05  FILLER                  PIC X(02) VALUE SPACES.
001620     05  WS-CD-AUTHORIZED-BY     PIC X(08).
001630     05  FILLER                  PIC X(02) VALUE SPACES.
001640     05  WS-CD-RESULT            PIC X(50).
001650 01  WS-LIST-LINE.
001660     05  WS-LS-OPERATOR-ID       PIC X(08).
001670     05  FILLER                  PIC X(02) VALUE SPACES.
001680     05  WS-LS-NAME              PIC X(30).
001690     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  WS-LS-STATUS            PIC X(07).
001710     05  FILLER                  PIC X(04) VALUE SPACES.
001720     05  WS-LS-ROLE-ENTRY        PIC X(01).
001730     05  FILLER                  PIC X(08) VALUE SPACES.
001740     05  WS-LS-ROLE-APPROVE      PIC X(01).
001750     05  FILLER                  PIC X(11) VALUE SPACES.
001760     05  WS-LS-ROLE-SUSP-CANCEL  PIC X(01).
001770     05  FILLER                  PIC X(11) VALUE SPACES.
001780     05  WS-LS-ROLE-DEFN-MAINT   PIC X(01).
001790     05  FILLER                  PIC X(05) VALUE SPACES.
001800     05  WS-LS-CHANGED-TS        PIC X(14).
001810     05  FILLER                  PIC X(02) VALUE SPACES.
001820     05  WS-LS-CHANGED-BY        PIC X(08).
001830 01  WS-TOTAL-LINE.
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  WS-TL-LABEL             PIC X(30).
001860     05  WS-TL-COUNT             PIC Z(08)9.
001870 PROCEDURE DIVISION.
001880*-----------------------------------------------------------------
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001910     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
001920         UNTIL WS-CARD-EOF
001930     PERFORM 5000-LIST-MASTER THRU 5000-EXIT
001940     PERFORM 8500-PRINT-TOTALS THRU 8500-EXIT
001950     PERFORM 9000-TERMINATE THRU 9000-EXIT
001960     IF WS-CARDS-REJECTED > ZERO THEN
001970         MOVE 4 TO RETURN-CODE
001980     END-IF
001990     STOP RUN.
002000*-----------------------------------------------------------------
002010 1000-INITIALIZE.
002020     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002030     ACCEPT WS-TIME-NOW FROM TIME
002040     STRING WS-RUN-DATE WS-TIME-NOW (1:6) DELIMITED BY SIZE
002050         INTO WS-STAMP-TS
002060     END-STRING
002070     STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
002080         DELIMITED BY SIZE
002090         INTO WS-HD-DATE
002100     END-STRING
002110     OPEN I-O OPER-SEC-FILE
002120     IF WS-OPER-SEC-STATUS = "35" THEN
002130*        FIRST OPERATOR EVER - CREATE THE MASTER THEN REOPEN
002140         OPEN OUTPUT OPER-SEC-FILE
002150         IF WS-OPER-SEC-STATUS NOT = "00" THEN
002160             DISPLAY "ERROR CREATING OPER-SEC-FILE, STATUS = "
002170                 WS-OPER-SEC-STATUS
002180             MOVE 16 TO RETURN-CODE
002190             STOP RUN
002200         END-IF
002210         CLOSE OPER-SEC-FILE
002220         OPEN I-O OPER-SEC-FILE
002230     END-IF
002240     IF WS-OPER-SEC-STATUS NOT = "00" THEN
002250         DISPLAY "ERROR OPENING OPER-SEC-FILE, STATUS = "
002260             WS-OPER-SEC-STATUS
002270         MOVE 16 TO RETURN-CODE
002280         STOP RUN
002290     END-IF
002300     OPEN OUTPUT REPORT-FILE
002310     IF WS-REPORT-STATUS NOT = "00" THEN
002320         DISPLAY "ERROR OPENING REPORT-FILE, STATUS = "
002330             WS-REPORT-STATUS
002340         MOVE 16 TO RETURN-CODE
002350         STOP RUN
002360     END-IF
002370     OPEN INPUT OSEC-IN-FILE
002380     IF WS-OSEC-IN-STATUS NOT = "00" THEN
002390*        NO CARDS - A LISTING-ONLY RUN
002400         DISPLAY "NO OSECIN CARDS - LISTING THE MASTER ONLY"
002410         SET WS-CARD-EOF TO TRUE
002420         GO TO 1000-EXIT
002430     END-IF
002440     SET WS-CARDS-OPEN TO TRUE
002450     MOVE "MAINTENANCE CARDS" TO WS-HD-SECTION
002460     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002470 1000-EXIT.
002480     EXIT.
002490*-----------------------------------------------------------------
002500 2000-PROCESS-CARD.
002510     ADD 1 TO WS-CARDS-READ
002520     MOVE SPACES TO WS-CARD-RESULT
002530     PERFORM 3000-APPLY-CARD THRU 3000-EXIT
002540     IF WS-CARD-RESULT (1:8) = "REJECTED" THEN
002550         ADD 1 TO WS-CARDS-REJECTED
002560     ELSE
002570         ADD 1 TO WS-CARDS-APPLIED
002580     END-IF
002590     PERFORM 3900-PRINT-CARD THRU 3900-EXIT
002600     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002610 2000-EXIT.
002620     EXIT.
002630*-----------------------------------------------------------------
002640 2100-READ-CARD.
002650     READ OSEC-IN-FILE
002660         AT END
002670             SET WS-CARD-EOF TO TRUE
002680     END-READ
002690     IF NOT WS-CARD-EOF
002700         AND WS-OSEC-IN-STATUS NOT = "00" THEN
002710         DISPLAY "ERROR READING OSEC-IN-FILE, STATUS = "
002720             WS-OSEC-IN-STATUS
002730         MOVE 16 TO RETURN-CODE
002740         STOP RUN
002750     END-IF.
002760 2100-EXIT.
002770     EXIT.
002780*-----------------------------------------------------------------
002790*    A CARD THAT FAILS AN EDIT CHANGES NOTHING - WS-CARD-RESULT
002800*    THEN STARTS "REJECTED" AND SAYS WHY
002810 3000-APPLY-CARD.
002820     MOVE OI-FUNCTION TO WS-FUNCTION
002830     IF NOT WS-FUNC-ADD AND NOT WS-FUNC-CHANGE
002840         AND NOT WS-FUNC-REVOKE AND NOT WS-FUNC-RESTORE THEN
002850         MOVE "REJECTED - FUNCTION MUST BE ADD/CHG/REV/RES"
002860             TO WS-CARD-RESULT
002870         GO TO 3000-EXIT
002880     END-IF
002890     IF OI-OPERATOR-ID = SPACES THEN
002900         MOVE "REJECTED - OPERATOR ID IS REQUIRED"
002910             TO WS-CARD-RESULT
002920         GO TO 3000-EXIT
002930     END-IF
002940     IF OI-AUTHORIZED-BY = SPACES THEN
002950         MOVE "REJECTED - AUTHORIZING ADMINISTRATOR REQUIRED"
002960             TO WS-CARD-RESULT
002970         GO TO 3000-EXIT
002980     END-IF
002990*    NOBODY GRANTS, CHANGES OR RESTORES THEIR OWN ACCESS
003000     IF OI-AUTHORIZED-BY = OI-OPERATOR-ID THEN
003010         MOVE "REJECTED - MAY NOT AUTHORIZE OWN ID"
003020             TO WS-CARD-RESULT
003030         GO TO 3000-EXIT
003040     END-IF
003050     IF (WS-FUNC-ADD OR WS-FUNC-CHANGE)
003060         AND OI-OPERATOR-NAME = SPACES THEN
003070         MOVE "REJECTED - OPERATOR NAME IS REQUIRED"
003080             TO WS-CARD-RESULT
003090         GO TO 3000-EXIT
003100     END-IF
003110     MOVE "N" TO WS-FOUND-SWITCH
003120     MOVE OI-OPERATOR-ID TO OS-OPERATOR-ID
003130     READ OPER-SEC-FILE
003140         INVALID KEY
003150             CONTINUE
003160         NOT INVALID KEY
003170             SET WS-OPERATOR-ON-FILE TO TRUE
003180     END-READ
003190     IF WS-OPER-SEC-STATUS NOT = "00"
003200         AND WS-OPER-SEC-STATUS NOT = "23" THEN
003210         DISPLAY "ERROR READING OPER-SEC-FILE, STATUS = "
003220             WS-OPER-SEC-STATUS
003230         MOVE 16 TO RETURN-CODE
003240         STOP RUN
003250     END-IF
003260     IF WS-FUNC-ADD THEN
003270         PERFORM 3100-ADD-OPERATOR THRU 3100-EXIT
003280     ELSE
003290         PERFORM 3200-UPDATE-OPERATOR THRU 3200-EXIT
003300     END-IF.
003310 3000-EXIT.
003320     EXIT.
003330*-----------------------------------------------------------------
003340 3100-ADD-OPERATOR.
003350     IF WS-OPERATOR-ON-FILE THEN
003360         MOVE "REJECTED - ALREADY ON FILE, USE CHG OR RES"
003370             TO WS-CARD-RESULT
003380         GO TO 3100-EXIT
003390     END-IF
003400     MOVE SPACES TO OPER-SEC-RECORD
003410     MOVE OI-OPERATOR-ID TO OS-OPERATOR-ID
003420     MOVE WS-STAMP-TS TO OS-ADDED-TS
003430     SET OS-ACTIVE TO TRUE
003440     PERFORM 3300-SET-NAME-AND-ROLES THRU 3300-EXIT
003450     WRITE OPER-SEC-RECORD
003460         INVALID KEY
003470             MOVE "REJECTED - ALREADY ON FILE, USE CHG OR RES"
003480                 TO WS-CARD-RESULT
003490             GO TO 3100-EXIT
003500     END-WRITE
003510     IF WS-OPER-SEC-STATUS NOT = "00" THEN
003520         DISPLAY "ERROR WRITING OPER-SEC-FILE, STATUS = "
003530             WS-OPER-SEC-STATUS
003540         MOVE 16 TO RETURN-CODE
003550         STOP RUN
003560     END-IF
003570     MOVE "ADDED - ACTIVE" TO WS-CARD-RESULT.
003580 3100-EXIT.
003590     EXIT.
003600*-----------------------------------------------------------------
003610*    CHG, REV AND RES ALL REWRITE AN EXISTING ROW
003620 3200-UPDATE-OPERATOR.
003630     IF NOT WS-OPERATOR-ON-FILE THEN
003640         MOVE "REJECTED - NOT ON FILE, USE ADD"
003650             TO WS-CARD-RESULT
003660         GO TO 3200-EXIT
003670     END-IF
003680     IF WS-FUNC-CHANGE THEN
003690         PERFORM 3300-SET-NAME-AND-ROLES THRU 3300-EXIT
003700         MOVE "NAME AND ROLES CHANGED" TO WS-CARD-RESULT
003710     END-IF
003720     IF WS-FUNC-REVOKE THEN
003730         IF OS-REVOKED THEN
003740             MOVE "REJECTED - ALREADY REVOKED"
003750                 TO WS-CARD-RESULT
003760             GO TO 3200-EXIT
003770         END-IF
003780         SET OS-REVOKED TO TRUE
003790         MOVE "REVOKED - ROLES KEPT ON FILE" TO WS-CARD-RESULT
003800     END-IF
003810     IF WS-FUNC-RESTORE THEN
003820         IF OS-ACTIVE THEN
003830             MOVE "REJECTED - NOT REVOKED" TO WS-CARD-RESULT
003840             GO TO 3200-EXIT
003850         END-IF
003860         SET OS-ACTIVE TO TRUE
003870         MOVE "RESTORED - ACTIVE WITH ROLES ON FILE"
003880             TO WS-CARD-RESULT
003890     END-IF
003900     MOVE WS-STAMP-TS TO OS-CHANGED-TS
003910     MOVE OI-AUTHORIZED-BY TO OS-CHANGED-BY
003920     REWRITE OPER-SEC-RECORD
003930         INVALID KEY
003940             DISPLAY "ERROR REWRITING OPER-SEC-FILE, STATUS = "
003950                 WS-OPER-SEC-STATUS
003960             MOVE 16 TO RETURN-CODE
003970             STOP RUN
003980     END-REWRITE
003990     IF WS-OPER-SEC-STATUS NOT = "00" THEN
004000         DISPLAY "ERROR REWRITING OPER-SEC-FILE, STATUS = "
004010             WS-OPER-SEC-STATUS
004020         MOVE 16 TO RETURN-CODE
004030         STOP RUN
004040     END-IF.
004050 3200-EXIT.
004060     EXIT.
004070*-----------------------------------------------------------------
004080*    ONLY A "Y" GRANTS A ROLE - ANYTHING ELSE ON THE CARD IS "N"
004090 3300-SET-NAME-AND-ROLES.
004100     MOVE OI-OPERATOR-NAME TO OS-OPERATOR-NAME
004110     MOVE WS-STAMP-TS TO OS-CHANGED-TS
004120     MOVE OI-AUTHORIZED-BY TO OS-CHANGED-BY
004130     PERFORM 3310-SET-ONE-ROLE THRU 3310-EXIT
004140         VARYING WS-ROLE-IDX FROM 1 BY 1
004150         UNTIL WS-ROLE-IDX > 4.
004160 3300-EXIT.
004170     EXIT.
004180*-----------------------------------------------------------------
004190 3310-SET-ONE-ROLE.
004200     IF OI-ROLE-FLAG (WS-ROLE-IDX) = "Y"
004210         OR OI-ROLE-FLAG (WS-ROLE-IDX) = "y" THEN
004220         MOVE "Y" TO OS-ROLE-FLAG (WS-ROLE-IDX)
004230     ELSE
004240         MOVE "N" TO OS-ROLE-FLAG (WS-ROLE-IDX)
004250     END-IF.
004260 3310-EXIT.
004270     EXIT.
004280*-----------------------------------------------------------------
004290 3900-PRINT-CARD.
004300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN
004310         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
004320     END-IF
004330     MOVE OI-FUNCTION TO WS-CD-FUNCTION
004340     MOVE OI-OPERATOR-ID TO WS-CD-OPERATOR-ID
004350     MOVE OI-ROLES TO WS-CD-ROLES
004360     MOVE OI-OPERATOR-NAME TO WS-CD-NAME
004370     MOVE OI-AUTHORIZED-BY TO WS-CD-AUTHORIZED-BY
004380     MOVE WS-CARD-RESULT TO WS-CD-RESULT
004390     MOVE WS-CARD-LINE TO REPORT-LINE
004400     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
004410 3900-EXIT.
004420     EXIT.
004430*-----------------------------------------------------------------
004440 4000-PAGE-HEADING.
004450     ADD 1 TO WS-PAGE-COUNT
004460     MOVE WS-PAGE-COUNT TO WS-HD-PAGE
004470     IF WS-PAGE-COUNT > 1 THEN
004480         MOVE SPACES TO REPORT-LINE
004490         PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
004500     END-IF
004510     MOVE WS-HEAD-1 TO REPORT-LINE
004520     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
004530     MOVE WS-HEAD-2 TO REPORT-LINE
004540     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
004550     MOVE SPACES TO REPORT-LINE
004560     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
004570     IF WS-SECTION-CARDS THEN
004580         MOVE WS-CARD-HEAD-3 TO REPORT-LINE
004590     ELSE
004600         MOVE WS-LIST-HEAD-3 TO REPORT-LINE
004610     END-IF
004620     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
004630     MOVE WS-HEAD-4 TO REPORT-LINE
004640     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
004650     MOVE 6 TO WS-LINE-COUNT.
004660 4000-EXIT.
004670     EXIT.
004680*-----------------------------------------------------------------
004690*    EVERY LINE WRITTEN COUNTS TOWARD THE PAGE
004700 4100-WRITE-REPORT-LINE.
004710     WRITE REPORT-LINE
004720     IF WS-REPORT-STATUS NOT = "00" THEN
004730         DISPLAY "ERROR WRITING REPORT-FILE, STATUS = "
004740             WS-REPORT-STATUS
004750         MOVE 16 TO RETURN-CODE
004760         STOP RUN
004770     END-IF
004780     ADD 1 TO WS-LINE-COUNT.
004790 4100-EXIT.
004800     EXIT.
004810*-----------------------------------------------------------------
004820*    THE LISTING STARTS ON A PAGE OF ITS OWN, AFTER THE CARDS
004830*    HAVE BEEN APPLIED, SO IT SHOWS THE MASTER AS IT NOW STANDS
004840 5000-LIST-MASTER.
004850     SET WS-SECTION-LISTING TO TRUE
004860     MOVE "SECURITY MASTER - OPERATORS AND ROLES"
004870         TO WS-HD-SECTION
004880     MOVE +999 TO WS-LINE-COUNT
004890     MOVE LOW-VALUES TO OS-OPERATOR-ID
004900     START OPER-SEC-FILE KEY IS NOT LESS THAN OS-OPERATOR-ID
004910         INVALID KEY
004920             SET WS-MASTER-EOF TO TRUE
004930     END-START
004940     IF NOT WS-MASTER-EOF THEN
004950         PERFORM 5100-READ-MASTER THRU 5100-EXIT
004960     END-IF
004970     PERFORM 5200-LIST-ONE-OPERATOR THRU 5200-EXIT
004980         UNTIL WS-MASTER-EOF.
004990 5000-EXIT.
005000     EXIT.
005010*-----------------------------------------------------------------
005020 5100-READ-MASTER.
005030     READ OPER-SEC-FILE NEXT RECORD
005040         AT END
005050             SET WS-MASTER-EOF TO TRUE
005060     END-READ
005070     IF NOT WS-MASTER-EOF
005080         AND WS-OPER-SEC-STATUS NOT = "00" THEN
005090         DISPLAY "ERROR READING OPER-SEC-FILE, STATUS = "
005100             WS-OPER-SEC-STATUS
005110         MOVE 16 TO RETURN-CODE
005120         STOP RUN
005130     END-IF.
005140 5100-EXIT.
005150     EXIT.
005160*-----------------------------------------------------------------
005170 5200-LIST-ONE-OPERATOR.
005180     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN
005190         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
005200     END-IF
005210     MOVE OS-OPERATOR-ID TO WS-LS-OPERATOR-ID
005220     MOVE OS-OPERATOR-NAME TO WS-LS-NAME
005230     IF OS-ACTIVE THEN
005240         MOVE "ACTIVE" TO WS-LS-STATUS
005250         ADD 1 TO WS-OPERATORS-ACTIVE
005260     ELSE
005270         MOVE "REVOKED" TO WS-LS-STATUS
005280         ADD 1 TO WS-OPERATORS-REVOKED
005290     END-IF
005300     MOVE OS-ROLE-ENTRY TO WS-LS-ROLE-ENTRY
005310     MOVE OS-ROLE-APPROVE TO WS-LS-ROLE-APPROVE
005320     MOVE OS-ROLE-SUSP-CANCEL TO WS-LS-ROLE-SUSP-CANCEL
005330     MOVE OS-ROLE-DEFN-MAINT TO WS-LS-ROLE-DEFN-MAINT
005340     MOVE OS-CHANGED-TS TO WS-LS-CHANGED-TS
005350     MOVE OS-CHANGED-BY TO WS-LS-CHANGED-BY
005360     MOVE WS-LIST-LINE TO REPORT-LINE
005370     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
005380     ADD 1 TO WS-OPERATORS-LISTED
005390     PERFORM 5100-READ-MASTER THRU 5100-EXIT.
005400 5200-EXIT.
005410     EXIT.
005420*-----------------------------------------------------------------
005430 8500-PRINT-TOTALS.
005440     IF WS-PAGE-COUNT = ZERO
005450         OR WS-LINE-COUNT + 8 >= WS-LINES-PER-PAGE THEN
005460         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
005470     END-IF
005480     MOVE SPACES TO REPORT-LINE
005490     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
005500     MOVE "CARDS READ" TO WS-TL-LABEL
005510     MOVE WS-CARDS-READ TO WS-TL-COUNT
005520     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
005530     MOVE "CARDS APPLIED" TO WS-TL-LABEL
005540     MOVE WS-CARDS-APPLIED TO WS-TL-COUNT
005550     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
005560     MOVE "CARDS REJECTED" TO WS-TL-LABEL
005570     MOVE WS-CARDS-REJECTED TO WS-TL-COUNT
005580     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
005590     MOVE "OPERATORS ON FILE" TO WS-TL-LABEL
005600     MOVE WS-OPERATORS-LISTED TO WS-TL-COUNT
005610     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
005620     MOVE "    ACTIVE" TO WS-TL-LABEL
005630     MOVE WS-OPERATORS-ACTIVE TO WS-TL-COUNT
005640     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
005650     MOVE "    REVOKED" TO WS-TL-LABEL
005660     MOVE WS-OPERATORS-REVOKED TO WS-TL-COUNT
005670     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT
005680     MOVE WS-CARDS-APPLIED TO WS-COUNT-EDIT
005690     DISPLAY "OPER-SEC-MAINT COMPLETE - CARDS APPLIED: "
005700         WS-COUNT-EDIT
005710     MOVE WS-CARDS-REJECTED TO WS-COUNT-EDIT
005720     DISPLAY "                         CARDS REJECTED: "
005730         WS-COUNT-EDIT.
005740 8500-EXIT.
005750     EXIT.
005760*-----------------------------------------------------------------
005770 8510-WRITE-TOTAL-LINE.
005780     MOVE WS-TOTAL-LINE TO REPORT-LINE
005790     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
005800 8510-EXIT.
005810     EXIT.
005820*-----------------------------------------------------------------
005830 9000-TERMINATE.
005840     IF WS-CARDS-OPEN THEN
005850         CLOSE OSEC-IN-FILE
005860     END-IF
005870     CLOSE OPER-SEC-FILE
005880     CLOSE REPORT-FILE.
005890 9000-EXIT.
005900     EXIT.
005910 END PROGRAM oper-sec-maint.
