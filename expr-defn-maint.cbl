000150*                TEXT. DEA MARKS A DEFINITION INACTIVE SO IT
000160*                DROPS OUT OF THE GENERATED FEED WITHOUT LOSING
000170*                ITS HISTORY; A LATER CHG REACTIVATES IT. LOOPS
000180*                UNTIL A BLANK FUNCTION IS ENTERED. ANY ACTIVE
000190*                OPERATOR ON THE OPERSEC SECURITY MASTER MAY
000200*                INQ; ADD, CHG AND DEA NEED THE DEFINITION
000210*                MAINTENANCE ROLE.
000220*-----------------------------------------------------------------
000230*    MODIFICATION HISTORY
000240*    DATE       INIT  DESCRIPTION
000250*    ---------  ----  ------------------------------------------
000260*    2026-09-02 DM    ORIGINAL.
000270*    2026-10-14 DM    CHG NO LONGER OVERWRITES THE FORMULA. ADD,
000280*                     CHG AND DEA NOW TAKE AN EFFECTIVE-FROM DATE
000290*                     (BLANK FOR TODAY) AND FILE A NEW VERSION OF
000300*                     THE DEFINITION FROM THAT DATE, KEEPING
000310*                     EVERY PRIOR VERSION ON THE MASTER SO A
000320*                     RERUN OF AN OLD BUSINESS DATE STILL
000330*                     GENERATES THE FORMULA THAT WAS IN FORCE ON
000340*                     IT. A CHG OR DEA DATED THE SAME DAY AS AN
000350*                     EXISTING VERSION CORRECTS THAT VERSION. INQ
000360*                     LISTS EVERY VERSION. THE OPERATOR SIGNS ON
000370*                     WITH AN ID, WHICH RIDES EACH VERSION IN
000380*                     ED-CHANGED-BY, AND EVERY VERSION FILED IS
000390*                     LOGGED TO DEFNHIST WITH THE BEFORE AND
000400*                     AFTER FORMULA FOR THE DEFN-HISTORY REPORT.
000410*    2026-10-14 DM    THE OPERATOR ID KEYED AT SIGN-ON MUST NOW BE
000420*                     AN ACTIVE ID ON THE OPERSEC SECURITY MASTER
000430*                     (SECURITY-CHECK) AND IS CHECKED AGAIN FOR
000440*                     EACH FUNCTION; ADD, CHG AND DEA NEED THE
000450*                     DEFINITION MAINTENANCE ROLE, INQ ANY ACTIVE
000460*                     ID. A REFUSED SIGN-ON ENDS WITH RETURN-CODE
000470*                     8; EVERY REFUSAL IS LOGGED TO SECVIOL.
000480*****************************************************************
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT EXPR-DEFN-FILE ASSIGN TO "EXPRDEFN"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS ED-KEY
000560         FILE STATUS IS WS-DEFN-STATUS.
000570     SELECT DEFN-HIST-FILE ASSIGN TO "DEFNHIST"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-HIST-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  EXPR-DEFN-FILE.
000630 COPY expr-defn.
000640 FD  DEFN-HIST-FILE.
000650 COPY defn-hist.
000660 WORKING-STORAGE SECTION.
000670 77  WS-DEFN-STATUS              PIC X(02) VALUE SPACES.
000680 77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
000690 77  WS-DONE-SWITCH              PIC X(01) VALUE "N".
000700     88  WS-MAINT-DONE                      VALUE "Y".
000710 77  WS-ABANDON-SWITCH           PIC X(01) VALUE "N".
000720     88  WS-FUNC-ABANDONED                  VALUE "Y".
000730 77  WS-VERSION-EOF-SWITCH       PIC X(01) VALUE "N".
000740     88  WS-VERSION-EOF                     VALUE "Y".
000750 77  WS-ANY-VERSION-SWITCH       PIC X(01) VALUE "N".
000760     88  WS-ANY-VERSION                     VALUE "Y".
000770 77  WS-PRIOR-SWITCH             PIC X(01) VALUE "N".
000780     88  WS-PRIOR-FOUND                     VALUE "Y".
000790 77  WS-SAME-DATE-SWITCH         PIC X(01) VALUE "N".
000800     88  WS-SAME-DATE-VERSION               VALUE "Y".
000810 01  WS-FUNCTION                 PIC X(03) VALUE SPACES.
000820     88  WS-FUNC-ADD                        VALUE "ADD".
000830     88  WS-FUNC-CHANGE                     VALUE "CHG".
000840     88  WS-FUNC-DEACTIVATE                 VALUE "DEA".
000850     88  WS-FUNC-INQUIRE                    VALUE "INQ".
000860 01  WS-MAINT-EXPR-ID            PIC X(10) VALUE SPACES.
000870 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
000880 COPY security-call.
000890 01  WS-FREQ-ANSWER              PIC X(01) VALUE SPACE.
000900 01  WS-ROUND-ANSWER             PIC X(02) VALUE SPACES.
000910 01  WS-TEXT-ANSWER              PIC X(300) VALUE SPACES.
000920 01  WS-EFF-FROM-ANSWER          PIC X(08) VALUE SPACES.
000930 01  WS-EFF-FROM-NUM             PIC 9(08) VALUE ZERO.
000940 77  WS-DAY-INT                  PIC S9(09) COMP VALUE ZERO.
000950 01  WS-TODAY                    PIC X(08) VALUE SPACES.
000960 01  WS-STAMP-TS                 PIC X(14) VALUE SPACES.
000970 01  WS-STAMP-DATE               PIC X(08) VALUE SPACES.
000980 01  WS-TIME-NOW                 PIC X(08) VALUE SPACES.
000990*    THE VERSION IN FORCE ON THE EFFECTIVE-FROM DATE KEYED, AS
001000*    FOUND BY 2500-FIND-VERSIONS
001010 01  WS-PRIOR-RECORD             PIC X(344) VALUE SPACES.
001020*    THE "BEFORE" SIDE OF THE DEFNHIST ENTRY
001030 01  WS-BEFORE-DEFN.
001040     05  WS-BEFORE-EFF-FROM      PIC X(08).
001050     05  WS-BEFORE-STATUS        PIC X(01).
001060     05  WS-BEFORE-FREQUENCY     PIC X(01).
001070     05  WS-BEFORE-ROUND         PIC X(02).
001080     05  WS-BEFORE-TEXT          PIC X(300).
001090 PROCEDURE DIVISION.
001100*-----------------------------------------------------------------
001110 0000-MAINLINE.
001120     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001130     PERFORM 2000-MAINTAIN-ONE THRU 2000-EXIT
001140         UNTIL WS-MAINT-DONE
001150     PERFORM 9000-TERMINATE THRU 9000-EXIT
001160     STOP RUN.
001170*-----------------------------------------------------------------
001180 1000-INITIALIZE.
001190     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001200     OPEN I-O EXPR-DEFN-FILE
001210     IF WS-DEFN-STATUS = "35" THEN
001220*        FIRST MAINTENANCE EVER - CREATE THE MASTER THEN REOPEN
001230         OPEN OUTPUT EXPR-DEFN-FILE
001240         IF WS-DEFN-STATUS NOT = "00" THEN
001250             DISPLAY "ERROR CREATING EXPR-DEFN MASTER, STATUS = "
001260                 WS-DEFN-STATUS
001270             STOP RUN
001280         END-IF
001290         CLOSE EXPR-DEFN-FILE
001300         OPEN I-O EXPR-DEFN-FILE
001310     END-IF
001320     IF WS-DEFN-STATUS NOT = "00" THEN
001330         DISPLAY "ERROR OPENING EXPR-DEFN MASTER, STATUS = "
001340             WS-DEFN-STATUS
001350         STOP RUN
001360     END-IF
001370     OPEN EXTEND DEFN-HIST-FILE
001380     IF WS-HIST-STATUS = "35" THEN
001390*        FIRST CHANGE EVER LOGGED - START THE LOG
001400         OPEN OUTPUT DEFN-HIST-FILE
001410     END-IF
001420     IF WS-HIST-STATUS NOT = "00" THEN
001430         DISPLAY "ERROR OPENING DEFN-HIST-FILE, STATUS = "
001440             WS-HIST-STATUS
001450         STOP RUN
001460     END-IF
001470*    EVERY VERSION FILED MUST NAME WHO FILED IT - NO ID, NO
001480*    SESSION
001490     MOVE SPACES TO WS-OPERATOR-ID
001500     DISPLAY "ENTER YOUR OPERATOR ID:"
001510     ACCEPT WS-OPERATOR-ID
001520     IF WS-OPERATOR-ID = SPACES THEN
001530         DISPLAY "OPERATOR ID IS REQUIRED - ENDING"
001540         MOVE 16 TO RETURN-CODE
001550         STOP RUN
001560     END-IF
001570     MOVE "SIGN-ON" TO SC-ACTION
001580     SET SC-ROLE-ANY TO TRUE
001590     MOVE SPACES TO SC-SUBJECT
001600     MOVE SPACES TO SC-OWNER-ID
001610     PERFORM 7500-CHECK-ACCESS THRU 7500-EXIT
001620     IF SC-REFUSED THEN
001630         DISPLAY "SIGN-ON REFUSED - ENDING"
001640         MOVE 8 TO RETURN-CODE
001650         STOP RUN
001660     END-IF
001670     DISPLAY "SIGNED ON AS " SC-OPERATOR-ID " - " SC-OPERATOR-NAME
001680     DISPLAY "EXPRESSION DEFINITION MAINTENANCE - FUNCTIONS: "
001690         "ADD / CHG / DEA / INQ".
001700 1000-EXIT.
001710     EXIT.
001720*-----------------------------------------------------------------
001730 2000-MAINTAIN-ONE.
001740     MOVE SPACES TO WS-FUNCTION
001750     DISPLAY "ENTER FUNCTION (ADD/CHG/DEA/INQ, BLANK TO END):"
001760     ACCEPT WS-FUNCTION
001770     IF WS-FUNCTION = SPACES THEN
001780         SET WS-MAINT-DONE TO TRUE
001790         GO TO 2000-EXIT
001800     END-IF
001810     IF NOT WS-FUNC-ADD AND NOT WS-FUNC-CHANGE
001820         AND NOT WS-FUNC-DEACTIVATE AND NOT WS-FUNC-INQUIRE THEN
001830         DISPLAY "UNKNOWN FUNCTION: " WS-FUNCTION
001840         GO TO 2000-EXIT
001850     END-IF
001860     MOVE SPACES TO WS-MAINT-EXPR-ID
001870     DISPLAY "ENTER EXPRESSION ID:"
001880     ACCEPT WS-MAINT-EXPR-ID
001890     IF WS-MAINT-EXPR-ID = SPACES THEN
001900         DISPLAY "EXPRESSION ID IS REQUIRED"
001910         GO TO 2000-EXIT
001920     END-IF
001930     MOVE WS-FUNCTION TO SC-ACTION
001940     IF WS-FUNC-INQUIRE THEN
001950         SET SC-ROLE-ANY TO TRUE
001960     ELSE
001970         SET SC-ROLE-DEFN-MAINT TO TRUE
001980     END-IF
001990     MOVE WS-MAINT-EXPR-ID TO SC-SUBJECT
002000     MOVE SPACES TO SC-OWNER-ID
002010     PERFORM 7500-CHECK-ACCESS THRU 7500-EXIT
002020     IF SC-REFUSED THEN
002030         GO TO 2000-EXIT
002040     END-IF
002050     IF WS-FUNC-ADD THEN
002060         PERFORM 3000-ADD-DEFINITION THRU 3000-EXIT
002070     ELSE
002080     IF WS-FUNC-CHANGE THEN
002090         PERFORM 4000-CHANGE-DEFINITION THRU 4000-EXIT
002100     ELSE
002110     IF WS-FUNC-DEACTIVATE THEN
002120         PERFORM 5000-DEACTIVATE-DEFINITION THRU 5000-EXIT
002130     ELSE
002140         PERFORM 6000-INQUIRE-DEFINITION THRU 6000-EXIT
002150     END-IF
002160     END-IF
002170     END-IF.
002180 2000-EXIT.
002190     EXIT.
002200*-----------------------------------------------------------------
002210*    WALKS EVERY VERSION OF WS-MAINT-EXPR-ID IN EFFECTIVE-FROM
002220*    ORDER. THE LAST ONE DATED ON OR BEFORE WS-EFF-FROM-ANSWER IS
002230*    THE VERSION IN FORCE ON THAT DATE AND IS KEPT IN
002240*    WS-PRIOR-RECORD - THE SAME RULE EXPR-GENERATE APPLIES TO
002250*    THE BUSINESS DATE.
002260 2500-FIND-VERSIONS.
002270     MOVE "N" TO WS-ANY-VERSION-SWITCH
002280     MOVE "N" TO WS-PRIOR-SWITCH
002290     MOVE "N" TO WS-SAME-DATE-SWITCH
002300     MOVE "N" TO WS-VERSION-EOF-SWITCH
002310     MOVE SPACES TO WS-PRIOR-RECORD
002320     MOVE WS-MAINT-EXPR-ID TO ED-EXPR-ID
002330     MOVE LOW-VALUES TO ED-EFF-FROM-DATE
002340     START EXPR-DEFN-FILE KEY IS NOT LESS THAN ED-KEY
002350         INVALID KEY
002360             GO TO 2500-EXIT
002370     END-START
002380     IF WS-DEFN-STATUS NOT = "00" THEN
002390         DISPLAY "ERROR POSITIONING EXPR-DEFN MASTER, STATUS = "
002400             WS-DEFN-STATUS
002410         STOP RUN
002420     END-IF
002430     PERFORM 2510-READ-ONE-VERSION THRU 2510-EXIT
002440         UNTIL WS-VERSION-EOF.
002450 2500-EXIT.
002460     EXIT.
002470*-----------------------------------------------------------------
002480 2510-READ-ONE-VERSION.
002490     PERFORM 2520-READ-NEXT-VERSION THRU 2520-EXIT
002500     IF WS-VERSION-EOF THEN
002510         GO TO 2510-EXIT
002520     END-IF
002530     SET WS-ANY-VERSION TO TRUE
002540     IF ED-EFF-FROM-DATE NOT > WS-EFF-FROM-ANSWER THEN
002550         SET WS-PRIOR-FOUND TO TRUE
002560         MOVE EXPR-DEFN-RECORD TO WS-PRIOR-RECORD
002570         IF ED-EFF-FROM-DATE = WS-EFF-FROM-ANSWER THEN
002580             SET WS-SAME-DATE-VERSION TO TRUE
002590         END-IF
002600     END-IF.
002610 2510-EXIT.
002620     EXIT.
002630*-----------------------------------------------------------------
002640*    SHARED BY THE VERSION SCAN AND THE INQ LISTING - THE END
002650*    OF THE ID'S VERSIONS COUNTS AS END OF FILE
002660 2520-READ-NEXT-VERSION.
002670     READ EXPR-DEFN-FILE NEXT RECORD
002680         AT END
002690             SET WS-VERSION-EOF TO TRUE
002700             GO TO 2520-EXIT
002710     END-READ
002720     IF WS-DEFN-STATUS NOT = "00" THEN
002730         DISPLAY "ERROR READING EXPR-DEFN MASTER, STATUS = "
002740             WS-DEFN-STATUS
002750         STOP RUN
002760     END-IF
002770     IF ED-EXPR-ID NOT = WS-MAINT-EXPR-ID THEN
002780         SET WS-VERSION-EOF TO TRUE
002790     END-IF.
002800 2520-EXIT.
002810     EXIT.
002820*-----------------------------------------------------------------
002830 3000-ADD-DEFINITION.
002840     MOVE SPACES TO WS-EFF-FROM-ANSWER
002850     PERFORM 2500-FIND-VERSIONS THRU 2500-EXIT
002860     IF WS-ANY-VERSION THEN
002870         DISPLAY "ALREADY ON FILE - USE CHG: "
002880             WS-MAINT-EXPR-ID
002890         GO TO 3000-EXIT
002900     END-IF
002910     PERFORM 3400-CAPTURE-EFF-FROM THRU 3400-EXIT
002920     IF WS-FUNC-ABANDONED THEN
002930         GO TO 3000-EXIT
002940     END-IF
002950     PERFORM 3500-CAPTURE-DEFINITION THRU 3500-EXIT
002960     IF WS-FUNC-ABANDONED THEN
002970         GO TO 3000-EXIT
002980     END-IF
002990     MOVE SPACES TO WS-BEFORE-DEFN
003000     MOVE WS-MAINT-EXPR-ID TO ED-EXPR-ID
003010     MOVE WS-EFF-FROM-ANSWER TO ED-EFF-FROM-DATE
003020     MOVE WS-OPERATOR-ID TO ED-CHANGED-BY
003030     SET ED-ACTIVE TO TRUE
003040     WRITE EXPR-DEFN-RECORD
003050         INVALID KEY
003060             DISPLAY "ERROR ADDING DEFINITION, STATUS = "
003070                 WS-DEFN-STATUS
003080             GO TO 3000-EXIT
003090     END-WRITE
003100     IF WS-DEFN-STATUS NOT = "00" AND WS-DEFN-STATUS NOT = "02"
003110         THEN
003120         DISPLAY "ERROR WRITING EXPR-DEFN MASTER, STATUS = "
003130             WS-DEFN-STATUS
003140         STOP RUN
003150     END-IF
003160     PERFORM 8000-LOG-CHANGE THRU 8000-EXIT
003170     DISPLAY "DEFINITION ADDED: " WS-MAINT-EXPR-ID
003180         " EFFECTIVE FROM " WS-EFF-FROM-ANSWER.
003190 3000-EXIT.
003200     EXIT.
003210*-----------------------------------------------------------------
003220*    SHARED BY ADD, CHG AND DEA - THE DATE THE NEW VERSION TAKES
003230*    EFFECT. A MISTYPED DATE WOULD FILE A VERSION THE GENERATOR
003240*    NEVER PICKS (OR PICKS ON THE WRONG NIGHT), SO IT ABANDONS
003250*    THE FUNCTION THE SAME WAY EXPR-ENTRY ABANDONS AN ENTRY.
003260 3400-CAPTURE-EFF-FROM.
003270     MOVE "N" TO WS-ABANDON-SWITCH
003280     MOVE SPACES TO WS-EFF-FROM-ANSWER
003290     DISPLAY "EFFECTIVE FROM (YYYYMMDD, BLANK FOR TODAY):"
003300     ACCEPT WS-EFF-FROM-ANSWER
003310     IF WS-EFF-FROM-ANSWER = SPACES THEN
003320         MOVE WS-TODAY TO WS-EFF-FROM-ANSWER
003330     END-IF
003340     IF WS-EFF-FROM-ANSWER IS NOT NUMERIC THEN
003350         DISPLAY "EFFECTIVE-FROM DATE IS NOT NUMERIC: "
003360             WS-EFF-FROM-ANSWER " - FUNCTION ABANDONED"
003370         SET WS-FUNC-ABANDONED TO TRUE
003380         GO TO 3400-EXIT
003390     END-IF
003400     MOVE WS-EFF-FROM-ANSWER TO WS-EFF-FROM-NUM
003410     COMPUTE WS-DAY-INT
003420         = FUNCTION INTEGER-OF-DATE (WS-EFF-FROM-NUM)
003430     IF WS-DAY-INT = ZERO THEN
003440         DISPLAY "EFFECTIVE-FROM DATE IS NOT A VALID CALENDAR "
003450             "DATE: " WS-EFF-FROM-ANSWER " - FUNCTION ABANDONED"
003460         SET WS-FUNC-ABANDONED TO TRUE
003470     END-IF.
003480 3400-EXIT.
003490     EXIT.
003500*-----------------------------------------------------------------
003510*    THE NEW VERSION STARTS FROM THE ONE IN FORCE ON ITS
003520*    EFFECTIVE-FROM DATE. A CHANGE DATED BEFORE THE FIRST VERSION
003530*    HAS NOTHING TO CHANGE AND IS REFUSED.
003540 4000-CHANGE-DEFINITION.
003550     PERFORM 3400-CAPTURE-EFF-FROM THRU 3400-EXIT
003560     IF WS-FUNC-ABANDONED THEN
003570         GO TO 4000-EXIT
003580     END-IF
003590     PERFORM 2500-FIND-VERSIONS THRU 2500-EXIT
003600     IF NOT WS-ANY-VERSION THEN
003610         DISPLAY "NOT ON FILE: " WS-MAINT-EXPR-ID
003620         GO TO 4000-EXIT
003630     END-IF
003640     IF NOT WS-PRIOR-FOUND THEN
003650         DISPLAY "NO VERSION IN FORCE ON " WS-EFF-FROM-ANSWER
003660             " - FUNCTION ABANDONED"
003670         GO TO 4000-EXIT
003680     END-IF
003690     MOVE WS-PRIOR-RECORD TO EXPR-DEFN-RECORD
003700     PERFORM 7100-SAVE-BEFORE THRU 7100-EXIT
003710     DISPLAY "CURRENT FORMULA (FROM " ED-EFF-FROM-DATE "): "
003720         ED-EXPR-TEXT (1:60)
003730     PERFORM 3500-CAPTURE-DEFINITION THRU 3500-EXIT
003740     IF WS-FUNC-ABANDONED THEN
003750         GO TO 4000-EXIT
003760     END-IF
003770*    A CHANGE TO A DEACTIVATED DEFINITION PUTS IT BACK IN PLAY -
003780*    THE DESK RETIRES A CONTRACT WITH DEA AND REVIVES IT WITH CHG
003790     SET ED-ACTIVE TO TRUE
003800     PERFORM 7200-FILE-VERSION THRU 7200-EXIT
003810     IF WS-FUNC-ABANDONED THEN
003820         GO TO 4000-EXIT
003830     END-IF
003840     PERFORM 8000-LOG-CHANGE THRU 8000-EXIT
003850     DISPLAY "DEFINITION CHANGED: " WS-MAINT-EXPR-ID
003860         " EFFECTIVE FROM " WS-EFF-FROM-ANSWER.
003870 4000-EXIT.
003880     EXIT.
003890*-----------------------------------------------------------------
003900*    DEACTIVATION IS A VERSION LIKE ANY OTHER - EARLIER BUSINESS
003910*    DATES STILL GENERATE THE DEFINITION THAT WAS ACTIVE THEN.
003920 5000-DEACTIVATE-DEFINITION.
003930     PERFORM 3400-CAPTURE-EFF-FROM THRU 3400-EXIT
003940     IF WS-FUNC-ABANDONED THEN
003950         GO TO 5000-EXIT
003960     END-IF
003970     PERFORM 2500-FIND-VERSIONS THRU 2500-EXIT
003980     IF NOT WS-ANY-VERSION THEN
003990         DISPLAY "NOT ON FILE: " WS-MAINT-EXPR-ID
004000         GO TO 5000-EXIT
004010     END-IF
004020     IF NOT WS-PRIOR-FOUND THEN
004030         DISPLAY "NO VERSION IN FORCE ON " WS-EFF-FROM-ANSWER
004040             " - FUNCTION ABANDONED"
004050         GO TO 5000-EXIT
004060     END-IF
004070     MOVE WS-PRIOR-RECORD TO EXPR-DEFN-RECORD
004080     IF ED-INACTIVE THEN
004090         DISPLAY "ALREADY INACTIVE ON " WS-EFF-FROM-ANSWER ": "
004100             WS-MAINT-EXPR-ID
004110         GO TO 5000-EXIT
004120     END-IF
004130     PERFORM 7100-SAVE-BEFORE THRU 7100-EXIT
004140     SET ED-INACTIVE TO TRUE
004150     PERFORM 7000-STAMP-UPDATE-TS THRU 7000-EXIT
004160     PERFORM 7200-FILE-VERSION THRU 7200-EXIT
004170     IF WS-FUNC-ABANDONED THEN
004180         GO TO 5000-EXIT
004190     END-IF
004200     PERFORM 8000-LOG-CHANGE THRU 8000-EXIT
004210     DISPLAY "DEFINITION DEACTIVATED: " WS-MAINT-EXPR-ID
004220         " EFFECTIVE FROM " WS-EFF-FROM-ANSWER.
004230 5000-EXIT.
004240     EXIT.
004250*-----------------------------------------------------------------
004260 6000-INQUIRE-DEFINITION.
004270     MOVE WS-TODAY TO WS-EFF-FROM-ANSWER
004280     PERFORM 2500-FIND-VERSIONS THRU 2500-EXIT
004290     IF NOT WS-ANY-VERSION THEN
004300         DISPLAY "NOT ON FILE: " WS-MAINT-EXPR-ID
004310         GO TO 6000-EXIT
004320     END-IF
004330     DISPLAY "EXPRESSION ID:   " WS-MAINT-EXPR-ID
004340*    SECOND WALK OVER THE VERSIONS TO LIST THEM
004350     MOVE "N" TO WS-VERSION-EOF-SWITCH
004360     MOVE WS-MAINT-EXPR-ID TO ED-EXPR-ID
004370     MOVE LOW-VALUES TO ED-EFF-FROM-DATE
004380     START EXPR-DEFN-FILE KEY IS NOT LESS THAN ED-KEY
004390         INVALID KEY
004400             GO TO 6000-EXIT
004410     END-START
004420     PERFORM 6100-LIST-ONE-VERSION THRU 6100-EXIT
004430         UNTIL WS-VERSION-EOF
004440     IF WS-PRIOR-FOUND THEN
004450         MOVE WS-PRIOR-RECORD TO EXPR-DEFN-RECORD
004460         DISPLAY "IN FORCE TODAY:  VERSION FROM "
004470             ED-EFF-FROM-DATE
004480     ELSE
004490         DISPLAY "IN FORCE TODAY:  NONE - FIRST VERSION IS "
004500             "FUTURE-DATED"
004510     END-IF.
004520 6000-EXIT.
004530     EXIT.
004540*-----------------------------------------------------------------
004550 6100-LIST-ONE-VERSION.
004560     PERFORM 2520-READ-NEXT-VERSION THRU 2520-EXIT
004570     IF WS-VERSION-EOF THEN
004580         GO TO 6100-EXIT
004590     END-IF
004600     DISPLAY "EFFECTIVE FROM:  " ED-EFF-FROM-DATE
004610     DISPLAY "  STATUS:          " ED-STATUS
004620     DISPLAY "  FREQUENCY:       " ED-FREQUENCY
004630     DISPLAY "  ROUNDING POLICY: " ED-ROUND-MODE ED-ROUND-PLACES
004640     DISPLAY "  LAST UPDATED:    " ED-UPDATE-TS
004650         " BY " ED-CHANGED-BY
004660     DISPLAY "  FORMULA:         " ED-EXPR-TEXT (1:60).
004670 6100-EXIT.
004680     EXIT.
004690*-----------------------------------------------------------------
004700*    SHARED BY ADD AND CHG - TAKES THE FREQUENCY, ROUNDING
004710*    POLICY, AND FORMULA TEXT FROM THE OPERATOR AND EDITS THEM
004720*    BEFORE ANYTHING TOUCHES THE MASTER. A BAD ANSWER ABANDONS
004730*    THE FUNCTION RATHER THAN FILING A DEFINITION THE GENERATOR
004740*    WOULD FEED EVERY NIGHT.
004750 3500-CAPTURE-DEFINITION.
004760     MOVE SPACE TO WS-FREQ-ANSWER
004770     DISPLAY "ENTER FREQUENCY (D=DAILY, M=MONTH-END, "
004780         "O=ON-DEMAND):"
004790     ACCEPT WS-FREQ-ANSWER
004800     IF WS-FREQ-ANSWER NOT = "D" AND WS-FREQ-ANSWER NOT = "M"
004810         AND WS-FREQ-ANSWER NOT = "O" THEN
004820         DISPLAY "INVALID FREQUENCY - FUNCTION ABANDONED"
004830         SET WS-FUNC-ABANDONED TO TRUE
004840         GO TO 3500-EXIT
004850     END-IF
004860     MOVE SPACES TO WS-ROUND-ANSWER
004870     DISPLAY "ROUNDING POLICY (E.G. R2 / T0, BLANK FOR T4):"
004880     ACCEPT WS-ROUND-ANSWER
004890     IF WS-ROUND-ANSWER (1:1) NOT = "R"
004900         AND WS-ROUND-ANSWER (1:1) NOT = "T"
004910         AND WS-ROUND-ANSWER (1:1) NOT = SPACE THEN
004920         DISPLAY "INVALID ROUNDING MODE - FUNCTION ABANDONED"
004930         SET WS-FUNC-ABANDONED TO TRUE
004940         GO TO 3500-EXIT
004950     END-IF
004960     IF WS-ROUND-ANSWER (2:1) NOT = SPACE
004970         AND (WS-ROUND-ANSWER (2:1) NOT NUMERIC
004980             OR WS-ROUND-ANSWER (2:1) > "4") THEN
004990         DISPLAY "INVALID ROUNDING PLACES - FUNCTION ABANDONED"
005000         SET WS-FUNC-ABANDONED TO TRUE
005010         GO TO 3500-EXIT
005020     END-IF
005030     MOVE SPACES TO WS-TEXT-ANSWER
005040     DISPLAY "ENTER FORMULA TEXT (PREFIX OP,A,B,... OR POSTFIX "
005050         "A,B,OP,...):"
005060     ACCEPT WS-TEXT-ANSWER
005070     IF WS-TEXT-ANSWER = SPACES THEN
005080         DISPLAY "FORMULA TEXT IS REQUIRED - FUNCTION ABANDONED"
005090         SET WS-FUNC-ABANDONED TO TRUE
005100         GO TO 3500-EXIT
005110     END-IF
005120     MOVE "N" TO WS-ABANDON-SWITCH
005130     MOVE WS-FREQ-ANSWER TO ED-FREQUENCY
005140     MOVE WS-ROUND-ANSWER (1:1) TO ED-ROUND-MODE
005150     MOVE WS-ROUND-ANSWER (2:1) TO ED-ROUND-PLACES
005160     MOVE WS-TEXT-ANSWER TO ED-EXPR-TEXT
005170     PERFORM 7000-STAMP-UPDATE-TS THRU 7000-EXIT.
005180 3500-EXIT.
005190     EXIT.
005200*-----------------------------------------------------------------
005210 7000-STAMP-UPDATE-TS.
005220     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
005230     ACCEPT WS-TIME-NOW FROM TIME
005240     MOVE SPACES TO WS-STAMP-TS
005250     STRING WS-STAMP-DATE WS-TIME-NOW (1:6) DELIMITED BY SIZE
005260         INTO WS-STAMP-TS
005270     END-STRING
005280     MOVE WS-STAMP-TS TO ED-UPDATE-TS.
005290 7000-EXIT.
005300     EXIT.
005310*-----------------------------------------------------------------
005320 7100-SAVE-BEFORE.
005330     MOVE ED-EFF-FROM-DATE TO WS-BEFORE-EFF-FROM
005340     MOVE ED-STATUS TO WS-BEFORE-STATUS
005350     MOVE ED-FREQUENCY TO WS-BEFORE-FREQUENCY
005360     MOVE ED-ROUND-MODE TO WS-BEFORE-ROUND (1:1)
005370     MOVE ED-ROUND-PLACES TO WS-BEFORE-ROUND (2:1)
005380     MOVE ED-EXPR-TEXT TO WS-BEFORE-TEXT.
005390 7100-EXIT.
005400     EXIT.
005410*-----------------------------------------------------------------
005420*    A VERSION DATED THE SAME DAY AS AN EXISTING ONE REPLACES IT
005430*    (A SAME-DAY CORRECTION); ANY OTHER DATE ADDS A VERSION AND
005440*    LEAVES THE OLD ONE ON FILE.
005450 7200-FILE-VERSION.
005460     MOVE WS-MAINT-EXPR-ID TO ED-EXPR-ID
005470     MOVE WS-EFF-FROM-ANSWER TO ED-EFF-FROM-DATE
005480     MOVE WS-OPERATOR-ID TO ED-CHANGED-BY
005490     IF WS-SAME-DATE-VERSION THEN
005500         REWRITE EXPR-DEFN-RECORD
005510             INVALID KEY
005520                 DISPLAY "ERROR CHANGING DEFINITION, STATUS = "
005530                     WS-DEFN-STATUS
005540                 SET WS-FUNC-ABANDONED TO TRUE
005550                 GO TO 7200-EXIT
005560         END-REWRITE
005570     ELSE
005580         WRITE EXPR-DEFN-RECORD
005590             INVALID KEY
005600                 DISPLAY "ERROR ADDING VERSION, STATUS = "
005610                     WS-DEFN-STATUS
005620                 SET WS-FUNC-ABANDONED TO TRUE
005630                 GO TO 7200-EXIT
005640         END-WRITE
005650     END-IF
005660     IF WS-DEFN-STATUS NOT = "00" AND WS-DEFN-STATUS NOT = "02"
005670         THEN
005680         DISPLAY "ERROR WRITING EXPR-DEFN MASTER, STATUS = "
005690             WS-DEFN-STATUS
005700         STOP RUN
005710     END-IF.
005720 7200-EXIT.
005730     EXIT.
005740*-----------------------------------------------------------------
005750*    EVERY SIGN-ON AND FUNCTION GOES THROUGH SECURITY-CHECK. A
005760*    REFUSAL COMES BACK AS SC-REFUSED, ALREADY SHOWN AND LOGGED;
005770*    A SECURITY FILE THAT CANNOT BE READ OR LOGGED TO ENDS THE
005780*    SESSION
005790 7500-CHECK-ACCESS.
005800     MOVE "EXPR-DEFN-MAINT" TO SC-PROGRAM
005810     MOVE WS-OPERATOR-ID TO SC-OPERATOR-ID
005820     CALL "security-check" USING
005830         BY REFERENCE SECURITY-CALL
005840     END-CALL
005850     IF NOT SC-GRANTED AND NOT SC-REFUSED THEN
005860         DISPLAY "SECURITY CHECK FAILED - ENDING"
005870         MOVE 16 TO RETURN-CODE
005880         STOP RUN
005890     END-IF.
005900 7500-EXIT.
005910     EXIT.
005920*-----------------------------------------------------------------
005930*    ONE DEFNHIST ENTRY PER VERSION FILED, AFTER THE MASTER
005940*    WRITE HAS COME BACK CLEAN
005950 8000-LOG-CHANGE.
005960     MOVE SPACES TO DEFN-HIST-RECORD
005970     MOVE ED-UPDATE-TS TO DH-CHANGE-TS
005980     MOVE WS-OPERATOR-ID TO DH-OPERATOR-ID
005990     MOVE WS-FUNCTION TO DH-FUNCTION
006000     MOVE ED-EXPR-ID TO DH-EXPR-ID
006010     MOVE ED-EFF-FROM-DATE TO DH-EFF-FROM-DATE
006020     MOVE WS-BEFORE-EFF-FROM TO DH-BEFORE-EFF-FROM
006030     MOVE WS-BEFORE-STATUS TO DH-BEFORE-STATUS
006040     MOVE WS-BEFORE-FREQUENCY TO DH-BEFORE-FREQUENCY
006050     MOVE WS-BEFORE-ROUND TO DH-BEFORE-ROUND
006060     MOVE WS-BEFORE-TEXT TO DH-BEFORE-TEXT
006070     MOVE ED-STATUS TO DH-AFTER-STATUS
006080     MOVE ED-FREQUENCY TO DH-AFTER-FREQUENCY
006090     MOVE ED-ROUND-MODE TO DH-AFTER-ROUND (1:1)
006100     MOVE ED-ROUND-PLACES TO DH-AFTER-ROUND (2:1)
006110     MOVE ED-EXPR-TEXT TO DH-AFTER-TEXT
006120     WRITE DEFN-HIST-RECORD
006130     IF WS-HIST-STATUS NOT = "00" THEN
006140         DISPLAY "ERROR WRITING DEFN-HIST-FILE, STATUS = "
006150             WS-HIST-STATUS
006160         STOP RUN
006170     END-IF.
006180 8000-EXIT.
006190     EXIT.
006200*-----------------------------------------------------------------
006210 9000-TERMINATE.
006220     CLOSE EXPR-DEFN-FILE
006230     CLOSE DEFN-HIST-FILE.
006240 9000-EXIT.
006250     EXIT.
006260 END PROGRAM expr-defn-maint.

       COPY security-utilities.
