000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBOLOPR.
000030 AUTHOR. LOVE BELLINDER.
000040 INSTALLATION. RETAIL CUSTOMER ONBOARDING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070**************************************************************
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------  ----  ---------------------------------------
000120*    2026-10-15 LB    ORIGINAL PROGRAM - OPERATOR MAINTENANCE.
000130*                      A SUPERVISOR SIGNS ON AND ADDS, REVOKES,
000140*                      REINSTATES OR LISTS THE OPERATORS ON THE
000150*                      OPERATOR MASTER (OPERFILE - SEE
000160*                      OPERREC.CPY) THE ONLINE PROGRAMS SIGN ON
000170*                      AGAINST.  AN OPERATOR IS NEVER DELETED -
000180*                      THEIR ID IS ON NAMEFILE AND THE AUDIT LOG
000190*                      - ONLY REVOKED.  A SUPERVISOR CANNOT
000200*                      REVOKE THEMSELVES, SO THE FILE ALWAYS
000210*                      KEEPS ONE ACTIVE SUPERVISOR.  EVERY CHANGE
000220*                      GOES ON OPERLOG (SEE OPRLOG.CPY).
000230*                      WHILE THE FILE IS EMPTY THERE IS NOBODY TO
000240*                      SIGN ON AS: THE FIRST RUN ADDS ONE
000250*                      SUPERVISOR UNDER THE LOGIN AND ENDS, AND
000260*                      EVERY RUN AFTER THAT NEEDS A SUPERVISOR'S
000270*                      SIGN-ON.
000272*    2026-10-15 LB    AN OPERATOR RECORD READ BUT NOT CHANGED IS
000274*                      RELEASED AT ONCE, SO A SIGN-ON, A REFUSED
000276*                      ACTION OR A LISTING NEVER LEAVES ONE HELD
000278*                      AGAINST THE ONLINE PROGRAMS.
000280**************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS OPR-OPERATOR-ID
000360         LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
000370         FILE STATUS IS OperatorFileStatus.
000380
000390     SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS OperatorLogFileStatus.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  OPERATOR-FILE
000460     LABEL RECORDS ARE STANDARD.
000470 COPY OPERREC.
000480
000490 FD  OPERATOR-LOG-FILE
000500     LABEL RECORDS ARE STANDARD.
000510 COPY OPRLOG.
000520
000530 WORKING-STORAGE SECTION.
000540***************************************************************
000550*    OPERATOR SIGN-ON WORKING FIELDS (SEE 1800-SIGN-ON).  ONLY
000560*    A SUPERVISOR MAY MAINTAIN THE OPERATOR FILE.
000570***************************************************************
000580 77  OperatorFileStatus     PIC X(02).
000590 77  OperatorLogFileStatus  PIC X(02).
000600 77  SignedOnSwitch         PIC X(01) VALUE "N".
000610     88  OperatorSignedOn    VALUE "Y".
000620 77  SignOnTryCount         PIC 9(01) VALUE ZERO.
000630 77  SignOnTryLimit         PIC 9(01) VALUE 3.
000640 77  SignOnId               PIC X(08) VALUE SPACES.
000650 77  SignOnPassword         PIC X(08) VALUE SPACES.
000660 77  SignOnReason           PIC X(40) VALUE SPACES.
000670 77  ProgramMinimumLevel    PIC 9(01) VALUE 4.
000680 77  OperatorLogEvent       PIC X(03) VALUE SPACES.
000690 77  OperatorLogAction      PIC X(12) VALUE SPACES.
000700 77  OperatorLogCustomer    PIC 9(09) VALUE ZERO.
000710 77  OperatorLogDate        PIC 9(08) VALUE ZERO.
000720 77  OperatorLogTime        PIC 9(08) VALUE ZERO.
000730 77  DigestText             PIC X(16) VALUE SPACES.
000740 77  DigestIndex            PIC 9(02) COMP VALUE ZERO.
000750 77  DigestValue            PIC 9(09) VALUE ZERO.
000760 77  DigestWork             PIC 9(12) COMP VALUE ZERO.
000770 77  DigestQuotient         PIC 9(12) COMP VALUE ZERO.
000780 01  DigestCharPair.
000790     05  FILLER             PIC X(01) VALUE LOW-VALUE.
000800     05  DigestChar         PIC X(01) VALUE SPACE.
000810 01  DigestCharValue REDEFINES DigestCharPair
000820                            PIC 9(04) COMP.
000830
000840 77  EndOfSessionSwitch     PIC X(01) VALUE "N".
000850     88  EndOfSession        VALUE "Y".
000860 77  FirstOperatorSwitch    PIC X(01) VALUE "N".
000870     88  FirstOperatorSetup  VALUE "Y".
000880 77  EndOfListSwitch        PIC X(01) VALUE "N".
000890     88  EndOfList           VALUE "Y".
000900 77  PasswordValidSwitch    PIC X(01) VALUE "N".
000910     88  PasswordValid       VALUE "Y".
000920
000930***************************************************************
000940*    PROMPT LANGUAGE SELECTION (SEE COBOLACCEPT) - THE SIGN-ON
000950*    PROMPTS ONLY; THE MAINTENANCE DIALOGUE IS IN ENGLISH.
000960***************************************************************
000970 77  CommandLineParm        PIC X(80) VALUE SPACES.
000980 77  LanguageCode           PIC X(02) VALUE "SV".
000990 COPY PROMPTS.
001000
001010***************************************************************
001020*    MAINTENANCE WORKING FIELDS
001030***************************************************************
001040 77  OperatorId             PIC X(08) VALUE SPACES.
001050 77  CurrentDate            PIC 9(08) VALUE ZERO.
001060 77  ActionAnswer           PIC X(01) VALUE SPACE.
001070 77  TargetOperatorId       PIC X(08) VALUE SPACES.
001080 77  NewOperatorName        PIC X(30) VALUE SPACES.
001090 77  NewLanguage            PIC X(02) VALUE SPACES.
001100 77  NewLevelText           PIC X(01) VALUE SPACE.
001110 77  NewLevel               PIC 9(01) VALUE ZERO.
001120 77  NewPassword            PIC X(08) VALUE SPACES.
001130 77  NewPasswordAgain       PIC X(08) VALUE SPACES.
001140 77  ListCount              PIC 9(04) COMP VALUE ZERO.
001150 77  ListCountDisplay       PIC ZZZ9.
001160 77  StatusWord             PIC X(07) VALUE SPACES.
001170
001180 01  LEVEL-NAME-VALUES.
001190     05  FILLER             PIC X(10) VALUE "INQUIRY".
001200     05  FILLER             PIC X(10) VALUE "CAPTURE".
001210     05  FILLER             PIC X(10) VALUE "MAINTAIN".
001220     05  FILLER             PIC X(10) VALUE "SUPERVISOR".
001230 01  LEVEL-NAME-TABLE REDEFINES LEVEL-NAME-VALUES.
001240     05  LEVEL-NAME-ENTRY   PIC X(10) OCCURS 4 TIMES.
001250
001260 PROCEDURE DIVISION.
001270
001280**************************************************************
001290*    0000-MAINLINE
001300**************************************************************
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE
001330         THRU 1000-EXIT.
001340     PERFORM 2100-PROCESS-ONE-ACTION
001350         THRU 2100-EXIT
001360         UNTIL EndOfSession.
001370     PERFORM 3000-TERMINATE
001380         THRU 3000-EXIT.
001390     STOP RUN.
001400
001410**************************************************************
001420*    1000-INITIALIZE THRU 1000-EXIT
001430*    THE OPERATOR FILE IS CREATED ON THE FIRST RUN.  AN EMPTY
001440*    FILE PUTS THE SESSION IN FIRST-OPERATOR SETUP (SEE THE
001450*    MODIFICATION HISTORY); OTHERWISE A SUPERVISOR MUST SIGN
001460*    ON BEFORE ANYTHING IS SHOWN.
001470**************************************************************
001480 1000-INITIALIZE.
001490     PERFORM 1100-SELECT-LANGUAGE
001500         THRU 1100-EXIT.
001510     ACCEPT CurrentDate FROM DATE YYYYMMDD.
001520     OPEN I-O OPERATOR-FILE.
001530     IF OperatorFileStatus = "35"
001540         OPEN OUTPUT OPERATOR-FILE
001550         CLOSE OPERATOR-FILE
001560         OPEN I-O OPERATOR-FILE
001570     END-IF.
001580     IF OperatorFileStatus NOT = "00"
001590         DISPLAY "OPERFILE NOT AVAILABLE - STATUS "
001600             OperatorFileStatus
001610         SET EndOfSession TO TRUE
001620         GO TO 1000-EXIT
001630     END-IF.
001640     PERFORM 1440-OPEN-OPERATOR-LOG
001650         THRU 1440-EXIT.
001660
001670     MOVE LOW-VALUES TO OPR-OPERATOR-ID.
001680     START OPERATOR-FILE KEY IS NOT < OPR-OPERATOR-ID
001690         INVALID KEY
001700             SET FirstOperatorSetup TO TRUE
001710     END-START.
001720     IF FirstOperatorSetup
001730         ACCEPT OperatorId FROM ENVIRONMENT "USER"
001740         DISPLAY "THE OPERATOR FILE IS EMPTY - ADD THE FIRST "
001750             "SUPERVISOR"
001760         GO TO 1000-EXIT
001770     END-IF.
001780
001790     PERFORM 1800-SIGN-ON
001800         THRU 1800-EXIT.
001810     IF NOT OperatorSignedOn
001820         SET EndOfSession TO TRUE
001830     END-IF.
001840 1000-EXIT.
001850     EXIT.
001860
001870**************************************************************
001880*    1100-SELECT-LANGUAGE THRU 1100-EXIT
001890*    AN "EN" COMMAND-LINE PARAMETER SELECTS ENGLISH PROMPTS,
001900*    AS IN COBOLACCEPT; THE DEFAULT IS SWEDISH.  PMT-IDX IS
001910*    LEFT POSITIONED ON THE MATCHING PROMPT TABLE ENTRY FOR
001920*    THE REMAINDER OF THE SESSION.
001930**************************************************************
001940 1100-SELECT-LANGUAGE.
001950     ACCEPT CommandLineParm FROM COMMAND-LINE.
001960     MOVE "SV" TO LanguageCode.
001970     IF CommandLineParm (1:2) = "EN"
001980         MOVE "EN" TO LanguageCode
001990     END-IF.
002000     SET PMT-IDX TO 1.
002010     SEARCH PMT-TABLE-ENTRY
002020         AT END
002030             SET PMT-IDX TO 1
002040         WHEN PMT-LANG-CODE (PMT-IDX) = LanguageCode
002050             CONTINUE
002060     END-SEARCH.
002070 1100-EXIT.
002080     EXIT.
002090
002100**************************************************************
002110*    1440-OPEN-OPERATOR-LOG THRU 1440-EXIT
002120*    THE SECURITY LOG IS APPENDED TO ACROSS RUNS - THE SAME
002130*    CREATE-THEN-EXTEND PATTERN AS THE AUDIT LOG.
002140**************************************************************
002150 1440-OPEN-OPERATOR-LOG.
002160     OPEN EXTEND OPERATOR-LOG-FILE.
002170     IF OperatorLogFileStatus = "35"
002180         OPEN OUTPUT OPERATOR-LOG-FILE
002190         CLOSE OPERATOR-LOG-FILE
002200         OPEN EXTEND OPERATOR-LOG-FILE
002210     END-IF.
002220 1440-EXIT.
002230     EXIT.
002240
002250**************************************************************
002260*    1800-SIGN-ON THRU 1800-EXIT
002270*    AS IN THE ONLINE PROGRAMS (SEE COBOLMNT), EXCEPT THAT THE
002280*    OPERATOR FILE IS ALREADY OPEN FOR UPDATE HERE.  ONLY AN
002290*    ACTIVE SUPERVISOR GETS IN; THREE FAILED TRIES END THE
002300*    SESSION, EACH ONE LOGGED ON OPERLOG.
002310**************************************************************
002320 1800-SIGN-ON.
002330     MOVE "N" TO SignedOnSwitch.
002340     MOVE ZERO TO SignOnTryCount.
002350     PERFORM 1810-SIGN-ON-ONE-TRY
002360         THRU 1810-EXIT
002370         UNTIL OperatorSignedOn
002380         OR SignOnTryCount NOT < SignOnTryLimit.
002390     IF NOT OperatorSignedOn
002400         GO TO 1800-EXIT
002410     END-IF.
002420     MOVE SignOnId TO OperatorId.
002430     IF OPR-LANGUAGE NOT = SPACES
002440         MOVE OPR-LANGUAGE TO LanguageCode
002450         SET PMT-IDX TO 1
002460         SEARCH PMT-TABLE-ENTRY
002470             AT END
002480                 SET PMT-IDX TO 1
002490             WHEN PMT-LANG-CODE (PMT-IDX) = LanguageCode
002500                 CONTINUE
002510         END-SEARCH
002520     END-IF.
002530     DISPLAY PMT-SIGNED-ON-TEXT (PMT-IDX) " " OPR-OPERATOR-ID
002540         " " OPR-OPERATOR-NAME.
002550 1800-EXIT.
002560     EXIT.
002570
002580 1810-SIGN-ON-ONE-TRY.
002590     ADD 1 TO SignOnTryCount.
002600     DISPLAY PMT-SIGNON-ID-TEXT (PMT-IDX) WITH NO ADVANCING.
002610     MOVE SPACES TO SignOnId.
002620     ACCEPT SignOnId.
002630     INSPECT SignOnId CONVERTING "abcdefghijklmnopqrstuvwxyz"
002640         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002650     DISPLAY PMT-SIGNON-PW-TEXT (PMT-IDX) WITH NO ADVANCING.
002660     MOVE SPACES TO SignOnPassword.
002670     ACCEPT SignOnPassword.
002680     MOVE SignOnId TO OperatorId.
002690     MOVE SPACES TO SignOnReason.
002700     IF SignOnId = SPACES
002710         MOVE "NO OPERATOR ID KEYED" TO SignOnReason
002720         GO TO 1810-REFUSE
002730     END-IF.
002740     MOVE SignOnId TO OPR-OPERATOR-ID.
002750     READ OPERATOR-FILE
002760         INVALID KEY
002770             CONTINUE
002780     END-READ.
002790     IF OperatorFileStatus NOT = "00"
002800         MOVE "UNKNOWN OPERATOR ID" TO SignOnReason
002810         GO TO 1810-REFUSE
002820     END-IF.
002822*    THE RECORD IS ONLY NEEDED FOR THE CHECKS BELOW - RELEASE IT
002824*    FOR THE OTHER PROGRAMS SIGNING ON.
002826     UNLOCK OPERATOR-FILE.
002830     PERFORM 1820-DIGEST-PASSWORD
002840         THRU 1820-EXIT.
002850     EVALUATE TRUE
002860         WHEN DigestValue NOT = OPR-PASSWORD-DIGEST
002870             MOVE "WRONG PASSWORD" TO SignOnReason
002880         WHEN NOT OPR-ACTIVE
002890             MOVE "OPERATOR REVOKED" TO SignOnReason
002900         WHEN OPR-LEVEL < ProgramMinimumLevel
002910             MOVE "LEVEL TOO LOW FOR THIS PROGRAM" TO SignOnReason
002920         WHEN OTHER
002930             SET OperatorSignedOn TO TRUE
002940             GO TO 1810-EXIT
002950     END-EVALUATE.
002960 1810-REFUSE.
002970     DISPLAY PMT-SIGNON-FAIL-TEXT (PMT-IDX).
002980     MOVE "SOF" TO OperatorLogEvent.
002990     MOVE SPACES TO OperatorLogAction.
003000     MOVE ZERO TO OperatorLogCustomer.
003010     PERFORM 1860-WRITE-OPERATOR-LOG
003020         THRU 1860-EXIT.
003030 1810-EXIT.
003040     EXIT.
003050
003060**************************************************************
003070*    1820-DIGEST-PASSWORD THRU 1820-EXIT
003080*    FOLDS THE OPERATOR ID AND PASSWORD, CHARACTER BY
003090*    CHARACTER, INTO A NINE-DIGIT DIGEST (MULTIPLY BY 131, ADD
003100*    THE CHARACTER'S CODE AND ITS POSITION, MODULO THE PRIME
003110*    999999937).  ONLY THE DIGEST IS EVER FILED, AND THE SAME
003120*    PASSWORD GIVES A DIFFERENT DIGEST FOR EVERY OPERATOR.  ON
003130*    ENTRY SignOnId AND SignOnPassword HOLD THE ID AND THE
003140*    PASSWORD; ON EXIT DigestValue HOLDS THE DIGEST.  THE
003150*    ONLINE PROGRAMS CHECK A SIGN-ON WITH THIS SAME ROUTINE -
003160*    CHANGE ONE, CHANGE THEM ALL.
003170**************************************************************
003180 1820-DIGEST-PASSWORD.
003190     MOVE SignOnId TO DigestText (1:8).
003200     MOVE SignOnPassword TO DigestText (9:8).
003210     MOVE 7 TO DigestValue.
003220     PERFORM 1825-DIGEST-ONE-CHAR
003230         THRU 1825-EXIT
003240         VARYING DigestIndex FROM 1 BY 1
003250         UNTIL DigestIndex > 16.
003260 1820-EXIT.
003270     EXIT.
003280
003290 1825-DIGEST-ONE-CHAR.
003300     MOVE DigestText (DigestIndex:1) TO DigestChar.
003310     COMPUTE DigestWork = DigestValue * 131 + DigestCharValue
003320         + DigestIndex.
003330     DIVIDE DigestWork BY 999999937 GIVING DigestQuotient
003340         REMAINDER DigestValue.
003350 1825-EXIT.
003360     EXIT.
003370
003380**************************************************************
003390*    1860-WRITE-OPERATOR-LOG THRU 1860-EXIT
003400*    ONE OPERLOG LINE (SEE OPRLOG.CPY).  THE CALLER SETS
003410*    OperatorLogEvent, OperatorLogAction AND SignOnReason.  THE
003420*    OPERATOR IS THE ONE SIGNED ON (OR TRYING TO SIGN ON), NOT
003430*    THE ONE BEING MAINTAINED - THAT ID IS THE ACTION.
003440**************************************************************
003450 1860-WRITE-OPERATOR-LOG.
003460     ACCEPT OperatorLogDate FROM DATE YYYYMMDD.
003470     ACCEPT OperatorLogTime FROM TIME.
003480     MOVE SPACES TO OPERATOR-LOG-RECORD.
003490     MOVE OperatorLogDate TO OLG-RUN-DATE.
003500     MOVE OperatorLogTime TO OLG-RUN-TIME.
003510     MOVE "COBOLOPR" TO OLG-PROGRAM-ID.
003520     MOVE OperatorId TO OLG-OPERATOR-ID.
003530     MOVE OperatorLogEvent TO OLG-EVENT.
003540     MOVE OperatorLogAction TO OLG-ACTION.
003550     MOVE OperatorLogCustomer TO OLG-CUSTOMER-NUMBER.
003560     MOVE SignOnReason TO OLG-REASON.
003570     WRITE OPERATOR-LOG-RECORD.
003580 1860-EXIT.
003590     EXIT.
003600
003610**************************************************************
003620*    2100-PROCESS-ONE-ACTION THRU 2100-EXIT
003630*    ONE PROMPT-AND-ACT CYCLE.  A BLANK ANSWER ENDS THE
003640*    SESSION.  FIRST-OPERATOR SETUP GOES STRAIGHT TO THE ADD
003650*    AND ENDS - THE NEW SUPERVISOR SIGNS ON FOR ANYTHING MORE.
003660**************************************************************
003670 2100-PROCESS-ONE-ACTION.
003680     IF FirstOperatorSetup
003690         PERFORM 2200-ADD-OPERATOR
003700             THRU 2200-EXIT
003710         SET EndOfSession TO TRUE
003720         GO TO 2100-EXIT
003730     END-IF.
003740     DISPLAY " ".
003750     DISPLAY "(A)DD, (R)EVOKE, RE(I)NSTATE, (L)IST "
003760         "(BLANK ENDS) ? " WITH NO ADVANCING.
003770     MOVE SPACE TO ActionAnswer.
003780     ACCEPT ActionAnswer.
003790     EVALUATE ActionAnswer
003800         WHEN SPACE
003810             SET EndOfSession TO TRUE
003820         WHEN "A"
003830         WHEN "a"
003840             PERFORM 2200-ADD-OPERATOR
003850                 THRU 2200-EXIT
003860         WHEN "R"
003870         WHEN "r"
003880             PERFORM 2300-REVOKE-OPERATOR
003890                 THRU 2300-EXIT
003900         WHEN "I"
003910         WHEN "i"
003920             PERFORM 2400-REINSTATE-OPERATOR
003930                 THRU 2400-EXIT
003940         WHEN "L"
003950         WHEN "l"
003960             PERFORM 2500-LIST-OPERATORS
003970                 THRU 2500-EXIT
003980         WHEN OTHER
003990             CONTINUE
004000     END-EVALUATE.
004010 2100-EXIT.
004020     EXIT.
004030
004040**************************************************************
004050*    2150-ACCEPT-OPERATOR-ID THRU 2150-EXIT
004060*    PROMPTS FOR THE OPERATOR TO ADD OR MAINTAIN AND READS IT.
004070*    ON EXIT TargetOperatorId HOLDS THE ID KEYED (SPACES IF
004080*    NONE) AND OperatorFileStatus SAYS WHETHER IT IS ON FILE.
004090**************************************************************
004100 2150-ACCEPT-OPERATOR-ID.
004110     DISPLAY "OPERATOR ID ? " WITH NO ADVANCING.
004120     MOVE SPACES TO TargetOperatorId.
004130     ACCEPT TargetOperatorId.
004140     INSPECT TargetOperatorId
004150         CONVERTING "abcdefghijklmnopqrstuvwxyz"
004160         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004170     IF TargetOperatorId = SPACES
004180         GO TO 2150-EXIT
004190     END-IF.
004200     MOVE TargetOperatorId TO OPR-OPERATOR-ID.
004210     READ OPERATOR-FILE
004220         INVALID KEY
004230             CONTINUE
004240     END-READ.
004250     EVALUATE OperatorFileStatus
004260         WHEN "00"
004270         WHEN "23"
004280             CONTINUE
004290         WHEN "51"
004300             DISPLAY "OPERATOR " TargetOperatorId
004310                 " IS IN USE - TRY AGAIN LATER"
004320         WHEN OTHER
004330             DISPLAY "OPERFILE READ FAILED - STATUS "
004340                 OperatorFileStatus
004350     END-EVALUATE.
004360 2150-EXIT.
004370     EXIT.
004380
004390**************************************************************
004400*    2200-ADD-OPERATOR THRU 2200-EXIT
004410*    A NEW ID, A NAME, A PROMPT LANGUAGE (SV OR EN), A LEVEL
004420*    AND A PASSWORD KEYED TWICE.  THE FIRST OPERATOR ON AN
004430*    EMPTY FILE IS ALWAYS A SUPERVISOR.
004440**************************************************************
004450 2200-ADD-OPERATOR.
004460     PERFORM 2150-ACCEPT-OPERATOR-ID
004470         THRU 2150-EXIT.
004480     IF TargetOperatorId = SPACES
004490         GO TO 2200-EXIT
004500     END-IF.
004510     IF OperatorFileStatus = "00"
004520         DISPLAY "OPERATOR " TargetOperatorId
004530             " IS ALREADY ON FILE"
004535         UNLOCK OPERATOR-FILE
004540         GO TO 2200-EXIT
004550     END-IF.
004560     IF OperatorFileStatus NOT = "23"
004570         GO TO 2200-EXIT
004580     END-IF.
004590
004600     DISPLAY "NAME ? " WITH NO ADVANCING.
004610     MOVE SPACES TO NewOperatorName.
004620     ACCEPT NewOperatorName.
004630     IF NewOperatorName = SPACES
004640         DISPLAY "A NAME IS REQUIRED - OPERATOR NOT ADDED"
004650         GO TO 2200-EXIT
004660     END-IF.
004670
004680     DISPLAY "LANGUAGE SV/EN (BLANK = SV) ? " WITH NO ADVANCING.
004690     MOVE SPACES TO NewLanguage.
004700     ACCEPT NewLanguage.
004710     INSPECT NewLanguage
004720         CONVERTING "abcdefghijklmnopqrstuvwxyz"
004730         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004740     IF NewLanguage = SPACES
004750         MOVE "SV" TO NewLanguage
004760     END-IF.
004770     IF NewLanguage NOT = "SV" AND NewLanguage NOT = "EN"
004780         DISPLAY "LANGUAGE MUST BE SV OR EN - OPERATOR NOT ADDED"
004790         GO TO 2200-EXIT
004800     END-IF.
004810
004820     IF FirstOperatorSetup
004830         MOVE 4 TO NewLevel
004840         DISPLAY "LEVEL 4 - SUPERVISOR"
004850     ELSE
004860         DISPLAY "LEVEL 1 INQUIRY, 2 CAPTURE, 3 MAINTAIN, "
004870             "4 SUPERVISOR ? " WITH NO ADVANCING
004880         MOVE SPACE TO NewLevelText
004890         ACCEPT NewLevelText
004900         IF NewLevelText < "1" OR NewLevelText > "4"
004910             DISPLAY "LEVEL MUST BE 1 TO 4 - OPERATOR NOT ADDED"
004920             GO TO 2200-EXIT
004930         END-IF
004940         MOVE NewLevelText TO NewLevel
004950     END-IF.
004960
004970     PERFORM 2800-ACCEPT-NEW-PASSWORD
004980         THRU 2800-EXIT.
004990     IF NOT PasswordValid
005000         DISPLAY "OPERATOR NOT ADDED"
005010         GO TO 2200-EXIT
005020     END-IF.
005030
005040     MOVE SPACES TO OPERATOR-RECORD.
005050     MOVE TargetOperatorId TO OPR-OPERATOR-ID.
005060     MOVE NewOperatorName TO OPR-OPERATOR-NAME.
005070     MOVE NewLanguage TO OPR-LANGUAGE.
005080     SET OPR-ACTIVE TO TRUE.
005090     MOVE NewLevel TO OPR-LEVEL.
005100     MOVE DigestValue TO OPR-PASSWORD-DIGEST.
005110     MOVE CurrentDate TO OPR-ADDED-DATE.
005120     MOVE OperatorId TO OPR-ADDED-BY.
005130     MOVE CurrentDate TO OPR-STATUS-DATE.
005140     MOVE OperatorId TO OPR-STATUS-BY.
005150     WRITE OPERATOR-RECORD
005160         INVALID KEY
005170             CONTINUE
005180     END-WRITE.
005190     IF OperatorFileStatus NOT = "00"
005200         DISPLAY "OPERFILE WRITE FAILED - STATUS "
005210             OperatorFileStatus
005220         GO TO 2200-EXIT
005230     END-IF.
005240
005250     MOVE "ADD" TO OperatorLogEvent.
005260     MOVE TargetOperatorId TO OperatorLogAction.
005270     MOVE ZERO TO OperatorLogCustomer.
005280     MOVE SPACES TO SignOnReason.
005290     STRING "ADDED AT LEVEL " DELIMITED BY SIZE
005300         NewLevel DELIMITED BY SIZE
005310         " - " DELIMITED BY SIZE
005320         LEVEL-NAME-ENTRY (NewLevel) DELIMITED BY SPACE
005330         INTO SignOnReason
005340     END-STRING.
005350     IF FirstOperatorSetup
005360         MOVE "FIRST SUPERVISOR - OPERATOR FILE WAS EMPTY"
005370             TO SignOnReason
005380     END-IF.
005390     PERFORM 1860-WRITE-OPERATOR-LOG
005400         THRU 1860-EXIT.
005410     DISPLAY "OPERATOR " TargetOperatorId " ADDED - LEVEL "
005420         NewLevel " " LEVEL-NAME-ENTRY (NewLevel).
005430 2200-EXIT.
005440     EXIT.
005450
005460**************************************************************
005470*    2300-REVOKE-OPERATOR THRU 2300-EXIT
005480*    THE OPERATOR STAYS ON FILE BUT CAN NO LONGER SIGN ON.
005490*    THE SUPERVISOR SIGNED ON CANNOT REVOKE THEMSELVES.
005500**************************************************************
005510 2300-REVOKE-OPERATOR.
005520     PERFORM 2150-ACCEPT-OPERATOR-ID
005530         THRU 2150-EXIT.
005540     IF TargetOperatorId = SPACES
005550         GO TO 2300-EXIT
005560     END-IF.
005570     IF OperatorFileStatus NOT = "00"
005580         IF OperatorFileStatus = "23"
005590             DISPLAY "OPERATOR " TargetOperatorId " NOT ON FILE"
005600         END-IF
005610         GO TO 2300-EXIT
005620     END-IF.
005630     IF TargetOperatorId = OperatorId
005640         DISPLAY "YOU CANNOT REVOKE YOUR OWN OPERATOR ID"
005645         UNLOCK OPERATOR-FILE
005650         GO TO 2300-EXIT
005660     END-IF.
005670     IF OPR-REVOKED
005680         DISPLAY "OPERATOR " TargetOperatorId
005690             " IS ALREADY REVOKED"
005695         UNLOCK OPERATOR-FILE
005700         GO TO 2300-EXIT
005710     END-IF.
005720
005730     SET OPR-REVOKED TO TRUE.
005740     MOVE CurrentDate TO OPR-STATUS-DATE.
005750     MOVE OperatorId TO OPR-STATUS-BY.
005760     REWRITE OPERATOR-RECORD
005770         INVALID KEY
005780             CONTINUE
005790     END-REWRITE.
005800     IF OperatorFileStatus NOT = "00"
005810         DISPLAY "OPERFILE REWRITE FAILED - STATUS "
005820             OperatorFileStatus
005825         UNLOCK OPERATOR-FILE
005830         GO TO 2300-EXIT
005840     END-IF.
005850
005860     MOVE "REV" TO OperatorLogEvent.
005870     MOVE TargetOperatorId TO OperatorLogAction.
005880     MOVE ZERO TO OperatorLogCustomer.
005890     MOVE "REVOKED" TO SignOnReason.
005900     PERFORM 1860-WRITE-OPERATOR-LOG
005910         THRU 1860-EXIT.
005920     DISPLAY "OPERATOR " TargetOperatorId " REVOKED".
005930 2300-EXIT.
005940     EXIT.
005950
005960**************************************************************
005970*    2400-REINSTATE-OPERATOR THRU 2400-EXIT
005980*    A REVOKED OPERATOR IS MADE ACTIVE AGAIN AT THE LEVEL THEY
005990*    HAD, WITH A NEW PASSWORD - THE OLD ONE MAY BE WHY THEY
006000*    WERE REVOKED.
006010**************************************************************
006020 2400-REINSTATE-OPERATOR.
006030     PERFORM 2150-ACCEPT-OPERATOR-ID
006040         THRU 2150-EXIT.
006050     IF TargetOperatorId = SPACES
006060         GO TO 2400-EXIT
006070     END-IF.
006080     IF OperatorFileStatus NOT = "00"
006090         IF OperatorFileStatus = "23"
006100             DISPLAY "OPERATOR " TargetOperatorId " NOT ON FILE"
006110         END-IF
006120         GO TO 2400-EXIT
006130     END-IF.
006140     IF OPR-ACTIVE
006150         DISPLAY "OPERATOR " TargetOperatorId " IS NOT REVOKED"
006155         UNLOCK OPERATOR-FILE
006160         GO TO 2400-EXIT
006170     END-IF.
006180
006190     PERFORM 2800-ACCEPT-NEW-PASSWORD
006200         THRU 2800-EXIT.
006210     IF NOT PasswordValid
006220         DISPLAY "OPERATOR NOT REINSTATED"
006225         UNLOCK OPERATOR-FILE
006230         GO TO 2400-EXIT
006240     END-IF.
006250
006260     SET OPR-ACTIVE TO TRUE.
006270     MOVE DigestValue TO OPR-PASSWORD-DIGEST.
006280     MOVE CurrentDate TO OPR-STATUS-DATE.
006290     MOVE OperatorId TO OPR-STATUS-BY.
006300     REWRITE OPERATOR-RECORD
006310         INVALID KEY
006320             CONTINUE
006330     END-REWRITE.
006340     IF OperatorFileStatus NOT = "00"
006350         DISPLAY "OPERFILE REWRITE FAILED - STATUS "
006360             OperatorFileStatus
006365         UNLOCK OPERATOR-FILE
006370         GO TO 2400-EXIT
006380     END-IF.
006390
006400     MOVE "RIN" TO OperatorLogEvent.
006410     MOVE TargetOperatorId TO OperatorLogAction.
006420     MOVE ZERO TO OperatorLogCustomer.
006430     MOVE "REINSTATED WITH A NEW PASSWORD" TO SignOnReason.
006440     PERFORM 1860-WRITE-OPERATOR-LOG
006450         THRU 1860-EXIT.
006460     DISPLAY "OPERATOR " TargetOperatorId " REINSTATED".
006470 2400-EXIT.
006480     EXIT.
006490
006500**************************************************************
006510*    2500-LIST-OPERATORS THRU 2500-EXIT
006520*    EVERY OPERATOR ON FILE, IN ID ORDER, REVOKED ONES TOO.
006530**************************************************************
006540 2500-LIST-OPERATORS.
006550     MOVE ZERO TO ListCount.
006560     MOVE "N" TO EndOfListSwitch.
006570     MOVE LOW-VALUES TO OPR-OPERATOR-ID.
006580     START OPERATOR-FILE KEY IS NOT < OPR-OPERATOR-ID
006590         INVALID KEY
006600             SET EndOfList TO TRUE
006610     END-START.
006620     DISPLAY " ".
006630     DISPLAY "ID       NAME                           LANG "
006640         "LEVEL        STATUS  SINCE".
006650     PERFORM 2510-LIST-ONE-OPERATOR
006660         THRU 2510-EXIT
006670         UNTIL EndOfList.
006675     UNLOCK OPERATOR-FILE.
006680     MOVE ListCount TO ListCountDisplay.
006690     DISPLAY "OPERATORS ON FILE - " ListCountDisplay.
006700 2500-EXIT.
006710     EXIT.
006720
006730 2510-LIST-ONE-OPERATOR.
006740     READ OPERATOR-FILE NEXT RECORD
006750         AT END
006760             SET EndOfList TO TRUE
006770             GO TO 2510-EXIT
006780     END-READ.
006790     IF OperatorFileStatus NOT = "00"
006800         DISPLAY "OPERFILE READ FAILED - STATUS "
006810             OperatorFileStatus
006820         SET EndOfList TO TRUE
006830         GO TO 2510-EXIT
006840     END-IF.
006850     ADD 1 TO ListCount.
006860     IF OPR-ACTIVE
006870         MOVE "ACTIVE" TO StatusWord
006880     ELSE
006890         MOVE "REVOKED" TO StatusWord
006900     END-IF.
006910     IF OPR-LEVEL-VALID
006920         DISPLAY OPR-OPERATOR-ID " " OPR-OPERATOR-NAME " "
006930             OPR-LANGUAGE "   " OPR-LEVEL " "
006940             LEVEL-NAME-ENTRY (OPR-LEVEL) " " StatusWord " "
006950             OPR-STATUS-DATE
006960     ELSE
006970         DISPLAY OPR-OPERATOR-ID " " OPR-OPERATOR-NAME " "
006980             OPR-LANGUAGE "   " OPR-LEVEL " ?????????? "
006990             StatusWord " " OPR-STATUS-DATE
007000     END-IF.
007010 2510-EXIT.
007020     EXIT.
007030
007040**************************************************************
007050*    2800-ACCEPT-NEW-PASSWORD THRU 2800-EXIT
007060*    THE PASSWORD IS KEYED TWICE AND MUST NOT BE BLANK.  ON
007070*    EXIT PasswordValid IS SET AND DigestValue HOLDS THE DIGEST
007080*    FOR TargetOperatorId (SEE 1820-DIGEST-PASSWORD).
007090**************************************************************
007100 2800-ACCEPT-NEW-PASSWORD.
007110     MOVE "N" TO PasswordValidSwitch.
007120     DISPLAY "NEW PASSWORD ? " WITH NO ADVANCING.
007130     MOVE SPACES TO NewPassword.
007140     ACCEPT NewPassword.
007150     DISPLAY "NEW PASSWORD AGAIN ? " WITH NO ADVANCING.
007160     MOVE SPACES TO NewPasswordAgain.
007170     ACCEPT NewPasswordAgain.
007180     IF NewPassword = SPACES
007190         DISPLAY "A PASSWORD IS REQUIRED"
007200         GO TO 2800-EXIT
007210     END-IF.
007220     IF NewPassword NOT = NewPasswordAgain
007230         DISPLAY "THE TWO PASSWORDS DO NOT MATCH"
007240         GO TO 2800-EXIT
007250     END-IF.
007260     MOVE TargetOperatorId TO SignOnId.
007270     MOVE NewPassword TO SignOnPassword.
007280     PERFORM 1820-DIGEST-PASSWORD
007290         THRU 1820-EXIT.
007300     MOVE SPACES TO SignOnPassword.
007310     MOVE SPACES TO NewPassword.
007320     MOVE SPACES TO NewPasswordAgain.
007330     SET PasswordValid TO TRUE.
007340 2800-EXIT.
007350     EXIT.
007360
007370**************************************************************
007380*    3000-TERMINATE THRU 3000-EXIT
007390**************************************************************
007400 3000-TERMINATE.
007410     CLOSE OPERATOR-FILE.
007420     CLOSE OPERATOR-LOG-FILE.
007430 3000-EXIT.
007440     EXIT.
