000610*                      INTO AND SHOWS THE SURVIVOR, SO THE
000620*                      NUMBER GIVEN OUT ON THE WELCOME CALL
000630*                      STILL FINDS THE CALLER.
000631*    2026-10-15 LB    THE OPERATOR NOW SIGNS ON AGAINST THE
000632*                      OPERATOR MASTER (SEE OPERREC.CPY) BEFORE
000633*                      THE FIRST INQUIRY - ANY ACTIVE OPERATOR,
000634*                      INQUIRY LEVEL OR ABOVE.  FAILED SIGN-ONS GO
000635*                      ON OPERLOG.
000636*    2026-10-15 LB    THE LAST-NAME AND SOUNDS-LIKE BROWSES NOW
000637*                      GO ON TO THE FORMER-NAME FILE (SEE
000638*                      ALIASREC.CPY) ONCE THE CURRENT NAMES ARE
000639*                      WALKED, SO A CUSTOMER WHO HAS MARRIED OR
000640*                      CHANGED THEIR NAME IS STILL FOUND UNDER THE
000641*                      OLD ONE.  EACH SUCH HIT SHOWS THE CUSTOMER
000642*                      AS FILED TODAY, MARKED WITH THE FORMER
000643*                      NAME THAT MATCHED.
000644**************************************************************
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000860     SELECT MERGE-XREF-FILE ASSIGN TO "MERGEXRF"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS MergeXrefFileStatus.
000881
000882     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000883         ORGANIZATION IS INDEXED
000884         ACCESS MODE IS DYNAMIC
000885         RECORD KEY IS OPR-OPERATOR-ID
000886         SHARING WITH ALL OTHER
000887         FILE STATUS IS OperatorFileStatus.
000888
000889     SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG"
000890         ORGANIZATION IS LINE SEQUENTIAL
000891         FILE STATUS IS OperatorLogFileStatus.
000892
000893     SELECT ALIAS-FILE ASSIGN TO "ALIASFIL"
000894         ORGANIZATION IS INDEXED
000895         ACCESS MODE IS DYNAMIC
000896         RECORD KEY IS ALS-KEY
000897         ALTERNATE RECORD KEY IS ALS-LAST-NAME
000898             WITH DUPLICATES
000899         ALTERNATE RECORD KEY IS ALS-PHONETIC-KEY
000900             WITH DUPLICATES
000901         SHARING WITH ALL OTHER
000902         FILE STATUS IS AliasFileStatus.
000904
000906 DATA DIVISION.
000910 FILE SECTION.
000920 FD  NAMEFILE
000930     LABEL RECORDS ARE STANDARD.
001000 FD  MERGE-XREF-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 COPY MRGXREF.
001021
001022 FD  OPERATOR-FILE
001023     LABEL RECORDS ARE STANDARD.
001024 COPY OPERREC.
001025
001026 FD  OPERATOR-LOG-FILE
001027     LABEL RECORDS ARE STANDARD.
001028 COPY OPRLOG.
001030
001032 FD  ALIAS-FILE
001034     LABEL RECORDS ARE STANDARD.
001036 COPY ALIASREC.
001038
001040 WORKING-STORAGE SECTION.
001050 77  NameFileStatus         PIC X(02).
001060 77  AddressFileStatus      PIC X(02).
001120 77  XrefScanDoneSwitch     PIC X(01) VALUE "N".
001130     88  XrefScanDone        VALUE "Y".
001140 77  XrefSurvivorNumber     PIC 9(09) VALUE ZERO.
001141
001142***************************************************************
001143*    FORMER-NAME FILE (SEE 2500-BROWSE-FORMER-NAMES).  THE
001144*    FORMER NAMES ARE ONLY WALKED WHEN THE CURRENT-NAME BROWSE
001145*    RAN OUT ON ITS OWN - AN OPERATOR WHO ENDED IT WITH ENTER
001146*    HAS FOUND THE CUSTOMER.
001147***************************************************************
001148 77  AliasFileStatus        PIC X(02).
001149 77  AliasAvailSwitch       PIC X(01) VALUE "N".
001150     88  AliasAvailable      VALUE "Y".
001151 77  FormerSearchSwitch     PIC X(01) VALUE "N".
001152     88  FormerSearchWanted  VALUE "Y".
001153 77  FormerSearchMode       PIC X(01) VALUE SPACE.
001154     88  FormerByLastName    VALUE "L".
001155     88  FormerByPhonetic    VALUE "P".
001156 77  FormerSearchText       PIC X(30) VALUE SPACES.
001157
001158***************************************************************
001159*    OPERATOR SIGN-ON AND AUTHORITY WORKING FIELDS (SEE
001160*    OPERREC.CPY AND 1800-SIGN-ON).  ProgramMinimumLevel IS THE
001161*    LEVEL AN OPERATOR NEEDS TO USE THIS PROGRAM AT ALL.
001162***************************************************************
001163 77  OperatorFileStatus     PIC X(02).
001164 77  OperatorLogFileStatus  PIC X(02).
001165 77  SignedOnSwitch         PIC X(01) VALUE "N".
001166     88  OperatorSignedOn    VALUE "Y".
001167 77  SignOnTryCount         PIC 9(01) VALUE ZERO.
001168 77  SignOnTryLimit         PIC 9(01) VALUE 3.
001169 77  SignOnId               PIC X(08) VALUE SPACES.
001170 77  SignOnPassword         PIC X(08) VALUE SPACES.
001171 77  SignOnReason           PIC X(40) VALUE SPACES.
001172 77  ProgramMinimumLevel    PIC 9(01) VALUE 1.
001173 77  OperatorLevel          PIC 9(01) VALUE ZERO.
001174 77  RequiredLevel          PIC 9(01) VALUE ZERO.
001175 77  ActionAllowedSwitch    PIC X(01) VALUE "N".
001176     88  ActionAllowed       VALUE "Y".
001177 77  OperatorLogEvent       PIC X(03) VALUE SPACES.
001178 77  OperatorLogAction      PIC X(12) VALUE SPACES.
001179 77  OperatorLogCustomer    PIC 9(09) VALUE ZERO.
001180 77  OperatorLogDate        PIC 9(08) VALUE ZERO.
001181 77  OperatorLogTime        PIC 9(08) VALUE ZERO.
001182 77  DigestText             PIC X(16) VALUE SPACES.
001183 77  DigestIndex            PIC 9(02) COMP VALUE ZERO.
001184 77  DigestValue            PIC 9(09) VALUE ZERO.
001185 77  DigestWork             PIC 9(12) COMP VALUE ZERO.
001186 77  DigestQuotient         PIC 9(12) COMP VALUE ZERO.
001187 01  DigestCharPair.
001188     05  FILLER             PIC X(01) VALUE LOW-VALUE.
001189     05  DigestChar         PIC X(01) VALUE SPACE.
001190 01  DigestCharValue REDEFINES DigestCharPair
001191                            PIC 9(04) COMP.
001192
001193***************************************************************
001194*    CHECK-DIGIT WORKING FIELDS (SEE 2700-COMPUTE-CHECK-DIGIT).
001195***************************************************************
001196 77  CheckBaseNumber        PIC 9(08) VALUE ZERO.
001200 77  CheckDigitString       PIC X(08) VALUE ZEROES.
001210 77  CheckDigit             PIC 9(01) VALUE ZERO.
001220 77  CheckEnteredDigit      PIC 9(01) VALUE ZERO.
001430
001440 77  EndOfSessionSwitch     PIC X(01) VALUE "N".
001450     88  EndOfSession        VALUE "Y".
001453
001456 77  OperatorId             PIC X(08) VALUE SPACES.
001460
001470***************************************************************
001480*    PROMPT LANGUAGE SELECTION (SEE COBOLACCEPT)
002020     IF AddressFileStatus = "00"
002030         SET AddressAvailable TO TRUE
002040     END-IF.
002041*    LIKEWISE A BASE THAT HAS NEVER FILED A FORMER NAME - THE
002042*    BROWSES JUST SHOW CURRENT NAMES.
002043     OPEN INPUT ALIAS-FILE.
002044     IF AliasFileStatus = "00"
002045         SET AliasAvailable TO TRUE
002046     END-IF.
002047
002050     PERFORM 1100-SELECT-LANGUAGE
002060         THRU 1100-EXIT.
002061     IF NOT EndOfSession
002062         PERFORM 1800-SIGN-ON
002063             THRU 1800-EXIT
002064         IF NOT OperatorSignedOn
002065             SET EndOfSession TO TRUE
002066         END-IF
002067     END-IF.
002070 1000-EXIT.
002080     EXIT.
002090
002490         WHEN EditField (1:1) = "?"
002500             PERFORM 2400-BROWSE-BY-SOUNDALIKE
002510                 THRU 2400-EXIT
002511             IF FormerSearchWanted
002512                 SET FormerByPhonetic TO TRUE
002513                 PERFORM 2500-BROWSE-FORMER-NAMES
002514                     THRU 2500-EXIT
002515             END-IF
002520         WHEN EditField (1:EditResultLength) NUMERIC
002530             PERFORM 2200-INQUIRE-BY-NUMBER
002540                 THRU 2200-EXIT
002550         WHEN OTHER
002560             PERFORM 2300-BROWSE-BY-LAST-NAME
002570                 THRU 2300-EXIT
002571             IF FormerSearchWanted
002572                 SET FormerByLastName TO TRUE
002573                 PERFORM 2500-BROWSE-FORMER-NAMES
002574                     THRU 2500-EXIT
002575             END-IF
002580     END-EVALUATE.
002590 2100-EXIT.
002600     EXIT.
004240*    BEGIN WITH THE PREFIX.
004250**************************************************************
004260 2300-BROWSE-BY-LAST-NAME.
004265     MOVE "N" TO FormerSearchSwitch.
004270     IF EditResultLength > 30
004280         DISPLAY "LAST NAME IS TOO LONG"
004290         GO TO 2300-EXIT
004310     MOVE "N" TO BrowseDoneSwitch.
004320     MOVE EditField (1:EditResultLength) TO SearchLastName.
004330     MOVE EditResultLength TO SearchPrefixLength.
004333     SET FormerSearchWanted TO TRUE.
004336     MOVE SearchLastName TO FormerSearchText.
004340
004350     MOVE SearchLastName TO NR-LAST-NAME.
004360     START NAMEFILE KEY IS NOT LESS THAN NR-LAST-NAME
004890             END-IF
004900         WHEN OTHER
004910             SET BrowseDone TO TRUE
004915             MOVE "N" TO FormerSearchSwitch
004920     END-EVALUATE.
004930 2310-EXIT.
004940     EXIT.
005420*    (N)EXT AND (P)REVIOUS EXACTLY AS IN THE LAST-NAME BROWSE.
005430**************************************************************
005440 2400-BROWSE-BY-SOUNDALIKE.
005445     MOVE "N" TO FormerSearchSwitch.
005450     IF EditResultLength < 2
005460         DISPLAY PMT-NO-MATCH-TEXT (PMT-IDX)
005470         GO TO 2400-EXIT
005600         DISPLAY PMT-NO-MATCH-TEXT (PMT-IDX) " " PhoneticName
005610         GO TO 2400-EXIT
005620     END-IF.
005623     SET FormerSearchWanted TO TRUE.
005626     MOVE PhoneticName TO FormerSearchText.
005630
005640     MOVE SearchPhoneticKey TO NR-PHONETIC-KEY.
005650     START NAMEFILE KEY IS EQUAL TO NR-PHONETIC-KEY
006150             END-IF
006160         WHEN OTHER
006170             SET BrowseDone TO TRUE
006175             MOVE "N" TO FormerSearchSwitch
006180     END-EVALUATE.
006190 2410-EXIT.
006200     EXIT.
008110     IF AddressAvailable
008120         CLOSE ADDRESS-FILE
008130     END-IF.
008131     IF AliasAvailable
008132         CLOSE ALIAS-FILE
008133     END-IF.
008134
008135     CLOSE OPERATOR-LOG-FILE.
008140 3000-EXIT.
008150     EXIT.
008160
008170**************************************************************
008180*    1440-OPEN-OPERATOR-LOG THRU 1440-EXIT
008190*    THE SECURITY LOG IS APPENDED TO ACROSS RUNS - THE SAME
008200*    CREATE-THEN-EXTEND PATTERN AS 1400-OPEN-AUDIT-LOG.
008210**************************************************************
008220 1440-OPEN-OPERATOR-LOG.
008230     OPEN EXTEND OPERATOR-LOG-FILE.
008240     IF OperatorLogFileStatus = "35"
008250         OPEN OUTPUT OPERATOR-LOG-FILE
008260         CLOSE OPERATOR-LOG-FILE
008270         OPEN EXTEND OPERATOR-LOG-FILE
008280     END-IF.
008290 1440-EXIT.
008300     EXIT.
008310
008320**************************************************************
008330*    1800-SIGN-ON THRU 1800-EXIT
008340*    THE OPERATOR KEYS AN ID AND PASSWORD.  THE ID MUST BE ON
008350*    THE OPERATOR FILE (SEE OPERREC.CPY), ACTIVE, AT LEAST AT
008360*    ProgramMinimumLevel, AND THE PASSWORD'S DIGEST MUST MATCH.
008370*    THREE FAILED TRIES END THE SESSION; EACH ONE IS LOGGED ON
008380*    OPERLOG WITH THE REAL REASON, THOUGH THE SCREEN ONLY SAYS
008390*    THE SIGN-ON WAS REFUSED.  ONCE SIGNED ON, THE OPERATOR'S
008400*    ID STAMPS EVERYTHING THE SESSION FILES, AND THEIR OWN
008410*    LANGUAGE (IF SET) REPLACES THE COMMAND-LINE CHOICE.
008420**************************************************************
008430 1800-SIGN-ON.
008440     MOVE "N" TO SignedOnSwitch.
008450     PERFORM 1440-OPEN-OPERATOR-LOG
008460         THRU 1440-EXIT.
008470     OPEN INPUT OPERATOR-FILE.
008480     IF OperatorFileStatus NOT = "00"
008490         DISPLAY "OPERFILE NOT AVAILABLE - STATUS "
008500             OperatorFileStatus
008510         MOVE SPACES TO SignOnId
008520         MOVE "OPERATOR FILE NOT AVAILABLE" TO SignOnReason
008530         MOVE "SOF" TO OperatorLogEvent
008540         MOVE SPACES TO OperatorLogAction
008550         MOVE ZERO TO OperatorLogCustomer
008560         PERFORM 1860-WRITE-OPERATOR-LOG
008570             THRU 1860-EXIT
008580         GO TO 1800-EXIT
008590     END-IF.
008600     MOVE ZERO TO SignOnTryCount.
008610     PERFORM 1810-SIGN-ON-ONE-TRY
008620         THRU 1810-EXIT
008630         UNTIL OperatorSignedOn
008640         OR SignOnTryCount NOT < SignOnTryLimit.
008650     CLOSE OPERATOR-FILE.
008660     IF NOT OperatorSignedOn
008670         GO TO 1800-EXIT
008680     END-IF.
008690     MOVE SignOnId TO OperatorId.
008700     MOVE OPR-LEVEL TO OperatorLevel.
008710     IF OPR-LANGUAGE NOT = SPACES
008720         MOVE OPR-LANGUAGE TO LanguageCode
008730         SET PMT-IDX TO 1
008740         SEARCH PMT-TABLE-ENTRY
008750             AT END
008760                 SET PMT-IDX TO 1
008770             WHEN PMT-LANG-CODE (PMT-IDX) = LanguageCode
008780                 CONTINUE
008790         END-SEARCH
008800     END-IF.
008810     DISPLAY PMT-SIGNED-ON-TEXT (PMT-IDX) " " OPR-OPERATOR-ID
008820         " " OPR-OPERATOR-NAME.
008830 1800-EXIT.
008840     EXIT.
008850
008860 1810-SIGN-ON-ONE-TRY.
008870     ADD 1 TO SignOnTryCount.
008880     DISPLAY PMT-SIGNON-ID-TEXT (PMT-IDX) WITH NO ADVANCING.
008890     MOVE SPACES TO SignOnId.
008900     ACCEPT SignOnId.
008910     INSPECT SignOnId CONVERTING "abcdefghijklmnopqrstuvwxyz"
008920         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
008930     DISPLAY PMT-SIGNON-PW-TEXT (PMT-IDX) WITH NO ADVANCING.
008940     MOVE SPACES TO SignOnPassword.
008950     ACCEPT SignOnPassword.
008960     MOVE SPACES TO SignOnReason.
008970     IF SignOnId = SPACES
008980         MOVE "NO OPERATOR ID KEYED" TO SignOnReason
008990         GO TO 1810-REFUSE
009000     END-IF.
009010     MOVE SignOnId TO OPR-OPERATOR-ID.
009020     READ OPERATOR-FILE
009030         INVALID KEY
009040             CONTINUE
009050     END-READ.
009060     IF OperatorFileStatus NOT = "00"
009070         MOVE "UNKNOWN OPERATOR ID" TO SignOnReason
009080         GO TO 1810-REFUSE
009090     END-IF.
009100     PERFORM 1820-DIGEST-PASSWORD
009110         THRU 1820-EXIT.
009120     EVALUATE TRUE
009130         WHEN DigestValue NOT = OPR-PASSWORD-DIGEST
009140             MOVE "WRONG PASSWORD" TO SignOnReason
009150         WHEN NOT OPR-ACTIVE
009160             MOVE "OPERATOR REVOKED" TO SignOnReason
009170         WHEN OPR-LEVEL < ProgramMinimumLevel
009180             MOVE "LEVEL TOO LOW FOR THIS PROGRAM" TO SignOnReason
009190         WHEN OTHER
009200             SET OperatorSignedOn TO TRUE
009210             GO TO 1810-EXIT
009220     END-EVALUATE.
009230 1810-REFUSE.
009240     DISPLAY PMT-SIGNON-FAIL-TEXT (PMT-IDX).
009250     MOVE "SOF" TO OperatorLogEvent.
009260     MOVE SPACES TO OperatorLogAction.
009270     MOVE ZERO TO OperatorLogCustomer.
009280     PERFORM 1860-WRITE-OPERATOR-LOG
009290         THRU 1860-EXIT.
009300 1810-EXIT.
009310     EXIT.
009320
009330**************************************************************
009340*    1820-DIGEST-PASSWORD THRU 1820-EXIT
009350*    FOLDS THE OPERATOR ID AND PASSWORD, CHARACTER BY
009360*    CHARACTER, INTO A NINE-DIGIT DIGEST (MULTIPLY BY 131, ADD
009370*    THE CHARACTER'S CODE AND ITS POSITION, MODULO THE PRIME
009380*    999999937).  ONLY THE DIGEST IS EVER FILED, AND THE SAME
009390*    PASSWORD GIVES A DIFFERENT DIGEST FOR EVERY OPERATOR.  ON
009400*    ENTRY SignOnId AND SignOnPassword HOLD WHAT WAS KEYED; ON
009410*    EXIT DigestValue HOLDS THE DIGEST.  COBOLOPR FILES IT WITH
009420*    THIS SAME ROUTINE - CHANGE ONE, CHANGE THEM ALL.
009430**************************************************************
009440 1820-DIGEST-PASSWORD.
009450     MOVE SignOnId TO DigestText (1:8).
009460     MOVE SignOnPassword TO DigestText (9:8).
009470     MOVE 7 TO DigestValue.
009480     PERFORM 1825-DIGEST-ONE-CHAR
009490         THRU 1825-EXIT
009500         VARYING DigestIndex FROM 1 BY 1
009510         UNTIL DigestIndex > 16.
009520 1820-EXIT.
009530     EXIT.
009540
009550 1825-DIGEST-ONE-CHAR.
009560     MOVE DigestText (DigestIndex:1) TO DigestChar.
009570     COMPUTE DigestWork = DigestValue * 131 + DigestCharValue
009580         + DigestIndex.
009590     DIVIDE DigestWork BY 999999937 GIVING DigestQuotient
009600         REMAINDER DigestValue.
009610 1825-EXIT.
009620     EXIT.
009630
009640**************************************************************
009650*    1860-WRITE-OPERATOR-LOG THRU 1860-EXIT
009660*    ONE OPERLOG LINE (SEE OPRLOG.CPY).  THE CALLER SETS
009670*    OperatorLogEvent, OperatorLogAction, OperatorLogCustomer
009680*    AND SignOnReason; THE OPERATOR IS THE ID AS KEYED.
009690**************************************************************
009700 1860-WRITE-OPERATOR-LOG.
009710     ACCEPT OperatorLogDate FROM DATE YYYYMMDD.
009720     ACCEPT OperatorLogTime FROM TIME.
009730     MOVE SPACES TO OPERATOR-LOG-RECORD.
009740     MOVE OperatorLogDate TO OLG-RUN-DATE.
009750     MOVE OperatorLogTime TO OLG-RUN-TIME.
009760     MOVE "COBOLINQ" TO OLG-PROGRAM-ID.
009770     MOVE SignOnId TO OLG-OPERATOR-ID.
009780     MOVE OperatorLogEvent TO OLG-EVENT.
009790     MOVE OperatorLogAction TO OLG-ACTION.
009800     MOVE OperatorLogCustomer TO OLG-CUSTOMER-NUMBER.
009810     MOVE SignOnReason TO OLG-REASON.
009820     WRITE OPERATOR-LOG-RECORD.
009830 1860-EXIT.
009840     EXIT.
009850
009860**************************************************************
009870*    2500-BROWSE-FORMER-NAMES THRU 2500-EXIT
009880*    THE SECOND HALF OF A LAST-NAME OR SOUNDS-LIKE BROWSE - THE
009890*    SAME SEARCH RUN AGAINST THE FORMER-NAME FILE (SEE
009900*    ALIASREC.CPY), ON ALS-LAST-NAME BY PREFIX OR ALS-PHONETIC-
009910*    KEY BY KEY AS FormerSearchMode SAYS.  THE OPERATOR WALKS
009920*    THE HITS WITH (N)EXT AND (P)REVIOUS AS BEFORE.  NO FORMER
009930*    NAME MATCHING IS NOT WORTH A MESSAGE OF ITS OWN - THE
009940*    CURRENT-NAME BROWSE HAS ALREADY SAID WHAT IT FOUND.
009950**************************************************************
009960 2500-BROWSE-FORMER-NAMES.
009970     IF NOT AliasAvailable
009980         GO TO 2500-EXIT
009990     END-IF.
010000     MOVE "N" TO BrowseDoneSwitch.
010010     IF FormerByPhonetic
010020         MOVE SearchPhoneticKey TO ALS-PHONETIC-KEY
010030         START ALIAS-FILE KEY IS EQUAL TO ALS-PHONETIC-KEY
010040             INVALID KEY
010050                 CONTINUE
010060         END-START
010070     ELSE
010080         MOVE SearchLastName TO ALS-LAST-NAME
010090         START ALIAS-FILE KEY IS NOT LESS THAN ALS-LAST-NAME
010100             INVALID KEY
010110                 CONTINUE
010120         END-START
010130     END-IF.
010140     IF AliasFileStatus NOT = "00"
010150         GO TO 2500-EXIT
010160     END-IF.
010170
010180     PERFORM 2550-READ-NEXT-FORMER
010190         THRU 2550-EXIT.
010200     PERFORM 2510-BROWSE-ONE-FORMER
010210         THRU 2510-EXIT
010220         UNTIL BrowseDone.
010230 2500-EXIT.
010240     EXIT.
010250
010260**************************************************************
010270*    2510-BROWSE-ONE-FORMER THRU 2510-EXIT
010280*    SAME SHAPE AS 2310-BROWSE-ONE-STEP, ONE FORMER NAME AT A
010290*    TIME.
010300**************************************************************
010310 2510-BROWSE-ONE-FORMER.
010320     PERFORM 2520-DISPLAY-FORMER-NAME
010330         THRU 2520-EXIT.
010340     DISPLAY PMT-BROWSE-TEXT (PMT-IDX)
010350         WITH NO ADVANCING.
010360     MOVE SPACE TO BrowseAnswer.
010370     ACCEPT BrowseAnswer.
010380     EVALUATE BrowseAnswer
010390         WHEN "N"
010400         WHEN "n"
010410             PERFORM 2550-READ-NEXT-FORMER
010420                 THRU 2550-EXIT
010430             IF BrowseDone
010440                 DISPLAY PMT-NO-MORE-TEXT (PMT-IDX) " "
010450                     FormerSearchText
010460             END-IF
010470         WHEN "P"
010480         WHEN "p"
010490             PERFORM 2560-READ-PRIOR-FORMER
010500                 THRU 2560-EXIT
010510             IF BrowseDone
010520                 DISPLAY PMT-NO-EARLIER-TEXT (PMT-IDX) " "
010530                     FormerSearchText
010540             END-IF
010550         WHEN OTHER
010560             SET BrowseDone TO TRUE
010570     END-EVALUATE.
010580 2510-EXIT.
010590     EXIT.
010600
010610**************************************************************
010620*    2520-DISPLAY-FORMER-NAME THRU 2520-EXIT
010630*    SHOWS THE CUSTOMER THE FORMER NAME BELONGS TO, AS FILED
010640*    TODAY, THEN THE FORMER NAME ITSELF UNDER THE "FORMER NAME"
010650*    MARKER SO THE OPERATOR CANNOT MISTAKE IT FOR THE CURRENT
010660*    ONE.  THE KEYED NAMEFILE READ DOES NOT MOVE THE ALIAS FILE
010670*    POSITION.
010680**************************************************************
010690 2520-DISPLAY-FORMER-NAME.
010700     MOVE ALS-CUSTOMER-NUMBER TO NR-CUSTOMER-NUMBER.
010710     READ NAMEFILE
010720         INVALID KEY
010730             CONTINUE
010740     END-READ.
010750     IF NameFileStatus = "00"
010760         PERFORM 2110-DISPLAY-NAME-RECORD
010770             THRU 2110-EXIT
010780     ELSE
010790         DISPLAY " "
010800         DISPLAY PMT-CUST-WORD (PMT-IDX) ALS-CUSTOMER-NUMBER
010810             " " PMT-NOT-ON-FILE-TEXT (PMT-IDX)
010820     END-IF.
010830     DISPLAY PMT-FORMER-NAME-TEXT (PMT-IDX) " " ALS-WHOLE-NAME.
010840     IF ALS-END-DATE = ZERO
010850         DISPLAY "NAME UNTIL.: NOT KNOWN"
010860     ELSE
010870         DISPLAY "NAME UNTIL.: " ALS-END-DATE
010880     END-IF.
010890 2520-EXIT.
010900     EXIT.
010910
010920**************************************************************
010930*    2550-READ-NEXT-FORMER THRU 2550-EXIT
010940*    ONE STEP FORWARD ALONG WHICHEVER ALTERNATE KEY THE BROWSE
010950*    STARTED ON, WITH THE SAME STOP RULES AS 2350 (PREFIX) AND
010960*    2450 (PHONETIC KEY).
010970**************************************************************
010980 2550-READ-NEXT-FORMER.
010990     READ ALIAS-FILE NEXT RECORD
011000         AT END
011010             SET BrowseDone TO TRUE
011020     END-READ.
011030     IF NOT BrowseDone
011040         PERFORM 2570-CHECK-FORMER-MATCH
011050             THRU 2570-EXIT
011060     END-IF.
011070 2550-EXIT.
011080     EXIT.
011090
011100**************************************************************
011110*    2560-READ-PRIOR-FORMER THRU 2560-EXIT
011120*    ONE STEP BACKWARD, SAME RULES AS 2550-READ-NEXT-FORMER.
011130**************************************************************
011140 2560-READ-PRIOR-FORMER.
011150     READ ALIAS-FILE PREVIOUS RECORD
011160         AT END
011170             SET BrowseDone TO TRUE
011180     END-READ.
011190     IF NOT BrowseDone
011200         PERFORM 2570-CHECK-FORMER-MATCH
011210             THRU 2570-EXIT
011220     END-IF.
011230 2560-EXIT.
011240     EXIT.
011250
011260 2570-CHECK-FORMER-MATCH.
011270     IF FormerByPhonetic
011280         IF ALS-PHONETIC-KEY NOT = SearchPhoneticKey
011290             SET BrowseDone TO TRUE
011300         END-IF
011310     ELSE
011320         IF ALS-LAST-NAME (1:SearchPrefixLength) NOT =
011330                 SearchLastName (1:SearchPrefixLength)
011340             SET BrowseDone TO TRUE
011350         END-IF
011360     END-IF.
011370 2570-EXIT.
011380     EXIT.
