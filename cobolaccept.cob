001320*                      SAME CUSTOMER NUMBER.  ALL CONTACT
001330*                      FIELDS ARE OPTIONAL; A NAME-ONLY ENTRY
001340*                      FILES EXACTLY AS BEFORE.
001341*    2026-10-15 LB    EVERY POSTAL CODE AND CITY IS NOW CHECKED
001342*                      AGAINST THE POSTREF POSTAL CODE
001343*                      REFERENCE FILE (SEE POSTREF.CPY AND
001344*                      COBOLPST) BEFORE IT IS FILED - THE CODE
001345*                      MUST EXIST AND THE CITY MUST BE ITS CITY
001346*                      (OR SOUND LIKE IT), AND BOTH ARE FILED IN
001347*                      THE POSTAL SERVICE'S OWN SPELLING AND
001348*                      FORMAT.  A BATCH OR RESUBMITTED ROW THAT
001349*                      FAILS GOES TO THE SUSPENSE FILE LIKE ANY
001350*                      OTHER REJECT.
001351*    2026-10-15 LB    EVERY NEW CUSTOMER IS NOW SCREENED AGAINST
001352*                      THE SANCTIONS WATCH LIST (WCHLIST, SEE
001353*                      WCHLIST.CPY AND COBOLWCH) AS SOON AS THE
001354*                      RECORD IS FILED - SAME-SOUNDING NAMES BY
001355*                      THE PHONETIC KEY, PLUS EXACT SPELLING.  A
001356*                      MATCH IS STILL FILED, BUT PUT ON
001357*                      COMPLIANCE HOLD ON SCRNHOLD (SEE
001358*                      SCRHOLD.CPY) SO COBOLEXT KEEPS THEM OUT
001359*                      OF THE CRM FEED UNTIL COBOLSCR CLEARS
001360*                      THEM.  THE OPERATOR IS TOLD; A BATCH OR
001361*                      RESUBMIT RUN LISTS THE HOLD ON THE
001362*                      CONTROL REPORT AND ENDS RC 4.
001363*    2026-10-15 LB    AN INTERACTIVE SESSION NOW SIGNS THE
001364*                      OPERATOR ON AGAINST THE OPERATOR
001365*                      MASTER (SEE OPERREC.CPY) - CAPTURE LEVEL
001366*                      OR ABOVE - AND FILES UNDER THAT ID, NOT
001367*                      THE LOGIN.  FAILED SIGN-ONS GO ON OPERLOG.
001368*                      THE UNATTENDED BATCH AND RESUBMIT RUNS
001369*                      STILL FILE UNDER THE SCHEDULER'S LOGIN.
001370*    2026-10-15 LB    THE DUPLICATE CHECK NOW ALSO SEARCHES THE
001371*                      FORMER-NAME FILE (SEE ALIASREC.CPY), SO A
001372*                      CUSTOMER ONBOARDED AGAIN UNDER A NAME THEY
001373*                      HAVE SINCE CHANGED IS STILL CAUGHT.  SUCH A
001374*                      MATCH IS SHOWN, AND LISTED ON THE CONTROL
001375*                      REPORT, AS A FORMER NAME.
001376*    2026-10-15 LB    MARKETING CONSENT IS NOW CAPTURED WITH THE
001377*                      CONTACT DETAILS - ONE ANSWER PER CHANNEL
001378*                      (POST, E-MAIL, PHONE, SMS), KEYED AFTER THE
001379*                      E-MAIL OR TAKEN FROM THE NEW NAMEIN
001380*                      COLUMNS - AND FILED ON THE CONSENT
001381*                      REGISTER (SEE CONSENT.CPY) WITH A "CNS"
001382*                      AUDIT LINE.  A BATCH ROW WITH A CONSENT
001383*                      OTHER THAN Y, N OR BLANK GOES TO SUSPENSE.
001384*    2026-10-15 LB    EVERY NEW CUSTOMER NOW ALSO GETS A PENDING
001385*                      ENTRY ON THE WELCOME LETTER REGISTER (SEE
001386*                      WLCREG.CPY) CARRYING THE SESSION LANGUAGE,
001387*                      SO COBOLWLC WRITES TO THEM IN IT.
001388**************************************************************
001389 ENVIRONMENT DIVISION.
001390 INPUT-OUTPUT SECTION.
001391 FILE-CONTROL.
001392     SELECT NAMEIN-FILE ASSIGN TO "NAMEIN"
001400         ORGANIZATION IS LINE SEQUENTIAL
001410         FILE STATUS IS NameInFileStatus.
001420 
001810         RECORD KEY IS ADR-CUSTOMER-NUMBER
001820         LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
001830         FILE STATUS IS AddressFileStatus.
001831
001832     SELECT WELCOME-REGISTER-FILE ASSIGN TO "WLCREG"
001833         ORGANIZATION IS INDEXED
001834         ACCESS MODE IS DYNAMIC
001835         RECORD KEY IS WLR-CUSTOMER-NUMBER
001836         LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
001837         FILE STATUS IS WelcomeRegisterFileStatus.
001840
001850     SELECT NAME-JOURNAL-FILE ASSIGN TO "NAMEJRNL"
001860         ORGANIZATION IS LINE SEQUENTIAL
001870         FILE STATUS IS JournalFileStatus.
001871
001872     SELECT POSTAL-REF-FILE ASSIGN TO "POSTREF"
001873         ORGANIZATION IS INDEXED
001874         ACCESS MODE IS DYNAMIC
001875         RECORD KEY IS PST-POSTAL-CODE
001876         SHARING WITH ALL OTHER
001877         FILE STATUS IS PostalRefFileStatus.
001878
001879     SELECT WATCH-LIST-FILE ASSIGN TO "WCHLIST"
001880         ORGANIZATION IS INDEXED
001881         ACCESS MODE IS DYNAMIC
001882         RECORD KEY IS WCL-ENTRY-ID
001883         ALTERNATE RECORD KEY IS WCL-PHONETIC-KEY
001884             WITH DUPLICATES
001885         SHARING WITH ALL OTHER
001886         FILE STATUS IS WatchListFileStatus.
001887
001888     SELECT SCREEN-HOLD-FILE ASSIGN TO "SCRNHOLD"
001889         ORGANIZATION IS INDEXED
001890         ACCESS MODE IS DYNAMIC
001891         RECORD KEY IS SCH-CUSTOMER-NUMBER
001892         LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
001893         FILE STATUS IS ScreenHoldFileStatus.
001894
001895     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
001896         ORGANIZATION IS INDEXED
001897         ACCESS MODE IS DYNAMIC
001898         RECORD KEY IS OPR-OPERATOR-ID
001899         SHARING WITH ALL OTHER
001900         FILE STATUS IS OperatorFileStatus.
001901
001902     SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG"
001903         ORGANIZATION IS LINE SEQUENTIAL
001904         FILE STATUS IS OperatorLogFileStatus.
001905
001906     SELECT ALIAS-FILE ASSIGN TO "ALIASFIL"
001907         ORGANIZATION IS INDEXED
001908         ACCESS MODE IS DYNAMIC
001909         RECORD KEY IS ALS-KEY
001910         ALTERNATE RECORD KEY IS ALS-LAST-NAME
001911             WITH DUPLICATES
001912         ALTERNATE RECORD KEY IS ALS-PHONETIC-KEY
001913             WITH DUPLICATES
001914         SHARING WITH ALL OTHER
001915         FILE STATUS IS AliasFileStatus.
001916
001917     SELECT CONSENT-FILE ASSIGN TO "CONSENT"
001918         ORGANIZATION IS INDEXED
001919         ACCESS MODE IS DYNAMIC
001920         RECORD KEY IS CNS-CUSTOMER-NUMBER
001921         LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
001922         FILE STATUS IS ConsentFileStatus.
001923
001924 DATA DIVISION.
001925 FILE SECTION.
001926 FD  NAMEIN-FILE
001927     LABEL RECORDS ARE STANDARD.
001930 COPY NAMEIN.
001940 
001950 FD  NAMEFILE
002260 FD  ADDRESS-FILE
002270     LABEL RECORDS ARE STANDARD.
002280 COPY ADDRREC.
002282
002284 FD  WELCOME-REGISTER-FILE
002286     LABEL RECORDS ARE STANDARD.
002288 COPY WLCREG.
002290
002300 FD  NAME-JOURNAL-FILE
002310     LABEL RECORDS ARE STANDARD.
002320 COPY NAMEJRN.
002322
002324 FD  POSTAL-REF-FILE
002326     LABEL RECORDS ARE STANDARD.
002328 COPY POSTREF.
002329
002330 FD  WATCH-LIST-FILE
002331     LABEL RECORDS ARE STANDARD.
002332 COPY WCHLIST.
002333
002334 FD  SCREEN-HOLD-FILE
002335     LABEL RECORDS ARE STANDARD.
002336 COPY SCRHOLD.
002337
002338 FD  OPERATOR-FILE
002339     LABEL RECORDS ARE STANDARD.
002340 COPY OPERREC.
002341
002342 FD  OPERATOR-LOG-FILE
002343     LABEL RECORDS ARE STANDARD.
002344 COPY OPRLOG.
002345
002346 FD  ALIAS-FILE
002347     LABEL RECORDS ARE STANDARD.
002348 COPY ALIASREC.
002349
002350 FD  CONSENT-FILE
002351     LABEL RECORDS ARE STANDARD.
002352 COPY CONSENT.
002353
002354 WORKING-STORAGE SECTION.
002355 77  NameInFileStatus       PIC X(02).
002360 77  NameFileStatus         PIC X(02).
002370 77  AuditLogFileStatus     PIC X(02).
002380 77  CheckpointFileStatus   PIC X(02).
002410 77  ControlReportFileStatus PIC X(02).
002420 77  DupReviewFileStatus    PIC X(02).
002430 77  AddressFileStatus      PIC X(02).
002435 77  PostalRefFileStatus    PIC X(02).
002436 77  WatchListFileStatus    PIC X(02).
002437 77  ScreenHoldFileStatus   PIC X(02).
002440***************************************************************
002450*    NAMEFILE UPDATE JOURNAL WORKING FIELDS (SEE NAMEJRN.CPY).
002460*    JournalBeforeImage HOLDS THE RECORD AS READ, SAVED BEFORE
002510 77  JournalTime            PIC 9(08) VALUE ZERO.
002520 77  JournalAction          PIC X(02) VALUE SPACES.
002530 77  JournalBeforeImage     PIC X(250) VALUE SPACES.
002531
002532***************************************************************
002533*    OPERATOR SIGN-ON AND AUTHORITY WORKING FIELDS (SEE
002534*    OPERREC.CPY AND 1800-SIGN-ON).  ProgramMinimumLevel IS THE
002535*    LEVEL AN OPERATOR NEEDS TO USE THIS PROGRAM AT ALL.
002536***************************************************************
002537 77  OperatorFileStatus     PIC X(02).
002538 77  OperatorLogFileStatus  PIC X(02).
002539 77  SignedOnSwitch         PIC X(01) VALUE "N".
002540     88  OperatorSignedOn    VALUE "Y".
002541 77  SignOnTryCount         PIC 9(01) VALUE ZERO.
002542 77  SignOnTryLimit         PIC 9(01) VALUE 3.
002543 77  SignOnId               PIC X(08) VALUE SPACES.
002544 77  SignOnPassword         PIC X(08) VALUE SPACES.
002545 77  SignOnReason           PIC X(40) VALUE SPACES.
002546 77  ProgramMinimumLevel    PIC 9(01) VALUE 2.
002547 77  OperatorLevel          PIC 9(01) VALUE ZERO.
002548 77  RequiredLevel          PIC 9(01) VALUE ZERO.
002549 77  ActionAllowedSwitch    PIC X(01) VALUE "N".
002550     88  ActionAllowed       VALUE "Y".
002551 77  OperatorLogEvent       PIC X(03) VALUE SPACES.
002552 77  OperatorLogAction      PIC X(12) VALUE SPACES.
002553 77  OperatorLogCustomer    PIC 9(09) VALUE ZERO.
002554 77  OperatorLogDate        PIC 9(08) VALUE ZERO.
002555 77  OperatorLogTime        PIC 9(08) VALUE ZERO.
002556 77  DigestText             PIC X(16) VALUE SPACES.
002557 77  DigestIndex            PIC 9(02) COMP VALUE ZERO.
002558 77  DigestValue            PIC 9(09) VALUE ZERO.
002559 77  DigestWork             PIC 9(12) COMP VALUE ZERO.
002560 77  DigestQuotient         PIC 9(12) COMP VALUE ZERO.
002561 01  DigestCharPair.
002562     05  FILLER             PIC X(01) VALUE LOW-VALUE.
002563     05  DigestChar         PIC X(01) VALUE SPACE.
002564 01  DigestCharValue REDEFINES DigestCharPair
002565                            PIC 9(04) COMP.
002566
002567 
002568 77  EndOfFileSwitch        PIC X(01) VALUE "N".
002570     88  EndOfFile           VALUE "Y".
002580 
002590 77  InputModeSwitch        PIC X(01) VALUE "I".
002740***************************************************************
002750 77  LanguageCode           PIC X(02) VALUE "SV".
002760 COPY PROMPTS.
002761*    THE SESSION LANGUAGE IS ALSO FILED ON WLCREG AS THE
002762*    CUSTOMER'S LETTER LANGUAGE (SEE 2680-FILE-LETTER-LANGUAGE).
002763 77  WelcomeRegisterFileStatus PIC X(02).
002764 77  WelcomeRegisterSwitch  PIC X(01) VALUE "N".
002765     88  WelcomeRegisterAvailable VALUE "Y".
002770 
002780 77  NextCustomerNumber     PIC 9(09) VALUE ZERO.
002790*    THE SEQUENTIAL PART OF THE NUMBER - THE FULL NINE-DIGIT
003220 77  RejectCount            PIC 9(08) COMP VALUE ZERO.
003230 77  DuplicateWarnCount     PIC 9(08) COMP VALUE ZERO.
003240 77  WriteFailCount         PIC 9(08) COMP VALUE ZERO.
003243 77  ScreenHoldCount        PIC 9(08) COMP VALUE ZERO.
003246 77  ScreenHoldFailCount    PIC 9(08) COMP VALUE ZERO.
003250 77  FirstCustomerNumber    PIC 9(09) VALUE ZERO.
003260 77  LastCustomerNumber     PIC 9(09) VALUE ZERO.
003270 77  RunFailureSwitch       PIC X(01) VALUE "N".
004150 77  DuplicateAnswer        PIC X(01) VALUE SPACE.
004160 77  DuplicateCompareIncoming PIC X(30) VALUE SPACES.
004170 77  DuplicateCompareOnFile PIC X(30) VALUE SPACES.
004171 77  AliasFileStatus        PIC X(02).
004172 77  AliasAvailableSwitch   PIC X(01) VALUE "N".
004173     88  AliasAvailable      VALUE "Y".
004174 77  DuplicateFormerSwitch  PIC X(01) VALUE "N".
004175     88  DuplicateIsFormerName VALUE "Y".
004176 77  DuplicateFormerName    PIC X(60) VALUE SPACES.
004180
004190 01  TitlePrefix            PIC X(10) VALUE SPACES.
004200 01  FirstName              PIC X(30) VALUE SPACES.
004330 01  PostalCode             PIC X(10) VALUE SPACES.
004340 01  Phone                  PIC X(15) VALUE SPACES.
004350 01  EmailAddress           PIC X(40) VALUE SPACES.
004351
004352***************************************************************
004353*    MARKETING CONSENT CAPTURE (SEE CONSENT.CPY).  ONE BYTE PER
004354*    CHANNEL IN CNS-CHANNEL-ENTRY ORDER - POST, E-MAIL, PHONE,
004355*    SMS - "Y" GIVEN, "N" WITHDRAWN, SPACE NOT ASKED.  ALL FOUR
004356*    BLANK FILES NO CONSENT RECORD.
004357***************************************************************
004358 77  ConsentFileStatus      PIC X(02).
004359 77  ConsentIndex           PIC 9(02) COMP VALUE ZERO.
004360 77  ConsentReply           PIC X(01) VALUE SPACE.
004361 77  ConsentReplySwitch     PIC X(01) VALUE "N".
004362     88  ConsentReplyValid   VALUE "Y".
004363 01  ConsentAnswers         PIC X(04) VALUE SPACES.
004364 01  ConsentAnswerTable REDEFINES ConsentAnswers.
004365     05  ConsentAnswer      OCCURS 4 TIMES
004366                            PIC X(01).
004367
004368***************************************************************
004369*    POSTAL ADDRESS CHECK WORKING FIELDS (SEE 2350-EDIT-POSTAL-
004370*    ADDRESS).  PostalDigits CARRIES THE KEYED CODE WITH ITS
004371*    SPACES AND HYPHENS SQUEEZED OUT; PostalCityKey THE
004372*    SOUNDS-LIKE KEY OF THE KEYED CITY, COMPARED AGAINST THE
004373*    KEY OF THE POSTREF SPELLING.
004374***************************************************************
004375 77  PostalRefAvailableSwitch PIC X(01) VALUE "N".
004376     88  PostalRefAvailable  VALUE "Y".
004377 77  PostalStandardizedSwitch PIC X(01) VALUE "N".
004378     88  PostalStandardized  VALUE "Y".
004379 77  PostalDigits           PIC X(05) VALUE SPACES.
004380 77  PostalDigitCount       PIC 9(02) COMP VALUE ZERO.
004381 77  PostalCityWork         PIC X(20) VALUE SPACES.
004382 77  PostalCityKey          PIC X(04) VALUE SPACES.
004383
004384***************************************************************
004385*    WATCH-LIST SCREENING (SEE 2950-SCREEN-WATCH-LIST).  A BASE
004386*    THAT HAS NEVER LOADED A LIST HAS NOTHING TO SCREEN
004387*    AGAINST, SO THE SCREENING IS SKIPPED (AND SAID SO).
004388***************************************************************
004389 77  WatchListAvailableSwitch PIC X(01) VALUE "N".
004390     88  WatchListAvailable  VALUE "Y".
004391 77  ScreenHitSwitch        PIC X(01) VALUE "N".
004392     88  ScreenHit           VALUE "Y".
004393 77  ScreenScanDoneSwitch   PIC X(01) VALUE "N".
004394     88  ScreenScanDone      VALUE "Y".
004395 77  ScreenLastName         PIC X(30) VALUE SPACES.
004396 77  ScreenFirstName        PIC X(30) VALUE SPACES.
004397 77  ScreenLastKey          PIC X(04) VALUE SPACES.
004398 77  ScreenFirstKey         PIC X(04) VALUE SPACES.
004399 77  ScreenMatchType        PIC X(01) VALUE SPACE.
004400 77  ScreenEntryId          PIC X(12) VALUE SPACES.
004401 01  ScreenListedName       PIC X(60) VALUE SPACES.
004402 
004403 01  TitlePrefixLength      PIC 9(02) VALUE ZERO.
004404 01  FirstNameLength        PIC 9(02) VALUE ZERO.
004405 01  MiddleNameLength       PIC 9(02) VALUE ZERO.
004406 01  LastNameLength         PIC 9(02) VALUE ZERO.
004410 01  SuffixLength           PIC 9(02) VALUE ZERO.
004420 01  CombinedNameLength     PIC 9(03) VALUE ZERO.
004430 01  NamePointer            PIC 9(02) VALUE ZERO.
005130         THRU 1300-EXIT.
005140     PERFORM 1310-OPEN-ADDRFILE
005150         THRU 1310-EXIT.
005153     PERFORM 1320-OPEN-POSTREF
005156         THRU 1320-EXIT.
005158     PERFORM 1330-OPEN-WATCH-LIST
005160         THRU 1330-EXIT.
005162     PERFORM 1340-OPEN-SCREEN-HOLD
005164         THRU 1340-EXIT.
005165     PERFORM 1370-OPEN-ALIAS-FILE
005166         THRU 1370-EXIT.
005167     PERFORM 1380-OPEN-CONSENT-FILE
005168         THRU 1380-EXIT.
005169*    AN UNATTENDED RUN WITH NO MASTER TO FILE INTO MUST STOP
005170*    BEFORE THE READ LOOP - EVERY RECORD WOULD FAIL ITS WRITE,
005180*    AND THOSE ARE NOT VALIDATION REJECTS THE SUSPENSE FILE
005190*    COULD CATCH.  THE SCHEDULER SEES THE FAILURE RETURN CODE.
005300         THRU 1400-EXIT.
005310     PERFORM 1420-OPEN-JOURNAL
005320         THRU 1420-EXIT.
005323     PERFORM 1390-OPEN-WELCOME-REGISTER
005326         THRU 1390-EXIT.
005330*    A RUN THAT COULD NOT START MUST NOT PICK UP A STALE
005340*    RESUME STATE EITHER - IT WOULD CLAIM THE PRIOR RUN'S
005350*    COUNTS ON A REPORT FOR A RUN THAT PROCESSED NOTHING.
005490     PERFORM 1100-SELECT-LANGUAGE
005500         THRU 1100-EXIT.
005510     ACCEPT OperatorId FROM ENVIRONMENT "USER".
005511     IF InteractiveMode
005512         PERFORM 1800-SIGN-ON
005513             THRU 1800-EXIT
005514         IF NOT OperatorSignedOn
005515             SET EndOfFile TO TRUE
005516             SET RunFailure TO TRUE
005517         END-IF
005518     END-IF.
005520     ACCEPT CurrentDate FROM DATE YYYYMMDD.
005530     IF BatchMode OR ResubmitMode
005540         PERFORM 1460-OPEN-CONTROL-REPORT
008550             PERFORM 2150-PROCESS-SUSPENSE-RECORD
008560                 THRU 2150-EXIT
008570                 UNTIL EndOfFile
008580         WHEN NOT EndOfFile
008590             PERFORM 2200-PROCESS-INTERACTIVE-RECORD
008600                 THRU 2200-EXIT
008610     END-EVALUATE.
008810             MOVE NI-POSTAL-CODE TO PostalCode
008820             MOVE NI-PHONE TO Phone
008830             MOVE NI-EMAIL TO EmailAddress
008832             MOVE NI-CONSENT-POST TO ConsentAnswer (1)
008834             MOVE NI-CONSENT-EMAIL TO ConsentAnswer (2)
008836             MOVE NI-CONSENT-PHONE TO ConsentAnswer (3)
008838             MOVE NI-CONSENT-SMS TO ConsentAnswer (4)
008840             PERFORM 2300-VALIDATE-NAME
008850                 THRU 2300-EXIT
008860             IF InputIsInvalid
009470             MOVE SIN-POSTAL-CODE TO PostalCode
009480             MOVE SIN-PHONE TO Phone
009490             MOVE SIN-EMAIL TO EmailAddress
009492             MOVE SIN-CONSENT-POST TO ConsentAnswer (1)
009494             MOVE SIN-CONSENT-EMAIL TO ConsentAnswer (2)
009496             MOVE SIN-CONSENT-PHONE TO ConsentAnswer (3)
009498             MOVE SIN-CONSENT-SMS TO ConsentAnswer (4)
009500             PERFORM 2300-VALIDATE-NAME
009510                 THRU 2300-EXIT
009520             IF InputIsInvalid
009940     MOVE PostalCode          TO SUS-POSTAL-CODE.
009950     MOVE Phone               TO SUS-PHONE.
009960     MOVE EmailAddress        TO SUS-EMAIL.
009962     MOVE ConsentAnswer (1)   TO SUS-CONSENT-POST.
009964     MOVE ConsentAnswer (2)   TO SUS-CONSENT-EMAIL.
009966     MOVE ConsentAnswer (3)   TO SUS-CONSENT-PHONE.
009968     MOVE ConsentAnswer (4)   TO SUS-CONSENT-SMS.
009970     WRITE SUSPENSE-RECORD.
009980     ADD 1 TO RejectCount.
009990     MOVE SPACES TO CTL-EXC-TEXT.
010150 2180-REPORT-DUPLICATE-WARNING.
010160     ADD 1 TO DuplicateWarnCount.
010170     MOVE SPACES TO CTL-EXC-TEXT.
010174     IF DuplicateIsFormerName
010178         STRING "FILED AS CUSTOMER " DELIMITED BY SIZE
010182             LastCustomerNumber DELIMITED BY SIZE
010186             " - MATCHES FORMER NAME OF " DELIMITED BY SIZE
010190             DuplicateCustomerNumber DELIMITED BY SIZE
010194             INTO CTL-EXC-TEXT
010198     ELSE
010202         STRING "FILED AS CUSTOMER " DELIMITED BY SIZE
010206             LastCustomerNumber DELIMITED BY SIZE
010210             " - POSSIBLE DUPLICATE OF " DELIMITED BY SIZE
010214             DuplicateCustomerNumber DELIMITED BY SIZE
010218             INTO CTL-EXC-TEXT
010222     END-IF.
010230     PERFORM 1470-WRITE-CONTROL-EXCEPTION
010240         THRU 1470-EXIT.
010250*    THE SAME PAIR GOES ON THE REVIEW QUEUE SO AN OPERATOR CAN
010630         LastName Suffix.
010640     MOVE SPACES TO Street City PostalCode Phone
010650         EmailAddress.
010655     MOVE SPACES TO ConsentAnswers.
010660 
010670     DISPLAY PMT-TITLE-TEXT (PMT-IDX) WITH NO ADVANCING.
010680     MOVE SPACES TO EditField.
011640         PERFORM 2215-ACCEPT-ADDRESS
011650             THRU 2215-EXIT
011660     END-IF.
011661
011662     IF InputIsValid
011663         PERFORM 2220-ACCEPT-CONSENT
011664             THRU 2220-EXIT
011665     END-IF.
011670 2210-EXIT.
011680     EXIT.
011690
012290             DISPLAY ErrorMessage
012300         END-IF
012310     END-IF.
012311
012312*    THE CITY AND POSTAL CODE ARE BOTH IN HAND NOW - CHECK THEM
012313*    AGAINST EACH OTHER AND SHOW ANY STANDARDIZED SPELLING SO
012314*    THE OPERATOR CAN READ IT BACK TO THE CUSTOMER.
012315     IF InputIsValid
012316         PERFORM 2350-EDIT-POSTAL-ADDRESS
012317             THRU 2350-EXIT
012318         IF EditIsValid
012319             IF PostalStandardized
012320                 DISPLAY PMT-POSTAL-STD-TEXT (PMT-IDX) " "
012321                     PostalCode " " City
012322             END-IF
012323         ELSE
012324             SET InputIsInvalid TO TRUE
012325             DISPLAY ErrorMessage
012326         END-IF
012327     END-IF.
012328
012330     IF InputIsValid
012340         DISPLAY PMT-PHONE-TEXT (PMT-IDX) WITH NO ADVANCING
012350         MOVE SPACES TO EditField
013490         PERFORM 2330-CHECK-COMBINED-LENGTH
013500             THRU 2330-EXIT
013510     END-IF.
013511
013512     IF InputIsValid
013513         PERFORM 2350-EDIT-POSTAL-ADDRESS
013514             THRU 2350-EXIT
013515         IF EditIsInvalid
013516             SET InputIsInvalid TO TRUE
013517         END-IF
013518     END-IF.
013519
013520     IF InputIsValid
013521         PERFORM 2360-EDIT-CONSENT
013522             THRU 2360-EXIT
013523         IF EditIsInvalid
013524             SET InputIsInvalid TO TRUE
013525         END-IF
013526     END-IF.
013527 2300-EXIT.
013530     EXIT.
013540 
013550**************************************************************
015690*    CALLER SKIPS FILING A SECOND RECORD.  IN BATCH MODE THERE IS
015700*    NO OPERATOR TO ASK, SO THE MATCH IS ONLY DISPLAYED (SEE THE
015710*    CALLER, 2100-PROCESS-BATCH-RECORD).
015712*    WHEN NO CURRENT NAME MATCHES, THE SAME SOUND-ALIKE SEARCH
015714*    IS RUN AGAINST THE FORMER-NAME FILE (2520-SCAN-FORMER-
015716*    NAMES); A HIT THERE IS SHOWN WITH THE FORMER NAME THAT
015718*    MATCHED.
015720**************************************************************
015730 2500-CHECK-FOR-DUPLICATE.
015740     MOVE "N" TO DuplicateFoundSwitch.
015750     MOVE "N" TO DuplicateScanDoneSwitch.
015760     MOVE "N" TO DuplicateConfirmSwitch.
015765     MOVE "N" TO DuplicateFormerSwitch.
015770     MOVE LastName TO PhoneticName.
015780     PERFORM 2800-BUILD-PHONETIC-KEY
015790         THRU 2800-EXIT.
015930             THRU 2510-EXIT
015940             UNTIL DuplicateFound OR DuplicateScanDone
015950     END-IF.
015951     IF NOT DuplicateFound AND AliasAvailable
015952         MOVE "N" TO DuplicateScanDoneSwitch
015953         MOVE DuplicatePhoneticKey TO ALS-PHONETIC-KEY
015954         START ALIAS-FILE KEY IS EQUAL TO ALS-PHONETIC-KEY
015955             INVALID KEY
015956                 CONTINUE
015957         END-START
015958         IF AliasFileStatus = "00"
015959             PERFORM 2520-SCAN-FORMER-NAMES
015960                 THRU 2520-EXIT
015961                 UNTIL DuplicateFound OR DuplicateScanDone
015962         END-IF
015963     END-IF.
015964
015970     IF DuplicateFound
015980         DISPLAY PMT-DUPLICATE-TEXT (PMT-IDX) " "
015990             DuplicateCustomerNumber
015992         IF DuplicateIsFormerName
015994             DISPLAY PMT-FORMER-NAME-TEXT (PMT-IDX) " "
015996                 DuplicateFormerName
015998         END-IF
016000         IF InteractiveMode
016010             DISPLAY PMT-CONFIRM-TEXT (PMT-IDX) WITH NO ADVANCING
016020             MOVE SPACES TO DuplicateAnswer
017010             THRU 2750-EXIT
017020         PERFORM 2650-WRITE-ADDRESS-RECORD
017030             THRU 2650-EXIT
017033         PERFORM 2670-WRITE-CONSENT-RECORD
017036             THRU 2670-EXIT
017037         PERFORM 2680-FILE-LETTER-LANGUAGE
017038             THRU 2680-EXIT
017040         IF FirstCustomerNumber = ZERO
017050             MOVE NR-CUSTOMER-NUMBER TO FirstCustomerNumber
017060         END-IF
017070         MOVE NR-CUSTOMER-NUMBER TO LastCustomerNumber
017073         PERFORM 2960-SCREEN-NEW-CUSTOMER
017076             THRU 2960-EXIT
017080         ADD 1 TO NextCustomerBase
017090         PERFORM 1360-BUILD-NEXT-NUMBER
017100             THRU 1360-EXIT
020140     CLOSE ADDRESS-FILE.
020150     CLOSE AUDIT-LOG-FILE.
020160     CLOSE NAME-JOURNAL-FILE.
020162     IF PostalRefAvailable
020164         CLOSE POSTAL-REF-FILE
020166     END-IF.
020168     IF WatchListAvailable
020170         CLOSE WATCH-LIST-FILE
020172     END-IF.
020174     CLOSE SCREEN-HOLD-FILE.
020175     CLOSE CONSENT-FILE.
020176     IF AliasAvailable
020177         CLOSE ALIAS-FILE
020178     END-IF.
020179     IF BatchMode
020180*        A RUN THAT NEVER GOT STARTED MUST NOT MARK THE
020190*        CHECKPOINT COMPLETE - THAT WOULD WIPE THE RESUME
020200*        STATE A GENUINELY ABENDED RUN LEFT BEHIND.
020290         CLOSE SUSPENSE-IN-FILE
020300         CLOSE SUSPENSE-OUT-FILE
020310     END-IF.
020312     IF InteractiveMode
020314         CLOSE OPERATOR-LOG-FILE
020316     END-IF.
020317     IF WelcomeRegisterAvailable
020318         CLOSE WELCOME-REGISTER-FILE
020319     END-IF.
020320     IF BatchMode OR ResubmitMode
020330         PERFORM 3200-WRITE-CONTROL-TOTALS
020340             THRU 3200-EXIT
020360         CLOSE DUP-REVIEW-FILE
020370     END-IF.
020380*    THE SCHEDULER PAGES THE OPERATOR OFF THIS CODE, NOT OFF
020390*    THE CONSOLE LOG: 0 = CLEAN, 4 = FILED WITH REJECTS,
020400*    DUPLICATE WARNINGS OR COMPLIANCE HOLDS TO REVIEW (OR
020403*    NOTHING SCREENED FOR WANT OF A WATCH LIST), 8 = FAILED
020406*    WRITES, A MATCH THAT COULD NOT BE HELD, OR A RUN THAT
020410*    COULD NOT START.
020420     EVALUATE TRUE
020430         WHEN RunFailure OR WriteFailCount > ZERO
020435             OR ScreenHoldFailCount > ZERO
020440             MOVE 8 TO RETURN-CODE
020450         WHEN RejectCount > ZERO OR DuplicateWarnCount > ZERO
020455             OR ScreenHoldCount > ZERO
020460             MOVE 4 TO RETURN-CODE
020462         WHEN (BatchMode OR ResubmitMode)
020464             AND NOT WatchListAvailable
020466             MOVE 4 TO RETURN-CODE
020470         WHEN OTHER
020480             MOVE ZERO TO RETURN-CODE
020490     END-EVALUATE.
021050     MOVE WriteFailCount TO CTL-TOT-VALUE.
021060     WRITE CTL-PRINT-LINE FROM CTL-TOTAL-LINE
021070         AFTER ADVANCING 1 LINE.
021071     MOVE "HELD FOR COMPLIANCE REVIEW -  " TO CTL-TOT-CAPTION.
021072     MOVE ScreenHoldCount TO CTL-TOT-VALUE.
021073     WRITE CTL-PRINT-LINE FROM CTL-TOTAL-LINE
021074         AFTER ADVANCING 1 LINE.
021075     IF ScreenHoldFailCount > ZERO
021076         MOVE "WATCH-LIST MATCHES NOT HELD - " TO CTL-TOT-CAPTION
021077         MOVE ScreenHoldFailCount TO CTL-TOT-VALUE
021078         WRITE CTL-PRINT-LINE FROM CTL-TOTAL-LINE
021079             AFTER ADVANCING 1 LINE
021080     END-IF.
021081     IF NOT WatchListAvailable
021082         MOVE "*** NO WATCH LIST - NEW CUSTOMERS NOT SCREENED ***"
021083             TO CTL-MSG-TEXT
021084         WRITE CTL-PRINT-LINE FROM CTL-MESSAGE-LINE
021085             AFTER ADVANCING 1 LINE
021086     END-IF.
021087     IF FirstCustomerNumber > ZERO
021090         MOVE FirstCustomerNumber TO CTL-RANGE-FROM
021100         MOVE LastCustomerNumber TO CTL-RANGE-TO
021110         WRITE CTL-PRINT-LINE FROM CTL-RANGE-LINE
021180     END-IF.
021190 3200-EXIT.
021200     EXIT.
021210
021220**************************************************************
021230*    1320-OPEN-POSTREF THRU 1320-EXIT
021240*    THE POSTAL CODE REFERENCE FILE IS READ-ONLY HERE - ONLY
021250*    COBOLPST'S QUARTERLY LOAD WRITES IT.  A BASE THAT HAS
021260*    NEVER RUN THE LOAD HAS NOTHING TO CHECK AGAINST, SO THE
021270*    CHECK IS SKIPPED (AND SAID SO) RATHER THAN REFUSING EVERY
021280*    ADDRESS KEYED.
021290**************************************************************
021300 1320-OPEN-POSTREF.
021310     MOVE "N" TO PostalRefAvailableSwitch.
021320     OPEN INPUT POSTAL-REF-FILE.
021330     IF PostalRefFileStatus = "00"
021340         SET PostalRefAvailable TO TRUE
021350     ELSE
021360         DISPLAY "POSTREF NOT AVAILABLE - STATUS "
021370             PostalRefFileStatus
021380             " - POSTAL CODES WILL NOT BE CHECKED"
021390     END-IF.
021400 1320-EXIT.
021410     EXIT.
021420
021430**************************************************************
021440*    2350-EDIT-POSTAL-ADDRESS THRU 2350-EXIT
021450*    CHECKS THE CITY AND POSTAL CODE ALREADY IN City AND
021460*    PostalCode AGAINST THE POSTREF REFERENCE FILE.  BOTH OR
021470*    NEITHER MUST BE GIVEN.  THE CODE MUST BE FIVE DIGITS ONCE
021480*    SPACES AND HYPHENS ARE SQUEEZED OUT ("11122", "111 22" AND
021490*    "111-22" ARE THE SAME CODE) AND MUST BE ON FILE.  THE CITY
021500*    MUST BE THE CODE'S CITY - EXACTLY, IGNORING CASE, OR BY
021510*    THE SAME SOUNDS-LIKE KEY THE DUPLICATE CHECK USES, SO A
021520*    MISSPELLED "GOTEBORJ" STILL PASSES.  ON EXIT EditValidSwitch
021530*    AND ErrorMessage ARE SET, AND A PASSING PAIR HAS BEEN
021540*    REPLACED BY THE POSTAL SERVICE'S SPELLING AND FORMAT, WITH
021550*    PostalStandardized SET IF THAT CHANGED ANYTHING.
021560**************************************************************
021570 2350-EDIT-POSTAL-ADDRESS.
021580     SET EditIsValid TO TRUE.
021590     MOVE "N" TO PostalStandardizedSwitch.
021600     MOVE SPACES TO ErrorMessage.
021610     IF City = SPACES AND PostalCode = SPACES
021620         GO TO 2350-EXIT
021630     END-IF.
021640     IF NOT PostalRefAvailable
021650         GO TO 2350-EXIT
021660     END-IF.
021670     IF City = SPACES OR PostalCode = SPACES
021680         SET EditIsInvalid TO TRUE
021690         MOVE "POSTAL CODE AND CITY MUST BE GIVEN TOGETHER"
021700             TO ErrorMessage
021710         GO TO 2350-EXIT
021720     END-IF.
021730
021740     MOVE SPACES TO PostalDigits.
021750     MOVE ZERO TO PostalDigitCount.
021760     PERFORM 2355-SQUEEZE-POSTAL-CHAR
021770         THRU 2355-EXIT
021780         VARYING ScanIndex FROM 1 BY 1
021790         UNTIL ScanIndex > 10.
021800     IF PostalDigitCount NOT = 5
021810         OR PostalDigits NOT NUMERIC
021820         SET EditIsInvalid TO TRUE
021830         MOVE "POSTAL CODE MUST BE FIVE DIGITS" TO ErrorMessage
021840         GO TO 2350-EXIT
021850     END-IF.
021860
021870     MOVE PostalDigits TO PST-POSTAL-CODE.
021880     READ POSTAL-REF-FILE
021890         INVALID KEY
021900             CONTINUE
021910     END-READ.
021920     IF PostalRefFileStatus NOT = "00"
021930         SET EditIsInvalid TO TRUE
021940         MOVE "POSTAL CODE IS NOT ON THE POSTAL REFERENCE FILE"
021950             TO ErrorMessage
021960         GO TO 2350-EXIT
021970     END-IF.
021980
021990     MOVE City TO PostalCityWork.
022000     INSPECT PostalCityWork CONVERTING
022010         "abcdefghijklmnopqrstuvwxyz" TO
022020         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
022030     IF PostalCityWork NOT = PST-CITY
022040         MOVE PostalCityWork TO PhoneticName
022050         PERFORM 2800-BUILD-PHONETIC-KEY
022060             THRU 2800-EXIT
022070         MOVE PhoneticKey TO PostalCityKey
022080         MOVE PST-CITY TO PhoneticName
022090         PERFORM 2800-BUILD-PHONETIC-KEY
022100             THRU 2800-EXIT
022110         IF PhoneticKey NOT = PostalCityKey
022120             SET EditIsInvalid TO TRUE
022130             MOVE "CITY DOES NOT MATCH THE POSTAL CODE"
022140                 TO ErrorMessage
022150             GO TO 2350-EXIT
022160         END-IF
022170     END-IF.
022180
022190     IF City NOT = PST-CITY
022200         OR PostalCode NOT = PST-DISPLAY-CODE
022210         SET PostalStandardized TO TRUE
022220     END-IF.
022230     MOVE PST-CITY TO City.
022240     MOVE PST-DISPLAY-CODE TO PostalCode.
022250 2350-EXIT.
022260     EXIT.
022270
022280**************************************************************
022290*    2355-SQUEEZE-POSTAL-CHAR THRU 2355-EXIT
022300*    COPIES ONE CHARACTER OF PostalCode TO PostalDigits UNLESS
022310*    IT IS A SPACE OR A HYPHEN.  A SIXTH CHARACTER IS STILL
022320*    COUNTED, SO AN OVERLONG CODE FAILS THE FIVE-DIGIT CHECK.
022330**************************************************************
022340 2355-SQUEEZE-POSTAL-CHAR.
022350     MOVE PostalCode (ScanIndex:1) TO ScanChar.
022360     IF ScanChar = SPACE OR ScanChar = "-"
022370         GO TO 2355-EXIT
022380     END-IF.
022390     ADD 1 TO PostalDigitCount.
022400     IF PostalDigitCount NOT > 5
022410         MOVE ScanChar TO PostalDigits (PostalDigitCount:1)
022420     END-IF.
022430 2355-EXIT.
022440     EXIT.
022450
022460**************************************************************
022470*    1330-OPEN-WATCH-LIST THRU 1330-EXIT
022480*    THE WATCH LIST IS READ-ONLY HERE - ONLY COBOLWCH WRITES
022490*    IT.  WITHOUT IT NOTHING CAN BE SCREENED; CUSTOMERS ARE
022500*    STILL FILED (THE NEXT COBOLWRS RESCREEN CATCHES THEM ONCE
022510*    A LIST IS LOADED) BUT A BATCH RUN SAYS SO ON THE CONTROL
022520*    REPORT AND ENDS RC 4.
022530**************************************************************
022540 1330-OPEN-WATCH-LIST.
022550     MOVE "N" TO WatchListAvailableSwitch.
022560     OPEN INPUT WATCH-LIST-FILE.
022570     IF WatchListFileStatus = "00"
022580         SET WatchListAvailable TO TRUE
022590     ELSE
022600         DISPLAY "WCHLIST NOT AVAILABLE - STATUS "
022610             WatchListFileStatus
022620             " - NEW CUSTOMERS WILL NOT BE SCREENED"
022630     END-IF.
022640 1330-EXIT.
022650     EXIT.
022660
022670**************************************************************
022680*    1340-OPEN-SCREEN-HOLD THRU 1340-EXIT
022690*    THE HOLD FILE ONLY EVER GROWS - CREATE-THEN-REOPEN, AS
022700*    FOR NAMEFILE.  IF IT STILL WILL NOT OPEN, A MATCH FOUND
022710*    LATER FAILS ITS WRITE AND IS COUNTED AS NOT HELD.
022720**************************************************************
022730 1340-OPEN-SCREEN-HOLD.
022740     OPEN I-O SCREEN-HOLD-FILE.
022750     IF ScreenHoldFileStatus = "35"
022760         OPEN OUTPUT SCREEN-HOLD-FILE
022770         CLOSE SCREEN-HOLD-FILE
022780         OPEN I-O SCREEN-HOLD-FILE
022790     END-IF.
022800     IF ScreenHoldFileStatus NOT = "00"
022810         DISPLAY "SCRNHOLD NOT AVAILABLE - STATUS "
022820             ScreenHoldFileStatus
022830     END-IF.
022840 1340-EXIT.
022850     EXIT.
022860
022870**************************************************************
022880*    2950-SCREEN-WATCH-LIST THRU 2950-EXIT
022890*    SCREENS ScreenFirstName/ScreenLastName AGAINST WCHLIST.
022900*    THE LIST IS ENTERED ON THE PHONETIC KEY OF THE LAST NAME
022910*    (2800-BUILD-PHONETIC-KEY), SO EVERY LISTED LAST NAME
022920*    THAT SOUNDS THE SAME IS LOOKED AT.  AN ENTRY MATCHES WHEN
022930*    ITS FIRST NAME SOUNDS THE SAME TOO, OR IT IS LISTED BY
022940*    FAMILY NAME ONLY.  A MATCH SPELLED THE SAME (CASE ASIDE)
022950*    IS EXACT AND ENDS THE SCAN; A MATCH THAT ONLY SOUNDS THE
022960*    SAME IS PHONETIC AND THE SCAN GOES ON IN CASE AN EXACT
022970*    ONE FOLLOWS.  ScreenHit, ScreenMatchType, ScreenEntryId
022980*    AND ScreenListedName CARRY THE RESULT.
022990**************************************************************
023000 2950-SCREEN-WATCH-LIST.
023010     MOVE "N" TO ScreenHitSwitch.
023020     MOVE "N" TO ScreenScanDoneSwitch.
023030     MOVE SPACES TO ScreenMatchType ScreenEntryId
023040         ScreenListedName.
023050     INSPECT ScreenLastName CONVERTING
023060         "abcdefghijklmnopqrstuvwxyz" TO
023070         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
023080     INSPECT ScreenFirstName CONVERTING
023090         "abcdefghijklmnopqrstuvwxyz" TO
023100         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
023110     MOVE ScreenLastName TO PhoneticName.
023120     PERFORM 2800-BUILD-PHONETIC-KEY
023130         THRU 2800-EXIT.
023140     MOVE PhoneticKey TO ScreenLastKey.
023150     IF ScreenLastKey = SPACES
023160         GO TO 2950-EXIT
023170     END-IF.
023180     MOVE ScreenFirstName TO PhoneticName.
023190     PERFORM 2800-BUILD-PHONETIC-KEY
023200         THRU 2800-EXIT.
023210     MOVE PhoneticKey TO ScreenFirstKey.
023220
023230     MOVE ScreenLastKey TO WCL-PHONETIC-KEY.
023240     START WATCH-LIST-FILE KEY IS EQUAL TO WCL-PHONETIC-KEY
023250         INVALID KEY
023260             CONTINUE
023270     END-START.
023280     IF WatchListFileStatus = "00"
023290         PERFORM 2955-SCAN-ONE-WATCH-ENTRY
023300             THRU 2955-EXIT
023310             UNTIL ScreenScanDone
023320     END-IF.
023330 2950-EXIT.
023340     EXIT.
023350
023360*    STATUS 02 IS A GOOD READ WITH MORE ENTRIES ON THE SAME
023370*    PHONETIC KEY TO COME; ANYTHING ELSE BUT 00 ENDS THE SCAN.
023380 2955-SCAN-ONE-WATCH-ENTRY.
023390     READ WATCH-LIST-FILE NEXT RECORD
023400         AT END
023410             SET ScreenScanDone TO TRUE
023420             GO TO 2955-EXIT
023430     END-READ.
023440     IF (WatchListFileStatus NOT = "00"
023450         AND WatchListFileStatus NOT = "02")
023460         OR WCL-PHONETIC-KEY NOT = ScreenLastKey
023470         SET ScreenScanDone TO TRUE
023480         GO TO 2955-EXIT
023490     END-IF.
023500     IF WCL-FIRST-NAME NOT = SPACES
023510         AND WCL-FIRST-PHONETIC-KEY NOT = ScreenFirstKey
023520         GO TO 2955-EXIT
023530     END-IF.
023540     IF WCL-LAST-NAME = ScreenLastName
023550         AND (WCL-FIRST-NAME = SPACES
023560         OR WCL-FIRST-NAME = ScreenFirstName)
023570         SET ScreenHit TO TRUE
023580         MOVE "E" TO ScreenMatchType
023590         MOVE WCL-ENTRY-ID TO ScreenEntryId
023600         MOVE WCL-LISTED-NAME TO ScreenListedName
023610         SET ScreenScanDone TO TRUE
023620         GO TO 2955-EXIT
023630     END-IF.
023640     IF NOT ScreenHit
023650         SET ScreenHit TO TRUE
023660         MOVE "P" TO ScreenMatchType
023670         MOVE WCL-ENTRY-ID TO ScreenEntryId
023680         MOVE WCL-LISTED-NAME TO ScreenListedName
023690     END-IF.
023700 2955-EXIT.
023710     EXIT.
023720
023730**************************************************************
023740*    2960-SCREEN-NEW-CUSTOMER THRU 2960-EXIT
023750*    CALLED FROM 2600-WRITE-NAME-RECORD ONCE THE NEW RECORD IS
023760*    SAFELY FILED AND STILL IN THE RECORD BUFFER.  A MATCH
023770*    OPENS A HOLD FOR THE COMPLIANCE OFFICER (SEE COBOLSCR);
023780*    A HOLD THAT CANNOT BE FILED LEAVES A LISTED PERSON FREE
023790*    TO GO OUT ON THE NEXT CRM FEED, SO IT IS COUNTED APART
023800*    AND ENDS THE RUN RC 8.
023810**************************************************************
023820 2960-SCREEN-NEW-CUSTOMER.
023830     IF NOT WatchListAvailable
023840         GO TO 2960-EXIT
023850     END-IF.
023860     MOVE NR-LAST-NAME TO ScreenLastName.
023870     MOVE NR-FIRST-NAME TO ScreenFirstName.
023880     PERFORM 2950-SCREEN-WATCH-LIST
023890         THRU 2950-EXIT.
023900     IF NOT ScreenHit
023910         GO TO 2960-EXIT
023920     END-IF.
023930
023940     ACCEPT CurrentTime FROM TIME.
023950     MOVE SPACES TO SCREEN-HOLD-RECORD.
023960     MOVE NR-CUSTOMER-NUMBER TO SCH-CUSTOMER-NUMBER.
023970     SET SCH-OPEN TO TRUE.
023980     MOVE ScreenMatchType TO SCH-MATCH-TYPE.
023990     MOVE ScreenEntryId TO SCH-ENTRY-ID.
024000     MOVE ScreenListedName TO SCH-LISTED-NAME.
024010     MOVE CurrentDate TO SCH-RAISED-DATE.
024020     MOVE CurrentTime TO SCH-RAISED-TIME.
024030     MOVE "COBOLACCEPT" TO SCH-RAISED-BY.
024040     MOVE ZERO TO SCH-DECIDED-DATE SCH-DECIDED-TIME.
024050     WRITE SCREEN-HOLD-RECORD
024060         INVALID KEY
024070             CONTINUE
024080     END-WRITE.
024090
024100     MOVE SPACES TO CTL-EXC-TEXT.
024110     IF ScreenHoldFileStatus = "00"
024120         ADD 1 TO ScreenHoldCount
024130         DISPLAY PMT-SCREEN-HOLD-TEXT (PMT-IDX) " "
024140             PMT-CUST-WORD (PMT-IDX) NR-CUSTOMER-NUMBER
024150         STRING "FILED AS CUSTOMER " DELIMITED BY SIZE
024160             NR-CUSTOMER-NUMBER DELIMITED BY SIZE
024170             " - HELD, WATCH-LIST ENTRY " DELIMITED BY SIZE
024180             ScreenEntryId DELIMITED BY SPACE
024190             INTO CTL-EXC-TEXT
024200     ELSE
024210         ADD 1 TO ScreenHoldFailCount
024220         DISPLAY "UNABLE TO PLACE COMPLIANCE HOLD ON CUSTOMER "
024230             NR-CUSTOMER-NUMBER " - STATUS " ScreenHoldFileStatus
024240         STRING "FILED AS CUSTOMER " DELIMITED BY SIZE
024250             NR-CUSTOMER-NUMBER DELIMITED BY SIZE
024260             " - WATCH-LIST MATCH NOT HELD" DELIMITED BY SIZE
024270             INTO CTL-EXC-TEXT
024280     END-IF.
024290     IF BatchMode OR ResubmitMode
024300         PERFORM 1470-WRITE-CONTROL-EXCEPTION
024310             THRU 1470-EXIT
024320     END-IF.
024330 2960-EXIT.
024340     EXIT.
024350
024360**************************************************************
024370*    1440-OPEN-OPERATOR-LOG THRU 1440-EXIT
024380*    THE SECURITY LOG IS APPENDED TO ACROSS RUNS - THE SAME
024390*    CREATE-THEN-EXTEND PATTERN AS 1400-OPEN-AUDIT-LOG.
024400**************************************************************
024410 1440-OPEN-OPERATOR-LOG.
024420     OPEN EXTEND OPERATOR-LOG-FILE.
024430     IF OperatorLogFileStatus = "35"
024440         OPEN OUTPUT OPERATOR-LOG-FILE
024450         CLOSE OPERATOR-LOG-FILE
024460         OPEN EXTEND OPERATOR-LOG-FILE
024470     END-IF.
024480 1440-EXIT.
024490     EXIT.
024500
024510**************************************************************
024520*    1800-SIGN-ON THRU 1800-EXIT
024530*    THE OPERATOR KEYS AN ID AND PASSWORD.  THE ID MUST BE ON
024540*    THE OPERATOR FILE (SEE OPERREC.CPY), ACTIVE, AT LEAST AT
024550*    ProgramMinimumLevel, AND THE PASSWORD'S DIGEST MUST MATCH.
024560*    THREE FAILED TRIES END THE SESSION; EACH ONE IS LOGGED ON
024570*    OPERLOG WITH THE REAL REASON, THOUGH THE SCREEN ONLY SAYS
024580*    THE SIGN-ON WAS REFUSED.  ONCE SIGNED ON, THE OPERATOR'S
024590*    ID STAMPS EVERYTHING THE SESSION FILES, AND THEIR OWN
024600*    LANGUAGE (IF SET) REPLACES THE COMMAND-LINE CHOICE.
024610**************************************************************
024620 1800-SIGN-ON.
024630     MOVE "N" TO SignedOnSwitch.
024640     PERFORM 1440-OPEN-OPERATOR-LOG
024650         THRU 1440-EXIT.
024660     OPEN INPUT OPERATOR-FILE.
024670     IF OperatorFileStatus NOT = "00"
024680         DISPLAY "OPERFILE NOT AVAILABLE - STATUS "
024690             OperatorFileStatus
024700         MOVE SPACES TO SignOnId
024710         MOVE "OPERATOR FILE NOT AVAILABLE" TO SignOnReason
024720         MOVE "SOF" TO OperatorLogEvent
024730         MOVE SPACES TO OperatorLogAction
024740         MOVE ZERO TO OperatorLogCustomer
024750         PERFORM 1860-WRITE-OPERATOR-LOG
024760             THRU 1860-EXIT
024770         GO TO 1800-EXIT
024780     END-IF.
024790     MOVE ZERO TO SignOnTryCount.
024800     PERFORM 1810-SIGN-ON-ONE-TRY
024810         THRU 1810-EXIT
024820         UNTIL OperatorSignedOn
024830         OR SignOnTryCount NOT < SignOnTryLimit.
024840     CLOSE OPERATOR-FILE.
024850     IF NOT OperatorSignedOn
024860         GO TO 1800-EXIT
024870     END-IF.
024880     MOVE SignOnId TO OperatorId.
024890     MOVE OPR-LEVEL TO OperatorLevel.
024900     IF OPR-LANGUAGE NOT = SPACES
024910         MOVE OPR-LANGUAGE TO LanguageCode
024920         SET PMT-IDX TO 1
024930         SEARCH PMT-TABLE-ENTRY
024940             AT END
024950                 SET PMT-IDX TO 1
024960             WHEN PMT-LANG-CODE (PMT-IDX) = LanguageCode
024970                 CONTINUE
024980         END-SEARCH
024990     END-IF.
025000     DISPLAY PMT-SIGNED-ON-TEXT (PMT-IDX) " " OPR-OPERATOR-ID
025010         " " OPR-OPERATOR-NAME.
025020 1800-EXIT.
025030     EXIT.
025040
025050 1810-SIGN-ON-ONE-TRY.
025060     ADD 1 TO SignOnTryCount.
025070     DISPLAY PMT-SIGNON-ID-TEXT (PMT-IDX) WITH NO ADVANCING.
025080     MOVE SPACES TO SignOnId.
025090     ACCEPT SignOnId.
025100     INSPECT SignOnId CONVERTING "abcdefghijklmnopqrstuvwxyz"
025110         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
025120     DISPLAY PMT-SIGNON-PW-TEXT (PMT-IDX) WITH NO ADVANCING.
025130     MOVE SPACES TO SignOnPassword.
025140     ACCEPT SignOnPassword.
025150     MOVE SPACES TO SignOnReason.
025160     IF SignOnId = SPACES
025170         MOVE "NO OPERATOR ID KEYED" TO SignOnReason
025180         GO TO 1810-REFUSE
025190     END-IF.
025200     MOVE SignOnId TO OPR-OPERATOR-ID.
025210     READ OPERATOR-FILE
025220         INVALID KEY
025230             CONTINUE
025240     END-READ.
025250     IF OperatorFileStatus NOT = "00"
025260         MOVE "UNKNOWN OPERATOR ID" TO SignOnReason
025270         GO TO 1810-REFUSE
025280     END-IF.
025290     PERFORM 1820-DIGEST-PASSWORD
025300         THRU 1820-EXIT.
025310     EVALUATE TRUE
025320         WHEN DigestValue NOT = OPR-PASSWORD-DIGEST
025330             MOVE "WRONG PASSWORD" TO SignOnReason
025340         WHEN NOT OPR-ACTIVE
025350             MOVE "OPERATOR REVOKED" TO SignOnReason
025360         WHEN OPR-LEVEL < ProgramMinimumLevel
025370             MOVE "LEVEL TOO LOW FOR THIS PROGRAM" TO SignOnReason
025380         WHEN OTHER
025390             SET OperatorSignedOn TO TRUE
025400             GO TO 1810-EXIT
025410     END-EVALUATE.
025420 1810-REFUSE.
025430     DISPLAY PMT-SIGNON-FAIL-TEXT (PMT-IDX).
025440     MOVE "SOF" TO OperatorLogEvent.
025450     MOVE SPACES TO OperatorLogAction.
025460     MOVE ZERO TO OperatorLogCustomer.
025470     PERFORM 1860-WRITE-OPERATOR-LOG
025480         THRU 1860-EXIT.
025490 1810-EXIT.
025500     EXIT.
025510
025520**************************************************************
025530*    1820-DIGEST-PASSWORD THRU 1820-EXIT
025540*    FOLDS THE OPERATOR ID AND PASSWORD, CHARACTER BY
025550*    CHARACTER, INTO A NINE-DIGIT DIGEST (MULTIPLY BY 131, ADD
025560*    THE CHARACTER'S CODE AND ITS POSITION, MODULO THE PRIME
025570*    999999937).  ONLY THE DIGEST IS EVER FILED, AND THE SAME
025580*    PASSWORD GIVES A DIFFERENT DIGEST FOR EVERY OPERATOR.  ON
025590*    ENTRY SignOnId AND SignOnPassword HOLD WHAT WAS KEYED; ON
025600*    EXIT DigestValue HOLDS THE DIGEST.  COBOLOPR FILES IT WITH
025610*    THIS SAME ROUTINE - CHANGE ONE, CHANGE THEM ALL.
025620**************************************************************
025630 1820-DIGEST-PASSWORD.
025640     MOVE SignOnId TO DigestText (1:8).
025650     MOVE SignOnPassword TO DigestText (9:8).
025660     MOVE 7 TO DigestValue.
025670     PERFORM 1825-DIGEST-ONE-CHAR
025680         THRU 1825-EXIT
025690         VARYING DigestIndex FROM 1 BY 1
025700         UNTIL DigestIndex > 16.
025710 1820-EXIT.
025720     EXIT.
025730
025740 1825-DIGEST-ONE-CHAR.
025750     MOVE DigestText (DigestIndex:1) TO DigestChar.
025760     COMPUTE DigestWork = DigestValue * 131 + DigestCharValue
025770         + DigestIndex.
025780     DIVIDE DigestWork BY 999999937 GIVING DigestQuotient
025790         REMAINDER DigestValue.
025800 1825-EXIT.
025810     EXIT.
025820
025830**************************************************************
025840*    1860-WRITE-OPERATOR-LOG THRU 1860-EXIT
025850*    ONE OPERLOG LINE (SEE OPRLOG.CPY).  THE CALLER SETS
025860*    OperatorLogEvent, OperatorLogAction, OperatorLogCustomer
025870*    AND SignOnReason; THE OPERATOR IS THE ID AS KEYED.
025880**************************************************************
025890 1860-WRITE-OPERATOR-LOG.
025900     ACCEPT OperatorLogDate FROM DATE YYYYMMDD.
025910     ACCEPT OperatorLogTime FROM TIME.
025920     MOVE SPACES TO OPERATOR-LOG-RECORD.
025930     MOVE OperatorLogDate TO OLG-RUN-DATE.
025940     MOVE OperatorLogTime TO OLG-RUN-TIME.
025950     MOVE "COBOLACCEPT" TO OLG-PROGRAM-ID.
025960     MOVE SignOnId TO OLG-OPERATOR-ID.
025970     MOVE OperatorLogEvent TO OLG-EVENT.
025980     MOVE OperatorLogAction TO OLG-ACTION.
025990     MOVE OperatorLogCustomer TO OLG-CUSTOMER-NUMBER.
026000     MOVE SignOnReason TO OLG-REASON.
026010     WRITE OPERATOR-LOG-RECORD.
026020 1860-EXIT.
026030     EXIT.
026040
026050**************************************************************
026060*    1370-OPEN-ALIAS-FILE THRU 1370-EXIT
026070*    THE FORMER-NAME FILE IS ONLY READ HERE (COBOLMNT FILES
026080*    THE RECORDS).  WITHOUT IT THE DUPLICATE CHECK FALLS BACK
026090*    TO CURRENT NAMES ONLY, SO IT IS NOT A REASON TO STOP.
026100**************************************************************
026110 1370-OPEN-ALIAS-FILE.
026120     MOVE "N" TO AliasAvailableSwitch.
026130     OPEN INPUT ALIAS-FILE.
026140     IF AliasFileStatus = "00"
026150         SET AliasAvailable TO TRUE
026160     ELSE
026170         IF AliasFileStatus NOT = "35"
026180             DISPLAY "ALIASFIL NOT AVAILABLE - STATUS "
026190                 AliasFileStatus
026200                 " - FORMER NAMES WILL NOT BE CHECKED"
026210         END-IF
026220     END-IF.
026230 1370-EXIT.
026240     EXIT.
026250
026260**************************************************************
026270*    2520-SCAN-FORMER-NAMES THRU 2520-EXIT
026280*    READS THE FORMER-NAME FILE IN ALS-PHONETIC-KEY ORDER FROM
026290*    THE POSITION SET IN 2500-CHECK-FOR-DUPLICATE, WITH THE SAME
026300*    STOP RULES AND CASE-INSENSITIVE FIRST-NAME COMPARE AS
026310*    2510-SCAN-FOR-DUPLICATE.  A MATCH ONLY COUNTS WHEN THE
026320*    CUSTOMER IT BELONGS TO IS STILL ON NAMEFILE AND ACTIVE.
026330**************************************************************
026340 2520-SCAN-FORMER-NAMES.
026350     READ ALIAS-FILE NEXT RECORD
026360         AT END
026370             SET DuplicateScanDone TO TRUE
026380     END-READ.
026390     IF DuplicateScanDone
026400         GO TO 2520-EXIT
026410     END-IF.
026420     IF AliasFileStatus NOT = "00"
026430         OR ALS-PHONETIC-KEY NOT = DuplicatePhoneticKey
026440         SET DuplicateScanDone TO TRUE
026450         GO TO 2520-EXIT
026460     END-IF.
026470
026480     MOVE FirstName TO DuplicateCompareIncoming.
026490     MOVE ALS-FIRST-NAME TO DuplicateCompareOnFile.
026500     INSPECT DuplicateCompareIncoming CONVERTING
026510         "abcdefghijklmnopqrstuvwxyz" TO
026520         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
026530     INSPECT DuplicateCompareOnFile CONVERTING
026540         "abcdefghijklmnopqrstuvwxyz" TO
026550         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
026560     IF DuplicateCompareOnFile NOT = DuplicateCompareIncoming
026570         GO TO 2520-EXIT
026580     END-IF.
026590
026600     MOVE ALS-CUSTOMER-NUMBER TO NR-CUSTOMER-NUMBER.
026610     READ NAMEFILE
026620         INVALID KEY
026630             CONTINUE
026640     END-READ.
026650     IF NameFileStatus NOT = "00"
026660         GO TO 2520-EXIT
026670     END-IF.
026680     IF NR-INACTIVE
026690         GO TO 2520-EXIT
026700     END-IF.
026710     SET DuplicateFound TO TRUE.
026720     SET DuplicateIsFormerName TO TRUE.
026730     MOVE ALS-CUSTOMER-NUMBER TO DuplicateCustomerNumber.
026740     MOVE ALS-WHOLE-NAME TO DuplicateFormerName.
026750 2520-EXIT.
026760     EXIT.
026770
026780**************************************************************
026790*    1380-OPEN-CONSENT-FILE THRU 1380-EXIT
026800*    THE CONSENT REGISTER IS SHARED WITH COBOLMNT - CREATE-
026810*    THEN-REOPEN, AS FOR SCRNHOLD.  IF IT STILL WILL NOT OPEN,
026820*    A CONSENT CAPTURED LATER FAILS ITS WRITE AND IS COUNTED.
026830**************************************************************
026840 1380-OPEN-CONSENT-FILE.
026850     OPEN I-O CONSENT-FILE.
026860     IF ConsentFileStatus = "35"
026870         OPEN OUTPUT CONSENT-FILE
026880         CLOSE CONSENT-FILE
026890         OPEN I-O CONSENT-FILE
026900     END-IF.
026910     IF ConsentFileStatus NOT = "00"
026920         DISPLAY "CONSENT NOT AVAILABLE - STATUS "
026930             ConsentFileStatus
026940     END-IF.
026950 1380-EXIT.
026960     EXIT.
026970
026980**************************************************************
026990*    2220-ACCEPT-CONSENT THRU 2220-EXIT
027000*    ASKS FOR THE MARKETING CONSENT CHANNEL BY CHANNEL.  THE
027010*    OPERATOR READS EACH QUESTION TO THE CUSTOMER; ENTER LEAVES
027020*    THE CHANNEL NOT ASKED.  A KEYING SLIP ONLY REPEATS THE ONE
027030*    QUESTION, NOT THE WHOLE ENTRY.
027040**************************************************************
027050 2220-ACCEPT-CONSENT.
027060     DISPLAY PMT-CONSENT-HEAD-TEXT (PMT-IDX).
027070     PERFORM 2225-ACCEPT-ONE-CONSENT
027080         THRU 2225-EXIT
027090         VARYING ConsentIndex FROM 1 BY 1
027100         UNTIL ConsentIndex > 4.
027110 2220-EXIT.
027120     EXIT.
027130
027140 2225-ACCEPT-ONE-CONSENT.
027150     MOVE "N" TO ConsentReplySwitch.
027160     PERFORM 2226-ASK-ONE-CONSENT
027170         THRU 2226-EXIT
027180         UNTIL ConsentReplyValid.
027190 2225-EXIT.
027200     EXIT.
027210
027220 2226-ASK-ONE-CONSENT.
027230     DISPLAY "    "
027240         PMT-CONSENT-CHANNEL-TEXT (PMT-IDX, ConsentIndex)
027245         " ? " WITH NO ADVANCING.
027250     MOVE SPACE TO ConsentReply.
027260     ACCEPT ConsentReply.
027270     INSPECT ConsentReply CONVERTING "jny" TO "JNY".
027280     EVALUATE TRUE
027290         WHEN ConsentReply = SPACE
027300             MOVE SPACE TO ConsentAnswer (ConsentIndex)
027310         WHEN ConsentReply = PMT-CONFIRM-YES-CHAR (PMT-IDX)
027320             MOVE "Y" TO ConsentAnswer (ConsentIndex)
027330         WHEN ConsentReply = "N"
027340             MOVE "N" TO ConsentAnswer (ConsentIndex)
027350         WHEN OTHER
027360             DISPLAY PMT-CONSENT-HEAD-TEXT (PMT-IDX)
027370             GO TO 2226-EXIT
027380     END-EVALUATE.
027390     SET ConsentReplyValid TO TRUE.
027400 2226-EXIT.
027410     EXIT.
027420
027430**************************************************************
027440*    2360-EDIT-CONSENT THRU 2360-EXIT
027450*    A BATCH OR RESUBMITTED ROW'S CONSENT COLUMNS MUST EACH BE
027460*    "Y", "N" OR BLANK (LOWER CASE IS TAKEN AS UPPER).  ON EXIT
027470*    EditValidSwitch AND ErrorMessage ARE SET.
027480**************************************************************
027490 2360-EDIT-CONSENT.
027500     SET EditIsValid TO TRUE.
027510     MOVE SPACES TO ErrorMessage.
027520     INSPECT ConsentAnswers CONVERTING "ny" TO "NY".
027530     PERFORM 2365-EDIT-ONE-CONSENT
027540         THRU 2365-EXIT
027550         VARYING ConsentIndex FROM 1 BY 1
027560         UNTIL ConsentIndex > 4.
027570 2360-EXIT.
027580     EXIT.
027590
027600 2365-EDIT-ONE-CONSENT.
027610     IF ConsentAnswer (ConsentIndex) = "Y" OR "N" OR SPACE
027620         GO TO 2365-EXIT
027630     END-IF.
027640     SET EditIsInvalid TO TRUE.
027650     MOVE "CONSENT MUST BE Y, N OR BLANK FOR EACH CHANNEL"
027660         TO ErrorMessage.
027670 2365-EXIT.
027680     EXIT.
027690
027700**************************************************************
027710*    2670-WRITE-CONSENT-RECORD THRU 2670-EXIT
027720*    FILES THE CONSENT ANSWERS ON THE REGISTER UNDER THE
027730*    CUSTOMER NUMBER JUST ASSIGNED, EACH ANSWERED CHANNEL
027740*    STAMPED WITH TODAY'S DATE, THE OPERATOR AND THE CAPTURE
027750*    CHANNEL, AND PUTS A "CNS" LINE ON THE AUDIT TRAIL.  NOTHING
027760*    ASKED, NOTHING FILED.  A FAILED WRITE COUNTS AS A FAILED
027770*    WRITE - A WITHDRAWAL THAT NEVER REACHES THE REGISTER WOULD
027780*    NEVER REACH THE SUPPRESSION FILE EITHER.
027790**************************************************************
027800 2670-WRITE-CONSENT-RECORD.
027810     IF ConsentAnswers = SPACES
027820         GO TO 2670-EXIT
027830     END-IF.
027840     MOVE SPACES TO CONSENT-RECORD.
027850     MOVE NR-CUSTOMER-NUMBER TO CNS-CUSTOMER-NUMBER.
027860     PERFORM 2675-STAMP-ONE-CONSENT
027870         THRU 2675-EXIT
027880         VARYING ConsentIndex FROM 1 BY 1
027890         UNTIL ConsentIndex > 4.
027900     MOVE CurrentDate TO CNS-LAST-CHANGED-DATE.
027910     MOVE OperatorId TO CNS-LAST-CHANGED-BY.
027920     WRITE CONSENT-RECORD
027930         INVALID KEY
027940             CONTINUE
027950     END-WRITE.
027960     IF ConsentFileStatus NOT = "00"
027970         DISPLAY "UNABLE TO FILE CONSENT FOR "
027980             NR-CUSTOMER-NUMBER " - STATUS " ConsentFileStatus
027990         ADD 1 TO WriteFailCount
028000         IF BatchMode OR ResubmitMode
028010             MOVE SPACES TO CTL-EXC-TEXT
028020             MOVE "CONSENT NOT FILED - SEE CONSOLE LOG"
028030                 TO CTL-EXC-TEXT
028040             PERFORM 1470-WRITE-CONTROL-EXCEPTION
028050                 THRU 1470-EXIT
028060         END-IF
028070         GO TO 2670-EXIT
028080     END-IF.
028090     PERFORM 2710-WRITE-CONSENT-AUDIT
028100         THRU 2710-EXIT.
028110 2670-EXIT.
028120     EXIT.
028130
028140 2675-STAMP-ONE-CONSENT.
028150     MOVE ZERO TO CNS-CONSENT-DATE (ConsentIndex).
028160     IF ConsentAnswer (ConsentIndex) = SPACE
028170         GO TO 2675-EXIT
028180     END-IF.
028190     MOVE ConsentAnswer (ConsentIndex)
028200         TO CNS-CONSENT (ConsentIndex).
028210     MOVE CurrentDate TO CNS-CONSENT-DATE (ConsentIndex).
028220     MOVE OperatorId TO CNS-CAPTURED-BY (ConsentIndex).
028230     EVALUATE TRUE
028240         WHEN BatchMode
028250             SET CNS-BY-BATCH (ConsentIndex) TO TRUE
028260         WHEN ResubmitMode
028270             SET CNS-BY-RESUBMIT (ConsentIndex) TO TRUE
028280         WHEN OTHER
028290             SET CNS-BY-INTERACTIVE (ConsentIndex) TO TRUE
028300     END-EVALUATE.
028310 2675-EXIT.
028320     EXIT.
028330
028340**************************************************************
028350*    2710-WRITE-CONSENT-AUDIT THRU 2710-EXIT
028360*    THE "CNS" TRAIL LINE FOR THE CONSENT JUST FILED, CARRYING
028370*    THE FOUR CHANNEL ANSWERS IN ALG-CONSENT-STATE.
028380**************************************************************
028390 2710-WRITE-CONSENT-AUDIT.
028400     ACCEPT CurrentTime FROM TIME.
028410     MOVE SPACES              TO AUDIT-LOG-RECORD.
028420     MOVE OperatorId          TO ALG-OPERATOR-ID.
028430     MOVE CurrentDate         TO ALG-RUN-DATE.
028440     MOVE CurrentTime         TO ALG-RUN-TIME.
028450     MOVE NR-CUSTOMER-NUMBER  TO ALG-CUSTOMER-NUMBER.
028460     MOVE FirstName           TO ALG-FIRST-NAME.
028470     MOVE LastName            TO ALG-LAST-NAME.
028480     SET ALG-ACTION-CONSENT   TO TRUE.
028490     MOVE ConsentAnswers      TO ALG-CONSENT-STATE.
028500     WRITE AUDIT-LOG-RECORD.
028510 2710-EXIT.
028520     EXIT.
028530
028540**************************************************************
028550*    1390-OPEN-WELCOME-REGISTER THRU 1390-EXIT
028560*    THE WELCOME LETTER REGISTER IS SHARED WITH COBOLWLC -
028570*    CREATE-THEN-REOPEN, AS FOR CONSENT.  IF IT STILL WILL NOT
028580*    OPEN, CUSTOMERS ARE FILED WITHOUT A PENDING ENTRY AND GET
028590*    THEIR LETTER IN COBOLWLC'S DEFAULT LANGUAGE.
028600**************************************************************
028610 1390-OPEN-WELCOME-REGISTER.
028620     MOVE "N" TO WelcomeRegisterSwitch.
028630     OPEN I-O WELCOME-REGISTER-FILE.
028640     IF WelcomeRegisterFileStatus = "35"
028650         OPEN OUTPUT WELCOME-REGISTER-FILE
028660         CLOSE WELCOME-REGISTER-FILE
028670         OPEN I-O WELCOME-REGISTER-FILE
028680     END-IF.
028690     IF WelcomeRegisterFileStatus = "00"
028700         SET WelcomeRegisterAvailable TO TRUE
028710     ELSE
028720         DISPLAY "WLCREG NOT AVAILABLE - STATUS "
028730             WelcomeRegisterFileStatus
028740             " - LETTER LANGUAGE NOT RECORDED"
028750     END-IF.
028760 1390-EXIT.
028770     EXIT.
028780
028790**************************************************************
028800*    2680-FILE-LETTER-LANGUAGE THRU 2680-EXIT
028810*    FILES A PENDING WELCOME LETTER ENTRY (SENT DATE ZERO) FOR
028820*    THE CUSTOMER JUST FILED, CARRYING THE SESSION LANGUAGE -
028830*    THE LANGUAGE THE CUSTOMER WAS DEALT WITH IN.  COBOLWLC
028840*    WRITES THE LETTER IN IT AND COMPLETES THE ENTRY.  A FAILED
028850*    WRITE ONLY COSTS THE CHOICE OF LANGUAGE, SO IT IS SHOWN
028860*    BUT NOT COUNTED AS A FAILED WRITE.
028870**************************************************************
028880 2680-FILE-LETTER-LANGUAGE.
028890     IF NOT WelcomeRegisterAvailable
028900         GO TO 2680-EXIT
028910     END-IF.
028920     MOVE SPACES TO WELCOME-REGISTER-RECORD.
028930     MOVE NR-CUSTOMER-NUMBER TO WLR-CUSTOMER-NUMBER.
028940     MOVE ZERO TO WLR-SENT-DATE.
028950     MOVE ZERO TO WLR-SENT-TIME.
028960     MOVE LanguageCode TO WLR-LANGUAGE-CODE.
028970     WRITE WELCOME-REGISTER-RECORD
028980         INVALID KEY
028990             CONTINUE
029000     END-WRITE.
029010     IF WelcomeRegisterFileStatus NOT = "00"
029020         DISPLAY "LETTER LANGUAGE NOT RECORDED FOR "
029030             NR-CUSTOMER-NUMBER " - STATUS "
029040             WelcomeRegisterFileStatus
029050     END-IF.
029060 2680-EXIT.
029070     EXIT.
