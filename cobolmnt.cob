000730*                      REFERENCE (SEE MRGXREF.CPY) AND THE
000740*                      TRAIL ENTRY IS STAMPED "MRG", EXACTLY AS
000750*                      COBOLDUP DOES FOR A CONFIRMED PAIR.
000751*    2026-10-15 LB    AN ADDRESS CHANGE THAT TOUCHES THE CITY
000752*                      OR POSTAL CODE IS NOW CHECKED AGAINST
000753*                      THE POSTREF POSTAL CODE REFERENCE FILE
000754*                      AND FILED IN THE POSTAL SERVICE'S OWN
000755*                      SPELLING AND FORMAT, WITH THE SAME RULES
000756*                      COBOLACCEPT APPLIES AT CAPTURE.
000757*    2026-10-15 LB    THE OPERATOR NOW SIGNS ON AGAINST THE
000758*                      OPERATOR MASTER (SEE OPERREC.CPY) INSTEAD
000759*                      OF BEING TAKEN FROM THE LOGIN - MAINTAIN
000760*                      LEVEL TO USE THE PROGRAM, SUPERVISOR TO
000761*                      (M)ERGE OR (R)ETIRE.  FAILED SIGN-ONS AND
000762*                      REFUSED ACTIONS GO ON OPERLOG.
000763*    2026-10-15 LB    A NAME CORRECTION THAT CHANGES THE FIRST,
000764*                      MIDDLE OR LAST NAME NOW FILES THE NAME
000765*                      IT REPLACED ON THE FORMER-NAME FILE (SEE
000766*                      ALIASREC.CPY), DATED THE DAY IT STOPPED
000767*                      BEING CURRENT, SO COBOLINQ AND
000768*                      COBOLACCEPT'S DUPLICATE CHECK STILL FIND
000769*                      THE CUSTOMER UNDER IT.  ADDED THE
000770*                      (F)ORMER NAME ACTION TO FILE A KNOWN
000771*                      EARLIER NAME BY HAND.
000772*    2026-10-15 LB    ADDED THE (P)REFS ACTION - SHOWS THE
000773*                      CUSTOMER'S MARKETING CONSENT PER CHANNEL
000774*                      FROM THE CONSENT REGISTER (SEE CONSENT.CPY)
000775*                      AND RECORDS A CONSENT GIVEN OR WITHDRAWN,
000776*                      STAMPED WITH THE DATE AND OPERATOR, WITH A
000777*                      "CNS" AUDIT LINE.
000778**************************************************************
000779 ENVIRONMENT DIVISION.
000780 INPUT-OUTPUT SECTION.
000790 FILE-CONTROL.
000800     SELECT NAMEFILE ASSIGN TO "NAMEFILE"
001060     SELECT NAME-JOURNAL-FILE ASSIGN TO "NAMEJRNL"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS JournalFileStatus.
001081
001082     SELECT POSTAL-REF-FILE ASSIGN TO "POSTREF"
001083         ORGANIZATION IS INDEXED
001084         ACCESS MODE IS DYNAMIC
001085         RECORD KEY IS PST-POSTAL-CODE
001086         SHARING WITH ALL OTHER
001087         FILE STATUS IS PostalRefFileStatus.
001088
001089     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
001090         ORGANIZATION IS INDEXED
001091         ACCESS MODE IS DYNAMIC
001092         RECORD KEY IS OPR-OPERATOR-ID
001093         SHARING WITH ALL OTHER
001094         FILE STATUS IS OperatorFileStatus.
001095
001096     SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG"
001097         ORGANIZATION IS LINE SEQUENTIAL
001098         FILE STATUS IS OperatorLogFileStatus.
001099
001100     SELECT ALIAS-FILE ASSIGN TO "ALIASFIL"
001101         ORGANIZATION IS INDEXED
001102         ACCESS MODE IS DYNAMIC
001103         RECORD KEY IS ALS-KEY
001104         ALTERNATE RECORD KEY IS ALS-LAST-NAME
001105             WITH DUPLICATES
001106         ALTERNATE RECORD KEY IS ALS-PHONETIC-KEY
001107             WITH DUPLICATES
001108         LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
001109         FILE STATUS IS AliasFileStatus.
001110
001111     SELECT CONSENT-FILE ASSIGN TO "CONSENT"
001112         ORGANIZATION IS INDEXED
001113         ACCESS MODE IS DYNAMIC
001114         RECORD KEY IS CNS-CUSTOMER-NUMBER
001115         LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
001116         FILE STATUS IS ConsentFileStatus.
001117
001118 DATA DIVISION.
001119 FILE SECTION.
001120 FD  NAMEFILE
001130     LABEL RECORDS ARE STANDARD.
001140 COPY NAMEREC.
001280 FD  NAME-JOURNAL-FILE
001290     LABEL RECORDS ARE STANDARD.
001300 COPY NAMEJRN.
001302
001304 FD  POSTAL-REF-FILE
001306     LABEL RECORDS ARE STANDARD.
001308 COPY POSTREF.
001309
001310 FD  OPERATOR-FILE
001311     LABEL RECORDS ARE STANDARD.
001312 COPY OPERREC.
001313
001314 FD  OPERATOR-LOG-FILE
001315     LABEL RECORDS ARE STANDARD.
001316 COPY OPRLOG.
001317
001319 FD  ALIAS-FILE
001321     LABEL RECORDS ARE STANDARD.
001323 COPY ALIASREC.
001324
001325 FD  CONSENT-FILE
001326     LABEL RECORDS ARE STANDARD.
001327 COPY CONSENT.
001328
001329 WORKING-STORAGE SECTION.
001330 77  NameFileStatus         PIC X(02).
001340 77  AuditLogFileStatus     PIC X(02).
001350 77  AddressFileStatus      PIC X(02).
001360 77  MergeXrefFileStatus    PIC X(02).
001365 77  PostalRefFileStatus    PIC X(02).
001370***************************************************************
001380*    NAMEFILE UPDATE JOURNAL WORKING FIELDS (SEE NAMEJRN.CPY).
001390*    JournalBeforeImage HOLDS THE RECORD AS READ, SAVED BEFORE
001440 77  JournalTime            PIC 9(08) VALUE ZERO.
001450 77  JournalAction          PIC X(02) VALUE SPACES.
001460 77  JournalBeforeImage     PIC X(250) VALUE SPACES.
001461
001462***************************************************************
001463*    OPERATOR SIGN-ON AND AUTHORITY WORKING FIELDS (SEE
001464*    OPERREC.CPY AND 1800-SIGN-ON).  ProgramMinimumLevel IS THE
001465*    LEVEL AN OPERATOR NEEDS TO USE THIS PROGRAM AT ALL.
001466***************************************************************
001467 77  OperatorFileStatus     PIC X(02).
001468 77  OperatorLogFileStatus  PIC X(02).
001469 77  SignedOnSwitch         PIC X(01) VALUE "N".
001470     88  OperatorSignedOn    VALUE "Y".
001471 77  SignOnTryCount         PIC 9(01) VALUE ZERO.
001472 77  SignOnTryLimit         PIC 9(01) VALUE 3.
001473 77  SignOnId               PIC X(08) VALUE SPACES.
001474 77  SignOnPassword         PIC X(08) VALUE SPACES.
001475 77  SignOnReason           PIC X(40) VALUE SPACES.
001476 77  ProgramMinimumLevel    PIC 9(01) VALUE 3.
001477 77  OperatorLevel          PIC 9(01) VALUE ZERO.
001478 77  RequiredLevel          PIC 9(01) VALUE ZERO.
001479 77  ActionAllowedSwitch    PIC X(01) VALUE "N".
001480     88  ActionAllowed       VALUE "Y".
001481 77  OperatorLogEvent       PIC X(03) VALUE SPACES.
001482 77  OperatorLogAction      PIC X(12) VALUE SPACES.
001483 77  OperatorLogCustomer    PIC 9(09) VALUE ZERO.
001484 77  OperatorLogDate        PIC 9(08) VALUE ZERO.
001485 77  OperatorLogTime        PIC 9(08) VALUE ZERO.
001486 77  DigestText             PIC X(16) VALUE SPACES.
001487 77  DigestIndex            PIC 9(02) COMP VALUE ZERO.
001488 77  DigestValue            PIC 9(09) VALUE ZERO.
001489 77  DigestWork             PIC 9(12) COMP VALUE ZERO.
001490 77  DigestQuotient         PIC 9(12) COMP VALUE ZERO.
001491 01  DigestCharPair.
001492     05  FILLER             PIC X(01) VALUE LOW-VALUE.
001493     05  DigestChar         PIC X(01) VALUE SPACE.
001494 01  DigestCharValue REDEFINES DigestCharPair
001495                            PIC 9(04) COMP.
001496
001497
001498 77  EndOfSessionSwitch     PIC X(01) VALUE "N".
001500     88  EndOfSession        VALUE "Y".
001510
001520 77  InputValidSwitch       PIC X(01) VALUE "N".
001630
001640 77  ErrorMessage           PIC X(60) VALUE SPACES.
001650
001651***************************************************************
001652*    FORMER-NAME (ALIAS) WORKING FIELDS (SEE ALIASREC.CPY AND
001653*    2270-FILE-AUTOMATIC-ALIAS).  BEFORE-NAME-RECORD IS THE
001654*    JOURNAL'S BEFORE IMAGE LAID OUT AS A NAME RECORD, SO THE
001655*    NAME A CORRECTION REPLACED CAN BE FILED FIELD BY FIELD.
001656***************************************************************
001657 77  AliasFileStatus        PIC X(02).
001658 77  AliasAvailableSwitch   PIC X(01) VALUE "N".
001659     88  AliasAvailable      VALUE "Y".
001660 77  FormerNameEntrySwitch  PIC X(01) VALUE "N".
001661     88  FormerNameEntry     VALUE "Y".
001663 77  AliasEndDate           PIC 9(08) VALUE ZERO.
001664 01  AliasDateText          PIC X(08) VALUE SPACES.
001665 01  AliasDateParts REDEFINES AliasDateText.
001666     05  AliasDateYear      PIC 9(04).
001667     05  AliasDateMonth     PIC 9(02).
001668     05  AliasDateDay       PIC 9(02).
001669 COPY NAMEREC REPLACING ==NAME-RECORD== BY ==BEFORE-NAME-RECORD==
001670                        LEADING ==NR-== BY ==BNR-==.
001671
001672***************************************************************
001673*    MARKETING CONSENT WORKING FIELDS (SEE CONSENT.CPY AND
001674*    2450-CHANGE-CONSENT).  ConsentAnswers CARRIES THE FOUR
001675*    CHANNEL CONSENTS AS THEY STAND AFTER THE CHANGE, FOR THE
001676*    "CNS" AUDIT LINE.
001677***************************************************************
001678 77  ConsentFileStatus      PIC X(02).
001679 77  ConsentAvailableSwitch PIC X(01) VALUE "N".
001680     88  ConsentAvailable    VALUE "Y".
001681 77  ConsentFoundSwitch     PIC X(01) VALUE "N".
001682     88  ConsentFound        VALUE "Y".
001683 77  ConsentIndex           PIC 9(02) COMP VALUE ZERO.
001684 77  ConsentReply           PIC X(01) VALUE SPACE.
001685 77  ConsentReplySwitch     PIC X(01) VALUE "N".
001686     88  ConsentReplyValid   VALUE "Y".
001687 77  ConsentShowDate        PIC X(08) VALUE SPACES.
001688 01  ConsentAnswers         PIC X(04) VALUE SPACES.
001689 01  ConsentAnswerTable REDEFINES ConsentAnswers.
001690     05  ConsentAnswer      OCCURS 4 TIMES
001691                            PIC X(01).
001692
001693***************************************************************
001694*    PROMPT LANGUAGE SELECTION (SEE COBOLACCEPT)
001695***************************************************************
001696 77  CommandLineParm        PIC X(80) VALUE SPACES.
001700 77  LanguageCode           PIC X(02) VALUE "SV".
001710 COPY PROMPTS.
001720
002410 01  EmailAddress           PIC X(40) VALUE SPACES.
002420 77  AddressFoundSwitch     PIC X(01) VALUE "N".
002430     88  AddressFound        VALUE "Y".
002432*    THE CITY AND POSTAL CODE AS READ, SO 2600 KNOWS WHETHER
002434*    THE OPERATOR TOUCHED EITHER ONE.
002436 01  CityOnFile             PIC X(20) VALUE SPACES.
002438 01  PostalCodeOnFile       PIC X(10) VALUE SPACES.
002440
002450 01  TitlePrefixLength      PIC 9(02) VALUE ZERO.
002460 01  FirstNameLength        PIC 9(02) VALUE ZERO.
002660     88  EditIsInvalid       VALUE "N".
002670 01  ScanIndex              PIC 9(02) VALUE ZERO.
002680 01  ScanChar               PIC X(01) VALUE SPACE.
002681
002682***************************************************************
002683*    POSTAL ADDRESS CHECK WORKING FIELDS (SEE 2660-EDIT-POSTAL-
002684*    ADDRESS, WHICH MIRRORS COBOLACCEPT'S 2350-EDIT-POSTAL-
002685*    ADDRESS FIELD FOR FIELD).
002686***************************************************************
002687 77  PostalRefAvailableSwitch PIC X(01) VALUE "N".
002688     88  PostalRefAvailable  VALUE "Y".
002689 77  PostalStandardizedSwitch PIC X(01) VALUE "N".
002690     88  PostalStandardized  VALUE "Y".
002691 77  PostalDigits           PIC X(05) VALUE SPACES.
002692 77  PostalDigitCount       PIC 9(02) COMP VALUE ZERO.
002693 77  PostalCityWork         PIC X(20) VALUE SPACES.
002694 77  PostalCityKey          PIC X(04) VALUE SPACES.
002695
002700 PROCEDURE DIVISION.
002710
002720**************************************************************
003040         CLOSE ADDRESS-FILE
003050         OPEN I-O ADDRESS-FILE
003060     END-IF.
003063     PERFORM 1320-OPEN-POSTREF
003066         THRU 1320-EXIT.
003067     PERFORM 1520-OPEN-ALIAS-FILE
003068         THRU 1520-EXIT.
003071     PERFORM 1530-OPEN-CONSENT-FILE
003074         THRU 1530-EXIT.
003077     PERFORM 1500-OPEN-MERGE-XREF
003080         THRU 1500-EXIT.
003090     PERFORM 1400-OPEN-AUDIT-LOG
003100         THRU 1400-EXIT.
003120         THRU 1420-EXIT.
003130     PERFORM 1100-SELECT-LANGUAGE
003140         THRU 1100-EXIT.
003142     IF NOT EndOfSession
003144         PERFORM 1800-SIGN-ON
003146             THRU 1800-EXIT
003148         IF NOT OperatorSignedOn
003150             SET EndOfSession TO TRUE
003152         END-IF
003154     END-IF.
003160     ACCEPT CurrentDate FROM DATE YYYYMMDD.
003170 1000-EXIT.
003180     EXIT.
004220                     WHEN "a"
004230                         PERFORM 2600-CHANGE-ADDRESS-RECORD
004240                             THRU 2600-EXIT
004243                     WHEN "M"
004246                     WHEN "m"
004249                         MOVE 4 TO RequiredLevel
004252                         MOVE "MERGE" TO OperatorLogAction
004255                         MOVE MaintCustomerNumber
004258                             TO OperatorLogCustomer
004261                         PERFORM 1850-CHECK-AUTHORITY
004264                             THRU 1850-EXIT
004267                         IF ActionAllowed
004270                             PERFORM 2800-MERGE-NAME-RECORD
004273                                 THRU 2800-EXIT
004276                         END-IF
004277                     WHEN "F"
004278                     WHEN "f"
004279                         PERFORM 2250-FILE-FORMER-NAME
004280                             THRU 2250-EXIT
004281                     WHEN "P"
004282                     WHEN "p"
004283                         PERFORM 2450-CHANGE-CONSENT
004284                             THRU 2450-EXIT
004285                     WHEN "R"
004286                     WHEN "r"
004287                         MOVE 4 TO RequiredLevel
004288                         MOVE "RETIRE" TO OperatorLogAction
004291                         MOVE MaintCustomerNumber
004294                             TO OperatorLogCustomer
004297                         PERFORM 1850-CHECK-AUTHORITY
004300                             THRU 1850-EXIT
004303                         IF ActionAllowed
004306                             PERFORM 2500-RETIRE-NAME-RECORD
004309                                 THRU 2500-EXIT
004312                         END-IF
004330                     WHEN OTHER
004340                         CONTINUE
004350                 END-EVALUATE
006370         WHEN NOT AnyChangeMade
006380             DISPLAY PMT-NO-CHANGES-TEXT (PMT-IDX)
006390         WHEN OTHER
006392*            THE SAME WALK FILES A FORMER NAME WHEN CALLED FROM
006394*            2250-FILE-FORMER-NAME - NAMEFILE IS LEFT ALONE.
006396             IF FormerNameEntry
006398                 PERFORM 2260-FILE-MANUAL-ALIAS
006400                     THRU 2260-EXIT
006402             ELSE
006404                 PERFORM 2240-REWRITE-NAME-RECORD
006406                     THRU 2240-EXIT
006408             END-IF
006420     END-EVALUATE.
006430 2200-EXIT.
006440     EXIT.
007110         MOVE "RW" TO JournalAction
007120         PERFORM 2750-WRITE-JOURNAL
007130             THRU 2750-EXIT
007132         PERFORM 2270-FILE-AUTOMATIC-ALIAS
007134             THRU 2270-EXIT
007140         DISPLAY PMT-CUST-WORD (PMT-IDX) NR-CUSTOMER-NUMBER
007150             " " PMT-CHANGED-TEXT (PMT-IDX)
007160     END-IF.
009550     MOVE "N" TO AddressFoundSwitch.
009560     MOVE SPACES TO Street City PostalCode Phone
009570         EmailAddress.
009575     MOVE SPACES TO CityOnFile PostalCodeOnFile.
009580     MOVE MaintCustomerNumber TO ADR-CUSTOMER-NUMBER.
009590     READ ADDRESS-FILE
009600         INVALID KEY
009670         MOVE ADR-POSTAL-CODE TO PostalCode
009680         MOVE ADR-PHONE       TO Phone
009690         MOVE ADR-EMAIL       TO EmailAddress
009693         MOVE ADR-CITY        TO CityOnFile
009696         MOVE ADR-POSTAL-CODE TO PostalCodeOnFile
009700         DISPLAY "STREET.....: " Street
009710         DISPLAY "CITY.......: " City
009720         DISPLAY "POSTAL CODE: " PostalCode
010400         MOVE ChangeNewValue TO EmailAddress
010410     END-IF.
010420
010421*    A NEW CITY OR POSTAL CODE IS CHECKED AGAINST POSTREF AS A
010422*    PAIR ONCE BOTH ARE IN HAND.  A RECORD WHOSE ADDRESS WAS
010423*    NOT TOUCHED IS LEFT FOR THE COBOLACL CLEANSING RUN, SO A
010424*    PHONE CHANGE IS NEVER HELD UP BY AN OLD ADDRESS.
010425     IF NOT ChangeAborted
010426         AND (City NOT = CityOnFile
010427         OR PostalCode NOT = PostalCodeOnFile)
010428         PERFORM 2660-EDIT-POSTAL-ADDRESS
010429             THRU 2660-EXIT
010430         IF EditIsValid
010431             IF PostalStandardized
010432                 DISPLAY PMT-POSTAL-STD-TEXT (PMT-IDX) " "
010433                     PostalCode " " City
010434             END-IF
010435         ELSE
010436             DISPLAY ErrorMessage
010437             SET ChangeAborted TO TRUE
010438         END-IF
010439     END-IF.
010440
010441     EVALUATE TRUE
010442         WHEN ChangeAborted
010450             DISPLAY PMT-NOT-CHANGED-TEXT (PMT-IDX)
010460         WHEN NOT AnyChangeMade
010470             DISPLAY PMT-NO-CHANGES-TEXT (PMT-IDX)
011620     MOVE FirstName           TO ALG-FIRST-NAME.
011630     MOVE LastName            TO ALG-LAST-NAME.
011640     MOVE AuditAction         TO ALG-ACTION.
011642     IF ALG-ACTION-CONSENT
011644         MOVE ConsentAnswers  TO ALG-CONSENT-STATE
011646     END-IF.
011650     WRITE AUDIT-LOG-RECORD.
011660 2700-EXIT.
011670     EXIT.
014650     CLOSE NAME-JOURNAL-FILE.
014660     CLOSE ADDRESS-FILE.
014665     CLOSE MERGE-XREF-FILE.
014666     IF PostalRefAvailable
014667         CLOSE POSTAL-REF-FILE
014668     END-IF.
014670     CLOSE AUDIT-LOG-FILE.
014675     CLOSE OPERATOR-LOG-FILE.
014676     IF AliasAvailable
014677         CLOSE ALIAS-FILE
014678     END-IF.
014680     IF ConsentAvailable
014682         CLOSE CONSENT-FILE
014684     END-IF.
014686 3000-EXIT.
014690     EXIT.
014700
014710**************************************************************
014720*    1320-OPEN-POSTREF THRU 1320-EXIT
014730*    READ-ONLY, AS IN COBOLACCEPT'S 1320-OPEN-POSTREF - A BASE
014740*    THAT HAS NEVER RUN COBOLPST'S LOAD SKIPS THE POSTAL CHECK
014750*    RATHER THAN REFUSING EVERY ADDRESS CHANGE.
014760**************************************************************
014770 1320-OPEN-POSTREF.
014780     MOVE "N" TO PostalRefAvailableSwitch.
014790     OPEN INPUT POSTAL-REF-FILE.
014800     IF PostalRefFileStatus = "00"
014810         SET PostalRefAvailable TO TRUE
014820     ELSE
014830         DISPLAY "POSTREF NOT AVAILABLE - STATUS "
014840             PostalRefFileStatus
014850             " - POSTAL CODES WILL NOT BE CHECKED"
014860     END-IF.
014870 1320-EXIT.
014880     EXIT.
014890
014900**************************************************************
014910*    2660-EDIT-POSTAL-ADDRESS THRU 2660-EXIT
014920*    CHECKS City AND PostalCode AGAINST THE POSTREF REFERENCE
014930*    FILE AND REPLACES A PASSING PAIR WITH THE POSTAL
014940*    SERVICE'S SPELLING AND FORMAT.  MIRRORS COBOLACCEPT'S
014950*    2350-EDIT-POSTAL-ADDRESS, FIELD FOR FIELD - A CHANGE
014960*    FILED HERE COULD ALWAYS HAVE BEEN CAPTURED THERE.
014970**************************************************************
014980 2660-EDIT-POSTAL-ADDRESS.
014990     SET EditIsValid TO TRUE.
015000     MOVE "N" TO PostalStandardizedSwitch.
015010     MOVE SPACES TO ErrorMessage.
015020     IF City = SPACES AND PostalCode = SPACES
015030         GO TO 2660-EXIT
015040     END-IF.
015050     IF NOT PostalRefAvailable
015060         GO TO 2660-EXIT
015070     END-IF.
015080     IF City = SPACES OR PostalCode = SPACES
015090         SET EditIsInvalid TO TRUE
015100         MOVE "POSTAL CODE AND CITY MUST BE GIVEN TOGETHER"
015110             TO ErrorMessage
015120         GO TO 2660-EXIT
015130     END-IF.
015140
015150     MOVE SPACES TO PostalDigits.
015160     MOVE ZERO TO PostalDigitCount.
015170     PERFORM 2665-SQUEEZE-POSTAL-CHAR
015180         THRU 2665-EXIT
015190         VARYING ScanIndex FROM 1 BY 1
015200         UNTIL ScanIndex > 10.
015210     IF PostalDigitCount NOT = 5
015220         OR PostalDigits NOT NUMERIC
015230         SET EditIsInvalid TO TRUE
015240         MOVE "POSTAL CODE MUST BE FIVE DIGITS" TO ErrorMessage
015250         GO TO 2660-EXIT
015260     END-IF.
015270
015280     MOVE PostalDigits TO PST-POSTAL-CODE.
015290     READ POSTAL-REF-FILE
015300         INVALID KEY
015310             CONTINUE
015320     END-READ.
015330     IF PostalRefFileStatus NOT = "00"
015340         SET EditIsInvalid TO TRUE
015350         MOVE "POSTAL CODE IS NOT ON THE POSTAL REFERENCE FILE"
015360             TO ErrorMessage
015370         GO TO 2660-EXIT
015380     END-IF.
015390
015400     MOVE City TO PostalCityWork.
015410     INSPECT PostalCityWork CONVERTING
015420         "abcdefghijklmnopqrstuvwxyz" TO
015430         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
015440     IF PostalCityWork NOT = PST-CITY
015450         MOVE PostalCityWork TO PhoneticName
015460         PERFORM 2900-BUILD-PHONETIC-KEY
015470             THRU 2900-EXIT
015480         MOVE PhoneticKey TO PostalCityKey
015490         MOVE PST-CITY TO PhoneticName
015500         PERFORM 2900-BUILD-PHONETIC-KEY
015510             THRU 2900-EXIT
015520         IF PhoneticKey NOT = PostalCityKey
015530             SET EditIsInvalid TO TRUE
015540             MOVE "CITY DOES NOT MATCH THE POSTAL CODE"
015550                 TO ErrorMessage
015560             GO TO 2660-EXIT
015570         END-IF
015580     END-IF.
015590
015600     IF City NOT = PST-CITY
015610         OR PostalCode NOT = PST-DISPLAY-CODE
015620         SET PostalStandardized TO TRUE
015630     END-IF.
015640     MOVE PST-CITY TO City.
015650     MOVE PST-DISPLAY-CODE TO PostalCode.
015660 2660-EXIT.
015670     EXIT.
015680
015690 2665-SQUEEZE-POSTAL-CHAR.
015700     MOVE PostalCode (ScanIndex:1) TO ScanChar.
015710     IF ScanChar = SPACE OR ScanChar = "-"
015720         GO TO 2665-EXIT
015730     END-IF.
015740     ADD 1 TO PostalDigitCount.
015750     IF PostalDigitCount NOT > 5
015760         MOVE ScanChar TO PostalDigits (PostalDigitCount:1)
015770     END-IF.
015780 2665-EXIT.
015790     EXIT.
015800
015810**************************************************************
015820*    1440-OPEN-OPERATOR-LOG THRU 1440-EXIT
015830*    THE SECURITY LOG IS APPENDED TO ACROSS RUNS - THE SAME
015840*    CREATE-THEN-EXTEND PATTERN AS 1400-OPEN-AUDIT-LOG.
015850**************************************************************
015860 1440-OPEN-OPERATOR-LOG.
015870     OPEN EXTEND OPERATOR-LOG-FILE.
015880     IF OperatorLogFileStatus = "35"
015890         OPEN OUTPUT OPERATOR-LOG-FILE
015900         CLOSE OPERATOR-LOG-FILE
015910         OPEN EXTEND OPERATOR-LOG-FILE
015920     END-IF.
015930 1440-EXIT.
015940     EXIT.
015950
015960**************************************************************
015970*    1800-SIGN-ON THRU 1800-EXIT
015980*    THE OPERATOR KEYS AN ID AND PASSWORD.  THE ID MUST BE ON
015990*    THE OPERATOR FILE (SEE OPERREC.CPY), ACTIVE, AT LEAST AT
016000*    ProgramMinimumLevel, AND THE PASSWORD'S DIGEST MUST MATCH.
016010*    THREE FAILED TRIES END THE SESSION; EACH ONE IS LOGGED ON
016020*    OPERLOG WITH THE REAL REASON, THOUGH THE SCREEN ONLY SAYS
016030*    THE SIGN-ON WAS REFUSED.  ONCE SIGNED ON, THE OPERATOR'S
016040*    ID STAMPS EVERYTHING THE SESSION FILES, AND THEIR OWN
016050*    LANGUAGE (IF SET) REPLACES THE COMMAND-LINE CHOICE.
016060**************************************************************
016070 1800-SIGN-ON.
016080     MOVE "N" TO SignedOnSwitch.
016090     PERFORM 1440-OPEN-OPERATOR-LOG
016100         THRU 1440-EXIT.
016110     OPEN INPUT OPERATOR-FILE.
016120     IF OperatorFileStatus NOT = "00"
016130         DISPLAY "OPERFILE NOT AVAILABLE - STATUS "
016140             OperatorFileStatus
016150         MOVE SPACES TO SignOnId
016160         MOVE "OPERATOR FILE NOT AVAILABLE" TO SignOnReason
016170         MOVE "SOF" TO OperatorLogEvent
016180         MOVE SPACES TO OperatorLogAction
016190         MOVE ZERO TO OperatorLogCustomer
016200         PERFORM 1860-WRITE-OPERATOR-LOG
016210             THRU 1860-EXIT
016220         GO TO 1800-EXIT
016230     END-IF.
016240     MOVE ZERO TO SignOnTryCount.
016250     PERFORM 1810-SIGN-ON-ONE-TRY
016260         THRU 1810-EXIT
016270         UNTIL OperatorSignedOn
016280         OR SignOnTryCount NOT < SignOnTryLimit.
016290     CLOSE OPERATOR-FILE.
016300     IF NOT OperatorSignedOn
016310         GO TO 1800-EXIT
016320     END-IF.
016330     MOVE SignOnId TO OperatorId.
016340     MOVE OPR-LEVEL TO OperatorLevel.
016350     IF OPR-LANGUAGE NOT = SPACES
016360         MOVE OPR-LANGUAGE TO LanguageCode
016370         SET PMT-IDX TO 1
016380         SEARCH PMT-TABLE-ENTRY
016390             AT END
016400                 SET PMT-IDX TO 1
016410             WHEN PMT-LANG-CODE (PMT-IDX) = LanguageCode
016420                 CONTINUE
016430         END-SEARCH
016440     END-IF.
016450     DISPLAY PMT-SIGNED-ON-TEXT (PMT-IDX) " " OPR-OPERATOR-ID
016460         " " OPR-OPERATOR-NAME.
016470 1800-EXIT.
016480     EXIT.
016490
016500 1810-SIGN-ON-ONE-TRY.
016510     ADD 1 TO SignOnTryCount.
016520     DISPLAY PMT-SIGNON-ID-TEXT (PMT-IDX) WITH NO ADVANCING.
016530     MOVE SPACES TO SignOnId.
016540     ACCEPT SignOnId.
016550     INSPECT SignOnId CONVERTING "abcdefghijklmnopqrstuvwxyz"
016560         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
016570     DISPLAY PMT-SIGNON-PW-TEXT (PMT-IDX) WITH NO ADVANCING.
016580     MOVE SPACES TO SignOnPassword.
016590     ACCEPT SignOnPassword.
016600     MOVE SPACES TO SignOnReason.
016610     IF SignOnId = SPACES
016620         MOVE "NO OPERATOR ID KEYED" TO SignOnReason
016630         GO TO 1810-REFUSE
016640     END-IF.
016650     MOVE SignOnId TO OPR-OPERATOR-ID.
016660     READ OPERATOR-FILE
016670         INVALID KEY
016680             CONTINUE
016690     END-READ.
016700     IF OperatorFileStatus NOT = "00"
016710         MOVE "UNKNOWN OPERATOR ID" TO SignOnReason
016720         GO TO 1810-REFUSE
016730     END-IF.
016740     PERFORM 1820-DIGEST-PASSWORD
016750         THRU 1820-EXIT.
016760     EVALUATE TRUE
016770         WHEN DigestValue NOT = OPR-PASSWORD-DIGEST
016780             MOVE "WRONG PASSWORD" TO SignOnReason
016790         WHEN NOT OPR-ACTIVE
016800             MOVE "OPERATOR REVOKED" TO SignOnReason
016810         WHEN OPR-LEVEL < ProgramMinimumLevel
016820             MOVE "LEVEL TOO LOW FOR THIS PROGRAM" TO SignOnReason
016830         WHEN OTHER
016840             SET OperatorSignedOn TO TRUE
016850             GO TO 1810-EXIT
016860     END-EVALUATE.
016870 1810-REFUSE.
016880     DISPLAY PMT-SIGNON-FAIL-TEXT (PMT-IDX).
016890     MOVE "SOF" TO OperatorLogEvent.
016900     MOVE SPACES TO OperatorLogAction.
016910     MOVE ZERO TO OperatorLogCustomer.
016920     PERFORM 1860-WRITE-OPERATOR-LOG
016930         THRU 1860-EXIT.
016940 1810-EXIT.
016950     EXIT.
016960
016970**************************************************************
016980*    1820-DIGEST-PASSWORD THRU 1820-EXIT
016990*    FOLDS THE OPERATOR ID AND PASSWORD, CHARACTER BY
017000*    CHARACTER, INTO A NINE-DIGIT DIGEST (MULTIPLY BY 131, ADD
017010*    THE CHARACTER'S CODE AND ITS POSITION, MODULO THE PRIME
017020*    999999937).  ONLY THE DIGEST IS EVER FILED, AND THE SAME
017030*    PASSWORD GIVES A DIFFERENT DIGEST FOR EVERY OPERATOR.  ON
017040*    ENTRY SignOnId AND SignOnPassword HOLD WHAT WAS KEYED; ON
017050*    EXIT DigestValue HOLDS THE DIGEST.  COBOLOPR FILES IT WITH
017060*    THIS SAME ROUTINE - CHANGE ONE, CHANGE THEM ALL.
017070**************************************************************
017080 1820-DIGEST-PASSWORD.
017090     MOVE SignOnId TO DigestText (1:8).
017100     MOVE SignOnPassword TO DigestText (9:8).
017110     MOVE 7 TO DigestValue.
017120     PERFORM 1825-DIGEST-ONE-CHAR
017130         THRU 1825-EXIT
017140         VARYING DigestIndex FROM 1 BY 1
017150         UNTIL DigestIndex > 16.
017160 1820-EXIT.
017170     EXIT.
017180
017190 1825-DIGEST-ONE-CHAR.
017200     MOVE DigestText (DigestIndex:1) TO DigestChar.
017210     COMPUTE DigestWork = DigestValue * 131 + DigestCharValue
017220         + DigestIndex.
017230     DIVIDE DigestWork BY 999999937 GIVING DigestQuotient
017240         REMAINDER DigestValue.
017250 1825-EXIT.
017260     EXIT.
017270
017280**************************************************************
017290*    1850-CHECK-AUTHORITY THRU 1850-EXIT
017300*    ON ENTRY RequiredLevel HOLDS THE LEVEL THE ACTION NEEDS,
017310*    AND OperatorLogAction / OperatorLogCustomer NAME IT.  SETS
017320*    ActionAllowed, OR TELLS THE OPERATOR THEY ARE NOT
017330*    AUTHORIZED AND LOGS THE REFUSED ATTEMPT ON OPERLOG.
017340**************************************************************
017350 1850-CHECK-AUTHORITY.
017360     MOVE "N" TO ActionAllowedSwitch.
017370     IF OperatorLevel NOT < RequiredLevel
017380         SET ActionAllowed TO TRUE
017390         GO TO 1850-EXIT
017400     END-IF.
017410     DISPLAY PMT-NOT-AUTH-TEXT (PMT-IDX).
017420     MOVE SPACES TO SignOnReason.
017430     STRING "NEEDS LEVEL " DELIMITED BY SIZE
017440         RequiredLevel DELIMITED BY SIZE
017450         " - OPERATOR IS LEVEL " DELIMITED BY SIZE
017460         OperatorLevel DELIMITED BY SIZE
017470         INTO SignOnReason
017480     END-STRING.
017490     MOVE "REF" TO OperatorLogEvent.
017500     PERFORM 1860-WRITE-OPERATOR-LOG
017510         THRU 1860-EXIT.
017520 1850-EXIT.
017530     EXIT.
017540
017550**************************************************************
017560*    1860-WRITE-OPERATOR-LOG THRU 1860-EXIT
017570*    ONE OPERLOG LINE (SEE OPRLOG.CPY).  THE CALLER SETS
017580*    OperatorLogEvent, OperatorLogAction, OperatorLogCustomer
017590*    AND SignOnReason; THE OPERATOR IS THE ID AS KEYED.
017600**************************************************************
017610 1860-WRITE-OPERATOR-LOG.
017620     ACCEPT OperatorLogDate FROM DATE YYYYMMDD.
017630     ACCEPT OperatorLogTime FROM TIME.
017640     MOVE SPACES TO OPERATOR-LOG-RECORD.
017650     MOVE OperatorLogDate TO OLG-RUN-DATE.
017660     MOVE OperatorLogTime TO OLG-RUN-TIME.
017670     MOVE "COBOLMNT" TO OLG-PROGRAM-ID.
017680     MOVE SignOnId TO OLG-OPERATOR-ID.
017690     MOVE OperatorLogEvent TO OLG-EVENT.
017700     MOVE OperatorLogAction TO OLG-ACTION.
017710     MOVE OperatorLogCustomer TO OLG-CUSTOMER-NUMBER.
017720     MOVE SignOnReason TO OLG-REASON.
017730     WRITE OPERATOR-LOG-RECORD.
017740 1860-EXIT.
017750     EXIT.
017760
017770**************************************************************
017780*    1520-OPEN-ALIAS-FILE THRU 1520-EXIT
017790*    SAME CREATE-THEN-REOPEN PATTERN AS ADDRFILE - THE FIRST
017800*    NAME CORRECTION ON A BASE THAT HAS NEVER FILED A FORMER
017810*    NAME CREATES THE FILE.  IF IT STILL CANNOT BE OPENED THE
017820*    SESSION RUNS ON, BUT SAYS THAT FORMER NAMES ARE NOT KEPT.
017830**************************************************************
017840 1520-OPEN-ALIAS-FILE.
017850     MOVE "N" TO AliasAvailableSwitch.
017860     OPEN I-O ALIAS-FILE.
017870     IF AliasFileStatus = "35"
017880         OPEN OUTPUT ALIAS-FILE
017890         CLOSE ALIAS-FILE
017900         OPEN I-O ALIAS-FILE
017910     END-IF.
017920     IF AliasFileStatus = "00"
017930         SET AliasAvailable TO TRUE
017940     ELSE
017950         DISPLAY "ALIASFIL NOT AVAILABLE - STATUS "
017960             AliasFileStatus
017970             " - FORMER NAMES WILL NOT BE KEPT"
017980     END-IF.
017990 1520-EXIT.
018000     EXIT.
018010
018020**************************************************************
018030*    2250-FILE-FORMER-NAME THRU 2250-EXIT
018040*    THE (F)ORMER NAME ACTION - A NAME THE CUSTOMER WAS KNOWN BY
018050*    BEFORE THIS SYSTEM EVER HELD THEM (OLD PAPERWORK, A NAME
018060*    CHANGED BEFORE ONBOARDING).  THE OPERATOR WALKS THE SAME
018070*    FIVE FIELDS AS A NAME CORRECTION, STARTING FROM THE NAME ON
018080*    FILE - ENTER KEEPS A VALUE, SO A MAIDEN NAME IS USUALLY
018090*    JUST THE LAST NAME RE-KEYED - AND 2200 HANDS THE RESULT TO
018100*    2260-FILE-MANUAL-ALIAS INSTEAD OF REWRITING NAMEFILE.
018110**************************************************************
018120 2250-FILE-FORMER-NAME.
018130     IF NOT AliasAvailable
018140         DISPLAY "ALIASFIL NOT AVAILABLE - FORMER NAME NOT FILED"
018150         GO TO 2250-EXIT
018160     END-IF.
018170     DISPLAY PMT-ALIAS-ENTRY-TEXT (PMT-IDX).
018180     SET FormerNameEntry TO TRUE.
018190     PERFORM 2200-CHANGE-NAME-RECORD
018200         THRU 2200-EXIT.
018210     MOVE "N" TO FormerNameEntrySwitch.
018220 2250-EXIT.
018230     EXIT.
018240
018250**************************************************************
018260*    2260-FILE-MANUAL-ALIAS THRU 2260-EXIT
018270*    ON ENTRY THE NAME FIELDS HOLD THE FORMER NAME AS KEYED.
018280*    ASKS WHEN IT STOPPED BEING USED (ENTER IF NOT KNOWN) AND
018290*    FILES IT.  A BAD DATE ABANDONS THE ENTRY, AS A BAD NAME
018300*    FIELD DOES IN 2200.
018310**************************************************************
018320 2260-FILE-MANUAL-ALIAS.
018330     PERFORM 2400-BUILD-WHOLE-NAME
018340         THRU 2400-EXIT.
018350     DISPLAY PMT-ALIAS-DATE-TEXT (PMT-IDX) WITH NO ADVANCING.
018360     MOVE SPACES TO EditField.
018370     ACCEPT EditField.
018380     PERFORM 2265-EDIT-ALIAS-DATE
018390         THRU 2265-EXIT.
018400     IF InputIsInvalid
018410         DISPLAY ErrorMessage
018420         DISPLAY PMT-NOT-CHANGED-TEXT (PMT-IDX)
018430         GO TO 2260-EXIT
018440     END-IF.
018450     MOVE SPACES          TO ALIAS-RECORD.
018460     MOVE TitlePrefix     TO ALS-TITLE.
018470     MOVE FirstName       TO ALS-FIRST-NAME.
018480     MOVE MiddleName      TO ALS-MIDDLE-NAME.
018490     MOVE LastName        TO ALS-LAST-NAME.
018500     MOVE Suffix          TO ALS-SUFFIX.
018510     MOVE WholeName       TO ALS-WHOLE-NAME.
018520     SET ALS-SOURCE-MANUAL TO TRUE.
018530     PERFORM 2280-WRITE-ALIAS-RECORD
018540         THRU 2280-EXIT.
018550     IF AliasFileStatus = "00"
018560         DISPLAY PMT-CUST-WORD (PMT-IDX) NR-CUSTOMER-NUMBER
018570             " " PMT-ALIAS-FILED-TEXT (PMT-IDX)
018580     END-IF.
018590 2260-EXIT.
018600     EXIT.
018610
018620**************************************************************
018630*    2265-EDIT-ALIAS-DATE THRU 2265-EXIT
018640*    A BLANK ENTRY IS "NOT KNOWN" (ZERO).  OTHERWISE EIGHT
018650*    DIGITS, A REAL MONTH AND DAY, AND NOT AFTER TODAY - A NAME
018660*    CANNOT HAVE STOPPED BEING CURRENT IN THE FUTURE.
018670**************************************************************
018680 2265-EDIT-ALIAS-DATE.
018690     SET InputIsValid TO TRUE.
018700     MOVE SPACES TO ErrorMessage.
018710     MOVE ZERO TO AliasEndDate.
018720     IF EditField = SPACES
018730         GO TO 2265-EXIT
018740     END-IF.
018750     MOVE EditField (1:8) TO AliasDateText.
018760     IF AliasDateText NOT NUMERIC
018770         OR EditField (9:42) NOT = SPACES
018780         SET InputIsInvalid TO TRUE
018790         MOVE "DATE MUST BE EIGHT DIGITS, YYYYMMDD"
018800             TO ErrorMessage
018810         GO TO 2265-EXIT
018820     END-IF.
018830     IF AliasDateMonth < 1 OR AliasDateMonth > 12
018840         OR AliasDateDay < 1 OR AliasDateDay > 31
018850         SET InputIsInvalid TO TRUE
018860         MOVE "DATE IS NOT A CALENDAR DATE" TO ErrorMessage
018870         GO TO 2265-EXIT
018880     END-IF.
018890     MOVE AliasDateText TO AliasEndDate.
018900     IF AliasEndDate > CurrentDate
018910         SET InputIsInvalid TO TRUE
018920         MOVE "DATE MAY NOT BE AFTER TODAY" TO ErrorMessage
018930         MOVE ZERO TO AliasEndDate
018940     END-IF.
018950 2265-EXIT.
018960     EXIT.
018970
018980**************************************************************
018990*    2270-FILE-AUTOMATIC-ALIAS THRU 2270-EXIT
019000*    CALLED ONCE A NAME CORRECTION HAS BEEN REWRITTEN.  THE NAME
019010*    AS IT STOOD BEFORE (THE JOURNAL'S BEFORE IMAGE) IS FILED AS
019020*    A FORMER NAME, ENDED TODAY - BUT ONLY WHEN THE FIRST,
019030*    MIDDLE OR LAST NAME ACTUALLY CHANGED.  A TITLE OR SUFFIX
019040*    CORRECTION ALONE LEAVES THE CUSTOMER FINDABLE UNDER THE
019050*    SAME NAME, SO IT FILES NOTHING.
019060**************************************************************
019070 2270-FILE-AUTOMATIC-ALIAS.
019080     MOVE JournalBeforeImage TO BEFORE-NAME-RECORD.
019090     IF BNR-FIRST-NAME = NR-FIRST-NAME
019100         AND BNR-MIDDLE-NAME = NR-MIDDLE-NAME
019110         AND BNR-LAST-NAME = NR-LAST-NAME
019120         GO TO 2270-EXIT
019130     END-IF.
019140     IF NOT AliasAvailable
019150         DISPLAY "ALIASFIL NOT AVAILABLE - FORMER NAME NOT KEPT"
019160         GO TO 2270-EXIT
019170     END-IF.
019180     MOVE SPACES          TO ALIAS-RECORD.
019190     MOVE BNR-TITLE       TO ALS-TITLE.
019200     MOVE BNR-FIRST-NAME  TO ALS-FIRST-NAME.
019210     MOVE BNR-MIDDLE-NAME TO ALS-MIDDLE-NAME.
019220     MOVE BNR-LAST-NAME   TO ALS-LAST-NAME.
019230     MOVE BNR-SUFFIX      TO ALS-SUFFIX.
019240     MOVE BNR-WHOLE-NAME  TO ALS-WHOLE-NAME.
019250     MOVE CurrentDate     TO AliasEndDate.
019260     SET ALS-SOURCE-AUTOMATIC TO TRUE.
019270     PERFORM 2280-WRITE-ALIAS-RECORD
019280         THRU 2280-EXIT.
019290 2270-EXIT.
019300     EXIT.
019310
019320**************************************************************
019330*    2280-WRITE-ALIAS-RECORD THRU 2280-EXIT
019340*    ON ENTRY THE NAME FIELDS AND ALS-SOURCE ARE IN THE RECORD
019350*    AND AliasEndDate IS SET.  STAMPS THE KEY, THE PHONETIC KEY
019360*    AND WHO FILED IT, AND WRITES.  TWO ENTRIES FOR ONE CUSTOMER
019370*    IN THE SAME SECOND (STATUS 22) TAKE THE NEXT SECOND.
019380**************************************************************
019390 2280-WRITE-ALIAS-RECORD.
019400     MOVE ALS-LAST-NAME TO PhoneticName.
019410     PERFORM 2900-BUILD-PHONETIC-KEY
019420         THRU 2900-EXIT.
019430     MOVE PhoneticKey TO ALS-PHONETIC-KEY.
019440     MOVE AliasEndDate TO ALS-END-DATE.
019450     MOVE OperatorId TO ALS-ADDED-BY.
019460     MOVE NR-CUSTOMER-NUMBER TO ALS-CUSTOMER-NUMBER.
019470     MOVE CurrentDate TO ALS-ADDED-DATE.
019480     ACCEPT CurrentTime FROM TIME.
019490     MOVE CurrentTime TO ALS-ADDED-TIME.
019500     WRITE ALIAS-RECORD
019510         INVALID KEY
019520             CONTINUE
019530     END-WRITE.
019540     IF AliasFileStatus = "22"
019550         ADD 100 TO ALS-ADDED-TIME
019560         WRITE ALIAS-RECORD
019570             INVALID KEY
019580                 CONTINUE
019590         END-WRITE
019600     END-IF.
019610     IF AliasFileStatus NOT = "00"
019620         DISPLAY "UNABLE TO FILE FORMER NAME FOR CUSTOMER "
019630             NR-CUSTOMER-NUMBER " - STATUS " AliasFileStatus
019640     END-IF.
019650 2280-EXIT.
019660     EXIT.
019670
019680**************************************************************
019690*    1530-OPEN-CONSENT-FILE THRU 1530-EXIT
019700*    SAME CREATE-THEN-REOPEN PATTERN AS ALIASFIL.  IF THE
019710*    REGISTER STILL CANNOT BE OPENED THE SESSION RUNS ON, BUT
019720*    THE (P)REFS ACTION SAYS IT CANNOT RECORD ANYTHING.
019730**************************************************************
019740 1530-OPEN-CONSENT-FILE.
019750     MOVE "N" TO ConsentAvailableSwitch.
019760     OPEN I-O CONSENT-FILE.
019770     IF ConsentFileStatus = "35"
019780         OPEN OUTPUT CONSENT-FILE
019790         CLOSE CONSENT-FILE
019800         OPEN I-O CONSENT-FILE
019810     END-IF.
019820     IF ConsentFileStatus = "00"
019830         SET ConsentAvailable TO TRUE
019840     ELSE
019850         DISPLAY "CONSENT NOT AVAILABLE - STATUS "
019860             ConsentFileStatus
019870             " - CONSENT CANNOT BE CHANGED"
019880     END-IF.
019890 1530-EXIT.
019900     EXIT.
019910
019920**************************************************************
019930*    2450-CHANGE-CONSENT THRU 2450-EXIT
019940*    THE (P)REFS ACTION.  SHOWS EACH CHANNEL'S CONSENT AS ON
019950*    THE REGISTER AND TAKES THE NEW ANSWER - ENTER KEEPS WHAT IS
019960*    THERE.  ONLY A CHANNEL WHOSE ANSWER ACTUALLY CHANGES IS
019970*    RE-STAMPED WITH TODAY'S DATE, THE OPERATOR AND CAPTURE
019980*    CHANNEL "M".  A CUSTOMER NEVER ASKED BEFORE GETS A NEW
019990*    RECORD.  NOTHING CHANGED, NOTHING FILED AND NO TRAIL LINE.
020000*    COBOLMKT PICKS A WITHDRAWAL UP IN THAT NIGHT'S EXTRACT.
020010**************************************************************
020020 2450-CHANGE-CONSENT.
020030     IF NOT ConsentAvailable
020040         DISPLAY "CONSENT NOT AVAILABLE - CONSENT NOT CHANGED"
020050         GO TO 2450-EXIT
020060     END-IF.
020070     MOVE "N" TO AnyChangeSwitch.
020080     MOVE "N" TO ConsentFoundSwitch.
020090     MOVE MaintCustomerNumber TO CNS-CUSTOMER-NUMBER.
020100     READ CONSENT-FILE
020110         INVALID KEY
020120             CONTINUE
020130     END-READ.
020140     EVALUATE ConsentFileStatus
020150         WHEN "00"
020160             SET ConsentFound TO TRUE
020170         WHEN "23"
020180             MOVE SPACES TO CONSENT-RECORD
020190             MOVE MaintCustomerNumber TO CNS-CUSTOMER-NUMBER
020200             MOVE ZERO TO CNS-LAST-CHANGED-DATE
020210         WHEN "51"
020220             DISPLAY "CONSENT FOR " MaintCustomerNumber
020230                 " IS IN USE - TRY AGAIN LATER"
020240             GO TO 2450-EXIT
020250         WHEN OTHER
020260             DISPLAY "UNABLE TO READ CONSENT FOR "
020270                 MaintCustomerNumber " - STATUS "
020275                 ConsentFileStatus
020280             GO TO 2450-EXIT
020290     END-EVALUATE.
020300
020310     DISPLAY PMT-CONSENT-MNT-TEXT (PMT-IDX).
020320     PERFORM 2455-CHANGE-ONE-CONSENT
020330         THRU 2455-EXIT
020340         VARYING ConsentIndex FROM 1 BY 1
020350         UNTIL ConsentIndex > 4.
020355*    NOTHING CHANGED - RELEASE THE ENTRY FOR THE OTHER OPERATORS.
020360     IF NOT AnyChangeMade
020365         UNLOCK CONSENT-FILE
020370         GO TO 2450-EXIT
020380     END-IF.
020390
020400     MOVE CurrentDate TO CNS-LAST-CHANGED-DATE.
020410     MOVE OperatorId TO CNS-LAST-CHANGED-BY.
020420     IF ConsentFound
020430         REWRITE CONSENT-RECORD
020440             INVALID KEY
020450                 CONTINUE
020460         END-REWRITE
020470     ELSE
020480         WRITE CONSENT-RECORD
020490             INVALID KEY
020500                 CONTINUE
020510         END-WRITE
020520     END-IF.
020530     IF ConsentFileStatus NOT = "00"
020540         DISPLAY "UNABLE TO FILE CONSENT FOR "
020550             MaintCustomerNumber " - STATUS " ConsentFileStatus
020560         GO TO 2450-EXIT
020570     END-IF.
020580     MOVE NR-FIRST-NAME TO FirstName.
020590     MOVE NR-LAST-NAME  TO LastName.
020600     MOVE "CNS" TO AuditAction.
020610     PERFORM 2700-WRITE-AUDIT-LOG
020620         THRU 2700-EXIT.
020630     DISPLAY PMT-CUST-WORD (PMT-IDX) MaintCustomerNumber
020640         " " PMT-CONSENT-FILED-TEXT (PMT-IDX).
020650 2450-EXIT.
020660     EXIT.
020670
020680 2455-CHANGE-ONE-CONSENT.
020690     IF NOT ConsentFound
020700         MOVE ZERO TO CNS-CONSENT-DATE (ConsentIndex)
020710     END-IF.
020720     MOVE CNS-CONSENT (ConsentIndex)
020725         TO ConsentAnswer (ConsentIndex).
020730     MOVE "N" TO ConsentReplySwitch.
020740     PERFORM 2460-ASK-ONE-CONSENT
020750         THRU 2460-EXIT
020760         UNTIL ConsentReplyValid.
020770     IF ConsentAnswer (ConsentIndex) = CNS-CONSENT (ConsentIndex)
020780         GO TO 2455-EXIT
020790     END-IF.
020800     MOVE ConsentAnswer (ConsentIndex)
020810         TO CNS-CONSENT (ConsentIndex).
020820     MOVE CurrentDate TO CNS-CONSENT-DATE (ConsentIndex).
020830     MOVE OperatorId TO CNS-CAPTURED-BY (ConsentIndex).
020840     SET CNS-BY-MAINTENANCE (ConsentIndex) TO TRUE.
020850     SET AnyChangeMade TO TRUE.
020860 2455-EXIT.
020870     EXIT.
020880
020890 2460-ASK-ONE-CONSENT.
020900     MOVE SPACES TO ConsentShowDate.
020910     IF NOT CNS-NOT-ASKED (ConsentIndex)
020920         MOVE CNS-CONSENT-DATE (ConsentIndex) TO ConsentShowDate
020930     END-IF.
020940     DISPLAY "    "
020950         PMT-CONSENT-CHANNEL-TEXT (PMT-IDX, ConsentIndex)
020960         ": " CNS-CONSENT (ConsentIndex) " " ConsentShowDate
020970         " " CNS-CAPTURED-BY (ConsentIndex) " ? "
020980         WITH NO ADVANCING.
020990     MOVE SPACE TO ConsentReply.
021000     ACCEPT ConsentReply.
021010     INSPECT ConsentReply CONVERTING "jny" TO "JNY".
021020     EVALUATE TRUE
021030         WHEN ConsentReply = SPACE
021040             CONTINUE
021050         WHEN ConsentReply = PMT-CONFIRM-YES-CHAR (PMT-IDX)
021060             MOVE "Y" TO ConsentAnswer (ConsentIndex)
021070         WHEN ConsentReply = "N"
021080             MOVE "N" TO ConsentAnswer (ConsentIndex)
021090         WHEN OTHER
021100             DISPLAY PMT-CONSENT-MNT-TEXT (PMT-IDX)
021110             GO TO 2460-EXIT
021120     END-EVALUATE.
021130     SET ConsentReplyValid TO TRUE.
021140 2460-EXIT.
021150     EXIT.
