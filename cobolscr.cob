000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBOLSCR.
000030 AUTHOR. LOVE BELLINDER.
000040 INSTALLATION. RETAIL CUSTOMER ONBOARDING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070**************************************************************
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------  ----  ---------------------------------------
000120*    2026-10-15 LB    ORIGINAL PROGRAM - SCREENING REVIEW.
000130*                      WALKS THE COMPLIANCE OFFICER THROUGH THE
000140*                      OPEN WATCH-LIST HOLDS ON SCRNHOLD (SEE
000150*                      SCRHOLD.CPY), SHOWING THE CUSTOMER AS
000160*                      FILED BESIDE THE LIST ENTRY THEY MATCHED.
000170*                      CONFIRMING THE MATCH KEEPS THE CUSTOMER
000180*                      HELD OUT OF THE CRM FEED; CLEARING IT
000190*                      RELEASES THEM TO THE NEXT DELTA.  EITHER
000200*                      DECISION IS STAMPED WITH THE DATE, TIME
000210*                      AND OFFICER ON THE HOLD RECORD, WHICH IS
000220*                      KEPT AS THE COMPLIANCE TRAIL.  HOLDS LEFT
000230*                      FOR LATER STAY OPEN.  AN "ALL" PARAMETER
000240*                      TAKES THE CONFIRMED HOLDS AS WELL, SO ONE
000250*                      CAN BE CLEARED WHEN THE REGULATOR
000260*                      DELISTS THE PERSON.
000261*    2026-10-15 LB    THE OFFICER NOW SIGNS ON AGAINST THE
000262*                      OPERATOR MASTER (SEE OPERREC.CPY) BEFORE
000263*                      THE HOLDS ARE OPENED - MAINTAIN LEVEL TO
000264*                      REVIEW, SUPERVISOR TO CONFIRM OR CLEAR A
000265*                      HOLD, AND THE DECISION IS STAMPED WITH THE
000266*                      SIGNED-ON ID.  A DECISION REFUSED FOR WANT
000267*                      OF LEVEL LEAVES THE HOLD AS IT WAS.  FAILED
000268*                      SIGN-ONS AND REFUSED DECISIONS GO ON
000269*                      OPERLOG.
000270**************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT SCREEN-HOLD-FILE ASSIGN TO "SCRNHOLD"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS SCH-CUSTOMER-NUMBER
000350         LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
000360         FILE STATUS IS ScreenHoldFileStatus.
000370
000380     SELECT NAMEFILE ASSIGN TO "NAMEFILE"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS NR-CUSTOMER-NUMBER
000420         ALTERNATE RECORD KEY IS NR-LAST-NAME
000430             WITH DUPLICATES
000440         ALTERNATE RECORD KEY IS NR-PHONETIC-KEY
000450             WITH DUPLICATES
000460         SHARING WITH ALL OTHER
000470         FILE STATUS IS NameFileStatus.
000480
000490     SELECT ADDRESS-FILE ASSIGN TO "ADDRFILE"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS ADR-CUSTOMER-NUMBER
000530         SHARING WITH ALL OTHER
000540         FILE STATUS IS AddressFileStatus.
000541
000542     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000543         ORGANIZATION IS INDEXED
000544         ACCESS MODE IS DYNAMIC
000545         RECORD KEY IS OPR-OPERATOR-ID
000546         SHARING WITH ALL OTHER
000547         FILE STATUS IS OperatorFileStatus.
000548
000549     SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG"
000550         ORGANIZATION IS LINE SEQUENTIAL
000551         FILE STATUS IS OperatorLogFileStatus.
000552
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  SCREEN-HOLD-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 COPY SCRHOLD.
000610
000620 FD  NAMEFILE
000630     LABEL RECORDS ARE STANDARD.
000640 COPY NAMEREC.
000650
000660 FD  ADDRESS-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY ADDRREC.
000681
000682 FD  OPERATOR-FILE
000683     LABEL RECORDS ARE STANDARD.
000684 COPY OPERREC.
000685
000686 FD  OPERATOR-LOG-FILE
000687     LABEL RECORDS ARE STANDARD.
000688 COPY OPRLOG.
000690
000700 WORKING-STORAGE SECTION.
000710 77  ScreenHoldFileStatus   PIC X(02).
000720 77  NameFileStatus         PIC X(02).
000730 77  AddressFileStatus      PIC X(02).
000740
000750 77  EndOfFileSwitch        PIC X(01) VALUE "N".
000760     88  EndOfFile           VALUE "Y".
000770 77  AddressAvailableSwitch PIC X(01) VALUE "N".
000780     88  AddressAvailable    VALUE "Y".
000781
000782***************************************************************
000783*    OPERATOR SIGN-ON AND AUTHORITY WORKING FIELDS (SEE
000784*    OPERREC.CPY AND 1800-SIGN-ON).  ProgramMinimumLevel IS THE
000785*    LEVEL AN OPERATOR NEEDS TO USE THIS PROGRAM AT ALL.
000786***************************************************************
000787 77  OperatorFileStatus     PIC X(02).
000788 77  OperatorLogFileStatus  PIC X(02).
000789 77  SignedOnSwitch         PIC X(01) VALUE "N".
000790     88  OperatorSignedOn    VALUE "Y".
000791 77  SignOnTryCount         PIC 9(01) VALUE ZERO.
000792 77  SignOnTryLimit         PIC 9(01) VALUE 3.
000793 77  SignOnId               PIC X(08) VALUE SPACES.
000794 77  SignOnPassword         PIC X(08) VALUE SPACES.
000795 77  SignOnReason           PIC X(40) VALUE SPACES.
000796 77  ProgramMinimumLevel    PIC 9(01) VALUE 3.
000797 77  OperatorLevel          PIC 9(01) VALUE ZERO.
000798 77  RequiredLevel          PIC 9(01) VALUE ZERO.
000799 77  ActionAllowedSwitch    PIC X(01) VALUE "N".
000800     88  ActionAllowed       VALUE "Y".
000801 77  OperatorLogEvent       PIC X(03) VALUE SPACES.
000802 77  OperatorLogAction      PIC X(12) VALUE SPACES.
000803 77  OperatorLogCustomer    PIC 9(09) VALUE ZERO.
000804 77  OperatorLogDate        PIC 9(08) VALUE ZERO.
000805 77  OperatorLogTime        PIC 9(08) VALUE ZERO.
000806 77  DigestText             PIC X(16) VALUE SPACES.
000807 77  DigestIndex            PIC 9(02) COMP VALUE ZERO.
000808 77  DigestValue            PIC 9(09) VALUE ZERO.
000809 77  DigestWork             PIC 9(12) COMP VALUE ZERO.
000810 77  DigestQuotient         PIC 9(12) COMP VALUE ZERO.
000811 01  DigestCharPair.
000812     05  FILLER             PIC X(01) VALUE LOW-VALUE.
000813     05  DigestChar         PIC X(01) VALUE SPACE.
000814 01  DigestCharValue REDEFINES DigestCharPair
000815                            PIC 9(04) COMP.
000816
000817***************************************************************
000818*    RUN PARAMETERS - UP TO TWO COMMAND-LINE TOKENS IN EITHER
000820*    ORDER: "EN" FOR ENGLISH PROMPTS (AS IN COBOLACCEPT) AND
000830*    "ALL" TO TAKE CONFIRMED HOLDS AS WELL AS OPEN ONES.
000840***************************************************************
000850 77  CommandLineParm        PIC X(80) VALUE SPACES.
000860 77  ParmOneText            PIC X(08) VALUE SPACES.
000870 77  ParmTwoText            PIC X(08) VALUE SPACES.
000880 77  LanguageCode           PIC X(02) VALUE "SV".
000890 77  AllHoldsSwitch         PIC X(01) VALUE "N".
000900     88  AllHolds            VALUE "Y".
000910 COPY PROMPTS.
000920
000930 77  OperatorId             PIC X(08) VALUE SPACES.
000940 77  CurrentDate            PIC 9(08) VALUE ZERO.
000950 77  CurrentTime            PIC 9(08) VALUE ZERO.
000960
000970*    A HOLD RECORD HELD BY ANOTHER REVIEWER COMES BACK AS
000980*    STATUS 51 AND IS PASSED OVER; THIS MANY IN A ROW ENDS THE
000990*    SESSION RATHER THAN SPIN ON THEM.
001000 77  LockRetryCount         PIC 9(02) COMP VALUE ZERO.
001010 77  LockRetryLimit         PIC 9(02) COMP VALUE 5.
001020
001030***************************************************************
001040*    REVIEW SESSION WORKING FIELDS
001050***************************************************************
001060 77  ReviewAnswer           PIC X(01) VALUE SPACE.
001070 77  HoldReadCount          PIC 9(06) COMP VALUE ZERO.
001080 77  HoldConfirmedCount     PIC 9(06) COMP VALUE ZERO.
001090 77  HoldClearedCount       PIC 9(06) COMP VALUE ZERO.
001100 77  HoldKeptCount          PIC 9(06) COMP VALUE ZERO.
001110 77  HoldStatusText         PIC X(09) VALUE SPACES.
001120 77  MatchTypeText          PIC X(14) VALUE SPACES.
001130 77  CustomerStatusText     PIC X(11) VALUE SPACES.
001140
001150 PROCEDURE DIVISION.
001160
001170**************************************************************
001180*    0000-MAINLINE
001190**************************************************************
001200 0000-MAINLINE.
001210     PERFORM 1000-INITIALIZE
001220         THRU 1000-EXIT.
001230     PERFORM 2100-REVIEW-ONE-HOLD
001240         THRU 2100-EXIT
001250         UNTIL EndOfFile.
001260     PERFORM 3000-TERMINATE
001270         THRU 3000-EXIT.
001280     STOP RUN.
001290
001300**************************************************************
001310*    1000-INITIALIZE THRU 1000-EXIT
001320*    WITH NO HOLD FILE THERE IS NOTHING TO REVIEW, AND WITH NO
001330*    NAMEFILE THE OFFICER CANNOT SEE WHO WAS HELD - EITHER WAY
001340*    THE SESSION ENDS BEFORE ANY HOLD IS TOUCHED.  ADDRFILE
001350*    ONLY ADDS THE ADDRESS TO THE PICTURE AND MAY BE MISSING.
001353*    THE OFFICER SIGNS ON FIRST, SO A FAILED SIGN-ON LEAVES
001356*    THE HOLDS UNOPENED.
001360**************************************************************
001370 1000-INITIALIZE.
001380     PERFORM 1100-PARSE-PARMS
001390         THRU 1100-EXIT.
001391     PERFORM 1800-SIGN-ON
001392         THRU 1800-EXIT.
001393     IF NOT OperatorSignedOn
001394         SET EndOfFile TO TRUE
001395         GO TO 1000-EXIT
001396     END-IF.
001400     OPEN I-O SCREEN-HOLD-FILE.
001410     IF ScreenHoldFileStatus NOT = "00"
001420         DISPLAY "NO SCREENING HOLDS ON FILE - STATUS "
001430             ScreenHoldFileStatus
001440         SET EndOfFile TO TRUE
001450         GO TO 1000-EXIT
001460     END-IF.
001470     OPEN INPUT NAMEFILE.
001480     IF NameFileStatus NOT = "00"
001490         DISPLAY "NAMEFILE NOT AVAILABLE - STATUS "
001500             NameFileStatus
001510         CLOSE SCREEN-HOLD-FILE
001520         SET EndOfFile TO TRUE
001530         GO TO 1000-EXIT
001540     END-IF.
001550     OPEN INPUT ADDRESS-FILE.
001560     IF AddressFileStatus = "00"
001570         SET AddressAvailable TO TRUE
001580     END-IF.
001600     ACCEPT CurrentDate FROM DATE YYYYMMDD.
001610
001620     MOVE ZERO TO SCH-CUSTOMER-NUMBER.
001630     START SCREEN-HOLD-FILE KEY IS NOT LESS THAN
001640         SCH-CUSTOMER-NUMBER
001650         INVALID KEY
001660             DISPLAY "NO SCREENING HOLDS ON FILE"
001670             SET EndOfFile TO TRUE
001680     END-START.
001690 1000-EXIT.
001700     EXIT.
001710
001720**************************************************************
001730*    1100-PARSE-PARMS THRU 1100-EXIT
001740*    PMT-IDX IS LEFT POSITIONED ON THE MATCHING PROMPT TABLE
001750*    ENTRY FOR THE REMAINDER OF THE SESSION.
001760**************************************************************
001770 1100-PARSE-PARMS.
001780     ACCEPT CommandLineParm FROM COMMAND-LINE.
001790     UNSTRING CommandLineParm DELIMITED BY ALL SPACE
001800         INTO ParmOneText ParmTwoText.
001810     MOVE "SV" TO LanguageCode.
001820     IF ParmOneText = "EN" OR ParmTwoText = "EN"
001830         MOVE "EN" TO LanguageCode
001840     END-IF.
001850     IF ParmOneText = "ALL" OR ParmTwoText = "ALL"
001860         SET AllHolds TO TRUE
001870     END-IF.
001880     SET PMT-IDX TO 1.
001890     SEARCH PMT-TABLE-ENTRY
001900         AT END
001910             SET PMT-IDX TO 1
001920         WHEN PMT-LANG-CODE (PMT-IDX) = LanguageCode
001930             CONTINUE
001940     END-SEARCH.
001950 1100-EXIT.
001960     EXIT.
001970
001980**************************************************************
001990*    2100-REVIEW-ONE-HOLD THRU 2100-EXIT
002000*    THE HOLD RECORD IS READ WITH A LOCK, SO TWO OFFICERS
002010*    WORKING THE QUEUE AT ONCE NEVER DECIDE THE SAME HOLD;
002020*    THE LOCK IS LET GO BY THE NEXT READ.  CLEARED HOLDS ARE
002030*    THE TRAIL, NOT THE QUEUE, AND ARE PASSED OVER.
002040**************************************************************
002050 2100-REVIEW-ONE-HOLD.
002060     READ SCREEN-HOLD-FILE NEXT RECORD
002070         AT END
002080             SET EndOfFile TO TRUE
002090             GO TO 2100-EXIT
002100     END-READ.
002110     IF ScreenHoldFileStatus = "51"
002120         ADD 1 TO LockRetryCount
002130         DISPLAY "HOLD IN USE BY ANOTHER REVIEWER - PASSED OVER"
002140         IF LockRetryCount NOT < LockRetryLimit
002150             DISPLAY "TOO MANY HOLDS IN USE - TRY AGAIN LATER"
002160             SET EndOfFile TO TRUE
002170         END-IF
002180         GO TO 2100-EXIT
002190     END-IF.
002200     MOVE ZERO TO LockRetryCount.
002210     IF ScreenHoldFileStatus NOT = "00"
002220         DISPLAY "SCRNHOLD READ FAILED - STATUS "
002230             ScreenHoldFileStatus
002240         SET EndOfFile TO TRUE
002250         GO TO 2100-EXIT
002260     END-IF.
002270     IF SCH-CLEARED
002280         OR (SCH-CONFIRMED AND NOT AllHolds)
002290         GO TO 2100-EXIT
002300     END-IF.
002310     ADD 1 TO HoldReadCount.
002320
002330     PERFORM 2200-DISPLAY-HOLD
002340         THRU 2200-EXIT.
002350     DISPLAY PMT-SCR-DECIDE-TEXT (PMT-IDX)
002360         WITH NO ADVANCING.
002370     MOVE SPACE TO ReviewAnswer.
002380     ACCEPT ReviewAnswer.
002390     EVALUATE ReviewAnswer
002395         WHEN "C"
002400         WHEN "c"
002405             MOVE 4 TO RequiredLevel
002410             MOVE "CONFIRM HOLD" TO OperatorLogAction
002415             MOVE SCH-CUSTOMER-NUMBER TO OperatorLogCustomer
002420             PERFORM 1850-CHECK-AUTHORITY
002425                 THRU 1850-EXIT
002430             IF ActionAllowed
002435                 SET SCH-CONFIRMED TO TRUE
002440                 PERFORM 2300-RECORD-DECISION
002445                     THRU 2300-EXIT
002450                 IF ScreenHoldFileStatus = "00"
002455                     ADD 1 TO HoldConfirmedCount
002460                     DISPLAY PMT-CUST-WORD (PMT-IDX)
002465                         SCH-CUSTOMER-NUMBER " "
002470                         PMT-SCR-CONFIRMED-TEXT (PMT-IDX)
002475                 END-IF
002480             ELSE
002485                 ADD 1 TO HoldKeptCount
002490             END-IF
002495         WHEN "X"
002500         WHEN "x"
002505             MOVE 4 TO RequiredLevel
002510             MOVE "CLEAR HOLD" TO OperatorLogAction
002515             MOVE SCH-CUSTOMER-NUMBER TO OperatorLogCustomer
002520             PERFORM 1850-CHECK-AUTHORITY
002525                 THRU 1850-EXIT
002530             IF ActionAllowed
002535                 SET SCH-CLEARED TO TRUE
002540                 PERFORM 2300-RECORD-DECISION
002545                     THRU 2300-EXIT
002550                 IF ScreenHoldFileStatus = "00"
002555                     ADD 1 TO HoldClearedCount
002560                     DISPLAY PMT-CUST-WORD (PMT-IDX)
002565                         SCH-CUSTOMER-NUMBER " "
002570                         PMT-SCR-CLEARED-TEXT (PMT-IDX)
002575                 END-IF
002580             ELSE
002585                 ADD 1 TO HoldKeptCount
002590             END-IF
002620         WHEN OTHER
002630             ADD 1 TO HoldKeptCount
002640     END-EVALUATE.
002650 2100-EXIT.
002660     EXIT.
002670
002680**************************************************************
002690*    2200-DISPLAY-HOLD THRU 2200-EXIT
002700*    THE CUSTOMER AS FILED TODAY (THEY MAY HAVE BEEN CHANGED
002710*    OR RETIRED SINCE THE HOLD WAS RAISED), THEN THE LIST
002720*    ENTRY AS IT STOOD WHEN THE MATCH WAS MADE.
002730**************************************************************
002740 2200-DISPLAY-HOLD.
002750     EVALUATE TRUE
002760         WHEN SCH-CONFIRMED
002770             MOVE "CONFIRMED" TO HoldStatusText
002780         WHEN OTHER
002790             MOVE "OPEN" TO HoldStatusText
002800     END-EVALUATE.
002810     IF SCH-MATCH-EXACT
002820         MOVE "EXACT NAME" TO MatchTypeText
002830     ELSE
002840         MOVE "SOUNDS THE SAME" TO MatchTypeText
002850     END-IF.
002860
002870     MOVE SCH-CUSTOMER-NUMBER TO NR-CUSTOMER-NUMBER.
002880     READ NAMEFILE
002890         INVALID KEY
002900             CONTINUE
002910     END-READ.
002920     EVALUATE TRUE
002930         WHEN NameFileStatus NOT = "00"
002940             MOVE "NOT ON FILE" TO CustomerStatusText
002950             MOVE SPACES TO NR-WHOLE-NAME
002960             MOVE ZERO TO NR-ONBOARD-DATE
002970             MOVE SPACES TO NR-SOURCE-CHANNEL
002980         WHEN NR-INACTIVE
002990             MOVE "RETIRED" TO CustomerStatusText
003000         WHEN OTHER
003010             MOVE "ACTIVE" TO CustomerStatusText
003020     END-EVALUATE.
003030
003040     DISPLAY " ".
003050     DISPLAY "HOLD " HoldStatusText " RAISED " SCH-RAISED-DATE
003060         " BY " SCH-RAISED-BY.
003070     DISPLAY "CUSTOMER: " SCH-CUSTOMER-NUMBER " "
003080         NR-WHOLE-NAME.
003090     DISPLAY "          ONBOARDED " NR-ONBOARD-DATE
003100         " CHANNEL " NR-SOURCE-CHANNEL
003110         " STATUS " CustomerStatusText.
003120     IF AddressAvailable AND NameFileStatus = "00"
003130         MOVE SCH-CUSTOMER-NUMBER TO ADR-CUSTOMER-NUMBER
003140         READ ADDRESS-FILE
003150             INVALID KEY
003160                 CONTINUE
003170         END-READ
003180         IF AddressFileStatus = "00"
003190             DISPLAY "          " ADR-STREET
003200             DISPLAY "          " ADR-POSTAL-CODE " " ADR-CITY
003210         END-IF
003220     END-IF.
003230     DISPLAY "LISTED..: " SCH-ENTRY-ID " " MatchTypeText.
003240     DISPLAY "          " SCH-LISTED-NAME.
003250     IF SCH-CONFIRMED
003260         DISPLAY "CONFIRMED " SCH-DECIDED-DATE
003270             " BY " SCH-DECIDED-BY
003280     END-IF.
003290 2200-EXIT.
003300     EXIT.
003310
003320**************************************************************
003330*    2300-RECORD-DECISION THRU 2300-EXIT
003340*    THE CALLER HAS SET THE NEW STATUS; THE HOLD RECORD IS
003350*    STILL LOCKED FROM THE READ, SO THE REWRITE CANNOT CROSS
003360*    ANOTHER REVIEWER'S DECISION.
003370**************************************************************
003380 2300-RECORD-DECISION.
003390     ACCEPT CurrentTime FROM TIME.
003400     MOVE CurrentDate TO SCH-DECIDED-DATE.
003410     MOVE CurrentTime TO SCH-DECIDED-TIME.
003420     MOVE OperatorId TO SCH-DECIDED-BY.
003430     REWRITE SCREEN-HOLD-RECORD
003440         INVALID KEY
003450             CONTINUE
003460     END-REWRITE.
003470     IF ScreenHoldFileStatus NOT = "00"
003480         DISPLAY "UNABLE TO RECORD THE DECISION FOR "
003490             SCH-CUSTOMER-NUMBER " - STATUS "
003500             ScreenHoldFileStatus " - LEFT AS IT WAS"
003510         ADD 1 TO HoldKeptCount
003520     END-IF.
003530 2300-EXIT.
003540     EXIT.
003550
003560**************************************************************
003570*    3000-TERMINATE THRU 3000-EXIT
003580**************************************************************
003590 3000-TERMINATE.
003600     DISPLAY "HOLDS REVIEWED - " HoldReadCount.
003610     DISPLAY "CONFIRMED - " HoldConfirmedCount.
003620     DISPLAY "CLEARED AND RELEASED - " HoldClearedCount.
003630     DISPLAY "LEFT FOR LATER - " HoldKeptCount.
003640     CLOSE SCREEN-HOLD-FILE.
003650     CLOSE NAMEFILE.
003660     IF AddressAvailable
003670         CLOSE ADDRESS-FILE
003680     END-IF.
003685     CLOSE OPERATOR-LOG-FILE.
003690 3000-EXIT.
003700     EXIT.
003710
003720**************************************************************
003730*    1440-OPEN-OPERATOR-LOG THRU 1440-EXIT
003740*    THE SECURITY LOG IS APPENDED TO ACROSS RUNS - THE SAME
003750*    CREATE-THEN-EXTEND PATTERN AS THE AUDIT LOG.
003760**************************************************************
003770 1440-OPEN-OPERATOR-LOG.
003780     OPEN EXTEND OPERATOR-LOG-FILE.
003790     IF OperatorLogFileStatus = "35"
003800         OPEN OUTPUT OPERATOR-LOG-FILE
003810         CLOSE OPERATOR-LOG-FILE
003820         OPEN EXTEND OPERATOR-LOG-FILE
003830     END-IF.
003840 1440-EXIT.
003850     EXIT.
003860
003870**************************************************************
003880*    1800-SIGN-ON THRU 1800-EXIT
003890*    THE OPERATOR KEYS AN ID AND PASSWORD.  THE ID MUST BE ON
003900*    THE OPERATOR FILE (SEE OPERREC.CPY), ACTIVE, AT LEAST AT
003910*    ProgramMinimumLevel, AND THE PASSWORD'S DIGEST MUST MATCH.
003920*    THREE FAILED TRIES END THE SESSION; EACH ONE IS LOGGED ON
003930*    OPERLOG WITH THE REAL REASON, THOUGH THE SCREEN ONLY SAYS
003940*    THE SIGN-ON WAS REFUSED.  ONCE SIGNED ON, THE OPERATOR'S
003950*    ID STAMPS EVERYTHING THE SESSION FILES, AND THEIR OWN
003960*    LANGUAGE (IF SET) REPLACES THE COMMAND-LINE CHOICE.
003970**************************************************************
003980 1800-SIGN-ON.
003990     MOVE "N" TO SignedOnSwitch.
004000     PERFORM 1440-OPEN-OPERATOR-LOG
004010         THRU 1440-EXIT.
004020     OPEN INPUT OPERATOR-FILE.
004030     IF OperatorFileStatus NOT = "00"
004040         DISPLAY "OPERFILE NOT AVAILABLE - STATUS "
004050             OperatorFileStatus
004060         MOVE SPACES TO SignOnId
004070         MOVE "OPERATOR FILE NOT AVAILABLE" TO SignOnReason
004080         MOVE "SOF" TO OperatorLogEvent
004090         MOVE SPACES TO OperatorLogAction
004100         MOVE ZERO TO OperatorLogCustomer
004110         PERFORM 1860-WRITE-OPERATOR-LOG
004120             THRU 1860-EXIT
004130         GO TO 1800-EXIT
004140     END-IF.
004150     MOVE ZERO TO SignOnTryCount.
004160     PERFORM 1810-SIGN-ON-ONE-TRY
004170         THRU 1810-EXIT
004180         UNTIL OperatorSignedOn
004190         OR SignOnTryCount NOT < SignOnTryLimit.
004200     CLOSE OPERATOR-FILE.
004210     IF NOT OperatorSignedOn
004220         GO TO 1800-EXIT
004230     END-IF.
004240     MOVE SignOnId TO OperatorId.
004250     MOVE OPR-LEVEL TO OperatorLevel.
004260     IF OPR-LANGUAGE NOT = SPACES
004270         MOVE OPR-LANGUAGE TO LanguageCode
004280         SET PMT-IDX TO 1
004290         SEARCH PMT-TABLE-ENTRY
004300             AT END
004310                 SET PMT-IDX TO 1
004320             WHEN PMT-LANG-CODE (PMT-IDX) = LanguageCode
004330                 CONTINUE
004340         END-SEARCH
004350     END-IF.
004360     DISPLAY PMT-SIGNED-ON-TEXT (PMT-IDX) " " OPR-OPERATOR-ID
004370         " " OPR-OPERATOR-NAME.
004380 1800-EXIT.
004390     EXIT.
004400
004410 1810-SIGN-ON-ONE-TRY.
004420     ADD 1 TO SignOnTryCount.
004430     DISPLAY PMT-SIGNON-ID-TEXT (PMT-IDX) WITH NO ADVANCING.
004440     MOVE SPACES TO SignOnId.
004450     ACCEPT SignOnId.
004460     INSPECT SignOnId CONVERTING "abcdefghijklmnopqrstuvwxyz"
004470         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004480     DISPLAY PMT-SIGNON-PW-TEXT (PMT-IDX) WITH NO ADVANCING.
004490     MOVE SPACES TO SignOnPassword.
004500     ACCEPT SignOnPassword.
004510     MOVE SPACES TO SignOnReason.
004520     IF SignOnId = SPACES
004530         MOVE "NO OPERATOR ID KEYED" TO SignOnReason
004540         GO TO 1810-REFUSE
004550     END-IF.
004560     MOVE SignOnId TO OPR-OPERATOR-ID.
004570     READ OPERATOR-FILE
004580         INVALID KEY
004590             CONTINUE
004600     END-READ.
004610     IF OperatorFileStatus NOT = "00"
004620         MOVE "UNKNOWN OPERATOR ID" TO SignOnReason
004630         GO TO 1810-REFUSE
004640     END-IF.
004650     PERFORM 1820-DIGEST-PASSWORD
004660         THRU 1820-EXIT.
004670     EVALUATE TRUE
004680         WHEN DigestValue NOT = OPR-PASSWORD-DIGEST
004690             MOVE "WRONG PASSWORD" TO SignOnReason
004700         WHEN NOT OPR-ACTIVE
004710             MOVE "OPERATOR REVOKED" TO SignOnReason
004720         WHEN OPR-LEVEL < ProgramMinimumLevel
004730             MOVE "LEVEL TOO LOW FOR THIS PROGRAM" TO SignOnReason
004740         WHEN OTHER
004750             SET OperatorSignedOn TO TRUE
004760             GO TO 1810-EXIT
004770     END-EVALUATE.
004780 1810-REFUSE.
004790     DISPLAY PMT-SIGNON-FAIL-TEXT (PMT-IDX).
004800     MOVE "SOF" TO OperatorLogEvent.
004810     MOVE SPACES TO OperatorLogAction.
004820     MOVE ZERO TO OperatorLogCustomer.
004830     PERFORM 1860-WRITE-OPERATOR-LOG
004840         THRU 1860-EXIT.
004850 1810-EXIT.
004860     EXIT.
004870
004880**************************************************************
004890*    1820-DIGEST-PASSWORD THRU 1820-EXIT
004900*    FOLDS THE OPERATOR ID AND PASSWORD, CHARACTER BY
004910*    CHARACTER, INTO A NINE-DIGIT DIGEST (MULTIPLY BY 131, ADD
004920*    THE CHARACTER'S CODE AND ITS POSITION, MODULO THE PRIME
004930*    999999937).  ONLY THE DIGEST IS EVER FILED, AND THE SAME
004940*    PASSWORD GIVES A DIFFERENT DIGEST FOR EVERY OPERATOR.  ON
004950*    ENTRY SignOnId AND SignOnPassword HOLD WHAT WAS KEYED; ON
004960*    EXIT DigestValue HOLDS THE DIGEST.  COBOLOPR FILES IT WITH
004970*    THIS SAME ROUTINE - CHANGE ONE, CHANGE THEM ALL.
004980**************************************************************
004990 1820-DIGEST-PASSWORD.
005000     MOVE SignOnId TO DigestText (1:8).
005010     MOVE SignOnPassword TO DigestText (9:8).
005020     MOVE 7 TO DigestValue.
005030     PERFORM 1825-DIGEST-ONE-CHAR
005040         THRU 1825-EXIT
005050         VARYING DigestIndex FROM 1 BY 1
005060         UNTIL DigestIndex > 16.
005070 1820-EXIT.
005080     EXIT.
005090
005100 1825-DIGEST-ONE-CHAR.
005110     MOVE DigestText (DigestIndex:1) TO DigestChar.
005120     COMPUTE DigestWork = DigestValue * 131 + DigestCharValue
005130         + DigestIndex.
005140     DIVIDE DigestWork BY 999999937 GIVING DigestQuotient
005150         REMAINDER DigestValue.
005160 1825-EXIT.
005170     EXIT.
005180
005190**************************************************************
005200*    1850-CHECK-AUTHORITY THRU 1850-EXIT
005210*    ON ENTRY RequiredLevel HOLDS THE LEVEL THE ACTION NEEDS,
005220*    AND OperatorLogAction / OperatorLogCustomer NAME IT.  SETS
005230*    ActionAllowed, OR TELLS THE OPERATOR THEY ARE NOT
005240*    AUTHORIZED AND LOGS THE REFUSED ATTEMPT ON OPERLOG.
005250**************************************************************
005260 1850-CHECK-AUTHORITY.
005270     MOVE "N" TO ActionAllowedSwitch.
005280     IF OperatorLevel NOT < RequiredLevel
005290         SET ActionAllowed TO TRUE
005300         GO TO 1850-EXIT
005310     END-IF.
005320     DISPLAY PMT-NOT-AUTH-TEXT (PMT-IDX).
005330     MOVE SPACES TO SignOnReason.
005340     STRING "NEEDS LEVEL " DELIMITED BY SIZE
005350         RequiredLevel DELIMITED BY SIZE
005360         " - OPERATOR IS LEVEL " DELIMITED BY SIZE
005370         OperatorLevel DELIMITED BY SIZE
005380         INTO SignOnReason
005390     END-STRING.
005400     MOVE "REF" TO OperatorLogEvent.
005410     PERFORM 1860-WRITE-OPERATOR-LOG
005420         THRU 1860-EXIT.
005430 1850-EXIT.
005440     EXIT.
005450
005460**************************************************************
005470*    1860-WRITE-OPERATOR-LOG THRU 1860-EXIT
005480*    ONE OPERLOG LINE (SEE OPRLOG.CPY).  THE CALLER SETS
005490*    OperatorLogEvent, OperatorLogAction, OperatorLogCustomer
005500*    AND SignOnReason; THE OPERATOR IS THE ID AS KEYED.
005510**************************************************************
005520 1860-WRITE-OPERATOR-LOG.
005530     ACCEPT OperatorLogDate FROM DATE YYYYMMDD.
005540     ACCEPT OperatorLogTime FROM TIME.
005550     MOVE SPACES TO OPERATOR-LOG-RECORD.
005560     MOVE OperatorLogDate TO OLG-RUN-DATE.
005570     MOVE OperatorLogTime TO OLG-RUN-TIME.
005580     MOVE "COBOLSCR" TO OLG-PROGRAM-ID.
005590     MOVE SignOnId TO OLG-OPERATOR-ID.
005600     MOVE OperatorLogEvent TO OLG-EVENT.
005610     MOVE OperatorLogAction TO OLG-ACTION.
005620     MOVE OperatorLogCustomer TO OLG-CUSTOMER-NUMBER.
005630     MOVE SignOnReason TO OLG-REASON.
005640     WRITE OPERATOR-LOG-RECORD.
005650 1860-EXIT.
005660     EXIT.
