000480*                      ENTRY IS STAMPED "MRG" INSTEAD OF "DEL".
000490*                      MRG TALLIES LIKE DEL IN COBOLRCN, SO THE
000500*                      NIGHTLY BALANCE STILL TIES OUT.
000501*    2026-10-15 LB    THE OPERATOR NOW SIGNS ON AGAINST THE
000502*                      OPERATOR MASTER (SEE OPERREC.CPY) BEFORE
000503*                      THE QUEUE IS OPENED - MAINTAIN LEVEL TO
000504*                      REVIEW, SUPERVISOR TO CONFIRM A MERGE.  A
000505*                      MERGE REFUSED FOR WANT OF LEVEL KEEPS THE
000506*                      PAIR FOR LATER.  FAILED SIGN-ONS AND
000507*                      REFUSED MERGES GO ON OPERLOG.
000508*    2026-10-15 LB    A CONFIRMED MERGE NOW ALSO FOLDS THE
000509*                      RETIRED NUMBER'S MARKETING CONSENT (SEE
000510*                      CONSENT.CPY) INTO THE SURVIVOR'S - A
000511*                      WITHDRAWAL ON EITHER RECORD WINS OVER A
000512*                      CONSENT GIVEN - AUDITED AS A "CNS" LINE.
000514*    2026-10-15 LB    THE SURVIVOR'S CONSENT ENTRY IS RELEASED
000516*                      WHEN THE FOLD CHANGES NOTHING OR FAILS.
000518**************************************************************
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000820     SELECT NAME-JOURNAL-FILE ASSIGN TO "NAMEJRNL"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS JournalFileStatus.
000841
000842     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000843         ORGANIZATION IS INDEXED
000844         ACCESS MODE IS DYNAMIC
000845         RECORD KEY IS OPR-OPERATOR-ID
000846         SHARING WITH ALL OTHER
000847         FILE STATUS IS OperatorFileStatus.
000848
000849     SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG"
000850         ORGANIZATION IS LINE SEQUENTIAL
000851         FILE STATUS IS OperatorLogFileStatus.
000852
000853     SELECT CONSENT-FILE ASSIGN TO "CONSENT"
000854         ORGANIZATION IS INDEXED
000855         ACCESS MODE IS DYNAMIC
000856         RECORD KEY IS CNS-CUSTOMER-NUMBER
000857         LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
000858         FILE STATUS IS ConsentFileStatus.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  DUP-REVIEW-FILE
001120 FD  NAME-JOURNAL-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 COPY NAMEJRN.
001141
001142 FD  OPERATOR-FILE
001143     LABEL RECORDS ARE STANDARD.
001144 COPY OPERREC.
001145
001146 FD  OPERATOR-LOG-FILE
001147     LABEL RECORDS ARE STANDARD.
001148 COPY OPRLOG.
001150
001152 FD  CONSENT-FILE
001154     LABEL RECORDS ARE STANDARD.
001156 COPY CONSENT.
001158
001160 WORKING-STORAGE SECTION.
001170 77  DupReviewFileStatus    PIC X(02).
001180 77  DupCarryFileStatus     PIC X(02).
001290 77  JournalTime            PIC 9(08) VALUE ZERO.
001300 77  JournalAction          PIC X(02) VALUE SPACES.
001310 77  JournalBeforeImage     PIC X(250) VALUE SPACES.
001311
001312***************************************************************
001313*    OPERATOR SIGN-ON AND AUTHORITY WORKING FIELDS (SEE
001314*    OPERREC.CPY AND 1800-SIGN-ON).  ProgramMinimumLevel IS THE
001315*    LEVEL AN OPERATOR NEEDS TO USE THIS PROGRAM AT ALL.
001316***************************************************************
001317 77  OperatorFileStatus     PIC X(02).
001318 77  OperatorLogFileStatus  PIC X(02).
001319 77  SignedOnSwitch         PIC X(01) VALUE "N".
001320     88  OperatorSignedOn    VALUE "Y".
001321 77  SignOnTryCount         PIC 9(01) VALUE ZERO.
001322 77  SignOnTryLimit         PIC 9(01) VALUE 3.
001323 77  SignOnId               PIC X(08) VALUE SPACES.
001324 77  SignOnPassword         PIC X(08) VALUE SPACES.
001325 77  SignOnReason           PIC X(40) VALUE SPACES.
001326 77  ProgramMinimumLevel    PIC 9(01) VALUE 3.
001327 77  OperatorLevel          PIC 9(01) VALUE ZERO.
001328 77  RequiredLevel          PIC 9(01) VALUE ZERO.
001329 77  ActionAllowedSwitch    PIC X(01) VALUE "N".
001330     88  ActionAllowed       VALUE "Y".
001331 77  OperatorLogEvent       PIC X(03) VALUE SPACES.
001332 77  OperatorLogAction      PIC X(12) VALUE SPACES.
001333 77  OperatorLogCustomer    PIC 9(09) VALUE ZERO.
001334 77  OperatorLogDate        PIC 9(08) VALUE ZERO.
001335 77  OperatorLogTime        PIC 9(08) VALUE ZERO.
001336 77  DigestText             PIC X(16) VALUE SPACES.
001337 77  DigestIndex            PIC 9(02) COMP VALUE ZERO.
001338 77  DigestValue            PIC 9(09) VALUE ZERO.
001339 77  DigestWork             PIC 9(12) COMP VALUE ZERO.
001340 77  DigestQuotient         PIC 9(12) COMP VALUE ZERO.
001341 01  DigestCharPair.
001342     05  FILLER             PIC X(01) VALUE LOW-VALUE.
001343     05  DigestChar         PIC X(01) VALUE SPACE.
001344 01  DigestCharValue REDEFINES DigestCharPair
001345                            PIC 9(04) COMP.
001346
001347 77  LockRetryCount         PIC 9(02) COMP VALUE ZERO.
001348 77  LockRetryLimit         PIC 9(02) COMP VALUE 5.
001349
001350***************************************************************
001351*    MARKETING CONSENT FOLD WORKING FIELDS (SEE CONSENT.CPY AND
001352*    2800-FOLD-CONSENT).  THE RETIRED NUMBER'S REGISTER ENTRY IS
001353*    SAVED IN RETIRED-CONSENT-RECORD BEFORE THE SURVIVOR'S IS
001354*    READ INTO THE ONE CONSENT RECORD BUFFER.
001355***************************************************************
001356 77  ConsentFileStatus      PIC X(02).
001357 77  ConsentAvailableSwitch PIC X(01) VALUE "N".
001358     88  ConsentAvailable    VALUE "Y".
001359 77  ConsentFoundSwitch     PIC X(01) VALUE "N".
001360     88  ConsentFound        VALUE "Y".
001361 77  ConsentChangedSwitch   PIC X(01) VALUE "N".
001362     88  ConsentChanged      VALUE "Y".
001363 77  ConsentIndex           PIC 9(02) COMP VALUE ZERO.
001364 01  ConsentState           PIC X(04) VALUE SPACES.
001365 01  ConsentStateTable REDEFINES ConsentState.
001366     05  ConsentStateFlag   OCCURS 4 TIMES
001367                            PIC X(01).
001368 COPY CONSENT REPLACING ==CONSENT-RECORD== BY
001369                        ==RETIRED-CONSENT-RECORD==
001370                        LEADING ==CNS-== BY ==RCN-==.
001371
001372 77  EndOfFileSwitch        PIC X(01) VALUE "N".
001373     88  EndOfFile           VALUE "Y".
001380
001390***************************************************************
001400*    PROMPT LANGUAGE SELECTION (SEE COBOLACCEPT)
001910*    WITH NO QUEUE THERE IS NOTHING TO REVIEW, AND WITH NO
001920*    NAMEFILE NOTHING CAN BE SETTLED - EITHER WAY THE SESSION
001930*    ENDS BEFORE THE QUEUE IS TOUCHED, SO NO PAIR IS EVER
001940*    LOST TO A RUN THAT COULD NOT DO ITS JOB.  THE OPERATOR
001943*    SIGNS ON FIRST, SO A FAILED SIGN-ON LEAVES THE QUEUE AND
001946*    DUPOUT ALONE AS WELL.
001950**************************************************************
001960 1000-INITIALIZE.
001961     PERFORM 1100-SELECT-LANGUAGE
001962         THRU 1100-EXIT.
001963     PERFORM 1800-SIGN-ON
001964         THRU 1800-EXIT.
001965     IF NOT OperatorSignedOn
001966         SET EndOfFile TO TRUE
001967         GO TO 1000-EXIT
001968     END-IF.
001970     OPEN INPUT DUP-REVIEW-FILE.
001980     IF DupReviewFileStatus NOT = "00"
001990         DISPLAY "NO REVIEW QUEUE ON FILE - STATUS "
002160         THRU 1420-EXIT.
002170     PERFORM 1500-OPEN-MERGE-XREF
002180         THRU 1500-EXIT.
002190     PERFORM 1530-OPEN-CONSENT-FILE
002200         THRU 1530-EXIT.
002220     ACCEPT CurrentDate FROM DATE YYYYMMDD.
002230 1000-EXIT.
002240     EXIT.
003400     MOVE SPACE TO ReviewAnswer.
003410     ACCEPT ReviewAnswer.
003420     EVALUATE ReviewAnswer
003423         WHEN "S"
003426         WHEN "s"
003429             MOVE 4 TO RequiredLevel
003432             MOVE "MERGE" TO OperatorLogAction
003435             MOVE DRV-NEW-CUSTOMER-NUMBER TO OperatorLogCustomer
003438             PERFORM 1850-CHECK-AUTHORITY
003441                 THRU 1850-EXIT
003444             IF ActionAllowed
003447                 PERFORM 2400-RETIRE-NEW-RECORD
003450                     THRU 2400-EXIT
003453             ELSE
003456                 PERFORM 2500-KEEP-PAIR-FOR-LATER
003459                     THRU 2500-EXIT
003462             END-IF
003470         WHEN "D"
003480         WHEN "d"
003490             DISPLAY PMT-DUP-DISTINCT-TEXT (PMT-IDX)
004470*    MERGED CUSTOMER KEEPS THE NUMBER THAT WAS ALREADY ON
004480*    FILE, AND A LOOKUP ON THE RETIRED NUMBER STILL FINDS
004490*    THEM (SEE COBOLINQ).
004493*    THE RETIRED NUMBER'S MARKETING CONSENT IS THEN FOLDED INTO
004496*    THE SURVIVOR'S (SEE 2800-FOLD-CONSENT).
004500**************************************************************
004510 2400-RETIRE-NEW-RECORD.
004520     SET NR-INACTIVE TO TRUE.
004680             " " PMT-MERGED-WORD (PMT-IDX) " "
004690             PMT-CUST-WORD (PMT-IDX) DRV-MATCH-CUSTOMER-NUMBER
004700             " " PMT-KEPT-WORD (PMT-IDX)
004703         PERFORM 2800-FOLD-CONSENT
004706             THRU 2800-EXIT
004710     ELSE
004720*        THE PAIR IS NOT SETTLED IF THE REWRITE FAILED - KEEP
004730*        IT ON THE QUEUE FOR ANOTHER SESSION.
005780     CLOSE AUDIT-LOG-FILE.
005790     CLOSE MERGE-XREF-FILE.
005800     CLOSE NAME-JOURNAL-FILE.
005805     CLOSE OPERATOR-LOG-FILE.
005806     IF ConsentAvailable
005807         CLOSE CONSENT-FILE
005808     END-IF.
005810 3000-EXIT.
005820     EXIT.
005830
005840**************************************************************
005850*    1440-OPEN-OPERATOR-LOG THRU 1440-EXIT
005860*    THE SECURITY LOG IS APPENDED TO ACROSS RUNS - THE SAME
005870*    CREATE-THEN-EXTEND PATTERN AS 1400-OPEN-AUDIT-LOG.
005880**************************************************************
005890 1440-OPEN-OPERATOR-LOG.
005900     OPEN EXTEND OPERATOR-LOG-FILE.
005910     IF OperatorLogFileStatus = "35"
005920         OPEN OUTPUT OPERATOR-LOG-FILE
005930         CLOSE OPERATOR-LOG-FILE
005940         OPEN EXTEND OPERATOR-LOG-FILE
005950     END-IF.
005960 1440-EXIT.
005970     EXIT.
005980
005990**************************************************************
006000*    1800-SIGN-ON THRU 1800-EXIT
006010*    THE OPERATOR KEYS AN ID AND PASSWORD.  THE ID MUST BE ON
006020*    THE OPERATOR FILE (SEE OPERREC.CPY), ACTIVE, AT LEAST AT
006030*    ProgramMinimumLevel, AND THE PASSWORD'S DIGEST MUST MATCH.
006040*    THREE FAILED TRIES END THE SESSION; EACH ONE IS LOGGED ON
006050*    OPERLOG WITH THE REAL REASON, THOUGH THE SCREEN ONLY SAYS
006060*    THE SIGN-ON WAS REFUSED.  ONCE SIGNED ON, THE OPERATOR'S
006070*    ID STAMPS EVERYTHING THE SESSION FILES, AND THEIR OWN
006080*    LANGUAGE (IF SET) REPLACES THE COMMAND-LINE CHOICE.
006090**************************************************************
006100 1800-SIGN-ON.
006110     MOVE "N" TO SignedOnSwitch.
006120     PERFORM 1440-OPEN-OPERATOR-LOG
006130         THRU 1440-EXIT.
006140     OPEN INPUT OPERATOR-FILE.
006150     IF OperatorFileStatus NOT = "00"
006160         DISPLAY "OPERFILE NOT AVAILABLE - STATUS "
006170             OperatorFileStatus
006180         MOVE SPACES TO SignOnId
006190         MOVE "OPERATOR FILE NOT AVAILABLE" TO SignOnReason
006200         MOVE "SOF" TO OperatorLogEvent
006210         MOVE SPACES TO OperatorLogAction
006220         MOVE ZERO TO OperatorLogCustomer
006230         PERFORM 1860-WRITE-OPERATOR-LOG
006240             THRU 1860-EXIT
006250         GO TO 1800-EXIT
006260     END-IF.
006270     MOVE ZERO TO SignOnTryCount.
006280     PERFORM 1810-SIGN-ON-ONE-TRY
006290         THRU 1810-EXIT
006300         UNTIL OperatorSignedOn
006310         OR SignOnTryCount NOT < SignOnTryLimit.
006320     CLOSE OPERATOR-FILE.
006330     IF NOT OperatorSignedOn
006340         GO TO 1800-EXIT
006350     END-IF.
006360     MOVE SignOnId TO OperatorId.
006370     MOVE OPR-LEVEL TO OperatorLevel.
006380     IF OPR-LANGUAGE NOT = SPACES
006390         MOVE OPR-LANGUAGE TO LanguageCode
006400         SET PMT-IDX TO 1
006410         SEARCH PMT-TABLE-ENTRY
006420             AT END
006430                 SET PMT-IDX TO 1
006440             WHEN PMT-LANG-CODE (PMT-IDX) = LanguageCode
006450                 CONTINUE
006460         END-SEARCH
006470     END-IF.
006480     DISPLAY PMT-SIGNED-ON-TEXT (PMT-IDX) " " OPR-OPERATOR-ID
006490         " " OPR-OPERATOR-NAME.
006500 1800-EXIT.
006510     EXIT.
006520
006530 1810-SIGN-ON-ONE-TRY.
006540     ADD 1 TO SignOnTryCount.
006550     DISPLAY PMT-SIGNON-ID-TEXT (PMT-IDX) WITH NO ADVANCING.
006560     MOVE SPACES TO SignOnId.
006570     ACCEPT SignOnId.
006580     INSPECT SignOnId CONVERTING "abcdefghijklmnopqrstuvwxyz"
006590         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
006600     DISPLAY PMT-SIGNON-PW-TEXT (PMT-IDX) WITH NO ADVANCING.
006610     MOVE SPACES TO SignOnPassword.
006620     ACCEPT SignOnPassword.
006630     MOVE SPACES TO SignOnReason.
006640     IF SignOnId = SPACES
006650         MOVE "NO OPERATOR ID KEYED" TO SignOnReason
006660         GO TO 1810-REFUSE
006670     END-IF.
006680     MOVE SignOnId TO OPR-OPERATOR-ID.
006690     READ OPERATOR-FILE
006700         INVALID KEY
006710             CONTINUE
006720     END-READ.
006730     IF OperatorFileStatus NOT = "00"
006740         MOVE "UNKNOWN OPERATOR ID" TO SignOnReason
006750         GO TO 1810-REFUSE
006760     END-IF.
006770     PERFORM 1820-DIGEST-PASSWORD
006780         THRU 1820-EXIT.
006790     EVALUATE TRUE
006800         WHEN DigestValue NOT = OPR-PASSWORD-DIGEST
006810             MOVE "WRONG PASSWORD" TO SignOnReason
006820         WHEN NOT OPR-ACTIVE
006830             MOVE "OPERATOR REVOKED" TO SignOnReason
006840         WHEN OPR-LEVEL < ProgramMinimumLevel
006850             MOVE "LEVEL TOO LOW FOR THIS PROGRAM" TO SignOnReason
006860         WHEN OTHER
006870             SET OperatorSignedOn TO TRUE
006880             GO TO 1810-EXIT
006890     END-EVALUATE.
006900 1810-REFUSE.
006910     DISPLAY PMT-SIGNON-FAIL-TEXT (PMT-IDX).
006920     MOVE "SOF" TO OperatorLogEvent.
006930     MOVE SPACES TO OperatorLogAction.
006940     MOVE ZERO TO OperatorLogCustomer.
006950     PERFORM 1860-WRITE-OPERATOR-LOG
006960         THRU 1860-EXIT.
006970 1810-EXIT.
006980     EXIT.
006990
007000**************************************************************
007010*    1820-DIGEST-PASSWORD THRU 1820-EXIT
007020*    FOLDS THE OPERATOR ID AND PASSWORD, CHARACTER BY
007030*    CHARACTER, INTO A NINE-DIGIT DIGEST (MULTIPLY BY 131, ADD
007040*    THE CHARACTER'S CODE AND ITS POSITION, MODULO THE PRIME
007050*    999999937).  ONLY THE DIGEST IS EVER FILED, AND THE SAME
007060*    PASSWORD GIVES A DIFFERENT DIGEST FOR EVERY OPERATOR.  ON
007070*    ENTRY SignOnId AND SignOnPassword HOLD WHAT WAS KEYED; ON
007080*    EXIT DigestValue HOLDS THE DIGEST.  COBOLOPR FILES IT WITH
007090*    THIS SAME ROUTINE - CHANGE ONE, CHANGE THEM ALL.
007100**************************************************************
007110 1820-DIGEST-PASSWORD.
007120     MOVE SignOnId TO DigestText (1:8).
007130     MOVE SignOnPassword TO DigestText (9:8).
007140     MOVE 7 TO DigestValue.
007150     PERFORM 1825-DIGEST-ONE-CHAR
007160         THRU 1825-EXIT
007170         VARYING DigestIndex FROM 1 BY 1
007180         UNTIL DigestIndex > 16.
007190 1820-EXIT.
007200     EXIT.
007210
007220 1825-DIGEST-ONE-CHAR.
007230     MOVE DigestText (DigestIndex:1) TO DigestChar.
007240     COMPUTE DigestWork = DigestValue * 131 + DigestCharValue
007250         + DigestIndex.
007260     DIVIDE DigestWork BY 999999937 GIVING DigestQuotient
007270         REMAINDER DigestValue.
007280 1825-EXIT.
007290     EXIT.
007300
007310**************************************************************
007320*    1850-CHECK-AUTHORITY THRU 1850-EXIT
007330*    ON ENTRY RequiredLevel HOLDS THE LEVEL THE ACTION NEEDS,
007340*    AND OperatorLogAction / OperatorLogCustomer NAME IT.  SETS
007350*    ActionAllowed, OR TELLS THE OPERATOR THEY ARE NOT
007360*    AUTHORIZED AND LOGS THE REFUSED ATTEMPT ON OPERLOG.
007370**************************************************************
007380 1850-CHECK-AUTHORITY.
007390     MOVE "N" TO ActionAllowedSwitch.
007400     IF OperatorLevel NOT < RequiredLevel
007410         SET ActionAllowed TO TRUE
007420         GO TO 1850-EXIT
007430     END-IF.
007440     DISPLAY PMT-NOT-AUTH-TEXT (PMT-IDX).
007450     MOVE SPACES TO SignOnReason.
007460     STRING "NEEDS LEVEL " DELIMITED BY SIZE
007470         RequiredLevel DELIMITED BY SIZE
007480         " - OPERATOR IS LEVEL " DELIMITED BY SIZE
007490         OperatorLevel DELIMITED BY SIZE
007500         INTO SignOnReason
007510     END-STRING.
007520     MOVE "REF" TO OperatorLogEvent.
007530     PERFORM 1860-WRITE-OPERATOR-LOG
007540         THRU 1860-EXIT.
007550 1850-EXIT.
007560     EXIT.
007570
007580**************************************************************
007590*    1860-WRITE-OPERATOR-LOG THRU 1860-EXIT
007600*    ONE OPERLOG LINE (SEE OPRLOG.CPY).  THE CALLER SETS
007610*    OperatorLogEvent, OperatorLogAction, OperatorLogCustomer
007620*    AND SignOnReason; THE OPERATOR IS THE ID AS KEYED.
007630**************************************************************
007640 1860-WRITE-OPERATOR-LOG.
007650     ACCEPT OperatorLogDate FROM DATE YYYYMMDD.
007660     ACCEPT OperatorLogTime FROM TIME.
007670     MOVE SPACES TO OPERATOR-LOG-RECORD.
007680     MOVE OperatorLogDate TO OLG-RUN-DATE.
007690     MOVE OperatorLogTime TO OLG-RUN-TIME.
007700     MOVE "COBOLDUP" TO OLG-PROGRAM-ID.
007710     MOVE SignOnId TO OLG-OPERATOR-ID.
007720     MOVE OperatorLogEvent TO OLG-EVENT.
007730     MOVE OperatorLogAction TO OLG-ACTION.
007740     MOVE OperatorLogCustomer TO OLG-CUSTOMER-NUMBER.
007750     MOVE SignOnReason TO OLG-REASON.
007760     WRITE OPERATOR-LOG-RECORD.
007770 1860-EXIT.
007780     EXIT.
007790
007800**************************************************************
007810*    1530-OPEN-CONSENT-FILE THRU 1530-EXIT
007820*    SAME CREATE-THEN-REOPEN PATTERN AS COBOLMNT.  IF THE
007830*    REGISTER STILL CANNOT BE OPENED THE SESSION RUNS ON, BUT A
007840*    MERGE CANNOT FOLD CONSENT AND SAYS SO.
007850**************************************************************
007860 1530-OPEN-CONSENT-FILE.
007870     MOVE "N" TO ConsentAvailableSwitch.
007880     OPEN I-O CONSENT-FILE.
007890     IF ConsentFileStatus = "35"
007900         OPEN OUTPUT CONSENT-FILE
007910         CLOSE CONSENT-FILE
007920         OPEN I-O CONSENT-FILE
007930     END-IF.
007940     IF ConsentFileStatus = "00"
007950         SET ConsentAvailable TO TRUE
007960     ELSE
007970         DISPLAY "CONSENT NOT AVAILABLE - STATUS "
007980             ConsentFileStatus
007990             " - CONSENT CANNOT BE FOLDED ON MERGE"
008000     END-IF.
008010 1530-EXIT.
008020     EXIT.
008030
008040**************************************************************
008050*    2800-FOLD-CONSENT THRU 2800-EXIT
008060*    CALLED AFTER A MERGE, WITH THE RETIRED RECORD STILL IN THE
008070*    NAMEFILE BUFFER.  THE RETIRED NUMBER'S CONSENT ENTRIES ARE
008080*    FOLDED INTO THE SURVIVOR'S, CHANNEL BY CHANNEL (SEE
008090*    2810-FOLD-ONE-CHANNEL), AND THE SURVIVOR'S RECORD REWRITTEN
008100*    - OR WRITTEN, IF THE SURVIVOR WAS NEVER ASKED.  THE RETIRED
008110*    NUMBER'S OWN ENTRY IS LEFT AS IT IS.  NOTHING ON THE RETIRED
008120*    NUMBER, OR NOTHING THAT CHANGES THE SURVIVOR'S, MEANS
008130*    NOTHING FILED AND NO TRAIL LINE.  A REGISTER ENTRY HELD BY
008140*    ANOTHER OPERATOR IS NOT WAITED FOR - THE MERGE STANDS AND
008150*    THE OPERATOR IS TOLD TO SET THE SURVIVOR'S CONSENT IN
008160*    COBOLMNT.
008170**************************************************************
008180 2800-FOLD-CONSENT.
008190     IF NOT ConsentAvailable
008200         DISPLAY "CONSENT NOT AVAILABLE - CONSENT OF "
008210             NR-CUSTOMER-NUMBER " NOT FOLDED"
008220         GO TO 2800-EXIT
008230     END-IF.
008240     MOVE NR-CUSTOMER-NUMBER TO CNS-CUSTOMER-NUMBER.
008250     READ CONSENT-FILE
008260         INVALID KEY
008270             CONTINUE
008280     END-READ.
008290     EVALUATE ConsentFileStatus
008300         WHEN "00"
008310             MOVE CONSENT-RECORD TO RETIRED-CONSENT-RECORD
008320         WHEN "23"
008330             GO TO 2800-EXIT
008340         WHEN OTHER
008350             GO TO 2800-FOLD-REFUSED
008360     END-EVALUATE.
008370
008380     MOVE "N" TO ConsentFoundSwitch.
008390     MOVE DRV-MATCH-CUSTOMER-NUMBER TO CNS-CUSTOMER-NUMBER.
008400     READ CONSENT-FILE
008410         INVALID KEY
008420             CONTINUE
008430     END-READ.
008440     EVALUATE ConsentFileStatus
008450         WHEN "00"
008460             SET ConsentFound TO TRUE
008470         WHEN "23"
008480             MOVE SPACES TO CONSENT-RECORD
008490             MOVE DRV-MATCH-CUSTOMER-NUMBER TO CNS-CUSTOMER-NUMBER
008500             MOVE ZERO TO CNS-LAST-CHANGED-DATE
008510         WHEN OTHER
008520             GO TO 2800-FOLD-REFUSED
008530     END-EVALUATE.
008540
008550     MOVE "N" TO ConsentChangedSwitch.
008560     PERFORM 2810-FOLD-ONE-CHANNEL
008570         THRU 2810-EXIT
008580         VARYING ConsentIndex FROM 1 BY 1
008590         UNTIL ConsentIndex > 4.
008595*    NOTHING TO FOLD - RELEASE THE SURVIVOR'S ENTRY.
008600     IF NOT ConsentChanged
008605         UNLOCK CONSENT-FILE
008610         GO TO 2800-EXIT
008620     END-IF.
008630
008640     MOVE CurrentDate TO CNS-LAST-CHANGED-DATE.
008650     MOVE OperatorId TO CNS-LAST-CHANGED-BY.
008660     IF ConsentFound
008670         REWRITE CONSENT-RECORD
008680             INVALID KEY
008690                 CONTINUE
008700         END-REWRITE
008710     ELSE
008720         WRITE CONSENT-RECORD
008730             INVALID KEY
008740                 CONTINUE
008750         END-WRITE
008760     END-IF.
008770     IF ConsentFileStatus NOT = "00"
008780         GO TO 2800-FOLD-REFUSED
008790     END-IF.
008800     PERFORM 2850-WRITE-CONSENT-AUDIT
008810         THRU 2850-EXIT.
008820     GO TO 2800-EXIT.
008830 2800-FOLD-REFUSED.
008840     DISPLAY "CONSENT OF " NR-CUSTOMER-NUMBER " NOT FOLDED INTO "
008850         DRV-MATCH-CUSTOMER-NUMBER " - STATUS " ConsentFileStatus.
008860     DISPLAY "SET IT FOR " DRV-MATCH-CUSTOMER-NUMBER
008870         " WITH COBOLMNT (P)REFS".
008875     UNLOCK CONSENT-FILE.
008880 2800-EXIT.
008890     EXIT.
008900
008910**************************************************************
008920*    2810-FOLD-ONE-CHANNEL THRU 2810-EXIT
008930*    A WITHDRAWAL ON THE RETIRED NUMBER OVERRIDES A CONSENT
008940*    GIVEN ON THE SURVIVOR (AND A WITHDRAWAL ON THE SURVIVOR IS
008950*    NEVER UNDONE BY A CONSENT ON THE RETIRED NUMBER).  A CHANNEL
008960*    THE SURVIVOR WAS NEVER ASKED ABOUT TAKES THE RETIRED
008970*    NUMBER'S ANSWER.  WHERE BOTH SAY THE SAME, THE LATER DATE IS
008980*    KEPT.  THE ENTRY TAKEN KEEPS ITS ORIGINAL DATE, OPERATOR AND
008990*    CAPTURE CHANNEL.
009000**************************************************************
009010 2810-FOLD-ONE-CHANNEL.
009020     IF RCN-NOT-ASKED (ConsentIndex)
009030         GO TO 2810-EXIT
009040     END-IF.
009050     IF CNS-WITHDRAWN (ConsentIndex)
009060        AND RCN-GIVEN (ConsentIndex)
009070         GO TO 2810-EXIT
009080     END-IF.
009090     IF RCN-CONSENT (ConsentIndex) = CNS-CONSENT (ConsentIndex)
009100        AND RCN-CONSENT-DATE (ConsentIndex)
009110            NOT > CNS-CONSENT-DATE (ConsentIndex)
009120         GO TO 2810-EXIT
009130     END-IF.
009140     MOVE RCN-CHANNEL-ENTRY (ConsentIndex)
009150         TO CNS-CHANNEL-ENTRY (ConsentIndex).
009160     SET ConsentChanged TO TRUE.
009170 2810-EXIT.
009180     EXIT.
009190
009200**************************************************************
009210*    2850-WRITE-CONSENT-AUDIT THRU 2850-EXIT
009220*    THE SAME "CNS" TRAIL LINE COBOLMNT WRITES FOR A CONSENT
009230*    CHANGE, FOR THE SURVIVING NUMBER, WITH THE FOUR CHANNEL
009240*    CONSENTS AS THEY NOW STAND.  THE NAME IS THE ONE ON THE
009250*    RETIRED RECORD STILL IN THE BUFFER - THE MERGE HAS JUST
009260*    CONFIRMED BOTH RECORDS ARE THE SAME PERSON.
009270**************************************************************
009280 2850-WRITE-CONSENT-AUDIT.
009290     PERFORM 2855-COPY-ONE-STATE
009300         THRU 2855-EXIT
009310         VARYING ConsentIndex FROM 1 BY 1
009320         UNTIL ConsentIndex > 4.
009330     ACCEPT CurrentTime FROM TIME.
009340     MOVE SPACES              TO AUDIT-LOG-RECORD.
009350     MOVE OperatorId          TO ALG-OPERATOR-ID.
009360     MOVE CurrentDate         TO ALG-RUN-DATE.
009370     MOVE CurrentTime         TO ALG-RUN-TIME.
009380     MOVE DRV-MATCH-CUSTOMER-NUMBER
009390                              TO ALG-CUSTOMER-NUMBER.
009400     MOVE NR-FIRST-NAME       TO ALG-FIRST-NAME.
009410     MOVE NR-LAST-NAME        TO ALG-LAST-NAME.
009420     SET ALG-ACTION-CONSENT   TO TRUE.
009430     MOVE ConsentState        TO ALG-CONSENT-STATE.
009440     WRITE AUDIT-LOG-RECORD.
009450 2850-EXIT.
009460     EXIT.
009470
009480 2855-COPY-ONE-STATE.
009490     MOVE CNS-CONSENT (ConsentIndex)
009500         TO ConsentStateFlag (ConsentIndex).
009510 2855-EXIT.
009520     EXIT.
