000400*                      ANOTHER PROGRAM ENDS THE SESSION
000410*                      CLEANLY RATHER THAN WORKING OFF A
000420*                      STALE BUFFER.
000421*    2026-10-15 LB    THE OPERATOR NOW SIGNS ON AGAINST THE
000422*                      OPERATOR MASTER (SEE OPERREC.CPY) -
000423*                      MAINTAIN LEVEL TO WORK THE LIST,
000424*                      SUPERVISOR TO ACCEPT A REFUSAL.  AN
000425*                      ACCEPT REFUSED FOR WANT OF LEVEL IS LEFT
000426*                      FOR LATER.  FAILED SIGN-ONS AND REFUSED
000427*                      ACTIONS GO ON OPERLOG.
000430**************************************************************
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000660     SELECT NAME-JOURNAL-FILE ASSIGN TO "NAMEJRNL"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS JournalFileStatus.
000681
000682     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000683         ORGANIZATION IS INDEXED
000684         ACCESS MODE IS DYNAMIC
000685         RECORD KEY IS OPR-OPERATOR-ID
000686         SHARING WITH ALL OTHER
000687         FILE STATUS IS OperatorFileStatus.
000688
000689     SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG"
000690         ORGANIZATION IS LINE SEQUENTIAL
000691         FILE STATUS IS OperatorLogFileStatus.
000692
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  NAMEFILE
000800 FD  NAME-JOURNAL-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY NAMEJRN.
000821
000822 FD  OPERATOR-FILE
000823     LABEL RECORDS ARE STANDARD.
000824 COPY OPERREC.
000825
000826 FD  OPERATOR-LOG-FILE
000827     LABEL RECORDS ARE STANDARD.
000828 COPY OPRLOG.
000830
000840 WORKING-STORAGE SECTION.
000850 77  NameFileStatus         PIC X(02).
000940 77  JournalTime            PIC 9(08) VALUE ZERO.
000950 77  JournalAction          PIC X(02) VALUE SPACES.
000960 77  JournalBeforeImage     PIC X(250) VALUE SPACES.
000961
000962***************************************************************
000963*    OPERATOR SIGN-ON AND AUTHORITY WORKING FIELDS (SEE
000964*    OPERREC.CPY AND 1800-SIGN-ON).  ProgramMinimumLevel IS THE
000965*    LEVEL AN OPERATOR NEEDS TO USE THIS PROGRAM AT ALL.
000966***************************************************************
000967 77  OperatorFileStatus     PIC X(02).
000968 77  OperatorLogFileStatus  PIC X(02).
000969 77  SignedOnSwitch         PIC X(01) VALUE "N".
000970     88  OperatorSignedOn    VALUE "Y".
000971 77  SignOnTryCount         PIC 9(01) VALUE ZERO.
000972 77  SignOnTryLimit         PIC 9(01) VALUE 3.
000973 77  SignOnId               PIC X(08) VALUE SPACES.
000974 77  SignOnPassword         PIC X(08) VALUE SPACES.
000975 77  SignOnReason           PIC X(40) VALUE SPACES.
000976 77  ProgramMinimumLevel    PIC 9(01) VALUE 3.
000977 77  OperatorLevel          PIC 9(01) VALUE ZERO.
000978 77  RequiredLevel          PIC 9(01) VALUE ZERO.
000979 77  ActionAllowedSwitch    PIC X(01) VALUE "N".
000980     88  ActionAllowed       VALUE "Y".
000981 77  OperatorLogEvent       PIC X(03) VALUE SPACES.
000982 77  OperatorLogAction      PIC X(12) VALUE SPACES.
000983 77  OperatorLogCustomer    PIC 9(09) VALUE ZERO.
000984 77  OperatorLogDate        PIC 9(08) VALUE ZERO.
000985 77  OperatorLogTime        PIC 9(08) VALUE ZERO.
000986 77  DigestText             PIC X(16) VALUE SPACES.
000987 77  DigestIndex            PIC 9(02) COMP VALUE ZERO.
000988 77  DigestValue            PIC 9(09) VALUE ZERO.
000989 77  DigestWork             PIC 9(12) COMP VALUE ZERO.
000990 77  DigestQuotient         PIC 9(12) COMP VALUE ZERO.
000991 01  DigestCharPair.
000992     05  FILLER             PIC X(01) VALUE LOW-VALUE.
000993     05  DigestChar         PIC X(01) VALUE SPACE.
000994 01  DigestCharValue REDEFINES DigestCharPair
000995                            PIC 9(04) COMP.
000996
000997
000998 77  EndOfFileSwitch        PIC X(01) VALUE "N".
001000     88  EndOfFile           VALUE "Y".
001010
001020***************************************************************
002030         THRU 1420-EXIT.
002040     PERFORM 1100-PARSE-PARMS
002050         THRU 1100-EXIT.
002052     PERFORM 1800-SIGN-ON
002054         THRU 1800-EXIT.
002056     IF NOT OperatorSignedOn
002058         SET EndOfFile TO TRUE
002060         GO TO 1000-EXIT
002062     END-IF.
002070     ACCEPT CurrentDate FROM DATE YYYYMMDD.
002080     PERFORM 1200-COMPUTE-CUTOFF-DATE
002090         THRU 1200-EXIT.
004140         WHEN "r"
004150             PERFORM 2300-REQUEUE-RECORD
004160                 THRU 2300-EXIT
004163         WHEN "A"
004166         WHEN "a"
004169             MOVE 4 TO RequiredLevel
004172             MOVE "ACCEPT REFSL" TO OperatorLogAction
004175             MOVE NR-CUSTOMER-NUMBER TO OperatorLogCustomer
004178             PERFORM 1850-CHECK-AUTHORITY
004181                 THRU 1850-EXIT
004184             IF ActionAllowed
004187                 PERFORM 2400-ACCEPT-REFUSAL
004190                     THRU 2400-EXIT
004193             ELSE
004196                 ADD 1 TO CarriedCount
004199             END-IF
004210         WHEN OTHER
004220             ADD 1 TO CarriedCount
004230     END-EVALUATE.
006140     CLOSE NAMEFILE.
006150     CLOSE NAME-JOURNAL-FILE.
006160     CLOSE AUDIT-LOG-FILE.
006165     CLOSE OPERATOR-LOG-FILE.
006170 3000-EXIT.
006180     EXIT.
006190
006250         RSN-COUNT (ReasonIndex).
006260 3100-EXIT.
006270     EXIT.
006280
006290**************************************************************
006300*    1440-OPEN-OPERATOR-LOG THRU 1440-EXIT
006310*    THE SECURITY LOG IS APPENDED TO ACROSS RUNS - THE SAME
006320*    CREATE-THEN-EXTEND PATTERN AS 1400-OPEN-AUDIT-LOG.
006330**************************************************************
006340 1440-OPEN-OPERATOR-LOG.
006350     OPEN EXTEND OPERATOR-LOG-FILE.
006360     IF OperatorLogFileStatus = "35"
006370         OPEN OUTPUT OPERATOR-LOG-FILE
006380         CLOSE OPERATOR-LOG-FILE
006390         OPEN EXTEND OPERATOR-LOG-FILE
006400     END-IF.
006410 1440-EXIT.
006420     EXIT.
006430
006440**************************************************************
006450*    1800-SIGN-ON THRU 1800-EXIT
006460*    THE OPERATOR KEYS AN ID AND PASSWORD.  THE ID MUST BE ON
006470*    THE OPERATOR FILE (SEE OPERREC.CPY), ACTIVE, AT LEAST AT
006480*    ProgramMinimumLevel, AND THE PASSWORD'S DIGEST MUST MATCH.
006490*    THREE FAILED TRIES END THE SESSION; EACH ONE IS LOGGED ON
006500*    OPERLOG WITH THE REAL REASON, THOUGH THE SCREEN ONLY SAYS
006510*    THE SIGN-ON WAS REFUSED.  ONCE SIGNED ON, THE OPERATOR'S
006520*    ID STAMPS EVERYTHING THE SESSION FILES, AND THEIR OWN
006530*    LANGUAGE (IF SET) REPLACES THE COMMAND-LINE CHOICE.
006540**************************************************************
006550 1800-SIGN-ON.
006560     MOVE "N" TO SignedOnSwitch.
006570     PERFORM 1440-OPEN-OPERATOR-LOG
006580         THRU 1440-EXIT.
006590     OPEN INPUT OPERATOR-FILE.
006600     IF OperatorFileStatus NOT = "00"
006610         DISPLAY "OPERFILE NOT AVAILABLE - STATUS "
006620             OperatorFileStatus
006630         MOVE SPACES TO SignOnId
006640         MOVE "OPERATOR FILE NOT AVAILABLE" TO SignOnReason
006650         MOVE "SOF" TO OperatorLogEvent
006660         MOVE SPACES TO OperatorLogAction
006670         MOVE ZERO TO OperatorLogCustomer
006680         PERFORM 1860-WRITE-OPERATOR-LOG
006690             THRU 1860-EXIT
006700         GO TO 1800-EXIT
006710     END-IF.
006720     MOVE ZERO TO SignOnTryCount.
006730     PERFORM 1810-SIGN-ON-ONE-TRY
006740         THRU 1810-EXIT
006750         UNTIL OperatorSignedOn
006760         OR SignOnTryCount NOT < SignOnTryLimit.
006770     CLOSE OPERATOR-FILE.
006780     IF NOT OperatorSignedOn
006790         GO TO 1800-EXIT
006800     END-IF.
006810     MOVE SignOnId TO OperatorId.
006820     MOVE OPR-LEVEL TO OperatorLevel.
006830     IF OPR-LANGUAGE NOT = SPACES
006840         MOVE OPR-LANGUAGE TO LanguageCode
006850         SET PMT-IDX TO 1
006860         SEARCH PMT-TABLE-ENTRY
006870             AT END
006880                 SET PMT-IDX TO 1
006890             WHEN PMT-LANG-CODE (PMT-IDX) = LanguageCode
006900                 CONTINUE
006910         END-SEARCH
006920     END-IF.
006930     DISPLAY PMT-SIGNED-ON-TEXT (PMT-IDX) " " OPR-OPERATOR-ID
006940         " " OPR-OPERATOR-NAME.
006950 1800-EXIT.
006960     EXIT.
006970
006980 1810-SIGN-ON-ONE-TRY.
006990     ADD 1 TO SignOnTryCount.
007000     DISPLAY PMT-SIGNON-ID-TEXT (PMT-IDX) WITH NO ADVANCING.
007010     MOVE SPACES TO SignOnId.
007020     ACCEPT SignOnId.
007030     INSPECT SignOnId CONVERTING "abcdefghijklmnopqrstuvwxyz"
007040         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
007050     DISPLAY PMT-SIGNON-PW-TEXT (PMT-IDX) WITH NO ADVANCING.
007060     MOVE SPACES TO SignOnPassword.
007070     ACCEPT SignOnPassword.
007080     MOVE SPACES TO SignOnReason.
007090     IF SignOnId = SPACES
007100         MOVE "NO OPERATOR ID KEYED" TO SignOnReason
007110         GO TO 1810-REFUSE
007120     END-IF.
007130     MOVE SignOnId TO OPR-OPERATOR-ID.
007140     READ OPERATOR-FILE
007150         INVALID KEY
007160             CONTINUE
007170     END-READ.
007180     IF OperatorFileStatus NOT = "00"
007190         MOVE "UNKNOWN OPERATOR ID" TO SignOnReason
007200         GO TO 1810-REFUSE
007210     END-IF.
007220     PERFORM 1820-DIGEST-PASSWORD
007230         THRU 1820-EXIT.
007240     EVALUATE TRUE
007250         WHEN DigestValue NOT = OPR-PASSWORD-DIGEST
007260             MOVE "WRONG PASSWORD" TO SignOnReason
007270         WHEN NOT OPR-ACTIVE
007280             MOVE "OPERATOR REVOKED" TO SignOnReason
007290         WHEN OPR-LEVEL < ProgramMinimumLevel
007300             MOVE "LEVEL TOO LOW FOR THIS PROGRAM" TO SignOnReason
007310         WHEN OTHER
007320             SET OperatorSignedOn TO TRUE
007330             GO TO 1810-EXIT
007340     END-EVALUATE.
007350 1810-REFUSE.
007360     DISPLAY PMT-SIGNON-FAIL-TEXT (PMT-IDX).
007370     MOVE "SOF" TO OperatorLogEvent.
007380     MOVE SPACES TO OperatorLogAction.
007390     MOVE ZERO TO OperatorLogCustomer.
007400     PERFORM 1860-WRITE-OPERATOR-LOG
007410         THRU 1860-EXIT.
007420 1810-EXIT.
007430     EXIT.
007440
007450**************************************************************
007460*    1820-DIGEST-PASSWORD THRU 1820-EXIT
007470*    FOLDS THE OPERATOR ID AND PASSWORD, CHARACTER BY
007480*    CHARACTER, INTO A NINE-DIGIT DIGEST (MULTIPLY BY 131, ADD
007490*    THE CHARACTER'S CODE AND ITS POSITION, MODULO THE PRIME
007500*    999999937).  ONLY THE DIGEST IS EVER FILED, AND THE SAME
007510*    PASSWORD GIVES A DIFFERENT DIGEST FOR EVERY OPERATOR.  ON
007520*    ENTRY SignOnId AND SignOnPassword HOLD WHAT WAS KEYED; ON
007530*    EXIT DigestValue HOLDS THE DIGEST.  COBOLOPR FILES IT WITH
007540*    THIS SAME ROUTINE - CHANGE ONE, CHANGE THEM ALL.
007550**************************************************************
007560 1820-DIGEST-PASSWORD.
007570     MOVE SignOnId TO DigestText (1:8).
007580     MOVE SignOnPassword TO DigestText (9:8).
007590     MOVE 7 TO DigestValue.
007600     PERFORM 1825-DIGEST-ONE-CHAR
007610         THRU 1825-EXIT
007620         VARYING DigestIndex FROM 1 BY 1
007630         UNTIL DigestIndex > 16.
007640 1820-EXIT.
007650     EXIT.
007660
007670 1825-DIGEST-ONE-CHAR.
007680     MOVE DigestText (DigestIndex:1) TO DigestChar.
007690     COMPUTE DigestWork = DigestValue * 131 + DigestCharValue
007700         + DigestIndex.
007710     DIVIDE DigestWork BY 999999937 GIVING DigestQuotient
007720         REMAINDER DigestValue.
007730 1825-EXIT.
007740     EXIT.
007750
007760**************************************************************
007770*    1850-CHECK-AUTHORITY THRU 1850-EXIT
007780*    ON ENTRY RequiredLevel HOLDS THE LEVEL THE ACTION NEEDS,
007790*    AND OperatorLogAction / OperatorLogCustomer NAME IT.  SETS
007800*    ActionAllowed, OR TELLS THE OPERATOR THEY ARE NOT
007810*    AUTHORIZED AND LOGS THE REFUSED ATTEMPT ON OPERLOG.
007820**************************************************************
007830 1850-CHECK-AUTHORITY.
007840     MOVE "N" TO ActionAllowedSwitch.
007850     IF OperatorLevel NOT < RequiredLevel
007860         SET ActionAllowed TO TRUE
007870         GO TO 1850-EXIT
007880     END-IF.
007890     DISPLAY PMT-NOT-AUTH-TEXT (PMT-IDX).
007900     MOVE SPACES TO SignOnReason.
007910     STRING "NEEDS LEVEL " DELIMITED BY SIZE
007920         RequiredLevel DELIMITED BY SIZE
007930         " - OPERATOR IS LEVEL " DELIMITED BY SIZE
007940         OperatorLevel DELIMITED BY SIZE
007950         INTO SignOnReason
007960     END-STRING.
007970     MOVE "REF" TO OperatorLogEvent.
007980     PERFORM 1860-WRITE-OPERATOR-LOG
007990         THRU 1860-EXIT.
008000 1850-EXIT.
008010     EXIT.
008020
008030**************************************************************
008040*    1860-WRITE-OPERATOR-LOG THRU 1860-EXIT
008050*    ONE OPERLOG LINE (SEE OPRLOG.CPY).  THE CALLER SETS
008060*    OperatorLogEvent, OperatorLogAction, OperatorLogCustomer
008070*    AND SignOnReason; THE OPERATOR IS THE ID AS KEYED.
008080**************************************************************
008090 1860-WRITE-OPERATOR-LOG.
008100     ACCEPT OperatorLogDate FROM DATE YYYYMMDD.
008110     ACCEPT OperatorLogTime FROM TIME.
008120     MOVE SPACES TO OPERATOR-LOG-RECORD.
008130     MOVE OperatorLogDate TO OLG-RUN-DATE.
008140     MOVE OperatorLogTime TO OLG-RUN-TIME.
008150     MOVE "COBOLCWB" TO OLG-PROGRAM-ID.
008160     MOVE SignOnId TO OLG-OPERATOR-ID.
008170     MOVE OperatorLogEvent TO OLG-EVENT.
008180     MOVE OperatorLogAction TO OLG-ACTION.
008190     MOVE OperatorLogCustomer TO OLG-CUSTOMER-NUMBER.
008200     MOVE SignOnReason TO OLG-REASON.
008210     WRITE OPERATOR-LOG-RECORD.
008220 1860-EXIT.
008230     EXIT.
