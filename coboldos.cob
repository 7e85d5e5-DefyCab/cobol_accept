000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBOLDOS.
000030 AUTHOR. LOVE BELLINDER.
000040 INSTALLATION. RETAIL CUSTOMER ONBOARDING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070**************************************************************
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------  ----  ---------------------------------------
000120*    2026-10-15 LB    ORIGINAL PROGRAM - RIGHT-OF-ACCESS
000130*                      DOSSIER.  TAKES ONE CUSTOMER NUMBER
000140*                      AND PRINTS, ON DOSRPT, EVERYTHING HELD
000150*                      ON THAT CUSTOMER: THE NAMEFILE RECORD,
000160*                      THE ADDRFILE CONTACT DETAILS, MERGE
000170*                      LINKS IN BOTH DIRECTIONS FROM MERGEXRF
000180*                      (NUMBERS MERGED INTO THIS ONE ARE
000190*                      SEARCHED WITH IT), THE CRM FEED STATUS
000200*                      AND ITS HISTORY (EVERY STATUS MOVE AND
000210*                      REFUSAL REASON, FROM THE JOURNAL), EVERY
000220*                      AUDARCH AND AUDITLOG ENTRY, AND EVERY
000230*                      NAMEJRNL BEFORE/AFTER IMAGE AS A LIST OF
000240*                      WHAT CHANGED.  THE DOSSIER GOES TO THE
000250*                      CUSTOMER AS PRINTED, SO IT IS DATED,
000260*                      PAGE-NUMBERED AND WORDED FOR A READER
000270*                      WHO HAS NEVER SEEN THE SYSTEM - CODES
000280*                      ARE PRINTED AS WORDS, DATES AS
000290*                      YYYY-MM-DD.  THE JOB STREAM POINTS
000300*                      AUDARCH AT THE CONCATENATION OF EVERY
000310*                      GENERATION STILL IN RETENTION (ONLY THE
000320*                      NINE-DIGIT LAYOUT - OLDER GENERATIONS
000330*                      ARE SEARCHED WITH THE PRE-EXPANSION
000340*                      TOOLING).  THIS REPLACES THE HAND-PASTED
000350*                      COBOLINQ/COBOLAUD/NAMEJRNL PULL.
000353*    2026-10-15 LB    MARKETING CONSENT CHANGES ("CNS" TRAIL
000356*                      LINES) ARE WORDED IN THE AUDIT SECTION.
000358*    2026-10-15 LB    FORMER NAMES FROM ALIASFIL AND MARKETING
000360*                      CONSENT FROM CONSENT ADDED AS SECTIONS 7
000362*                      AND 8; PORTAL CONTACT CHANGES APPLIED BY
000364*                      COBOLCIN ARE WORDED IN THE CHANGE HISTORY.
000366**************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT NAMEFILE ASSIGN TO "NAMEFILE"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS NR-CUSTOMER-NUMBER
000440         ALTERNATE RECORD KEY IS NR-LAST-NAME
000450             WITH DUPLICATES
000460         ALTERNATE RECORD KEY IS NR-PHONETIC-KEY
000470             WITH DUPLICATES
000480         SHARING WITH ALL OTHER
000490         FILE STATUS IS NameFileStatus.
000500
000510     SELECT ADDRESS-FILE ASSIGN TO "ADDRFILE"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS ADR-CUSTOMER-NUMBER
000550         SHARING WITH ALL OTHER
000560         FILE STATUS IS AddressFileStatus.
000570
000580     SELECT MERGE-XREF-FILE ASSIGN TO "MERGEXRF"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS MergeXrefFileStatus.
000610
000620     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS AuditLogFileStatus.
000650
000660     SELECT ARCHIVE-FILE ASSIGN TO "AUDARCH"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS ArchiveFileStatus.
000690
000700     SELECT NAME-JOURNAL-FILE ASSIGN TO "NAMEJRNL"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS NameJournalFileStatus.
000730
000740     SELECT PRINT-FILE ASSIGN TO "DOSRPT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS PrintFileStatus.
000761
000762     SELECT ALIAS-FILE ASSIGN TO "ALIASFIL"
000763         ORGANIZATION IS INDEXED
000764         ACCESS MODE IS DYNAMIC
000765         RECORD KEY IS ALS-KEY
000766         ALTERNATE RECORD KEY IS ALS-LAST-NAME
000767             WITH DUPLICATES
000768         ALTERNATE RECORD KEY IS ALS-PHONETIC-KEY
000769             WITH DUPLICATES
000770         SHARING WITH ALL OTHER
000771         FILE STATUS IS AliasFileStatus.
000772
000773     SELECT CONSENT-FILE ASSIGN TO "CONSENT"
000774         ORGANIZATION IS INDEXED
000775         ACCESS MODE IS DYNAMIC
000776         RECORD KEY IS CNS-CUSTOMER-NUMBER
000777         SHARING WITH ALL OTHER
000778         FILE STATUS IS ConsentFileStatus.
000779
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  NAMEFILE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY NAMEREC.
000830
000840 FD  ADDRESS-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY ADDRREC.
000870
000880 FD  MERGE-XREF-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 COPY MRGXREF.
000910
000920 FD  AUDIT-LOG-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 COPY AUDITLOG.
000950
000960*    THE ARCHIVE CARRIES THE SAME LAYOUT AS THE LIVE LOG,
000970*    RENAMED SO BOTH FDS CAN COEXIST (SEE cobolarc.cob).
000980 FD  ARCHIVE-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 COPY AUDITLOG REPLACING LEADING ==AUDIT-LOG== BY ==ARCHIVE==
001010                         LEADING ==ALG-== BY ==ARC-==.
001020
001030 FD  NAME-JOURNAL-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 COPY NAMEJRN.
001060
001070 FD  PRINT-FILE
001080     LABEL RECORDS ARE OMITTED.
001090 01  PRINT-LINE                 PIC X(80).
001091
001092 FD  ALIAS-FILE
001093     LABEL RECORDS ARE STANDARD.
001094 COPY ALIASREC.
001095
001096 FD  CONSENT-FILE
001097     LABEL RECORDS ARE STANDARD.
001098 COPY CONSENT.
001100
001110 WORKING-STORAGE SECTION.
001120 77  NameFileStatus         PIC X(02).
001130 77  AddressFileStatus      PIC X(02).
001140 77  MergeXrefFileStatus    PIC X(02).
001150 77  AuditLogFileStatus     PIC X(02).
001160 77  ArchiveFileStatus      PIC X(02).
001170 77  NameJournalFileStatus  PIC X(02).
001180 77  PrintFileStatus        PIC X(02).
001183 77  AliasFileStatus        PIC X(02).
001186 77  ConsentFileStatus      PIC X(02).
001190
001200 77  EndOfFileSwitch        PIC X(01) VALUE "N".
001210     88  EndOfFile           VALUE "Y".
001220 77  RunFailureSwitch       PIC X(01) VALUE "N".
001230     88  RunFailure          VALUE "Y".
001240 77  IncompleteSwitch       PIC X(01) VALUE "N".
001250     88  DossierIncomplete   VALUE "Y".
001260 77  NameFoundSwitch        PIC X(01) VALUE "N".
001270     88  NameFound           VALUE "Y".
001280
001290 77  CurrentDate            PIC 9(08) VALUE ZERO.
001300
001310***************************************************************
001320*    RUN PARAMETER - THE NINE-DIGIT CUSTOMER NUMBER, CHECKED
001330*    AGAINST ITS CHECK DIGIT LIKE EVERY KEYED NUMBER: A
001340*    MIS-KEYED NUMBER MUST NEVER PRINT SOMEONE ELSE'S DATA.
001350*        COBOLDOS 123456782
001360***************************************************************
001370 77  CommandLineParm        PIC X(80) VALUE SPACES.
001380 77  ParmCustomerText       PIC X(09) VALUE SPACES.
001390 77  DossierCustomerNumber  PIC 9(09) VALUE ZERO.
001400 77  CheckEnteredDigit      PIC 9(01) VALUE ZERO.
001410
001420***************************************************************
001430*    CHECK-DIGIT WORKING FIELDS (SEE 1150-COMPUTE-CHECK-DIGIT).
001440***************************************************************
001450 77  CheckBaseNumber        PIC 9(08) VALUE ZERO.
001460 77  CheckDigitString       PIC X(08) VALUE ZEROES.
001470 77  CheckDigit             PIC 9(01) VALUE ZERO.
001480 77  CheckIndex             PIC 9(02) COMP VALUE ZERO.
001490 77  CheckSum               PIC 9(03) COMP VALUE ZERO.
001500 77  CheckQuotient          PIC 9(03) COMP VALUE ZERO.
001510 77  CheckRemainder         PIC 9(03) COMP VALUE ZERO.
001520 77  CheckWorkDigit         PIC 9(01) VALUE ZERO.
001530 77  CheckWorkValue         PIC 9(02) VALUE ZERO.
001540
001550 77  PageNumber             PIC 9(04) COMP VALUE ZERO.
001560 77  LineCount              PIC 9(04) COMP VALUE ZERO.
001570 77  LinesPerPage           PIC 9(04) COMP VALUE 55.
001580
001590***************************************************************
001600*    THE CUSTOMER'S NUMBERS - THE DOSSIER NUMBER ITSELF PLUS
001610*    EVERY NUMBER MERGED INTO IT (THE SAME PERSON, FILED
001620*    TWICE).  THE TRAIL AND JOURNAL ARE SEARCHED FOR ALL OF
001630*    THEM.  THE LINK TABLE HOLDS EVERY MERGEXRF PAIR THAT
001640*    TOUCHES THE DOSSIER NUMBER, IN EITHER DIRECTION.
001650***************************************************************
001660 77  RelatedCount           PIC 9(03) COMP VALUE ZERO.
001670 77  RelatedLimit           PIC 9(03) COMP VALUE 50.
001680 77  RelatedIndex           PIC 9(03) COMP VALUE ZERO.
001690 77  RelatedFoundSwitch     PIC X(01) VALUE "N".
001700     88  RelatedFound        VALUE "Y".
001710 77  RelatedCheckNumber     PIC 9(09) VALUE ZERO.
001720 01  RELATED-TABLE.
001730     05  REL-NUMBER OCCURS 50 TIMES PIC 9(09).
001740
001750 77  LinkCount              PIC 9(03) COMP VALUE ZERO.
001760 77  LinkIndex              PIC 9(03) COMP VALUE ZERO.
001770 01  LINK-TABLE.
001780     05  LNK-ENTRY OCCURS 50 TIMES.
001790         10  LNK-DIRECTION       PIC X(01).
001800             88  LNK-MERGED-AWAY VALUE "O".
001810             88  LNK-MERGED-IN   VALUE "I".
001820         10  LNK-OTHER-NUMBER    PIC 9(09).
001830         10  LNK-MERGE-DATE      PIC 9(08).
001840
001850***************************************************************
001860*    JOURNAL IMAGES, LAID OUT AS NAME RECORDS SO EACH FIELD
001870*    OF THE BEFORE AND AFTER IMAGE CAN BE COMPARED AND
001880*    PRINTED BY NAME.
001890***************************************************************
001900 COPY NAMEREC REPLACING ==NAME-RECORD== BY ==BEFORE-NAME-RECORD==
001910                        LEADING ==NR-== BY ==BNR-==.
001920 COPY NAMEREC REPLACING ==NAME-RECORD== BY ==AFTER-NAME-RECORD==
001930                        LEADING ==NR-== BY ==ANR-==.
001940
001950 77  SectionEntryCount      PIC 9(06) COMP VALUE ZERO.
001960 77  ChangeCount            PIC 9(03) COMP VALUE ZERO.
001970
001980***************************************************************
001990*    PLAIN-WORDS WORKING FIELDS (SEE 2800-2860).
002000***************************************************************
002010 01  CodeIn                 PIC X(03) VALUE SPACES.
002020 01  WordsOut               PIC X(60) VALUE SPACES.
002030 01  ChangeLabel            PIC X(14) VALUE SPACES.
002040 01  ChangeOld              PIC X(60) VALUE SPACES.
002050 01  ChangeNew              PIC X(60) VALUE SPACES.
002060 01  EventText              PIC X(36) VALUE SPACES.
002070 01  EventWho               PIC X(10) VALUE SPACES.
002080 01  EventCustomerNumber    PIC 9(09) VALUE ZERO.
002090 01  EventDate              PIC 9(08) VALUE ZERO.
002100 01  EventTime              PIC 9(08) VALUE ZERO.
002110 01  EventAction            PIC X(03) VALUE SPACES.
002120 01  EventOperator          PIC X(08) VALUE SPACES.
002130 01  SectionTitle           PIC X(60) VALUE SPACES.
002140 01  OutputLine             PIC X(80) VALUE SPACES.
002141
002142***************************************************************
002143*    MARKETING CONSENT WORKING FIELDS (SEE 2750-PRINT-CONSENT).
002144*    THE CHANNELS IN CONSENT.CPY ORDER: POST, E-MAIL, PHONE, SMS.
002145***************************************************************
002146 77  ConsentIndex           PIC 9(02) COMP VALUE ZERO.
002147 01  ConsentStateWord       PIC X(09) VALUE SPACES.
002148 01  ConsentHowWords        PIC X(28) VALUE SPACES.
002149 01  CONSENT-CHANNEL-VALUES.
002150     05  FILLER                      PIC X(20) VALUE "Post".
002151     05  FILLER                      PIC X(20) VALUE "E-mail".
002152     05  FILLER                      PIC X(20) VALUE "Telephone".
002153     05  FILLER                      PIC X(20) VALUE
002154         "Text message (SMS)".
002155 01  CONSENT-CHANNEL-TABLE REDEFINES CONSENT-CHANNEL-VALUES.
002156     05  CONSENT-CHANNEL-NAME OCCURS 4 TIMES PIC X(20).
002157
002160 01  EditDateIn             PIC 9(08) VALUE ZERO.
002170 01  EditDateParts REDEFINES EditDateIn.
002180     05  EDI-YEAR                PIC X(04).
002190     05  EDI-MONTH               PIC X(02).
002200     05  EDI-DAY                 PIC X(02).
002210 01  EditDateOut            PIC X(10) VALUE SPACES.
002220 01  EditTimeIn             PIC 9(08) VALUE ZERO.
002230 01  EditTimeParts REDEFINES EditTimeIn.
002240     05  ETI-HOUR                PIC X(02).
002250     05  ETI-MINUTE              PIC X(02).
002260     05  FILLER                  PIC X(04).
002270 01  EditTimeOut            PIC X(05) VALUE SPACES.
002280
002290**************************************************************
002300*    DOSSIER PRINT LINES
002310**************************************************************
002320 01  HEADING-LINE-1.
002330     05  FILLER                  PIC X(30) VALUE
002340         "RETAIL CUSTOMER ONBOARDING".
002350     05  FILLER                  PIC X(22) VALUE
002360         "CUSTOMER DATA DOSSIER".
002370     05  FILLER                  PIC X(08) VALUE "PAGE ".
002380     05  HL1-PAGE-NUMBER         PIC ZZZ9.
002390
002400 01  HEADING-LINE-2.
002410     05  FILLER                  PIC X(13) VALUE "PRODUCED ON: ".
002420     05  HL2-RUN-DATE            PIC X(10).
002430     05  FILLER                  PIC X(23) VALUE
002440         "   FOR CUSTOMER NUMBER ".
002450     05  HL2-CUSTOMER-NUMBER     PIC 9(09).
002460     05  FILLER                  PIC X(25) VALUE SPACES.
002470
002480 01  SECTION-LINE.
002490     05  SL-TEXT                 PIC X(60).
002500     05  FILLER                  PIC X(20) VALUE SPACES.
002510
002520 01  UNDERLINE-LINE.
002530     05  FILLER                  PIC X(60) VALUE ALL "-".
002540     05  FILLER                  PIC X(20) VALUE SPACES.
002550
002560 01  FIELD-LINE.
002570     05  FILLER                  PIC X(04) VALUE SPACES.
002580     05  FL-LABEL                PIC X(26).
002590     05  FL-VALUE                PIC X(50).
002600
002610 01  TEXT-LINE.
002620     05  FILLER                  PIC X(04) VALUE SPACES.
002630     05  TXL-TEXT                PIC X(76).
002640
002650 01  EVENT-HEADING-LINE.
002660     05  FILLER                  PIC X(04) VALUE SPACES.
002670     05  FILLER                  PIC X(12) VALUE "DATE".
002680     05  FILLER                  PIC X(07) VALUE "TIME".
002690     05  FILLER                  PIC X(11) VALUE "CUST NO".
002700     05  FILLER                  PIC X(36) VALUE "WHAT HAPPENED".
002710     05  FILLER                  PIC X(10) VALUE "BY".
002720
002730 01  EVENT-LINE.
002740     05  FILLER                  PIC X(04) VALUE SPACES.
002750     05  EL-DATE                 PIC X(10).
002760     05  FILLER                  PIC X(02) VALUE SPACES.
002770     05  EL-TIME                 PIC X(05).
002780     05  FILLER                  PIC X(02) VALUE SPACES.
002790     05  EL-CUSTOMER-NUMBER      PIC 9(09).
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  EL-TEXT                 PIC X(36).
002820     05  EL-WHO                  PIC X(10).
002830
002840 01  CHANGE-LINE.
002850     05  FILLER                  PIC X(02) VALUE SPACES.
002860     05  CHL-LABEL               PIC X(14).
002870     05  CHL-WORD                PIC X(04).
002880     05  CHL-VALUE               PIC X(60).
002890
002900 PROCEDURE DIVISION.
002910
002920**************************************************************
002930*    0000-MAINLINE
002940**************************************************************
002950 0000-MAINLINE.
002960     PERFORM 1000-INITIALIZE
002970         THRU 1000-EXIT.
002980     IF NOT RunFailure
002990         PERFORM 2000-BUILD-DOSSIER
003000             THRU 2000-EXIT
003010     END-IF.
003020     PERFORM 3000-TERMINATE
003030         THRU 3000-EXIT.
003040     STOP RUN.
003050
003060**************************************************************
003070*    1000-INITIALIZE THRU 1000-EXIT
003080*    NO DOSSIER IS PRINTED FOR A NUMBER THAT FAILS ITS CHECK
003090*    DIGIT, OR WITHOUT NAMEFILE TO PRINT IT FROM.
003100**************************************************************
003110 1000-INITIALIZE.
003120     ACCEPT CurrentDate FROM DATE YYYYMMDD.
003130     PERFORM 1100-PARSE-PARMS
003140         THRU 1100-EXIT.
003150     IF RunFailure
003160         GO TO 1000-EXIT
003170     END-IF.
003180     OPEN INPUT NAMEFILE.
003190     IF NameFileStatus NOT = "00"
003200         DISPLAY "NAMEFILE NOT AVAILABLE - STATUS "
003210             NameFileStatus
003220         SET RunFailure TO TRUE
003230         GO TO 1000-EXIT
003240     END-IF.
003250     OPEN INPUT ADDRESS-FILE.
003260     IF AddressFileStatus NOT = "00"
003270         DISPLAY "ADDRFILE NOT AVAILABLE - STATUS "
003280             AddressFileStatus
003290         SET RunFailure TO TRUE
003300         GO TO 1000-EXIT
003310     END-IF.
003320     OPEN OUTPUT PRINT-FILE.
003330     MOVE DossierCustomerNumber TO REL-NUMBER (1).
003340     MOVE 1 TO RelatedCount.
003350     PERFORM 1300-LOAD-MERGE-LINKS
003360         THRU 1300-EXIT.
003370     PERFORM 1200-PRINT-HEADINGS
003380         THRU 1200-EXIT.
003390 1000-EXIT.
003400     EXIT.
003410
003420**************************************************************
003430*    1100-PARSE-PARMS THRU 1100-EXIT
003440**************************************************************
003450 1100-PARSE-PARMS.
003460     ACCEPT CommandLineParm FROM COMMAND-LINE.
003470     UNSTRING CommandLineParm DELIMITED BY ALL SPACE
003480         INTO ParmCustomerText.
003490     IF ParmCustomerText NOT NUMERIC
003500         DISPLAY "CUSTOMER NUMBER MUST BE NINE DIGITS - "
003510             ParmCustomerText
003520         SET RunFailure TO TRUE
003530         GO TO 1100-EXIT
003540     END-IF.
003550     MOVE ParmCustomerText TO DossierCustomerNumber.
003560     MOVE ParmCustomerText (9:1) TO CheckEnteredDigit.
003570     COMPUTE CheckBaseNumber = DossierCustomerNumber / 10.
003580     PERFORM 1150-COMPUTE-CHECK-DIGIT
003590         THRU 1150-EXIT.
003600     IF CheckDigit NOT = CheckEnteredDigit
003610         DISPLAY "CUSTOMER NUMBER FAILS ITS CHECK DIGIT"
003620             " - CHECK THE ENTRY"
003630         SET RunFailure TO TRUE
003640     END-IF.
003650 1100-EXIT.
003660     EXIT.
003670
003680**************************************************************
003690*    1150-COMPUTE-CHECK-DIGIT THRU 1150-EXIT
003700*    LUHN-STYLE WEIGHTED MODULUS-10 OVER THE EIGHT BASE DIGITS
003710*    OF A CUSTOMER NUMBER.  ON ENTRY CheckBaseNumber HOLDS THE
003720*    BASE; ON EXIT CheckDigit HOLDS THE DIGIT THAT MAKES THE
003730*    FULL NINE-DIGIT NUMBER VALID.  MIRRORS COBOLMNT'S
003740*    2950-COMPUTE-CHECK-DIGIT, FIELD FOR FIELD.
003750**************************************************************
003760 1150-COMPUTE-CHECK-DIGIT.
003770     MOVE CheckBaseNumber TO CheckDigitString.
003780     MOVE ZERO TO CheckSum.
003790     PERFORM 1160-ADD-ONE-CHECK-DIGIT
003800         THRU 1160-EXIT
003810         VARYING CheckIndex FROM 1 BY 1
003820         UNTIL CheckIndex > 8.
003830     DIVIDE CheckSum BY 10 GIVING CheckQuotient
003840         REMAINDER CheckRemainder.
003850     IF CheckRemainder = ZERO
003860         MOVE ZERO TO CheckDigit
003870     ELSE
003880         COMPUTE CheckDigit = 10 - CheckRemainder
003890     END-IF.
003900 1150-EXIT.
003910     EXIT.
003920
003930 1160-ADD-ONE-CHECK-DIGIT.
003940     MOVE CheckDigitString (CheckIndex:1) TO CheckWorkDigit.
003950     IF CheckIndex = 1 OR CheckIndex = 3 OR CheckIndex = 5
003960         OR CheckIndex = 7
003970         COMPUTE CheckWorkValue = CheckWorkDigit * 2
003980         IF CheckWorkValue > 9
003990             SUBTRACT 9 FROM CheckWorkValue
004000         END-IF
004010     ELSE
004020         MOVE CheckWorkDigit TO CheckWorkValue
004030     END-IF.
004040     ADD CheckWorkValue TO CheckSum.
004050 1160-EXIT.
004060     EXIT.
004070
004080**************************************************************
004090*    1200-PRINT-HEADINGS THRU 1200-EXIT
004100**************************************************************
004110 1200-PRINT-HEADINGS.
004120     ADD 1 TO PageNumber.
004130     MOVE PageNumber TO HL1-PAGE-NUMBER.
004140     MOVE CurrentDate TO EditDateIn.
004150     PERFORM 2840-EDIT-DATE
004160         THRU 2840-EXIT.
004170     MOVE EditDateOut TO HL2-RUN-DATE.
004180     MOVE DossierCustomerNumber TO HL2-CUSTOMER-NUMBER.
004190
004200     IF PageNumber = 1
004210         WRITE PRINT-LINE FROM HEADING-LINE-1
004220     ELSE
004230         WRITE PRINT-LINE FROM HEADING-LINE-1
004240             AFTER ADVANCING PAGE
004250     END-IF.
004260     WRITE PRINT-LINE FROM HEADING-LINE-2
004270         AFTER ADVANCING 1 LINE.
004280     MOVE SPACES TO PRINT-LINE.
004290     WRITE PRINT-LINE
004300         AFTER ADVANCING 1 LINE.
004310     MOVE 3 TO LineCount.
004320 1200-EXIT.
004330     EXIT.
004340
004350**************************************************************
004360*    1300-LOAD-MERGE-LINKS THRU 1300-EXIT
004370*    ONE PASS OVER THE CROSS-REFERENCE PICKS UP BOTH
004380*    DIRECTIONS: THE DOSSIER NUMBER ON THE RETIRED SIDE (IT
004390*    WAS MERGED AWAY) AND ON THE SURVIVOR SIDE (ANOTHER NUMBER
004400*    WAS MERGED INTO IT - THAT NUMBER JOINS THE SEARCH).
004410**************************************************************
004420 1300-LOAD-MERGE-LINKS.
004430     OPEN INPUT MERGE-XREF-FILE.
004440     IF MergeXrefFileStatus NOT = "00"
004450         GO TO 1300-EXIT
004460     END-IF.
004470     MOVE "N" TO EndOfFileSwitch.
004480     PERFORM 1310-LOAD-ONE-XREF
004490         THRU 1310-EXIT
004500         UNTIL EndOfFile.
004510     CLOSE MERGE-XREF-FILE.
004520 1300-EXIT.
004530     EXIT.
004540
004550 1310-LOAD-ONE-XREF.
004560     READ MERGE-XREF-FILE
004570         AT END
004580             SET EndOfFile TO TRUE
004590             GO TO 1310-EXIT
004600     END-READ.
004610     IF MXR-RETIRED-NUMBER NOT NUMERIC
004620         OR MXR-SURVIVOR-NUMBER NOT NUMERIC
004630         GO TO 1310-EXIT
004640     END-IF.
004650     IF LinkCount NOT < RelatedLimit
004652*        REL-NUMBER (1) IS THE DOSSIER CUSTOMER, SO THE RELATED
004654*        TABLE FILLS ONE LINK SOONER THAN THE LINK TABLE.
004656         OR RelatedCount NOT < RelatedLimit
004660         DISPLAY "MORE THAN " RelatedLimit " MERGE LINKS - "
004670             "RAISE THE TABLE SIZE"
004680         SET DossierIncomplete TO TRUE
004690         GO TO 1310-EXIT
004700     END-IF.
004710     EVALUATE TRUE
004720         WHEN MXR-RETIRED-NUMBER = DossierCustomerNumber
004730             ADD 1 TO LinkCount
004740             SET LNK-MERGED-AWAY (LinkCount) TO TRUE
004750             MOVE MXR-SURVIVOR-NUMBER
004760                 TO LNK-OTHER-NUMBER (LinkCount)
004770             MOVE MXR-MERGE-DATE TO LNK-MERGE-DATE (LinkCount)
004780         WHEN MXR-SURVIVOR-NUMBER = DossierCustomerNumber
004790             ADD 1 TO LinkCount
004800             SET LNK-MERGED-IN (LinkCount) TO TRUE
004810             MOVE MXR-RETIRED-NUMBER
004820                 TO LNK-OTHER-NUMBER (LinkCount)
004830             MOVE MXR-MERGE-DATE TO LNK-MERGE-DATE (LinkCount)
004840             ADD 1 TO RelatedCount
004850             MOVE MXR-RETIRED-NUMBER
004860                 TO REL-NUMBER (RelatedCount)
004870     END-EVALUATE.
004880 1310-EXIT.
004890     EXIT.
004900
004910**************************************************************
004920*    2000-BUILD-DOSSIER THRU 2000-EXIT
004930**************************************************************
004940 2000-BUILD-DOSSIER.
004950     PERFORM 2100-PRINT-NAME-RECORD
004960         THRU 2100-EXIT.
004970     PERFORM 2200-PRINT-CONTACT-DETAILS
004980         THRU 2200-EXIT.
004990     PERFORM 2300-PRINT-MERGE-LINKS
005000         THRU 2300-EXIT.
005010     PERFORM 2400-PRINT-CRM-STATUS
005020         THRU 2400-EXIT.
005030     PERFORM 2500-PRINT-ACTIVITY-LOG
005040         THRU 2500-EXIT.
005050     PERFORM 2600-PRINT-CHANGE-HISTORY
005060         THRU 2600-EXIT.
005062     PERFORM 2700-PRINT-FORMER-NAMES
005064         THRU 2700-EXIT.
005066     PERFORM 2750-PRINT-CONSENT
005068         THRU 2750-EXIT.
005070     MOVE "END OF DOSSIER" TO SectionTitle.
005080     PERFORM 2910-WRITE-SECTION-TITLE
005090         THRU 2910-EXIT.
005100 2000-EXIT.
005110     EXIT.
005120
005130**************************************************************
005140*    2100-PRINT-NAME-RECORD THRU 2100-EXIT
005150**************************************************************
005160 2100-PRINT-NAME-RECORD.
005170     MOVE "1. YOUR CUSTOMER RECORD" TO SectionTitle.
005180     PERFORM 2910-WRITE-SECTION-TITLE
005190         THRU 2910-EXIT.
005200     MOVE DossierCustomerNumber TO NR-CUSTOMER-NUMBER.
005210     READ NAMEFILE
005220         INVALID KEY
005230             CONTINUE
005240     END-READ.
005250     IF NameFileStatus NOT = "00"
005260         MOVE "No customer record is held under this number."
005270             TO TXL-TEXT
005280         MOVE TEXT-LINE TO OutputLine
005290         PERFORM 2900-WRITE-LINE
005300             THRU 2900-EXIT
005310         GO TO 2100-EXIT
005320     END-IF.
005330     SET NameFound TO TRUE.
005340
005350     MOVE "Customer number" TO FL-LABEL.
005360     MOVE NR-CUSTOMER-NUMBER TO FL-VALUE.
005370     PERFORM 2920-WRITE-FIELD
005380         THRU 2920-EXIT.
005390     MOVE "Title" TO FL-LABEL.
005400     MOVE NR-TITLE TO FL-VALUE.
005410     PERFORM 2920-WRITE-FIELD
005420         THRU 2920-EXIT.
005430     MOVE "First name" TO FL-LABEL.
005440     MOVE NR-FIRST-NAME TO FL-VALUE.
005450     PERFORM 2920-WRITE-FIELD
005460         THRU 2920-EXIT.
005470     MOVE "Middle name" TO FL-LABEL.
005480     MOVE NR-MIDDLE-NAME TO FL-VALUE.
005490     PERFORM 2920-WRITE-FIELD
005500         THRU 2920-EXIT.
005510     MOVE "Last name" TO FL-LABEL.
005520     MOVE NR-LAST-NAME TO FL-VALUE.
005530     PERFORM 2920-WRITE-FIELD
005540         THRU 2920-EXIT.
005550     MOVE "Suffix" TO FL-LABEL.
005560     MOVE NR-SUFFIX TO FL-VALUE.
005570     PERFORM 2920-WRITE-FIELD
005580         THRU 2920-EXIT.
005590     MOVE "Full name as filed" TO FL-LABEL.
005600     MOVE NR-WHOLE-NAME TO FL-VALUE.
005610     PERFORM 2920-WRITE-FIELD
005620         THRU 2920-EXIT.
005630     MOVE "Customer since" TO FL-LABEL.
005640     MOVE NR-ONBOARD-DATE TO EditDateIn.
005650     PERFORM 2840-EDIT-DATE
005660         THRU 2840-EXIT.
005670     MOVE EditDateOut TO FL-VALUE.
005680     PERFORM 2920-WRITE-FIELD
005690         THRU 2920-EXIT.
005700     MOVE "Registered through" TO FL-LABEL.
005710     MOVE NR-SOURCE-CHANNEL TO CodeIn.
005720     PERFORM 2830-CHANNEL-WORDS
005730         THRU 2830-EXIT.
005740     MOVE WordsOut TO FL-VALUE.
005750     PERFORM 2920-WRITE-FIELD
005760         THRU 2920-EXIT.
005770     MOVE "Registered by (staff ID)" TO FL-LABEL.
005780     MOVE NR-OPERATOR-ID TO FL-VALUE.
005790     PERFORM 2920-WRITE-FIELD
005800         THRU 2920-EXIT.
005810     MOVE "Customer status" TO FL-LABEL.
005820     MOVE NR-RECORD-STATUS TO CodeIn.
005830     PERFORM 2820-RECORD-STATUS-WORDS
005840         THRU 2820-EXIT.
005850     MOVE WordsOut TO FL-VALUE.
005860     PERFORM 2920-WRITE-FIELD
005870         THRU 2920-EXIT.
005880     MOVE "Name search key" TO FL-LABEL.
005890     MOVE NR-PHONETIC-KEY TO FL-VALUE.
005900     PERFORM 2920-WRITE-FIELD
005910         THRU 2920-EXIT.
005920 2100-EXIT.
005930     EXIT.
005940
005950**************************************************************
005960*    2200-PRINT-CONTACT-DETAILS THRU 2200-EXIT
005970**************************************************************
005980 2200-PRINT-CONTACT-DETAILS.
005990     MOVE "2. YOUR CONTACT DETAILS" TO SectionTitle.
006000     PERFORM 2910-WRITE-SECTION-TITLE
006010         THRU 2910-EXIT.
006020     MOVE DossierCustomerNumber TO ADR-CUSTOMER-NUMBER.
006030     READ ADDRESS-FILE
006040         INVALID KEY
006050             CONTINUE
006060     END-READ.
006070     IF AddressFileStatus NOT = "00"
006080         MOVE "No contact details are held." TO TXL-TEXT
006090         MOVE TEXT-LINE TO OutputLine
006100         PERFORM 2900-WRITE-LINE
006110             THRU 2900-EXIT
006120         GO TO 2200-EXIT
006130     END-IF.
006140     MOVE "Street address" TO FL-LABEL.
006150     MOVE ADR-STREET TO FL-VALUE.
006160     PERFORM 2920-WRITE-FIELD
006170         THRU 2920-EXIT.
006180     MOVE "Postal code" TO FL-LABEL.
006190     MOVE ADR-POSTAL-CODE TO FL-VALUE.
006200     PERFORM 2920-WRITE-FIELD
006210         THRU 2920-EXIT.
006220     MOVE "City" TO FL-LABEL.
006230     MOVE ADR-CITY TO FL-VALUE.
006240     PERFORM 2920-WRITE-FIELD
006250         THRU 2920-EXIT.
006260     MOVE "Telephone" TO FL-LABEL.
006270     MOVE ADR-PHONE TO FL-VALUE.
006280     PERFORM 2920-WRITE-FIELD
006290         THRU 2920-EXIT.
006300     MOVE "E-mail address" TO FL-LABEL.
006310     MOVE ADR-EMAIL TO FL-VALUE.
006320     PERFORM 2920-WRITE-FIELD
006330         THRU 2920-EXIT.
006340 2200-EXIT.
006350     EXIT.
006360
006370**************************************************************
006380*    2300-PRINT-MERGE-LINKS THRU 2300-EXIT
006390**************************************************************
006400 2300-PRINT-MERGE-LINKS.
006410     MOVE "3. OTHER CUSTOMER NUMBERS LINKED TO YOU"
006415         TO SectionTitle.
006420     PERFORM 2910-WRITE-SECTION-TITLE
006430         THRU 2910-EXIT.
006440     IF LinkCount = ZERO
006450         MOVE "None - you have only ever been registered once."
006460             TO TXL-TEXT
006470         MOVE TEXT-LINE TO OutputLine
006480         PERFORM 2900-WRITE-LINE
006490             THRU 2900-EXIT
006500         GO TO 2300-EXIT
006510     END-IF.
006520     PERFORM 2310-PRINT-ONE-LINK
006530         THRU 2310-EXIT
006540         VARYING LinkIndex FROM 1 BY 1
006550         UNTIL LinkIndex > LinkCount.
006560 2300-EXIT.
006570     EXIT.
006580
006590 2310-PRINT-ONE-LINK.
006600     MOVE LNK-MERGE-DATE (LinkIndex) TO EditDateIn.
006610     PERFORM 2840-EDIT-DATE
006620         THRU 2840-EXIT.
006630     MOVE SPACES TO TXL-TEXT.
006640     IF LNK-MERGED-AWAY (LinkIndex)
006650         STRING "On " DELIMITED BY SIZE
006660             EditDateOut DELIMITED BY SIZE
006670             " this number was merged into customer number "
006680                 DELIMITED BY SIZE
006690             LNK-OTHER-NUMBER (LinkIndex) DELIMITED BY SIZE
006700             INTO TXL-TEXT
006710     ELSE
006720         STRING "On " DELIMITED BY SIZE
006730             EditDateOut DELIMITED BY SIZE
006740             " customer number " DELIMITED BY SIZE
006750             LNK-OTHER-NUMBER (LinkIndex) DELIMITED BY SIZE
006760             " was merged into this one" DELIMITED BY SIZE
006770             INTO TXL-TEXT
006780     END-IF.
006790     MOVE TEXT-LINE TO OutputLine.
006800     PERFORM 2900-WRITE-LINE
006810         THRU 2900-EXIT.
006820*    THE NAME STILL FILED UNDER THE OTHER NUMBER IS ALSO DATA
006830*    HELD ON THIS PERSON.
006840     MOVE LNK-OTHER-NUMBER (LinkIndex) TO NR-CUSTOMER-NUMBER.
006850     READ NAMEFILE
006860         INVALID KEY
006870             CONTINUE
006880     END-READ.
006890     IF NameFileStatus = "00"
006900         MOVE "    Name held under it" TO FL-LABEL
006910         MOVE NR-WHOLE-NAME TO FL-VALUE
006920         PERFORM 2920-WRITE-FIELD
006930             THRU 2920-EXIT
006940     END-IF.
006950 2310-EXIT.
006960     EXIT.
006970
006980**************************************************************
006990*    2400-PRINT-CRM-STATUS THRU 2400-EXIT
007000*    THE CURRENT STATUS COMES FROM THE MASTER; THE HISTORY IS
007010*    EVERY JOURNALED UPDATE THAT MOVED THE CRM STATUS - THE
007020*    FEED (COBOLEXT), THE VENDOR'S CONFIRMATION OR REFUSAL
007030*    WITH ITS REASON (COBOLCNF) AND THE DESK'S DECISION ON A
007040*    REFUSAL (COBOLCWB) ALL JOURNAL THE RECORD THEY CHANGE.
007050**************************************************************
007060 2400-PRINT-CRM-STATUS.
007070     MOVE "4. CUSTOMER RELATIONSHIP (CRM) SYSTEM" TO SectionTitle.
007080     PERFORM 2910-WRITE-SECTION-TITLE
007090         THRU 2910-EXIT.
007100     IF NameFound
007110         MOVE DossierCustomerNumber TO NR-CUSTOMER-NUMBER
007120         READ NAMEFILE
007130             INVALID KEY
007140                 CONTINUE
007150         END-READ
007160         MOVE "Current status" TO FL-LABEL
007170         MOVE NR-CRM-STATUS TO CodeIn
007180         PERFORM 2810-CRM-STATUS-WORDS
007190             THRU 2810-EXIT
007200         MOVE WordsOut TO FL-VALUE
007210         PERFORM 2920-WRITE-FIELD
007220             THRU 2920-EXIT
007230         MOVE "Status since" TO FL-LABEL
007240         MOVE NR-CRM-STATUS-DATE TO EditDateIn
007250         PERFORM 2840-EDIT-DATE
007260             THRU 2840-EXIT
007270         MOVE EditDateOut TO FL-VALUE
007280         PERFORM 2920-WRITE-FIELD
007290             THRU 2920-EXIT
007300         IF NR-CRM-REASON NOT = SPACES
007310             MOVE "Reason given by the CRM" TO FL-LABEL
007320             MOVE NR-CRM-REASON TO FL-VALUE
007330             PERFORM 2920-WRITE-FIELD
007340                 THRU 2920-EXIT
007350         END-IF
007360     END-IF.
007370
007380     MOVE "History of the CRM status:" TO TXL-TEXT.
007390     MOVE TEXT-LINE TO OutputLine.
007400     PERFORM 2900-WRITE-LINE
007410         THRU 2900-EXIT.
007420     MOVE EVENT-HEADING-LINE TO OutputLine.
007430     PERFORM 2900-WRITE-LINE
007440         THRU 2900-EXIT.
007450     MOVE ZERO TO SectionEntryCount.
007460     OPEN INPUT NAME-JOURNAL-FILE.
007470     IF NameJournalFileStatus = "00"
007480         MOVE "N" TO EndOfFileSwitch
007490         PERFORM 2410-SCAN-JOURNAL-FOR-CRM
007500             THRU 2410-EXIT
007510             UNTIL EndOfFile
007520         CLOSE NAME-JOURNAL-FILE
007530     END-IF.
007540     IF SectionEntryCount = ZERO
007550         MOVE "No changes to the CRM status are recorded."
007560             TO TXL-TEXT
007570         MOVE TEXT-LINE TO OutputLine
007580         PERFORM 2900-WRITE-LINE
007590             THRU 2900-EXIT
007600     END-IF.
007610 2400-EXIT.
007620     EXIT.
007630
007640 2410-SCAN-JOURNAL-FOR-CRM.
007650     READ NAME-JOURNAL-FILE
007660         AT END
007670             SET EndOfFile TO TRUE
007680             GO TO 2410-EXIT
007690     END-READ.
007700     MOVE JRN-BEFORE-IMAGE TO BEFORE-NAME-RECORD.
007710     MOVE JRN-AFTER-IMAGE TO AFTER-NAME-RECORD.
007720     IF JRN-ACTION-WRITE
007730         MOVE SPACES TO BEFORE-NAME-RECORD
007740     END-IF.
007750     IF ANR-CUSTOMER-NUMBER NOT NUMERIC
007760         GO TO 2410-EXIT
007770     END-IF.
007780     MOVE ANR-CUSTOMER-NUMBER TO RelatedCheckNumber.
007790     PERFORM 2930-CHECK-RELATED
007800         THRU 2930-EXIT.
007810     IF NOT RelatedFound
007820         GO TO 2410-EXIT
007830     END-IF.
007840     IF ANR-CRM-STATUS = BNR-CRM-STATUS
007850         AND ANR-CRM-REASON = BNR-CRM-REASON
007860         GO TO 2410-EXIT
007870     END-IF.
007880     ADD 1 TO SectionEntryCount.
007890     MOVE ANR-CRM-STATUS TO CodeIn.
007900     PERFORM 2810-CRM-STATUS-WORDS
007910         THRU 2810-EXIT.
007920     MOVE WordsOut TO EventText.
007930     MOVE SPACES TO EventWho.
007940     MOVE JRN-RUN-DATE TO EventDate.
007950     MOVE JRN-RUN-TIME TO EventTime.
007960     MOVE ANR-CUSTOMER-NUMBER TO EventCustomerNumber.
007970     PERFORM 2940-WRITE-EVENT
007980         THRU 2940-EXIT.
007990     IF ANR-CRM-REASON NOT = SPACES
008000         MOVE "Reason" TO ChangeLabel
008010         MOVE SPACES TO CHL-WORD
008020         MOVE ANR-CRM-REASON TO ChangeNew
008030         MOVE ChangeLabel TO CHL-LABEL
008040         MOVE ChangeNew TO CHL-VALUE
008050         MOVE CHANGE-LINE TO OutputLine
008060         PERFORM 2900-WRITE-LINE
008070             THRU 2900-EXIT
008080     END-IF.
008090 2410-EXIT.
008100     EXIT.
008110
008120**************************************************************
008130*    2500-PRINT-ACTIVITY-LOG THRU 2500-EXIT
008140*    THE ARCHIVE GENERATIONS FIRST, THEN THE LIVE LOG - OLDEST
008150*    TO NEWEST.  "CFW" LINES ARE THE CUTOVER'S BALANCE CARRY-
008160*    FORWARD, NOT ACTIVITY, AND ARE LEFT OUT AS ON COBOLAUD.
008170*    A DOSSIER PRINTED WITHOUT THE ARCHIVE SAYS SO ON ITS FACE
008180*    AND ENDS RC 4 - IT MUST NOT GO OUT LOOKING COMPLETE.
008190**************************************************************
008200 2500-PRINT-ACTIVITY-LOG.
008210     MOVE "5. ACTIVITY RECORDED ON YOUR CUSTOMER RECORD"
008220         TO SectionTitle.
008230     PERFORM 2910-WRITE-SECTION-TITLE
008240         THRU 2910-EXIT.
008250     MOVE EVENT-HEADING-LINE TO OutputLine.
008260     PERFORM 2900-WRITE-LINE
008270         THRU 2900-EXIT.
008280     MOVE ZERO TO SectionEntryCount.
008290
008300     OPEN INPUT ARCHIVE-FILE.
008310     IF ArchiveFileStatus = "00"
008320         MOVE "N" TO EndOfFileSwitch
008330         PERFORM 2510-ONE-ARCHIVE-ENTRY
008340             THRU 2510-EXIT
008350             UNTIL EndOfFile
008360         CLOSE ARCHIVE-FILE
008370     ELSE
008380         DISPLAY "NO AUDARCH GENERATION MOUNTED - ARCHIVED "
008390             "ACTIVITY IS MISSING FROM THE DOSSIER"
008400         SET DossierIncomplete TO TRUE
008410         MOVE "Older activity is held in archive files that"
008420             TO TXL-TEXT
008430         MOVE TEXT-LINE TO OutputLine
008440         PERFORM 2900-WRITE-LINE
008450             THRU 2900-EXIT
008460         MOVE "could not be read for this report." TO TXL-TEXT
008470         MOVE TEXT-LINE TO OutputLine
008480         PERFORM 2900-WRITE-LINE
008490             THRU 2900-EXIT
008500     END-IF.
008510
008520     OPEN INPUT AUDIT-LOG-FILE.
008530     IF AuditLogFileStatus = "00"
008540         MOVE "N" TO EndOfFileSwitch
008550         PERFORM 2520-ONE-LIVE-ENTRY
008560             THRU 2520-EXIT
008570             UNTIL EndOfFile
008580         CLOSE AUDIT-LOG-FILE
008590     ELSE
008600         DISPLAY "AUDITLOG NOT AVAILABLE - STATUS "
008610             AuditLogFileStatus
008620         SET DossierIncomplete TO TRUE
008630     END-IF.
008640     IF SectionEntryCount = ZERO
008650         MOVE "No activity is recorded." TO TXL-TEXT
008660         MOVE TEXT-LINE TO OutputLine
008670         PERFORM 2900-WRITE-LINE
008680             THRU 2900-EXIT
008690     END-IF.
008700 2500-EXIT.
008710     EXIT.
008720
008730 2510-ONE-ARCHIVE-ENTRY.
008740     READ ARCHIVE-FILE
008750         AT END
008760             SET EndOfFile TO TRUE
008770             GO TO 2510-EXIT
008780     END-READ.
008790     IF ARC-CUSTOMER-NUMBER NOT NUMERIC
008800         OR ARC-ACTION-CARRIED
008810         GO TO 2510-EXIT
008820     END-IF.
008830     MOVE ARC-CUSTOMER-NUMBER TO EventCustomerNumber.
008840     MOVE ARC-RUN-DATE TO EventDate.
008850     MOVE ARC-RUN-TIME TO EventTime.
008860     MOVE ARC-ACTION TO EventAction.
008870     MOVE ARC-OPERATOR-ID TO EventOperator.
008880     PERFORM 2530-PRINT-AUDIT-ENTRY
008890         THRU 2530-EXIT.
008900 2510-EXIT.
008910     EXIT.
008920
008930 2520-ONE-LIVE-ENTRY.
008940     READ AUDIT-LOG-FILE
008950         AT END
008960             SET EndOfFile TO TRUE
008970             GO TO 2520-EXIT
008980     END-READ.
008990     IF ALG-CUSTOMER-NUMBER NOT NUMERIC
009000         OR ALG-ACTION-CARRIED
009010         GO TO 2520-EXIT
009020     END-IF.
009030     MOVE ALG-CUSTOMER-NUMBER TO EventCustomerNumber.
009040     MOVE ALG-RUN-DATE TO EventDate.
009050     MOVE ALG-RUN-TIME TO EventTime.
009060     MOVE ALG-ACTION TO EventAction.
009070     MOVE ALG-OPERATOR-ID TO EventOperator.
009080     PERFORM 2530-PRINT-AUDIT-ENTRY
009090         THRU 2530-EXIT.
009100 2520-EXIT.
009110     EXIT.
009120
009130 2530-PRINT-AUDIT-ENTRY.
009140     MOVE EventCustomerNumber TO RelatedCheckNumber.
009150     PERFORM 2930-CHECK-RELATED
009160         THRU 2930-EXIT.
009170     IF NOT RelatedFound
009180         GO TO 2530-EXIT
009190     END-IF.
009200     ADD 1 TO SectionEntryCount.
009210     MOVE EventAction TO CodeIn.
009220     PERFORM 2850-AUDIT-ACTION-WORDS
009230         THRU 2850-EXIT.
009240     MOVE WordsOut TO EventText.
009250     MOVE EventOperator TO EventWho.
009260     PERFORM 2940-WRITE-EVENT
009270         THRU 2940-EXIT.
009280 2530-EXIT.
009290     EXIT.
009300
009310**************************************************************
009320*    2600-PRINT-CHANGE-HISTORY THRU 2600-EXIT
009330*    EVERY JOURNALED UPDATE, AS THE LIST OF FIELDS IT CHANGED
009340*    - WHAT THE FIELD WAS AND WHAT IT BECAME.  A FIRST FILING
009350*    HAS NO BEFORE IMAGE AND SHOWS THE NAME IT WAS FILED WITH.
009360**************************************************************
009370 2600-PRINT-CHANGE-HISTORY.
009380     MOVE "6. CHANGES MADE TO YOUR CUSTOMER RECORD"
009390         TO SectionTitle.
009400     PERFORM 2910-WRITE-SECTION-TITLE
009410         THRU 2910-EXIT.
009420     MOVE EVENT-HEADING-LINE TO OutputLine.
009430     PERFORM 2900-WRITE-LINE
009440         THRU 2900-EXIT.
009450     MOVE ZERO TO SectionEntryCount.
009460     OPEN INPUT NAME-JOURNAL-FILE.
009470     IF NameJournalFileStatus = "00"
009480         MOVE "N" TO EndOfFileSwitch
009490         PERFORM 2610-ONE-JOURNAL-ENTRY
009500             THRU 2610-EXIT
009510             UNTIL EndOfFile
009520         CLOSE NAME-JOURNAL-FILE
009530     END-IF.
009540     IF SectionEntryCount = ZERO
009550         MOVE "No changes are recorded." TO TXL-TEXT
009560         MOVE TEXT-LINE TO OutputLine
009570         PERFORM 2900-WRITE-LINE
009580             THRU 2900-EXIT
009590     END-IF.
009600 2600-EXIT.
009610     EXIT.
009620
009630 2610-ONE-JOURNAL-ENTRY.
009640     READ NAME-JOURNAL-FILE
009650         AT END
009660             SET EndOfFile TO TRUE
009670             GO TO 2610-EXIT
009680     END-READ.
009690     MOVE JRN-BEFORE-IMAGE TO BEFORE-NAME-RECORD.
009700     MOVE JRN-AFTER-IMAGE TO AFTER-NAME-RECORD.
009710     IF ANR-CUSTOMER-NUMBER NOT NUMERIC
009720         GO TO 2610-EXIT
009730     END-IF.
009740     MOVE ANR-CUSTOMER-NUMBER TO RelatedCheckNumber.
009750     PERFORM 2930-CHECK-RELATED
009760         THRU 2930-EXIT.
009770     IF NOT RelatedFound
009780         GO TO 2610-EXIT
009790     END-IF.
009800     ADD 1 TO SectionEntryCount.
009810     MOVE JRN-PROGRAM-ID TO WordsOut.
009820     PERFORM 2860-PROGRAM-WORDS
009830         THRU 2860-EXIT.
009840     MOVE WordsOut TO EventText.
009850     MOVE SPACES TO EventWho.
009860     MOVE JRN-RUN-DATE TO EventDate.
009870     MOVE JRN-RUN-TIME TO EventTime.
009880     MOVE ANR-CUSTOMER-NUMBER TO EventCustomerNumber.
009890     PERFORM 2940-WRITE-EVENT
009900         THRU 2940-EXIT.
009910     IF JRN-ACTION-WRITE
009920         MOVE "Filed as" TO ChangeLabel
009930         MOVE SPACES TO ChangeOld
009940         MOVE ANR-WHOLE-NAME TO ChangeNew
009950         PERFORM 2630-PRINT-ONE-CHANGE
009960             THRU 2630-EXIT
009970     ELSE
009980         PERFORM 2620-COMPARE-IMAGES
009990             THRU 2620-EXIT
010000     END-IF.
010010 2610-EXIT.
010020     EXIT.
010030
010040**************************************************************
010050*    2620-COMPARE-IMAGES THRU 2620-EXIT
010060*    ONE PAIR OF LINES PER FIELD THAT DIFFERS BETWEEN THE
010070*    BEFORE AND AFTER IMAGE.  CODES ARE TURNED INTO WORDS AND
010080*    DATES INTO YYYY-MM-DD.  THE NAME SEARCH KEY FOLLOWS THE
010090*    LAST NAME AND IS NOT REPEATED HERE.
010100**************************************************************
010110 2620-COMPARE-IMAGES.
010120     MOVE ZERO TO ChangeCount.
010130     IF BNR-TITLE NOT = ANR-TITLE
010140         MOVE "Title" TO ChangeLabel
010150         MOVE BNR-TITLE TO ChangeOld
010160         MOVE ANR-TITLE TO ChangeNew
010170         PERFORM 2630-PRINT-ONE-CHANGE
010180             THRU 2630-EXIT
010190     END-IF.
010200     IF BNR-FIRST-NAME NOT = ANR-FIRST-NAME
010210         MOVE "First name" TO ChangeLabel
010220         MOVE BNR-FIRST-NAME TO ChangeOld
010230         MOVE ANR-FIRST-NAME TO ChangeNew
010240         PERFORM 2630-PRINT-ONE-CHANGE
010250             THRU 2630-EXIT
010260     END-IF.
010270     IF BNR-MIDDLE-NAME NOT = ANR-MIDDLE-NAME
010280         MOVE "Middle name" TO ChangeLabel
010290         MOVE BNR-MIDDLE-NAME TO ChangeOld
010300         MOVE ANR-MIDDLE-NAME TO ChangeNew
010310         PERFORM 2630-PRINT-ONE-CHANGE
010320             THRU 2630-EXIT
010330     END-IF.
010340     IF BNR-LAST-NAME NOT = ANR-LAST-NAME
010350         MOVE "Last name" TO ChangeLabel
010360         MOVE BNR-LAST-NAME TO ChangeOld
010370         MOVE ANR-LAST-NAME TO ChangeNew
010380         PERFORM 2630-PRINT-ONE-CHANGE
010390             THRU 2630-EXIT
010400     END-IF.
010410     IF BNR-SUFFIX NOT = ANR-SUFFIX
010420         MOVE "Suffix" TO ChangeLabel
010430         MOVE BNR-SUFFIX TO ChangeOld
010440         MOVE ANR-SUFFIX TO ChangeNew
010450         PERFORM 2630-PRINT-ONE-CHANGE
010460             THRU 2630-EXIT
010470     END-IF.
010480     IF BNR-WHOLE-NAME NOT = ANR-WHOLE-NAME
010490         MOVE "Full name" TO ChangeLabel
010500         MOVE BNR-WHOLE-NAME TO ChangeOld
010510         MOVE ANR-WHOLE-NAME TO ChangeNew
010520         PERFORM 2630-PRINT-ONE-CHANGE
010530             THRU 2630-EXIT
010540     END-IF.
010550     IF BNR-RECORD-STATUS NOT = ANR-RECORD-STATUS
010560         MOVE "Status" TO ChangeLabel
010570         MOVE BNR-RECORD-STATUS TO CodeIn
010580         PERFORM 2820-RECORD-STATUS-WORDS
010590             THRU 2820-EXIT
010600         MOVE WordsOut TO ChangeOld
010610         MOVE ANR-RECORD-STATUS TO CodeIn
010620         PERFORM 2820-RECORD-STATUS-WORDS
010630             THRU 2820-EXIT
010640         MOVE WordsOut TO ChangeNew
010650         PERFORM 2630-PRINT-ONE-CHANGE
010660             THRU 2630-EXIT
010670     END-IF.
010680     IF BNR-CRM-STATUS NOT = ANR-CRM-STATUS
010690         MOVE "CRM status" TO ChangeLabel
010700         MOVE BNR-CRM-STATUS TO CodeIn
010710         PERFORM 2810-CRM-STATUS-WORDS
010720             THRU 2810-EXIT
010730         MOVE WordsOut TO ChangeOld
010740         MOVE ANR-CRM-STATUS TO CodeIn
010750         PERFORM 2810-CRM-STATUS-WORDS
010760             THRU 2810-EXIT
010770         MOVE WordsOut TO ChangeNew
010780         PERFORM 2630-PRINT-ONE-CHANGE
010790             THRU 2630-EXIT
010800     END-IF.
010810     IF BNR-CRM-REASON NOT = ANR-CRM-REASON
010820         MOVE "CRM reason" TO ChangeLabel
010830         MOVE BNR-CRM-REASON TO ChangeOld
010840         MOVE ANR-CRM-REASON TO ChangeNew
010850         PERFORM 2630-PRINT-ONE-CHANGE
010860             THRU 2630-EXIT
010870     END-IF.
010880     IF BNR-ONBOARD-DATE NOT = ANR-ONBOARD-DATE
010890         MOVE "Customer since" TO ChangeLabel
010900         MOVE BNR-ONBOARD-DATE TO EditDateIn
010910         PERFORM 2840-EDIT-DATE
010920             THRU 2840-EXIT
010930         MOVE EditDateOut TO ChangeOld
010940         MOVE ANR-ONBOARD-DATE TO EditDateIn
010950         PERFORM 2840-EDIT-DATE
010960             THRU 2840-EXIT
010970         MOVE EditDateOut TO ChangeNew
010980         PERFORM 2630-PRINT-ONE-CHANGE
010990             THRU 2630-EXIT
011000     END-IF.
011010     IF ChangeCount = ZERO
011020         MOVE "Details" TO ChangeLabel
011030         MOVE SPACES TO ChangeOld
011040         MOVE "rechecked - nothing you gave us was changed"
011050             TO ChangeNew
011060         PERFORM 2630-PRINT-ONE-CHANGE
011070             THRU 2630-EXIT
011080     END-IF.
011090 2620-EXIT.
011100     EXIT.
011110
011120**************************************************************
011130*    2630-PRINT-ONE-CHANGE THRU 2630-EXIT
011140*    ChangeLabel / ChangeOld / ChangeNew IN, ONE OR TWO LINES
011150*    OUT.  A BLANK OLD VALUE PRINTS ONLY THE NEW ONE.
011160**************************************************************
011170 2630-PRINT-ONE-CHANGE.
011180     ADD 1 TO ChangeCount.
011190     MOVE ChangeLabel TO CHL-LABEL.
011200     IF ChangeOld NOT = SPACES
011210         MOVE "was " TO CHL-WORD
011220         MOVE ChangeOld TO CHL-VALUE
011230         MOVE CHANGE-LINE TO OutputLine
011240         PERFORM 2900-WRITE-LINE
011250             THRU 2900-EXIT
011260         MOVE SPACES TO CHL-LABEL
011270     END-IF.
011280     MOVE "now " TO CHL-WORD.
011290     MOVE ChangeNew TO CHL-VALUE.
011300     MOVE CHANGE-LINE TO OutputLine.
011310     PERFORM 2900-WRITE-LINE
011320         THRU 2900-EXIT.
011330 2630-EXIT.
011340     EXIT.
011350
011360**************************************************************
011370*    2700-PRINT-FORMER-NAMES THRU 2700-EXIT
011380*    EVERY FORMER NAME ON ALIASFIL FOR THE DOSSIER NUMBER AND
011390*    FOR EVERY NUMBER MERGED INTO IT, OLDEST FIRST.  A BASE
011400*    THAT HAS NEVER FILED A FORMER NAME HAS NO ALIASFIL (STATUS
011410*    35) - NONE HELD, NOT A GAP.  ANY OTHER FAILURE MARKS THE
011420*    DOSSIER INCOMPLETE, AS A MISSING AUDARCH DOES.
011430**************************************************************
011440 2700-PRINT-FORMER-NAMES.
011450     MOVE "7. NAMES YOU HAVE BEEN KNOWN BY BEFORE"
011460         TO SectionTitle.
011470     PERFORM 2910-WRITE-SECTION-TITLE
011480         THRU 2910-EXIT.
011490     MOVE ZERO TO SectionEntryCount.
011500     OPEN INPUT ALIAS-FILE.
011510     EVALUATE AliasFileStatus
011520         WHEN "00"
011530             PERFORM 2710-FORMER-NAMES-FOR-NUMBER
011540                 THRU 2710-EXIT
011550                 VARYING RelatedIndex FROM 1 BY 1
011560                 UNTIL RelatedIndex > RelatedCount
011570             CLOSE ALIAS-FILE
011580         WHEN "35"
011590             CONTINUE
011600         WHEN OTHER
011610             DISPLAY "ALIASFIL NOT AVAILABLE - STATUS "
011620                 AliasFileStatus " - FORMER NAMES MISSING"
011630             SET DossierIncomplete TO TRUE
011640             MOVE "Former names are held in a file that"
011650                 TO TXL-TEXT
011660             MOVE TEXT-LINE TO OutputLine
011670             PERFORM 2900-WRITE-LINE
011680                 THRU 2900-EXIT
011690             MOVE "could not be read for this report." TO TXL-TEXT
011700             MOVE TEXT-LINE TO OutputLine
011710             PERFORM 2900-WRITE-LINE
011720                 THRU 2900-EXIT
011730             GO TO 2700-EXIT
011740     END-EVALUATE.
011750     IF SectionEntryCount = ZERO
011760         MOVE "No former names are held." TO TXL-TEXT
011770         MOVE TEXT-LINE TO OutputLine
011780         PERFORM 2900-WRITE-LINE
011790             THRU 2900-EXIT
011800     END-IF.
011810 2700-EXIT.
011820     EXIT.
011830
011840 2710-FORMER-NAMES-FOR-NUMBER.
011850     MOVE REL-NUMBER (RelatedIndex) TO ALS-CUSTOMER-NUMBER.
011860     MOVE ZERO TO ALS-ADDED-DATE.
011870     MOVE ZERO TO ALS-ADDED-TIME.
011880     START ALIAS-FILE KEY IS NOT LESS THAN ALS-KEY
011890         INVALID KEY
011900             GO TO 2710-EXIT
011910     END-START.
011920     MOVE "N" TO EndOfFileSwitch.
011930     PERFORM 2720-PRINT-ONE-FORMER-NAME
011940         THRU 2720-EXIT
011950         UNTIL EndOfFile.
011960 2710-EXIT.
011970     EXIT.
011980
011990 2720-PRINT-ONE-FORMER-NAME.
012000     READ ALIAS-FILE NEXT RECORD
012010         AT END
012020             SET EndOfFile TO TRUE
012030             GO TO 2720-EXIT
012040     END-READ.
012050     IF AliasFileStatus NOT = "00"
012060         DISPLAY "ALIASFIL READ FAILED - STATUS " AliasFileStatus
012070             " - FORMER NAMES INCOMPLETE"
012080         SET DossierIncomplete TO TRUE
012090         SET EndOfFile TO TRUE
012100         GO TO 2720-EXIT
012110     END-IF.
012120     IF ALS-CUSTOMER-NUMBER NOT = REL-NUMBER (RelatedIndex)
012130         SET EndOfFile TO TRUE
012140         GO TO 2720-EXIT
012150     END-IF.
012160     ADD 1 TO SectionEntryCount.
012170     MOVE "Former name" TO FL-LABEL.
012180     MOVE ALS-WHOLE-NAME TO FL-VALUE.
012190     PERFORM 2920-WRITE-FIELD
012200         THRU 2920-EXIT.
012210     MOVE "    Used until" TO FL-LABEL.
012220     IF ALS-END-DATE = ZERO
012230         MOVE "Not known" TO FL-VALUE
012240     ELSE
012250         MOVE ALS-END-DATE TO EditDateIn
012260         PERFORM 2840-EDIT-DATE
012270             THRU 2840-EXIT
012280         MOVE EditDateOut TO FL-VALUE
012290     END-IF.
012300     PERFORM 2920-WRITE-FIELD
012310         THRU 2920-EXIT.
012320     MOVE "    Recorded on" TO FL-LABEL.
012330     MOVE ALS-ADDED-DATE TO EditDateIn.
012340     PERFORM 2840-EDIT-DATE
012350         THRU 2840-EXIT.
012360     MOVE EditDateOut TO FL-VALUE.
012370     PERFORM 2920-WRITE-FIELD
012380         THRU 2920-EXIT.
012390     MOVE "    How it was recorded" TO FL-LABEL.
012400     IF ALS-SOURCE-AUTOMATIC
012410         MOVE "Kept when your name was corrected" TO FL-VALUE
012420     ELSE
012430         MOVE "Given to our customer service staff" TO FL-VALUE
012440     END-IF.
012450     PERFORM 2920-WRITE-FIELD
012460         THRU 2920-EXIT.
012470     IF ALS-CUSTOMER-NUMBER NOT = DossierCustomerNumber
012480         MOVE "    Under customer number" TO FL-LABEL
012490         MOVE ALS-CUSTOMER-NUMBER TO FL-VALUE
012500         PERFORM 2920-WRITE-FIELD
012510             THRU 2920-EXIT
012520     END-IF.
012530 2720-EXIT.
012540     EXIT.
012550
012560**************************************************************
012570*    2750-PRINT-CONSENT THRU 2750-EXIT
012580*    THE CONSENT REGISTER ENTRY FOR THE DOSSIER NUMBER - FOR
012590*    EACH CHANNEL WHETHER CONSENT WAS GIVEN, WITHDRAWN OR NEVER
012600*    ASKED FOR, WHEN, AND HOW IT REACHED US.  NO REGISTER (35)
012610*    OR NO RECORD (23) MEANS THE CUSTOMER WAS NEVER ASKED; ANY
012620*    OTHER FAILURE MARKS THE DOSSIER INCOMPLETE.
012630**************************************************************
012640 2750-PRINT-CONSENT.
012650     MOVE "8. YOUR MARKETING CONTACT PREFERENCES" TO SectionTitle.
012660     PERFORM 2910-WRITE-SECTION-TITLE
012670         THRU 2910-EXIT.
012680     OPEN INPUT CONSENT-FILE.
012690     IF ConsentFileStatus = "00"
012700         MOVE DossierCustomerNumber TO CNS-CUSTOMER-NUMBER
012710         READ CONSENT-FILE
012720             INVALID KEY
012730                 CONTINUE
012740         END-READ
012750     END-IF.
012760     EVALUATE ConsentFileStatus
012770         WHEN "00"
012780             CONTINUE
012790         WHEN "23"
012800         WHEN "35"
012810             MOVE "No marketing preferences are held - you have"
012820                 TO TXL-TEXT
012830             MOVE TEXT-LINE TO OutputLine
012840             PERFORM 2900-WRITE-LINE
012850                 THRU 2900-EXIT
012860             MOVE "not been asked." TO TXL-TEXT
012870             MOVE TEXT-LINE TO OutputLine
012880             PERFORM 2900-WRITE-LINE
012890                 THRU 2900-EXIT
012900         WHEN OTHER
012910             DISPLAY "CONSENT NOT READABLE - STATUS "
012920                 ConsentFileStatus " - PREFERENCES MISSING"
012930             SET DossierIncomplete TO TRUE
012940             MOVE "Marketing preferences could not be read for"
012950                 TO TXL-TEXT
012960             MOVE TEXT-LINE TO OutputLine
012970             PERFORM 2900-WRITE-LINE
012980                 THRU 2900-EXIT
012990             MOVE "this report." TO TXL-TEXT
013000             MOVE TEXT-LINE TO OutputLine
013010             PERFORM 2900-WRITE-LINE
013020                 THRU 2900-EXIT
013030     END-EVALUATE.
013040     IF ConsentFileStatus = "00"
013050         PERFORM 2760-PRINT-ONE-CHANNEL
013060             THRU 2760-EXIT
013070             VARYING ConsentIndex FROM 1 BY 1
013080             UNTIL ConsentIndex > 4
013090     END-IF.
013100     IF ConsentFileStatus NOT = "35"
013110         CLOSE CONSENT-FILE
013120     END-IF.
013130 2750-EXIT.
013140     EXIT.
013150
013160 2760-PRINT-ONE-CHANNEL.
013170     MOVE CONSENT-CHANNEL-NAME (ConsentIndex) TO FL-LABEL.
013180     IF CNS-NOT-ASKED (ConsentIndex)
013190         MOVE "Not asked" TO FL-VALUE
013200         PERFORM 2920-WRITE-FIELD
013210             THRU 2920-EXIT
013220         GO TO 2760-EXIT
013230     END-IF.
013240     IF CNS-GIVEN (ConsentIndex)
013250         MOVE "Agreed" TO ConsentStateWord
013260     ELSE
013270         MOVE "Withdrawn" TO ConsentStateWord
013280     END-IF.
013290     EVALUATE TRUE
013300         WHEN CNS-BY-INTERACTIVE (ConsentIndex)
013310             MOVE "when registering with us" TO ConsentHowWords
013320         WHEN CNS-BY-BATCH (ConsentIndex)
013330             MOVE "on your registration form" TO ConsentHowWords
013340         WHEN CNS-BY-RESUBMIT (ConsentIndex)
013350             MOVE "on a corrected registration" TO ConsentHowWords
013360         WHEN CNS-BY-MAINTENANCE (ConsentIndex)
013370             MOVE "through our customer service"
013380                 TO ConsentHowWords
013390         WHEN OTHER
013400             MOVE SPACES TO ConsentHowWords
013410     END-EVALUATE.
013420     MOVE CNS-CONSENT-DATE (ConsentIndex) TO EditDateIn.
013430     PERFORM 2840-EDIT-DATE
013440         THRU 2840-EXIT.
013450     MOVE SPACES TO FL-VALUE.
013460     STRING ConsentStateWord DELIMITED BY SPACE
013470         " " DELIMITED BY SIZE
013480         EditDateOut DELIMITED BY SPACE
013490         " " DELIMITED BY SIZE
013500         ConsentHowWords DELIMITED BY SIZE
013510         INTO FL-VALUE
013520     END-STRING.
013530     PERFORM 2920-WRITE-FIELD
013540         THRU 2920-EXIT.
013550     MOVE "    Recorded by (staff ID)" TO FL-LABEL.
013560     MOVE CNS-CAPTURED-BY (ConsentIndex) TO FL-VALUE.
013570     PERFORM 2920-WRITE-FIELD
013580         THRU 2920-EXIT.
013590 2760-EXIT.
013600     EXIT.
013610
013620**************************************************************
013630*    2810-CRM-STATUS-WORDS THRU 2810-EXIT
013640*    2820-RECORD-STATUS-WORDS, 2830-CHANNEL-WORDS,
013650*    2850-AUDIT-ACTION-WORDS, 2860-PROGRAM-WORDS
013660*    EACH TURNS THE CODE IN CodeIn INTO PLAIN WORDS IN
013670*    WordsOut FOR THE READER OF THE DOSSIER.
013680**************************************************************
013690 2810-CRM-STATUS-WORDS.
013700     EVALUATE CodeIn (1:1)
013710         WHEN "P"
013720             MOVE "Waiting to be sent to the CRM" TO WordsOut
013730         WHEN "S"
013740             MOVE "Sent to the CRM" TO WordsOut
013750         WHEN "C"
013760             MOVE "Accepted by the CRM" TO WordsOut
013770         WHEN "R"
013780             MOVE "Refused by the CRM" TO WordsOut
013790         WHEN "W"
013800             MOVE "Refusal accepted - not sent again" TO WordsOut
013810         WHEN OTHER
013820             MOVE "Not recorded" TO WordsOut
013830     END-EVALUATE.
013840 2810-EXIT.
013850     EXIT.
013860
013870 2820-RECORD-STATUS-WORDS.
013880     EVALUATE CodeIn (1:1)
013890         WHEN "A"
013900             MOVE "Active customer" TO WordsOut
013910         WHEN "I"
013920             MOVE "No longer an active customer" TO WordsOut
013930         WHEN OTHER
013940             MOVE "Not recorded" TO WordsOut
013950     END-EVALUATE.
013960 2820-EXIT.
013970     EXIT.
013980
013990 2830-CHANNEL-WORDS.
014000     EVALUATE CodeIn (1:1)
014010         WHEN "I"
014020             MOVE "Entered by our customer service staff"
014030                 TO WordsOut
014040         WHEN "B"
014050             MOVE "Received in a file of new customers"
014060                 TO WordsOut
014070         WHEN "R"
014080             MOVE "Received again after a correction"
014090                 TO WordsOut
014100         WHEN OTHER
014110             MOVE "Not recorded" TO WordsOut
014120     END-EVALUATE.
014130 2830-EXIT.
014140     EXIT.
014150
014160 2840-EDIT-DATE.
014170     IF EditDateIn = ZERO
014180         MOVE "(none)" TO EditDateOut
014190         GO TO 2840-EXIT
014200     END-IF.
014210     MOVE SPACES TO EditDateOut.
014220     STRING EDI-YEAR "-" EDI-MONTH "-" EDI-DAY
014230         DELIMITED BY SIZE
014240         INTO EditDateOut.
014250 2840-EXIT.
014260     EXIT.
014270
014280 2845-EDIT-TIME.
014290     MOVE SPACES TO EditTimeOut.
014300     STRING ETI-HOUR ":" ETI-MINUTE
014310         DELIMITED BY SIZE
014320         INTO EditTimeOut.
014330 2845-EXIT.
014340     EXIT.
014350
014360 2850-AUDIT-ACTION-WORDS.
014370     EVALUATE CodeIn
014380         WHEN "ADD"
014390         WHEN SPACES
014400             MOVE "Customer record created" TO WordsOut
014410         WHEN "CHG"
014420             MOVE "Customer details changed" TO WordsOut
014430         WHEN "DEL"
014440             MOVE "Customer record closed" TO WordsOut
014450         WHEN "MRG"
014460             MOVE "Merged with another customer number"
014470                 TO WordsOut
014480         WHEN "PUR"
014490             MOVE "Personal details erased" TO WordsOut
014500         WHEN "CNS"
014510             MOVE "Marketing consent changed" TO WordsOut
014520         WHEN OTHER
014530             MOVE "Other activity" TO WordsOut
014540     END-EVALUATE.
014550 2850-EXIT.
014560     EXIT.
014570
014580*    ON ENTRY WordsOut ALREADY HOLDS THE PROGRAM ID, SO A
014590*    PROGRAM NOT LISTED HERE IS SHOWN BY ITS OWN NAME.
014600 2860-PROGRAM-WORDS.
014610     EVALUATE JRN-PROGRAM-ID
014620         WHEN "COBOLACCEPT"
014630             MOVE "Registered as a new customer" TO WordsOut
014640         WHEN "COBOLMNT"
014650             MOVE "Changed by customer service" TO WordsOut
014660         WHEN "COBOLDUP"
014670             MOVE "Duplicate registration resolved"
014680                 TO WordsOut
014690         WHEN "COBOLEXT"
014700             MOVE "Sent to the CRM" TO WordsOut
014710         WHEN "COBOLCNF"
014720             MOVE "Answer received from the CRM" TO WordsOut
014730         WHEN "COBOLCWB"
014740             MOVE "CRM refusal handled by our staff" TO WordsOut
014750         WHEN "COBOLPRG"
014760             MOVE "Personal details erased" TO WordsOut
014770         WHEN "COBOLCIN"
014780             MOVE "Your own change in our portal" TO WordsOut
014790     END-EVALUATE.
014810 2860-EXIT.
014820     EXIT.
014830
014840**************************************************************
014850*    2900-WRITE-LINE THRU 2900-EXIT
014860*    EVERY DOSSIER LINE GOES OUT THROUGH HERE SO THE PAGE
014870*    BREAK AND RUNNING HEADING ARE NEVER MISSED.
014880**************************************************************
014890 2900-WRITE-LINE.
014900     IF LineCount > LinesPerPage
014910         PERFORM 1200-PRINT-HEADINGS
014920             THRU 1200-EXIT
014930     END-IF.
014940     WRITE PRINT-LINE FROM OutputLine
014950         AFTER ADVANCING 1 LINE.
014960     ADD 1 TO LineCount.
014970 2900-EXIT.
014980     EXIT.
014990
015000*    A SECTION TITLE NEVER SITS ALONE AT THE FOOT OF A PAGE.
015010 2910-WRITE-SECTION-TITLE.
015020     IF LineCount > LinesPerPage - 6
015030         PERFORM 1200-PRINT-HEADINGS
015040             THRU 1200-EXIT
015050     END-IF.
015060     MOVE SPACES TO OutputLine.
015070     PERFORM 2900-WRITE-LINE
015080         THRU 2900-EXIT.
015090     MOVE SectionTitle TO SL-TEXT.
015100     MOVE SECTION-LINE TO OutputLine.
015110     PERFORM 2900-WRITE-LINE
015120         THRU 2900-EXIT.
015130     MOVE UNDERLINE-LINE TO OutputLine.
015140     PERFORM 2900-WRITE-LINE
015150         THRU 2900-EXIT.
015160 2910-EXIT.
015170     EXIT.
015180
015190 2920-WRITE-FIELD.
015200     MOVE FIELD-LINE TO OutputLine.
015210     PERFORM 2900-WRITE-LINE
015220         THRU 2900-EXIT.
015230 2920-EXIT.
015240     EXIT.
015250
015260**************************************************************
015270*    2930-CHECK-RELATED THRU 2930-EXIT
015280*    IS RelatedCheckNumber ONE OF THIS CUSTOMER'S NUMBERS?
015290**************************************************************
015300 2930-CHECK-RELATED.
015310     MOVE "N" TO RelatedFoundSwitch.
015320     PERFORM 2935-MATCH-ONE-RELATED
015330         THRU 2935-EXIT
015340         VARYING RelatedIndex FROM 1 BY 1
015350         UNTIL RelatedIndex > RelatedCount
015360         OR RelatedFound.
015370 2930-EXIT.
015380     EXIT.
015390
015400 2935-MATCH-ONE-RELATED.
015410     IF REL-NUMBER (RelatedIndex) = RelatedCheckNumber
015420         SET RelatedFound TO TRUE
015430     END-IF.
015440 2935-EXIT.
015450     EXIT.
015460
015470**************************************************************
015480*    2940-WRITE-EVENT THRU 2940-EXIT
015490*    EventDate / EventTime / EventCustomerNumber / EventText /
015500*    EventWho IN, ONE DATED EVENT LINE OUT.
015510**************************************************************
015520 2940-WRITE-EVENT.
015530     MOVE EventDate TO EditDateIn.
015540     PERFORM 2840-EDIT-DATE
015550         THRU 2840-EXIT.
015560     MOVE EventTime TO EditTimeIn.
015570     PERFORM 2845-EDIT-TIME
015580         THRU 2845-EXIT.
015590     MOVE EditDateOut TO EL-DATE.
015600     MOVE EditTimeOut TO EL-TIME.
015610     MOVE EventCustomerNumber TO EL-CUSTOMER-NUMBER.
015620     MOVE EventText TO EL-TEXT.
015630     MOVE EventWho TO EL-WHO.
015640     MOVE EVENT-LINE TO OutputLine.
015650     PERFORM 2900-WRITE-LINE
015660         THRU 2900-EXIT.
015670 2940-EXIT.
015680     EXIT.
015690
015700**************************************************************
015710*    3000-TERMINATE THRU 3000-EXIT
015720*    0 = COMPLETE DOSSIER, 4 = PRINTED BUT INCOMPLETE (SEE
015730*    THE CONSOLE) OR NO RECORD HELD UNDER THE NUMBER,
015740*    8 = NOTHING PRINTED.
015750**************************************************************
015760 3000-TERMINATE.
015770     IF RunFailure
015780         DISPLAY "*** NO DOSSIER PRINTED ***"
015790         MOVE 8 TO RETURN-CODE
015800         GO TO 3000-EXIT
015810     END-IF.
015820     CLOSE NAMEFILE.
015830     CLOSE ADDRESS-FILE.
015840     CLOSE PRINT-FILE.
015850     DISPLAY "DOSSIER FOR " DossierCustomerNumber " PRINTED - "
015860         PageNumber " PAGE(S)".
015870     IF DossierIncomplete OR NOT NameFound
015880         MOVE 4 TO RETURN-CODE
015890     ELSE
015900         MOVE ZERO TO RETURN-CODE
015910     END-IF.
015920 3000-EXIT.
015930     EXIT.
