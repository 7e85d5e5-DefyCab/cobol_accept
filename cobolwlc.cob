000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBOLWLC.
000030 AUTHOR. LOVE BELLINDER.
000040 INSTALLATION. RETAIL CUSTOMER ONBOARDING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070**************************************************************
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------  ----  ---------------------------------------
000120*    2026-10-15 LB    ORIGINAL PROGRAM - NIGHTLY WELCOME
000130*                      LETTERS.  EVERY CUSTOMER ONBOARDED SINCE
000140*                      THE LAST RUN (NR-ONBOARD-DATE ON OR
000150*                      AFTER THE DATE ON WLCCTL, SEE
000160*                      WLCCTL.CPY) GETS A PRINT-READY LETTER ON
000170*                      WLCLTR - ONE PAGE EACH, ADDRESSED FROM
000180*                      ADDRFILE, WITH THE SALUTATION BUILT
000190*                      FROM THE TITLE, FIRST AND LAST NAME AND
000200*                      SUFFIX - IN PLACE OF THE LETTER TYPED
000210*                      BY HAND.  THE TEXT COMES FROM THE SV/EN
000220*                      TABLE IN LETTERS.CPY, CHOSEN THE WAY
000230*                      COBOLACCEPT CHOOSES ITS PROMPTS.  A
000240*                      CUSTOMER WITH NO POSTAL ADDRESS, OR
000250*                      RETIRED OR MERGED BEFORE THE LETTER
000260*                      WENT OUT, IS LISTED ON THE WLCRPT
000270*                      EXCEPTION PAGE INSTEAD.  EVERY LETTER
000280*                      PRINTED IS FILED ON THE WLCREG REGISTER
000290*                      (SEE WLCREG.CPY) AND A CUSTOMER ALREADY
000300*                      ON IT IS NEVER LETTERED AGAIN, SO A
000310*                      RERUN IS ALWAYS SAFE.
000311*    2026-10-15 LB    EACH LETTER IS NOW WRITTEN IN THE CUSTOMER'S
000312*                      OWN LANGUAGE, TAKEN FROM THE PENDING WLCREG
000313*                      ENTRY COBOLACCEPT FILES AT CAPTURE; THE RUN
000314*                      PARAMETER ONLY SETS THE DEFAULT FOR A
000315*                      CUSTOMER CAPTURED WITHOUT ONE.
000316*    2026-10-15 LB    SCHEDULED AS THE OPTIONAL WELCOME STEP OF
000317*                      COBOLCYC, AFTER CONFIRM.
000320**************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT NAMEFILE ASSIGN TO "NAMEFILE"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS NR-CUSTOMER-NUMBER
000400         ALTERNATE RECORD KEY IS NR-LAST-NAME
000410             WITH DUPLICATES
000420         ALTERNATE RECORD KEY IS NR-PHONETIC-KEY
000430             WITH DUPLICATES
000440         SHARING WITH ALL OTHER
000450         FILE STATUS IS NameFileStatus.
000460
000470     SELECT ADDRESS-FILE ASSIGN TO "ADDRFILE"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS ADR-CUSTOMER-NUMBER
000510         SHARING WITH ALL OTHER
000520         FILE STATUS IS AddressFileStatus.
000530
000540     SELECT MERGE-XREF-FILE ASSIGN TO "MERGEXRF"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS MergeXrefFileStatus.
000570
000580     SELECT WELCOME-REGISTER-FILE ASSIGN TO "WLCREG"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS WLR-CUSTOMER-NUMBER
000620         LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
000630         FILE STATUS IS WelcomeRegisterFileStatus.
000640
000650     SELECT WELCOME-CONTROL-FILE ASSIGN TO "WLCCTL"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WelcomeControlFileStatus.
000680
000690     SELECT LETTER-FILE ASSIGN TO "WLCLTR"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS LetterFileStatus.
000720
000730     SELECT PRINT-FILE ASSIGN TO "WLCRPT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS PrintFileStatus.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  NAMEFILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY NAMEREC.
000820
000830 FD  ADDRESS-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY ADDRREC.
000860
000870 FD  MERGE-XREF-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY MRGXREF.
000900
000910 FD  WELCOME-REGISTER-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 COPY WLCREG.
000940
000950 FD  WELCOME-CONTROL-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 COPY WLCCTL.
000980
000990 FD  LETTER-FILE
001000     LABEL RECORDS ARE OMITTED.
001010 01  LETTER-LINE                PIC X(80).
001020
001030 FD  PRINT-FILE
001040     LABEL RECORDS ARE OMITTED.
001050 01  PRINT-LINE                 PIC X(80).
001060
001070 WORKING-STORAGE SECTION.
001080 77  NameFileStatus         PIC X(02).
001090 77  AddressFileStatus      PIC X(02).
001100 77  MergeXrefFileStatus    PIC X(02).
001110 77  WelcomeRegisterFileStatus PIC X(02).
001120 77  WelcomeControlFileStatus PIC X(02).
001130 77  LetterFileStatus       PIC X(02).
001140 77  PrintFileStatus        PIC X(02).
001150
001160 77  EndOfFileSwitch        PIC X(01) VALUE "N".
001170     88  EndOfFile           VALUE "Y".
001180 77  RunFailureSwitch       PIC X(01) VALUE "N".
001190     88  RunFailure          VALUE "Y".
001200
001210 77  CurrentDate            PIC 9(08) VALUE ZERO.
001220 77  CurrentTime            PIC 9(08) VALUE ZERO.
001230
001240***************************************************************
001250*    RUN PARAMETERS - TWO POSITIONAL COMMAND-LINE TOKENS:
001260*    DEFAULT LETTER LANGUAGE (SV OR EN, AS COBOLACCEPT TAKES
001270*    IT) AND AN OPTIONAL FROM-DATE THAT OVERRIDES WLCCTL, SO
001280*        COBOLWLC
001290*        COBOLWLC EN
001300*        COBOLWLC SV 20261001
001310*    ARE THE NIGHTLY RUN, AN ENGLISH-DEFAULT RUN AND A CATCH-UP
001320*    FROM A GIVEN DATE.  "ALL" AS THE DATE TAKES EVERY CUSTOMER
001330*    NOT YET LETTERED.  THE DEFAULT ONLY APPLIES TO A CUSTOMER
001332*    WITH NO LANGUAGE ON THE REGISTER - EVERYONE ELSE IS WRITTEN
001334*    TO IN THE LANGUAGE THEY WERE CAPTURED IN (SEE
001336*    2150-SELECT-LETTER-LANGUAGE).
001340***************************************************************
001350 77  CommandLineParm        PIC X(80) VALUE SPACES.
001360 77  ParmLangText           PIC X(08) VALUE SPACES.
001370 77  ParmFromText           PIC X(08) VALUE SPACES.
001380 77  SelectFromDate         PIC 9(08) VALUE ZERO.
001390 77  LanguageCode           PIC X(02) VALUE "SV".
001392 77  CustomerLanguage       PIC X(02) VALUE SPACES.
001394 77  LetterPendingSwitch    PIC X(01) VALUE "N".
001396     88  LetterPending       VALUE "Y".
001400 COPY LETTERS.
001410
001420 77  PageNumber             PIC 9(04) COMP VALUE ZERO.
001430 77  LineCount              PIC 9(04) COMP VALUE ZERO.
001440 77  LinesPerPage           PIC 9(04) COMP VALUE 55.
001450 77  BodyIndex              PIC 9(02) COMP VALUE ZERO.
001460
001470***************************************************************
001480*    RUN COUNTS - EVERY CUSTOMER IN THE DATE WINDOW IS EITHER
001490*    ALREADY ON THE REGISTER, LETTERED, OR AN EXCEPTION.
001500***************************************************************
001510 77  SelectedCount          PIC 9(08) COMP VALUE ZERO.
001520 77  AlreadySentCount       PIC 9(08) COMP VALUE ZERO.
001530 77  LetterCount            PIC 9(08) COMP VALUE ZERO.
001540 77  ExceptionCount         PIC 9(08) COMP VALUE ZERO.
001550 77  RegisterFailCount      PIC 9(08) COMP VALUE ZERO.
001560
001570***************************************************************
001580*    MERGE CROSS-REFERENCE LOOKUP (SEE 2350-CHECK-MERGE-XREF).
001590***************************************************************
001600 77  XrefFoundSwitch        PIC X(01) VALUE "N".
001610     88  XrefFound           VALUE "Y".
001620 77  XrefScanDoneSwitch     PIC X(01) VALUE "N".
001630     88  XrefScanDone        VALUE "Y".
001640 77  XrefSurvivorNumber     PIC 9(09) VALUE ZERO.
001650
001660 01  ExceptionReason        PIC X(37) VALUE SPACES.
001670 01  Salutation             PIC X(80) VALUE SPACES.
001680 01  NamePointer            PIC 9(03) VALUE 1.
001690
001700**************************************************************
001710*    LETTER PRINT LINES
001720**************************************************************
001730 01  LETTER-DATE-LINE.
001740     05  FILLER                  PIC X(44) VALUE SPACES.
001750     05  LDL-CAPTION             PIC X(20).
001760     05  LDL-DATE                PIC 9(08).
001770     05  FILLER                  PIC X(08) VALUE SPACES.
001780
001790 01  LETTER-ADDRESS-LINE.
001800     05  FILLER                  PIC X(08) VALUE SPACES.
001810     05  LAL-TEXT                PIC X(60).
001820     05  FILLER                  PIC X(12) VALUE SPACES.
001830
001840 01  LETTER-POSTAL-LINE.
001850     05  FILLER                  PIC X(08) VALUE SPACES.
001860     05  LPL-POSTAL-CODE         PIC X(10).
001870     05  FILLER                  PIC X(01) VALUE SPACE.
001880     05  LPL-CITY                PIC X(20).
001890     05  FILLER                  PIC X(41) VALUE SPACES.
001900
001910 01  LETTER-CUSTNO-LINE.
001920     05  FILLER                  PIC X(08) VALUE SPACES.
001930     05  LCL-CAPTION             PIC X(20).
001940     05  LCL-CUSTOMER-NUMBER     PIC 9(09).
001950     05  FILLER                  PIC X(43) VALUE SPACES.
001960
001970 01  LETTER-TEXT-LINE.
001980     05  FILLER                  PIC X(08) VALUE SPACES.
001990     05  LTL-TEXT                PIC X(72).
002000
002010**************************************************************
002020*    EXCEPTION REPORT PRINT LINES
002030**************************************************************
002040 01  HEADING-LINE-1.
002050     05  FILLER                  PIC X(30) VALUE
002060         "RETAIL CUSTOMER ONBOARDING".
002070     05  FILLER                  PIC X(22) VALUE
002080         "WELCOME LETTER RUN".
002090     05  FILLER                  PIC X(08) VALUE "PAGE ".
002100     05  HL1-PAGE-NUMBER         PIC ZZZ9.
002110
002120 01  HEADING-LINE-2.
002130     05  FILLER                  PIC X(12) VALUE "RUN DATE: ".
002140     05  HL2-RUN-DATE            PIC 9(08).
002150     05  FILLER                  PIC X(18) VALUE
002160         "  ONBOARDED FROM: ".
002170     05  HL2-FROM-DATE           PIC 9(08).
002180     05  FILLER                  PIC X(20) VALUE
002185         "  DEFAULT LANGUAGE: ".
002190     05  HL2-LANGUAGE            PIC X(02).
002200     05  FILLER                  PIC X(12) VALUE SPACES.
002210
002220 01  COLUMN-HEADING-LINE.
002230     05  FILLER                  PIC X(11) VALUE "CUST NO".
002240     05  FILLER                  PIC X(32) VALUE "NAME".
002250     05  FILLER                  PIC X(37) VALUE
002260         "NO LETTER SENT BECAUSE".
002270
002280 01  DETAIL-LINE.
002290     05  DL-CUSTOMER-NUMBER      PIC 9(09).
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002310     05  DL-NAME                 PIC X(30).
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  DL-REASON               PIC X(37).
002340
002350 01  TOTAL-LINE.
002360     05  TL-CAPTION              PIC X(40).
002370     05  TL-VALUE                PIC ZZZZZZZ9.
002380     05  FILLER                  PIC X(32) VALUE SPACES.
002390
002400 01  MESSAGE-LINE.
002410     05  MSG-TEXT                PIC X(80).
002420
002430 PROCEDURE DIVISION.
002440
002450**************************************************************
002460*    0000-MAINLINE
002470**************************************************************
002480 0000-MAINLINE.
002490     PERFORM 1000-INITIALIZE
002500         THRU 1000-EXIT.
002510     PERFORM 2100-PROCESS-ONE-CUSTOMER
002520         THRU 2100-EXIT
002530         UNTIL EndOfFile.
002540     PERFORM 3000-TERMINATE
002550         THRU 3000-EXIT.
002560     STOP RUN.
002570
002580**************************************************************
002590*    1000-INITIALIZE THRU 1000-EXIT
002600*    NAMEFILE, ADDRFILE AND THE REGISTER MUST ALL BE THERE - A
002610*    RUN WITHOUT ADDRFILE WOULD LIST EVERY NEW CUSTOMER AS
002620*    HAVING NO ADDRESS, AND ONE WITHOUT THE REGISTER COULD NOT
002630*    PROMISE NOT TO MAIL ANYONE TWICE.
002640**************************************************************
002650 1000-INITIALIZE.
002660     ACCEPT CurrentDate FROM DATE YYYYMMDD.
002670     ACCEPT CurrentTime FROM TIME.
002680     PERFORM 1100-PARSE-PARMS
002690         THRU 1100-EXIT.
002700     OPEN OUTPUT PRINT-FILE.
002710     OPEN OUTPUT LETTER-FILE.
002720     PERFORM 1200-PRINT-HEADINGS
002730         THRU 1200-EXIT.
002740     IF RunFailure
002745         SET EndOfFile TO TRUE
002750         GO TO 1000-EXIT
002760     END-IF.
002770
002780     OPEN INPUT NAMEFILE.
002790     IF NameFileStatus NOT = "00"
002800         DISPLAY "NAMEFILE NOT AVAILABLE - STATUS "
002810             NameFileStatus
002820         SET RunFailure TO TRUE
002830     END-IF.
002840     OPEN INPUT ADDRESS-FILE.
002850     IF AddressFileStatus NOT = "00"
002860         DISPLAY "ADDRFILE NOT AVAILABLE - STATUS "
002870             AddressFileStatus
002880         SET RunFailure TO TRUE
002890     END-IF.
002900     PERFORM 1300-OPEN-REGISTER
002910         THRU 1300-EXIT.
002920     IF RunFailure
002930         SET EndOfFile TO TRUE
002940     END-IF.
002950 1000-EXIT.
002960     EXIT.
002970
002980**************************************************************
002990*    1100-PARSE-PARMS THRU 1100-EXIT
003000*    WITH NO FROM-DATE GIVEN THE WINDOW STARTS AT THE LAST
003010*    RUN'S DATE FROM WLCCTL.  THE VERY FIRST RUN (NO WLCCTL
003020*    YET) STARTS TODAY RATHER THAN MAILING THE WHOLE EXISTING
003030*    BASE - A CATCH-UP FURTHER BACK IS ASKED FOR BY DATE.
003040**************************************************************
003050 1100-PARSE-PARMS.
003060     ACCEPT CommandLineParm FROM COMMAND-LINE.
003070     UNSTRING CommandLineParm DELIMITED BY ALL SPACE
003080         INTO ParmLangText ParmFromText.
003090
003100     MOVE "SV" TO LanguageCode.
003110     IF ParmLangText = "EN"
003120         MOVE "EN" TO LanguageCode
003130     END-IF.
003210
003220     EVALUATE TRUE
003230         WHEN ParmFromText = "ALL"
003240             MOVE ZERO TO SelectFromDate
003250         WHEN ParmFromText NOT = SPACES
003260             IF ParmFromText NUMERIC
003270                 MOVE ParmFromText TO SelectFromDate
003280             ELSE
003290                 DISPLAY "FROM-DATE MUST BE YYYYMMDD OR ALL - "
003300                     ParmFromText
003310                 SET RunFailure TO TRUE
003320             END-IF
003330         WHEN OTHER
003340             PERFORM 1150-READ-CONTROL-FILE
003350                 THRU 1150-EXIT
003360     END-EVALUATE.
003370 1100-EXIT.
003380     EXIT.
003390
003400 1150-READ-CONTROL-FILE.
003410     MOVE CurrentDate TO SelectFromDate.
003420     OPEN INPUT WELCOME-CONTROL-FILE.
003430     IF WelcomeControlFileStatus NOT = "00"
003440         DISPLAY "NO WLCCTL - FIRST RUN, TAKING CUSTOMERS "
003450             "ONBOARDED FROM " CurrentDate
003460         GO TO 1150-EXIT
003470     END-IF.
003480     READ WELCOME-CONTROL-FILE
003490         AT END
003500             CONTINUE
003510     END-READ.
003520     IF WelcomeControlFileStatus = "00"
003530         AND WCT-LAST-RUN-DATE NUMERIC
003540         MOVE WCT-LAST-RUN-DATE TO SelectFromDate
003550     END-IF.
003560     CLOSE WELCOME-CONTROL-FILE.
003570 1150-EXIT.
003580     EXIT.
003590
003600**************************************************************
003610*    1200-PRINT-HEADINGS THRU 1200-EXIT
003620**************************************************************
003630 1200-PRINT-HEADINGS.
003640     ADD 1 TO PageNumber.
003650     MOVE PageNumber TO HL1-PAGE-NUMBER.
003660     MOVE CurrentDate TO HL2-RUN-DATE.
003670     MOVE SelectFromDate TO HL2-FROM-DATE.
003680     MOVE LanguageCode TO HL2-LANGUAGE.
003690
003700     IF PageNumber = 1
003710         WRITE PRINT-LINE FROM HEADING-LINE-1
003720     ELSE
003730         WRITE PRINT-LINE FROM HEADING-LINE-1
003740             AFTER ADVANCING PAGE
003750     END-IF.
003760     WRITE PRINT-LINE FROM HEADING-LINE-2
003770         AFTER ADVANCING 1 LINE.
003780     WRITE PRINT-LINE FROM COLUMN-HEADING-LINE
003790         AFTER ADVANCING 2 LINES.
003800     MOVE 3 TO LineCount.
003810 1200-EXIT.
003820     EXIT.
003830
003840**************************************************************
003850*    1300-OPEN-REGISTER THRU 1300-EXIT
003860*    THE REGISTER ONLY EVER GROWS - CREATE-THEN-REOPEN, AS
003870*    COBOLACCEPT OPENS NAMEFILE, SO THE FIRST RUN STARTS IT.
003880**************************************************************
003890 1300-OPEN-REGISTER.
003900     OPEN I-O WELCOME-REGISTER-FILE.
003910     IF WelcomeRegisterFileStatus = "35"
003920         OPEN OUTPUT WELCOME-REGISTER-FILE
003930         CLOSE WELCOME-REGISTER-FILE
003940         OPEN I-O WELCOME-REGISTER-FILE
003950     END-IF.
003960     IF WelcomeRegisterFileStatus NOT = "00"
003970         DISPLAY "WLCREG NOT AVAILABLE - STATUS "
003980             WelcomeRegisterFileStatus
003990         SET RunFailure TO TRUE
004000     END-IF.
004010 1300-EXIT.
004020     EXIT.
004030
004040**************************************************************
004050*    2100-PROCESS-ONE-CUSTOMER THRU 2100-EXIT
004060*    THE REGISTER IS CHECKED FIRST: A CUSTOMER ALREADY
004070*    LETTERED IS SIMPLY COUNTED, EVEN IF RETIRED SINCE - THE
004080*    EXCEPTION PAGE IS FOR LETTERS THAT DID NOT GO OUT.  A
004083*    PENDING ENTRY (FILED AT CAPTURE, NOT YET SENT) ONLY GIVES
004086*    THE CUSTOMER'S LANGUAGE, AND IS COMPLETED IN 2500.
004090**************************************************************
004100 2100-PROCESS-ONE-CUSTOMER.
004110     READ NAMEFILE NEXT RECORD
004120         AT END
004130             SET EndOfFile TO TRUE
004140             GO TO 2100-EXIT
004150     END-READ.
004160     IF NR-ONBOARD-DATE NOT NUMERIC
004170         OR NR-ONBOARD-DATE < SelectFromDate
004180         GO TO 2100-EXIT
004190     END-IF.
004200     ADD 1 TO SelectedCount.
004210
004220     MOVE NR-CUSTOMER-NUMBER TO WLR-CUSTOMER-NUMBER.
004230     READ WELCOME-REGISTER-FILE
004240         INVALID KEY
004250             CONTINUE
004260     END-READ.
004270     IF WelcomeRegisterFileStatus = "00"
004275         AND NOT WLR-LETTER-PENDING
004280         ADD 1 TO AlreadySentCount
004290         GO TO 2100-EXIT
004300     END-IF.
004301     MOVE "N" TO LetterPendingSwitch.
004302     MOVE LanguageCode TO CustomerLanguage.
004303     IF WelcomeRegisterFileStatus = "00"
004304         SET LetterPending TO TRUE
004305         IF WLR-LANGUAGE-CODE NOT = SPACES
004306             MOVE WLR-LANGUAGE-CODE TO CustomerLanguage
004307         END-IF
004308     END-IF.
004310
004320     IF NR-INACTIVE
004330         PERFORM 2350-CHECK-MERGE-XREF
004340             THRU 2350-EXIT
004350         IF XrefFound
004360             MOVE SPACES TO ExceptionReason
004370             STRING "MERGED INTO " DELIMITED BY SIZE
004380                 XrefSurvivorNumber DELIMITED BY SIZE
004390                 INTO ExceptionReason
004400         ELSE
004410             MOVE "RETIRED" TO ExceptionReason
004420         END-IF
004430         PERFORM 2300-PRINT-EXCEPTION
004440             THRU 2300-EXIT
004450         GO TO 2100-EXIT
004460     END-IF.
004470
004480     MOVE NR-CUSTOMER-NUMBER TO ADR-CUSTOMER-NUMBER.
004490     READ ADDRESS-FILE
004500         INVALID KEY
004510             CONTINUE
004520     END-READ.
004530     IF AddressFileStatus NOT = "00"
004540         MOVE "NO ADDRESS ON FILE" TO ExceptionReason
004550         PERFORM 2300-PRINT-EXCEPTION
004560             THRU 2300-EXIT
004570         GO TO 2100-EXIT
004580     END-IF.
004590*    A PHONE OR E-MAIL ONLY CONTACT CANNOT BE POSTED TO.
004600     IF ADR-STREET = SPACES
004610         OR ADR-CITY = SPACES
004620         OR ADR-POSTAL-CODE = SPACES
004630         MOVE "NO POSTAL ADDRESS ON FILE" TO ExceptionReason
004640         PERFORM 2300-PRINT-EXCEPTION
004650             THRU 2300-EXIT
004660         GO TO 2100-EXIT
004670     END-IF.
004680
004683     PERFORM 2150-SELECT-LETTER-LANGUAGE
004686         THRU 2150-EXIT.
004690     PERFORM 2400-PRINT-LETTER
004700         THRU 2400-EXIT.
004710     PERFORM 2500-REGISTER-LETTER
004720         THRU 2500-EXIT.
004730 2100-EXIT.
004740     EXIT.
004750
004760**************************************************************
004770*    2300-PRINT-EXCEPTION THRU 2300-EXIT
004780**************************************************************
004790 2300-PRINT-EXCEPTION.
004800     ADD 1 TO ExceptionCount.
004810     IF LineCount > LinesPerPage
004820         PERFORM 1200-PRINT-HEADINGS
004830             THRU 1200-EXIT
004840     END-IF.
004850     MOVE NR-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER.
004860     MOVE NR-WHOLE-NAME TO DL-NAME.
004870     MOVE ExceptionReason TO DL-REASON.
004880     WRITE PRINT-LINE FROM DETAIL-LINE
004890         AFTER ADVANCING 1 LINE.
004900     ADD 1 TO LineCount.
004910 2300-EXIT.
004920     EXIT.
004930
004940**************************************************************
004950*    2350-CHECK-MERGE-XREF THRU 2350-EXIT
004960*    SCANS THE MERGE CROSS-REFERENCE FOR THE CUSTOMER ON THE
004970*    RETIRED SIDE, THE SAME WAY COBOLINQ DOES.  MERGES ARE
004980*    RARE AND THE FILE IS SMALL, SO IT IS OPENED AND SCANNED
004990*    PER LOOKUP.  THE SCAN RUNS TO END OF FILE SO THE LATEST
005000*    ENTRY FOR A NUMBER WINS.
005010**************************************************************
005020 2350-CHECK-MERGE-XREF.
005030     MOVE "N" TO XrefFoundSwitch.
005040     MOVE "N" TO XrefScanDoneSwitch.
005050     OPEN INPUT MERGE-XREF-FILE.
005060     IF MergeXrefFileStatus NOT = "00"
005070         GO TO 2350-EXIT
005080     END-IF.
005090     PERFORM 2360-SCAN-ONE-XREF
005100         THRU 2360-EXIT
005110         UNTIL XrefScanDone.
005120     CLOSE MERGE-XREF-FILE.
005130 2350-EXIT.
005140     EXIT.
005150
005160 2360-SCAN-ONE-XREF.
005170     READ MERGE-XREF-FILE
005180         AT END
005190             SET XrefScanDone TO TRUE
005200         NOT AT END
005210             IF MXR-RETIRED-NUMBER NUMERIC
005220                 AND MXR-RETIRED-NUMBER = NR-CUSTOMER-NUMBER
005230                 SET XrefFound TO TRUE
005240                 MOVE MXR-SURVIVOR-NUMBER TO XrefSurvivorNumber
005250             END-IF
005260     END-READ.
005270 2360-EXIT.
005280     EXIT.
005290
005300**************************************************************
005310*    2400-PRINT-LETTER THRU 2400-EXIT
005320*    ONE PAGE PER LETTER: DATE, ADDRESS BLOCK (PLACED FOR A
005330*    WINDOW ENVELOPE), CUSTOMER NUMBER, SALUTATION, BODY AND
005340*    CLOSING.  THE ADDRESS BLOCK CARRIES THE FULL FILED NAME;
005350*    THE SALUTATION USES TITLE, FIRST AND LAST NAME AND
005360*    SUFFIX ONLY.
005370**************************************************************
005380 2400-PRINT-LETTER.
005390     MOVE LTR-DATE-TEXT (LTR-IDX) TO LDL-CAPTION.
005400     MOVE CurrentDate TO LDL-DATE.
005410     IF LetterCount = ZERO
005420         WRITE LETTER-LINE FROM LETTER-DATE-LINE
005430     ELSE
005440         WRITE LETTER-LINE FROM LETTER-DATE-LINE
005450             AFTER ADVANCING PAGE
005460     END-IF.
005470     ADD 1 TO LetterCount.
005480
005490     MOVE NR-WHOLE-NAME TO LAL-TEXT.
005500     WRITE LETTER-LINE FROM LETTER-ADDRESS-LINE
005510         AFTER ADVANCING 4 LINES.
005520     MOVE ADR-STREET TO LAL-TEXT.
005530     WRITE LETTER-LINE FROM LETTER-ADDRESS-LINE
005540         AFTER ADVANCING 1 LINE.
005550     MOVE ADR-POSTAL-CODE TO LPL-POSTAL-CODE.
005560     MOVE ADR-CITY TO LPL-CITY.
005570     WRITE LETTER-LINE FROM LETTER-POSTAL-LINE
005580         AFTER ADVANCING 1 LINE.
005590
005600     MOVE LTR-CUSTNO-TEXT (LTR-IDX) TO LCL-CAPTION.
005610     MOVE NR-CUSTOMER-NUMBER TO LCL-CUSTOMER-NUMBER.
005620     WRITE LETTER-LINE FROM LETTER-CUSTNO-LINE
005630         AFTER ADVANCING 5 LINES.
005640
005650     PERFORM 2450-BUILD-SALUTATION
005660         THRU 2450-EXIT.
005670     MOVE Salutation TO LTL-TEXT.
005680     WRITE LETTER-LINE FROM LETTER-TEXT-LINE
005690         AFTER ADVANCING 3 LINES.
005700     MOVE SPACES TO LTL-TEXT.
005710     WRITE LETTER-LINE FROM LETTER-TEXT-LINE
005720         AFTER ADVANCING 1 LINE.
005730     PERFORM 2460-PRINT-BODY-LINE
005740         THRU 2460-EXIT
005750         VARYING BodyIndex FROM 1 BY 1
005760         UNTIL BodyIndex > 6.
005770
005780     MOVE LTR-CLOSING-TEXT (LTR-IDX) TO LTL-TEXT.
005790     WRITE LETTER-LINE FROM LETTER-TEXT-LINE
005800         AFTER ADVANCING 2 LINES.
005810     MOVE LTR-SIGNATURE-TEXT (LTR-IDX) TO LTL-TEXT.
005820     WRITE LETTER-LINE FROM LETTER-TEXT-LINE
005830         AFTER ADVANCING 3 LINES.
005840 2400-EXIT.
005850     EXIT.
005860
005870**************************************************************
005880*    2450-BUILD-SALUTATION THRU 2450-EXIT
005890*    "DEAR DR. ANNA BERG JR.," - GREETING WORD, THEN TITLE,
005900*    FIRST NAME, LAST NAME AND SUFFIX, EACH ONLY IF FILED,
005910*    STRUNG THE WAY COBOLACCEPT'S 2400-BUILD-WHOLE-NAME
005920*    STRINGS THE WHOLE NAME.
005930**************************************************************
005940 2450-BUILD-SALUTATION.
005950     MOVE SPACES TO Salutation.
005960     MOVE 1 TO NamePointer.
005970     STRING LTR-GREETING-WORD (LTR-IDX) DELIMITED BY SPACE
005980         INTO Salutation
005990         WITH POINTER NamePointer.
006000     IF NR-TITLE NOT = SPACES
006010         STRING " " DELIMITED BY SIZE
006020             NR-TITLE DELIMITED BY SPACE
006030             INTO Salutation
006040             WITH POINTER NamePointer
006050     END-IF.
006060     IF NR-FIRST-NAME NOT = SPACES
006070         STRING " " DELIMITED BY SIZE
006080             NR-FIRST-NAME DELIMITED BY SPACE
006090             INTO Salutation
006100             WITH POINTER NamePointer
006110     END-IF.
006120     STRING " " DELIMITED BY SIZE
006130         NR-LAST-NAME DELIMITED BY SPACE
006140         INTO Salutation
006150         WITH POINTER NamePointer.
006160     IF NR-SUFFIX NOT = SPACES
006170         STRING " " DELIMITED BY SIZE
006180             NR-SUFFIX DELIMITED BY SPACE
006190             INTO Salutation
006200             WITH POINTER NamePointer
006210     END-IF.
006220     STRING "," DELIMITED BY SIZE
006230         INTO Salutation
006240         WITH POINTER NamePointer.
006250 2450-EXIT.
006260     EXIT.
006270
006280 2460-PRINT-BODY-LINE.
006290     MOVE LTR-BODY-LINE (LTR-IDX BodyIndex) TO LTL-TEXT.
006300     WRITE LETTER-LINE FROM LETTER-TEXT-LINE
006310         AFTER ADVANCING 1 LINE.
006320 2460-EXIT.
006330     EXIT.
006340
006350**************************************************************
006360*    2500-REGISTER-LETTER THRU 2500-EXIT
006370*    A LETTER THAT PRINTED BUT COULD NOT BE REGISTERED WOULD
006380*    GO OUT AGAIN TOMORROW - THE RUN ENDS RC 8 SO THE
006390*    OPERATOR LOOKS BEFORE THE NEXT ONE.  A PENDING ENTRY IS
006395*    REWRITTEN AS SENT; A CUSTOMER WITHOUT ONE GETS A NEW ENTRY.
006400**************************************************************
006410 2500-REGISTER-LETTER.
006420     MOVE SPACES TO WELCOME-REGISTER-RECORD.
006430     MOVE NR-CUSTOMER-NUMBER TO WLR-CUSTOMER-NUMBER.
006440     MOVE CurrentDate TO WLR-SENT-DATE.
006450     MOVE CurrentTime TO WLR-SENT-TIME.
006460     MOVE CustomerLanguage TO WLR-LANGUAGE-CODE.
006470     MOVE ADR-POSTAL-CODE TO WLR-POSTAL-CODE.
006480     MOVE ADR-CITY TO WLR-CITY.
006485     IF LetterPending
006490         REWRITE WELCOME-REGISTER-RECORD
006495             INVALID KEY
006500                 CONTINUE
006505         END-REWRITE
006510     ELSE
006515         WRITE WELCOME-REGISTER-RECORD
006520             INVALID KEY
006525                 CONTINUE
006530         END-WRITE
006535     END-IF.
006540     IF WelcomeRegisterFileStatus NOT = "00"
006542         DISPLAY "UNABLE TO REGISTER THE LETTER FOR "
006544             NR-CUSTOMER-NUMBER " - STATUS "
006546             WelcomeRegisterFileStatus
006550         ADD 1 TO RegisterFailCount
006560     END-IF.
006570 2500-EXIT.
006580     EXIT.
006590
006600**************************************************************
006610*    3000-TERMINATE THRU 3000-EXIT
006620*    WLCCTL MOVES ON ONLY AFTER A RUN THAT READ THE WHOLE
006630*    MASTER - A FAILED RUN LEAVES THE WINDOW WHERE IT WAS, SO
006640*    THE NEXT RUN PICKS UP EVERYONE THIS ONE MISSED.
006650*    0 = ALL LETTERED, 4 = EXCEPTIONS TO WORK,
006660*    8 = RUN FAILED OR A LETTER COULD NOT BE REGISTERED.
006670**************************************************************
006680 3000-TERMINATE.
006690     IF RunFailure
006700         MOVE "*** RUN COULD NOT START - SEE THE CONSOLE LOG ***"
006710             TO MSG-TEXT
006720         WRITE PRINT-LINE FROM MESSAGE-LINE
006730             AFTER ADVANCING 2 LINES
006740     ELSE
006750         IF ExceptionCount = ZERO
006760             MOVE "NO EXCEPTIONS - EVERY NEW CUSTOMER LETTERED"
006770                 TO MSG-TEXT
006780             WRITE PRINT-LINE FROM MESSAGE-LINE
006790                 AFTER ADVANCING 1 LINE
006800         END-IF
006810         PERFORM 3100-PRINT-TOTALS
006820             THRU 3100-EXIT
006830         PERFORM 3200-WRITE-CONTROL-FILE
006840             THRU 3200-EXIT
006850     END-IF.
006860     CLOSE NAMEFILE.
006870     CLOSE ADDRESS-FILE.
006880     CLOSE WELCOME-REGISTER-FILE.
006890     CLOSE LETTER-FILE.
006900     CLOSE PRINT-FILE.
006910     EVALUATE TRUE
006920         WHEN RunFailure OR RegisterFailCount > ZERO
006930             MOVE 8 TO RETURN-CODE
006940         WHEN ExceptionCount > ZERO
006950             MOVE 4 TO RETURN-CODE
006960         WHEN OTHER
006970             MOVE ZERO TO RETURN-CODE
006980     END-EVALUATE.
006990 3000-EXIT.
007000     EXIT.
007010
007020**************************************************************
007030*    3100-PRINT-TOTALS THRU 3100-EXIT
007040**************************************************************
007050 3100-PRINT-TOTALS.
007060     MOVE "CUSTOMERS ONBOARDED IN THE WINDOW -" TO TL-CAPTION.
007070     MOVE SelectedCount TO TL-VALUE.
007080     WRITE PRINT-LINE FROM TOTAL-LINE
007090         AFTER ADVANCING 2 LINES.
007100     MOVE "ALREADY LETTERED ON AN EARLIER RUN -" TO TL-CAPTION.
007110     MOVE AlreadySentCount TO TL-VALUE.
007120     WRITE PRINT-LINE FROM TOTAL-LINE
007130         AFTER ADVANCING 1 LINE.
007140     MOVE "LETTERS PRINTED -" TO TL-CAPTION.
007150     MOVE LetterCount TO TL-VALUE.
007160     WRITE PRINT-LINE FROM TOTAL-LINE
007170         AFTER ADVANCING 1 LINE.
007180     MOVE "EXCEPTIONS - NO LETTER SENT -" TO TL-CAPTION.
007190     MOVE ExceptionCount TO TL-VALUE.
007200     WRITE PRINT-LINE FROM TOTAL-LINE
007210         AFTER ADVANCING 1 LINE.
007220     IF RegisterFailCount > ZERO
007230         MOVE "*** LETTERS NOT REGISTERED -" TO TL-CAPTION
007240         MOVE RegisterFailCount TO TL-VALUE
007250         WRITE PRINT-LINE FROM TOTAL-LINE
007260             AFTER ADVANCING 1 LINE
007270     END-IF.
007280     DISPLAY "WELCOME LETTERS PRINTED - " LetterCount.
007290     DISPLAY "EXCEPTIONS - " ExceptionCount.
007300 3100-EXIT.
007310     EXIT.
007320
007330**************************************************************
007340*    3200-WRITE-CONTROL-FILE THRU 3200-EXIT
007350**************************************************************
007360 3200-WRITE-CONTROL-FILE.
007370     OPEN OUTPUT WELCOME-CONTROL-FILE.
007380     MOVE SPACES TO WELCOME-CONTROL-RECORD.
007390     MOVE CurrentDate TO WCT-LAST-RUN-DATE.
007400     MOVE CurrentTime TO WCT-LAST-RUN-TIME.
007410     MOVE LetterCount TO WCT-LETTER-COUNT.
007420     MOVE ExceptionCount TO WCT-EXCEPTION-COUNT.
007430     WRITE WELCOME-CONTROL-RECORD.
007440     CLOSE WELCOME-CONTROL-FILE.
007450 3200-EXIT.
007460     EXIT.
007470
007480**************************************************************
007490*    2150-SELECT-LETTER-LANGUAGE THRU 2150-EXIT
007500*    POSITIONS LTR-IDX ON THE LETTER TEXT FOR THE CUSTOMER'S
007510*    LANGUAGE, THE WAY COBOLACCEPT POSITIONS PMT-IDX ON ITS
007520*    PROMPTS.  A CODE NOT IN THE TABLE FALLS BACK TO THE FIRST
007530*    ENTRY, AND THAT IS THE LANGUAGE REGISTERED.
007540**************************************************************
007550 2150-SELECT-LETTER-LANGUAGE.
007560     SET LTR-IDX TO 1.
007570     SEARCH LTR-TABLE-ENTRY
007580         AT END
007590             SET LTR-IDX TO 1
007600         WHEN LTR-LANG-CODE (LTR-IDX) = CustomerLanguage
007610             CONTINUE
007620     END-SEARCH.
007630     MOVE LTR-LANG-CODE (LTR-IDX) TO CustomerLanguage.
007640 2150-EXIT.
007650     EXIT.
