000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBOLCIN.
000030 AUTHOR. LOVE BELLINDER.
000040 INSTALLATION. RETAIL CUSTOMER ONBOARDING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070**************************************************************
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------  ----  ---------------------------------------
000120*    2026-10-15 LB    ORIGINAL PROGRAM - APPLIES THE CONTACT
000130*                      CHANGES CUSTOMERS MAKE IN THE CRM SELF-
000140*                      SERVICE PORTAL (CRMCHG - SEE CRMCHG.CPY)
000150*                      TO THE ADDRFILE CONTACT MASTER, SO THE
000160*                      NEXT "A" RECORD FROM COBOLEXT CARRIES THE
000170*                      CUSTOMER'S CORRECTION INSTEAD OF
000180*                      OVERWRITING IT IN THE CRM.  RUN NIGHTLY
000190*                      AS THE CONTACTS STEP OF COBOLCYC, AHEAD
000200*                      OF THE EXTRACT.  THE FILE IS CHECKED
000210*                      WHOLE (VERSION RECORD AND TRAILER COUNT)
000220*                      BEFORE ANYTHING IS APPLIED.  EACH CHANGE
000230*                      IS MATCHED TO NAMEFILE (CHECK DIGIT AND
000240*                      ALL); A RETIRED NUMBER IS FOLLOWED
000250*                      THROUGH MERGEXRF TO ITS SURVIVOR.  A NEW
000260*                      POSTAL ADDRESS GOES THROUGH THE SAME
000270*                      POSTREF CHECK AS COBOLACCEPT'S.  AN
000280*                      APPLIED CHANGE IS AUDITED "CHG" AND
000290*                      LISTED FIELD BY FIELD, OLD AND NEW, ON
000300*                      CINRPT; IT IS NOT REQUEUED TO THE CRM,
000310*                      WHICH ALREADY HOLDS IT.  WHEN OUR SIDE
000320*                      HAS ALSO CHANGED THE CUSTOMER SINCE THE
000330*                      LAST FEED THE CHANGE IS NOT APPLIED BUT
000340*                      FILED ON CRMCFL (SEE CRMCFL.CPY) AND
000350*                      LISTED ON CINCFL FOR AN OPERATOR, WHO
000360*                      SETTLES IT WITH "TAKE" OR "KEEP".
000361*    2026-10-15 LB    "TAKE"/"KEEP" SIGN ON THROUGH OPERFILE
000362*                      (LEVEL 3 OR ABOVE, REFUSALS ON OPERLOG)
000363*                      INSTEAD OF TRUSTING THE LOGIN NAME.  A
000364*                      CONFLICT WHOSE CUSTOMER HAS SINCE BEEN
000365*                      MERGED IS SETTLED AGAINST THE SURVIVOR.
000366*    2026-10-15 LB    A RUN THAT FAILS TO START NO LONGER GOES ON
000367*                      TO READ THE FEED; CINRPT, CINCFL AND CRMCHG
000368*                      ARE CLOSED ONLY IF THEY WERE OPENED.
000370**************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CRM-CHANGE-FILE ASSIGN TO "CRMCHG"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS CrmChangeFileStatus.
000440
000450*    NAMEFILE IS OPENED I-O ONLY TO REQUEUE A CUSTOMER TO THE
000460*    CRM (SEE 2550-REQUEUE-TO-CRM); EVERY OTHER ACCESS READS.
000470     SELECT NAMEFILE ASSIGN TO "NAMEFILE"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS NR-CUSTOMER-NUMBER
000510         ALTERNATE RECORD KEY IS NR-LAST-NAME
000520             WITH DUPLICATES
000530         ALTERNATE RECORD KEY IS NR-PHONETIC-KEY
000540             WITH DUPLICATES
000550         LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
000560         FILE STATUS IS NameFileStatus.
000570
000580     SELECT ADDRESS-FILE ASSIGN TO "ADDRFILE"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS ADR-CUSTOMER-NUMBER
000620         LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
000630         FILE STATUS IS AddressFileStatus.
000640
000650     SELECT POSTAL-REF-FILE ASSIGN TO "POSTREF"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS PST-POSTAL-CODE
000690         SHARING WITH ALL OTHER
000700         FILE STATUS IS PostalRefFileStatus.
000710
000720     SELECT MERGE-XREF-FILE ASSIGN TO "MERGEXRF"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS MergeXrefFileStatus.
000750
000760     SELECT CONFLICT-FILE ASSIGN TO "CRMCFL"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS CFL-CUSTOMER-NUMBER
000800         LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
000810         FILE STATUS IS ConflictFileStatus.
000820
000830     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS AuditLogFileStatus.
000860
000870     SELECT NAME-JOURNAL-FILE ASSIGN TO "NAMEJRNL"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS JournalFileStatus.
000900
000910     SELECT PRINT-FILE ASSIGN TO "CINRPT"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS PrintFileStatus.
000940
000950     SELECT CONFLICT-PRINT-FILE ASSIGN TO "CINCFL"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS ConflictPrintFileStatus.
000971
000972     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000973         ORGANIZATION IS INDEXED
000974         ACCESS MODE IS DYNAMIC
000975         RECORD KEY IS OPR-OPERATOR-ID
000976         SHARING WITH ALL OTHER
000977         FILE STATUS IS OperatorFileStatus.
000978
000979     SELECT OPERATOR-LOG-FILE ASSIGN TO "OPERLOG"
000980         ORGANIZATION IS LINE SEQUENTIAL
000981         FILE STATUS IS OperatorLogFileStatus.
000982
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  CRM-CHANGE-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 COPY CRMCHG.
001040
001050 FD  NAMEFILE
001060     LABEL RECORDS ARE STANDARD.
001070 COPY NAMEREC.
001080
001090 FD  ADDRESS-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 COPY ADDRREC.
001120
001130 FD  POSTAL-REF-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 COPY POSTREF.
001160
001170 FD  MERGE-XREF-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 COPY MRGXREF.
001200
001210 FD  CONFLICT-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 COPY CRMCFL.
001240
001250 FD  AUDIT-LOG-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 COPY AUDITLOG.
001280
001290 FD  NAME-JOURNAL-FILE
001300     LABEL RECORDS ARE STANDARD.
001310 COPY NAMEJRN.
001320
001330 FD  PRINT-FILE
001340     LABEL RECORDS ARE OMITTED.
001350 01  PRINT-LINE                 PIC X(80).
001360
001370 FD  CONFLICT-PRINT-FILE
001380     LABEL RECORDS ARE OMITTED.
001390 01  CONFLICT-PRINT-LINE        PIC X(80).
001391
001392 FD  OPERATOR-FILE
001393     LABEL RECORDS ARE STANDARD.
001394 COPY OPERREC.
001395
001396 FD  OPERATOR-LOG-FILE
001397     LABEL RECORDS ARE STANDARD.
001398 COPY OPRLOG.
001400
001410 WORKING-STORAGE SECTION.
001420 77  CrmChangeFileStatus    PIC X(02).
001430 77  NameFileStatus         PIC X(02).
001440 77  AddressFileStatus      PIC X(02).
001450 77  PostalRefFileStatus    PIC X(02).
001460 77  MergeXrefFileStatus    PIC X(02).
001470 77  ConflictFileStatus     PIC X(02).
001480 77  AuditLogFileStatus     PIC X(02).
001490 77  PrintFileStatus        PIC X(02).
001500 77  ConflictPrintFileStatus PIC X(02).
001510***************************************************************
001520*    NAMEFILE UPDATE JOURNAL WORKING FIELDS (SEE NAMEJRN.CPY).
001530*    JournalBeforeImage HOLDS THE RECORD AS READ, SAVED BEFORE
001540*    ANY FIELD IS TOUCHED, SO A REWRITE JOURNALS WHAT IT
001550*    REPLACED.
001560***************************************************************
001570 77  JournalFileStatus      PIC X(02).
001580 77  JournalTime            PIC 9(08) VALUE ZERO.
001590 77  JournalAction          PIC X(02) VALUE SPACES.
001600 77  JournalBeforeImage     PIC X(250) VALUE SPACES.
001610
001620 77  EndOfFileSwitch        PIC X(01) VALUE "N".
001630     88  EndOfFile           VALUE "Y".
001640 77  RunFailureSwitch       PIC X(01) VALUE "N".
001650     88  RunFailure          VALUE "Y".
001660 77  FeedRefusedSwitch      PIC X(01) VALUE "N".
001670     88  FeedRefused         VALUE "Y".
001680 77  NoFeedSwitch           PIC X(01) VALUE "N".
001690     88  NoFeed              VALUE "Y".
001700 77  PostrefAvailSwitch     PIC X(01) VALUE "N".
001710     88  PostrefAvailable    VALUE "Y".
001720 77  TrailerSeenSwitch      PIC X(01) VALUE "N".
001730     88  TrailerSeen         VALUE "Y".
001732 77  ReportsOpenSwitch      PIC X(01) VALUE "N".
001734     88  ReportsOpen         VALUE "Y".
001736 77  FeedOpenSwitch         PIC X(01) VALUE "N".
001738     88  FeedOpen            VALUE "Y".
001740
001750***************************************************************
001760*    RUN MODE - THE NIGHTLY RUN TAKES NO PARAMETER.  AN
001770*    OPERATOR SETTLES A CONFLICT FROM THE CINCFL LISTING WITH
001780*        COBOLCIN TAKE <CUSTOMER NUMBER>
001790*        COBOLCIN KEEP <CUSTOMER NUMBER>
001800*    TAKE FILES THE CRM'S VALUES; KEEP LEAVES OURS ON ADDRFILE
001810*    AND REQUEUES THE CUSTOMER SO THE NEXT DELTA FEEDS THEM
001820*    BACK TO THE CRM.
001830***************************************************************
001840 77  CommandLineParm        PIC X(80) VALUE SPACES.
001850 77  ParmVerbText           PIC X(08) VALUE SPACES.
001860 77  ParmNumberText         PIC X(09) VALUE SPACES.
001870 77  RunModeSwitch          PIC X(01) VALUE "F".
001880     88  FeedMode            VALUE "F".
001890     88  TakeMode            VALUE "T".
001900     88  KeepMode            VALUE "K".
001910 77  SettleNumber           PIC 9(09) VALUE ZERO.
001920
001930***************************************************************
001940*    AUDIT LOG WORKING FIELDS.  THE NIGHTLY RUN SIGNS ITS
001950*    TRAIL ENTRIES "COBOLCIN" - THE CHANGE WAS THE CUSTOMER'S,
001960*    NOT AN OPERATOR'S; A SETTLEMENT CARRIES THE OPERATOR
001965*    WHO SIGNED ON FOR IT (SEE 1800-SIGN-ON).
001970***************************************************************
001980 77  OperatorId             PIC X(08) VALUE SPACES.
001990 77  CurrentDate            PIC 9(08) VALUE ZERO.
002000 77  CurrentTime            PIC 9(08) VALUE ZERO.
002001
002002***************************************************************
002003*    OPERATOR SIGN-ON WORKING FIELDS (SEE OPERREC.CPY AND
002004*    1800-SIGN-ON).  ProgramMinimumLevel IS THE LEVEL AN
002005*    OPERATOR NEEDS TO SETTLE A CONFLICT - IT CHANGES THE
002006*    CONTACT MASTER, SO MAINTAIN (3) OR ABOVE.
002007***************************************************************
002008 77  OperatorFileStatus     PIC X(02).
002009 77  OperatorLogFileStatus  PIC X(02).
002010 77  SignedOnSwitch         PIC X(01) VALUE "N".
002011     88  OperatorSignedOn    VALUE "Y".
002012 77  SignOnTryCount         PIC 9(01) VALUE ZERO.
002013 77  SignOnTryLimit         PIC 9(01) VALUE 3.
002014 77  SignOnId               PIC X(08) VALUE SPACES.
002015 77  SignOnPassword         PIC X(08) VALUE SPACES.
002016 77  SignOnReason           PIC X(40) VALUE SPACES.
002017 77  ProgramMinimumLevel    PIC 9(01) VALUE 3.
002018 77  OperatorLogEvent       PIC X(03) VALUE SPACES.
002019 77  OperatorLogAction      PIC X(12) VALUE SPACES.
002020 77  OperatorLogCustomer    PIC 9(09) VALUE ZERO.
002021 77  OperatorLogDate        PIC 9(08) VALUE ZERO.
002022 77  OperatorLogTime        PIC 9(08) VALUE ZERO.
002023 77  DigestText             PIC X(16) VALUE SPACES.
002024 77  DigestIndex            PIC 9(02) COMP VALUE ZERO.
002025 77  DigestValue            PIC 9(09) VALUE ZERO.
002026 77  DigestWork             PIC 9(12) COMP VALUE ZERO.
002027 77  DigestQuotient         PIC 9(12) COMP VALUE ZERO.
002028 01  DigestCharPair.
002029     05  FILLER             PIC X(01) VALUE LOW-VALUE.
002030     05  DigestChar         PIC X(01) VALUE SPACE.
002031 01  DigestCharValue REDEFINES DigestCharPair
002032                            PIC 9(04) COMP.
002033 77  LanguageCode           PIC X(02) VALUE "SV".
002034 COPY PROMPTS.
002035
002036 77  ErrorMessage           PIC X(60) VALUE SPACES.
002037 77  ResultText             PIC X(59) VALUE SPACES.
002040
002050 77  PageNumber             PIC 9(04) COMP VALUE ZERO.
002060 77  LineCount              PIC 9(04) COMP VALUE ZERO.
002070 77  ConflictPageNumber     PIC 9(04) COMP VALUE ZERO.
002080 77  ConflictLineCount      PIC 9(04) COMP VALUE ZERO.
002090 77  LinesPerPage           PIC 9(04) COMP VALUE 55.
002100
002110***************************************************************
002120*    RUN COUNTS - EVERY "C" RECORD READ LANDS IN EXACTLY ONE OF
002130*    THE SIX RESULT BUCKETS (APPLIED THROUGH UPDATE FAILED), SO
002140*    THE TOTALS TIE TO THE READ COUNT.
002150***************************************************************
002160 77  FeedRecordCount        PIC 9(08) COMP VALUE ZERO.
002170 77  TrailerRecordCount     PIC 9(08) VALUE ZERO.
002180 77  ChangeReadCount        PIC 9(08) COMP VALUE ZERO.
002190 77  AppliedCount           PIC 9(08) COMP VALUE ZERO.
002200 77  AlreadyOnFileCount     PIC 9(08) COMP VALUE ZERO.
002210 77  ConflictCount          PIC 9(08) COMP VALUE ZERO.
002220 77  RejectedCount          PIC 9(08) COMP VALUE ZERO.
002230 77  NotAppliedCount        PIC 9(08) COMP VALUE ZERO.
002240 77  MergedCount            PIC 9(08) COMP VALUE ZERO.
002250 77  RequeuedCount          PIC 9(08) COMP VALUE ZERO.
002260 77  WriteFailCount         PIC 9(08) COMP VALUE ZERO.
002270
002280***************************************************************
002290*    THE CUSTOMER THE CHANGE LANDS ON.  FeedCustomerNumber IS
002300*    THE NUMBER AS THE CRM SENT IT; A RETIRED ONE IS FOLLOWED
002310*    THROUGH MERGEXRF (SEE 2210-RESOLVE-RETIRED) AND THE LIVE
002320*    SURVIVOR IS LEFT IN NAME-RECORD.
002330***************************************************************
002340 77  FeedCustomerNumber     PIC 9(09) VALUE ZERO.
002350 77  CustomerFoundSwitch    PIC X(01) VALUE "N".
002360     88  CustomerFound       VALUE "Y".
002370 77  RecordInUseSwitch      PIC X(01) VALUE "N".
002380     88  RecordInUse         VALUE "Y".
002390 77  AddressFoundSwitch     PIC X(01) VALUE "N".
002400     88  AddressFound        VALUE "Y".
002410 77  ResolveDoneSwitch      PIC X(01) VALUE "N".
002420     88  ResolveDone         VALUE "Y".
002430 77  ResolveHopCount        PIC 9(02) COMP VALUE ZERO.
002440 77  ResolveHopLimit        PIC 9(02) COMP VALUE 10.
002450 77  XrefLookupNumber       PIC 9(09) VALUE ZERO.
002460 77  XrefSurvivorNumber     PIC 9(09) VALUE ZERO.
002470 77  XrefFoundSwitch        PIC X(01) VALUE "N".
002480     88  XrefFound           VALUE "Y".
002490 77  XrefScanDoneSwitch     PIC X(01) VALUE "N".
002500     88  XrefScanDone        VALUE "Y".
002510 77  FirstName              PIC X(30) VALUE SPACES.
002520 77  LastName               PIC X(30) VALUE SPACES.
002530
002540***************************************************************
002550*    THE FIVE CONTACT FIELDS SIDE BY SIDE - AS THE CRM HAD THEM
002560*    (OLD), AS THE CUSTOMER LEFT THEM (NEW), AS ADDRFILE HOLDS
002570*    THEM (OURS), AND WHAT WOULD BE FILED (TARGET: NEW, WITH A
002580*    NEW POSTAL ADDRESS IN ITS STANDARD FORM).  A FIELD IS
002590*    CHANGED WHEN OLD AND NEW DIFFER.
002600***************************************************************
002610 77  FieldIndex             PIC 9(02) COMP VALUE ZERO.
002620 77  FieldCount             PIC 9(02) COMP VALUE 5.
002630 01  CONTACT-FIELD-TABLE.
002640     05  CTF-ENTRY OCCURS 5 TIMES.
002650         10  CTF-OLD                 PIC X(40).
002660         10  CTF-NEW                 PIC X(40).
002670         10  CTF-OURS                PIC X(40).
002680         10  CTF-TARGET              PIC X(40).
002690         10  CTF-CHANGED             PIC X(01).
002700 01  FIELD-NAME-VALUES.
002710     05  FILLER                      PIC X(08) VALUE "STREET".
002720     05  FILLER                      PIC X(08) VALUE "CITY".
002730     05  FILLER                      PIC X(08) VALUE "POSTAL".
002740     05  FILLER                      PIC X(08) VALUE "PHONE".
002750     05  FILLER                      PIC X(08) VALUE "E-MAIL".
002760 01  FIELD-NAME-TABLE REDEFINES FIELD-NAME-VALUES.
002770     05  FIELD-NAME-ENTRY OCCURS 5 TIMES PIC X(08).
002780
002790 77  ChangedFieldCount      PIC 9(02) COMP VALUE ZERO.
002800 77  AllOnFileSwitch        PIC X(01) VALUE "Y".
002810     88  AllOnFile           VALUE "Y".
002820 77  ContactClashSwitch     PIC X(01) VALUE "N".
002830     88  ContactClash        VALUE "Y".
002840 77  ConflictOpenSwitch     PIC X(01) VALUE "N".
002850     88  ConflictOpen        VALUE "Y".
002860 77  ConflictOnFileSwitch   PIC X(01) VALUE "N".
002870     88  ConflictOnFile      VALUE "Y".
002880 77  ConflictReason         PIC X(01) VALUE SPACE.
002882*    THE OPEN CONFLICT AS FILED BEFORE THIS CHANGE (SEE 2655-
002884*    KEEP-OPEN-CONFLICT).
002886 COPY CRMCFL REPLACING ==CONTACT-CONFLICT-RECORD==
002888     BY ==OPEN-CONFLICT-RECORD== LEADING ==CFL-== BY ==OCF-==.
002890
002900***************************************************************
002910*    POSTAL ADDRESS CHECK WORKING FIELDS (SEE 2350-EDIT-POSTAL-
002920*    ADDRESS, WHICH MIRRORS COBOLACCEPT'S 2350-EDIT-POSTAL-
002930*    ADDRESS FIELD FOR FIELD).
002940***************************************************************
002950 01  City                   PIC X(20) VALUE SPACES.
002960 01  PostalCode             PIC X(10) VALUE SPACES.
002970 01  ScanIndex              PIC 9(02) VALUE ZERO.
002980 01  ScanChar               PIC X(01) VALUE SPACE.
002990 01  EditValidSwitch        PIC X(01) VALUE "Y".
003000     88  EditIsValid         VALUE "Y".
003010     88  EditIsInvalid       VALUE "N".
003020 77  PostalStandardizedSwitch PIC X(01) VALUE "N".
003030     88  PostalStandardized  VALUE "Y".
003040 77  PostalDigits           PIC X(05) VALUE SPACES.
003050 77  PostalDigitCount       PIC 9(02) COMP VALUE ZERO.
003060 77  PostalCityWork         PIC X(20) VALUE SPACES.
003070 77  PostalCityKey          PIC X(04) VALUE SPACES.
003080
003090***************************************************************
003100*    PHONETIC (SOUNDEX-STYLE) KEY WORKING FIELDS - SEE
003110*    2800-BUILD-PHONETIC-KEY.
003120***************************************************************
003130 77  PhoneticName           PIC X(30) VALUE SPACES.
003140 77  PhoneticWork           PIC X(30) VALUE SPACES.
003150 77  PhoneticKey            PIC X(04) VALUE SPACES.
003160 77  PhonIndex              PIC 9(02) COMP VALUE ZERO.
003170 77  PhonPos                PIC 9(02) COMP VALUE ZERO.
003180 77  PhonChar               PIC X(01) VALUE SPACE.
003190 77  PhonCode               PIC X(01) VALUE SPACE.
003200 77  PhonLastCode           PIC X(01) VALUE SPACE.
003210
003220***************************************************************
003230*    CHECK-DIGIT WORKING FIELDS (SEE 2600-COMPUTE-CHECK-DIGIT).
003240***************************************************************
003250 77  CheckBaseNumber        PIC 9(08) VALUE ZERO.
003260 77  CheckDigitString       PIC X(08) VALUE ZEROES.
003270 77  CheckDigit             PIC 9(01) VALUE ZERO.
003280 77  CheckIndex             PIC 9(02) COMP VALUE ZERO.
003290 77  CheckSum               PIC 9(03) COMP VALUE ZERO.
003300 77  CheckQuotient          PIC 9(03) COMP VALUE ZERO.
003310 77  CheckRemainder         PIC 9(03) COMP VALUE ZERO.
003320 77  CheckWorkDigit         PIC 9(01) VALUE ZERO.
003330 77  CheckWorkValue         PIC 9(02) VALUE ZERO.
003340 77  CheckEnteredDigit      PIC 9(01) VALUE ZERO.
003350
003360**************************************************************
003370*    REPORT PRINT LINES - CINRPT (EVERY CHANGE) AND CINCFL
003380*    (CONFLICTS ONLY) SHARE THE LINE LAYOUTS.
003390**************************************************************
003400 77  ReportLineWork         PIC X(80) VALUE SPACES.
003410
003420 01  HEADING-LINE-1.
003430     05  FILLER                  PIC X(30) VALUE
003440         "RETAIL CUSTOMER ONBOARDING".
003450     05  HL1-TITLE               PIC X(22) VALUE SPACES.
003460     05  FILLER                  PIC X(08) VALUE "PAGE ".
003470     05  HL1-PAGE-NUMBER         PIC ZZZ9.
003480
003490 01  HEADING-LINE-2.
003500     05  FILLER                  PIC X(12) VALUE "RUN DATE: ".
003510     05  HL2-RUN-DATE            PIC 9(08).
003520     05  FILLER                  PIC X(60) VALUE SPACES.
003530
003540 01  COLUMN-HEADING-LINE.
003550     05  FILLER                  PIC X(11) VALUE "CUST NO".
003560     05  FILLER                  PIC X(10) VALUE "RESULT".
003570     05  FILLER                  PIC X(59) VALUE "DETAIL".
003580
003590 01  DETAIL-LINE.
003600     05  DL-CUSTOMER-NUMBER      PIC 9(09).
003610     05  FILLER                  PIC X(02) VALUE SPACES.
003620     05  DL-RESULT               PIC X(08).
003630     05  FILLER                  PIC X(02) VALUE SPACES.
003640     05  DL-TEXT                 PIC X(59).
003650
003660 01  FIELD-LINE.
003670     05  FILLER                  PIC X(13) VALUE SPACES.
003680     05  FL-FIELD-NAME           PIC X(08).
003690     05  FL-CAPTION              PIC X(09).
003700     05  FL-VALUE                PIC X(40).
003710     05  FILLER                  PIC X(10) VALUE SPACES.
003720
003730 01  TOTAL-LINE.
003740     05  TL-CAPTION              PIC X(40).
003750     05  TL-VALUE                PIC ZZZZZZZ9.
003760     05  FILLER                  PIC X(32) VALUE SPACES.
003770
003780 01  MESSAGE-LINE.
003790     05  MSG-TEXT                PIC X(80).
003800
003810 PROCEDURE DIVISION.
003820
003830**************************************************************
003840*    0000-MAINLINE
003850**************************************************************
003860 0000-MAINLINE.
003870     PERFORM 1000-INITIALIZE
003880         THRU 1000-EXIT.
003888     IF NOT RunFailure
003896         IF FeedMode
003904             PERFORM 2000-PROCESS-FEED
003912                 THRU 2000-EXIT
003920         ELSE
003928             PERFORM 4000-SETTLE-CONFLICT
003936                 THRU 4000-EXIT
003944         END-IF
003952     END-IF.
003960     PERFORM 3000-TERMINATE
003970         THRU 3000-EXIT.
003980     STOP RUN.
003990
004000**************************************************************
004010*    1000-INITIALIZE THRU 1000-EXIT
004020*    THE MASTERS ARE NEEDED IN EITHER MODE - WITHOUT NAMEFILE,
004030*    ADDRFILE OR THE CONFLICT FILE NOTHING CAN BE APPLIED OR
004040*    SETTLED, AND THE RUN ENDS RC 8.  THE FEED ITSELF IS
004050*    CHECKED WHOLE (SEE 1500-VERIFY-FEED) BEFORE IT IS APPLIED.
004060**************************************************************
004070 1000-INITIALIZE.
004080     ACCEPT CurrentDate FROM DATE YYYYMMDD.
004090     ACCEPT CurrentTime FROM TIME.
004100     ACCEPT CommandLineParm FROM COMMAND-LINE.
004110     UNSTRING CommandLineParm DELIMITED BY ALL SPACE
004120         INTO ParmVerbText ParmNumberText.
004130     EVALUATE ParmVerbText
004140         WHEN SPACES
004150             SET FeedMode TO TRUE
004160             MOVE "COBOLCIN" TO OperatorId
004170         WHEN "TAKE"
004180             SET TakeMode TO TRUE
004200         WHEN "KEEP"
004210             SET KeepMode TO TRUE
004230         WHEN OTHER
004240             DISPLAY "COBOLCIN - UNKNOWN PARAMETER " ParmVerbText
004250             DISPLAY "USE NO PARAMETER, OR TAKE/KEEP <CUST NO>"
004260             SET RunFailure TO TRUE
004270             GO TO 1000-EXIT
004280     END-EVALUATE.
004281*    A SETTLEMENT IS AN OPERATOR'S DECISION - THEY SIGN ON
004282*    BEFORE ANY MASTER IS OPENED.
004283     IF NOT FeedMode
004284         PERFORM 1800-SIGN-ON
004285             THRU 1800-EXIT
004286         IF NOT OperatorSignedOn
004287             SET RunFailure TO TRUE
004288             GO TO 1000-EXIT
004289         END-IF
004290     END-IF.
004291
004300     IF FeedMode
004310         OPEN OUTPUT PRINT-FILE
004320         OPEN OUTPUT CONFLICT-PRINT-FILE
004325         SET ReportsOpen TO TRUE
004330         PERFORM 1200-PRINT-HEADINGS
004340             THRU 1200-EXIT
004350         PERFORM 1250-PRINT-CONFLICT-HEADINGS
004360             THRU 1250-EXIT
004370     END-IF.
004380
004390     OPEN I-O NAMEFILE.
004400     IF NameFileStatus NOT = "00"
004410         DISPLAY "NAMEFILE NOT AVAILABLE - STATUS " NameFileStatus
004420         SET RunFailure TO TRUE
004430         GO TO 1000-EXIT
004440     END-IF.
004450     OPEN I-O ADDRESS-FILE.
004460     IF AddressFileStatus = "35"
004470         OPEN OUTPUT ADDRESS-FILE
004480         CLOSE ADDRESS-FILE
004490         OPEN I-O ADDRESS-FILE
004500     END-IF.
004510     IF AddressFileStatus NOT = "00"
004520         DISPLAY "ADDRFILE NOT AVAILABLE - STATUS "
004530             AddressFileStatus
004540         SET RunFailure TO TRUE
004550         GO TO 1000-EXIT
004560     END-IF.
004570     PERFORM 1440-OPEN-CONFLICT-FILE
004580         THRU 1440-EXIT.
004590     IF ConflictFileStatus NOT = "00"
004600         DISPLAY "CRMCFL NOT AVAILABLE - STATUS "
004610             ConflictFileStatus
004620         SET RunFailure TO TRUE
004630         GO TO 1000-EXIT
004640     END-IF.
004650     PERFORM 1400-OPEN-AUDIT-LOG
004660         THRU 1400-EXIT.
004670     PERFORM 1420-OPEN-JOURNAL
004680         THRU 1420-EXIT.
004690
004700     IF NOT FeedMode
004710         GO TO 1000-EXIT
004720     END-IF.
004730*    WITHOUT POSTREF A NEW POSTAL ADDRESS IS FILED AS THE CRM
004740*    SENT IT, AS COBOLACCEPT DOES WHEN THE FILE IS MISSING.
004750     OPEN INPUT POSTAL-REF-FILE.
004760     IF PostalRefFileStatus = "00"
004770         SET PostrefAvailable TO TRUE
004780     END-IF.
004790     PERFORM 1500-VERIFY-FEED
004800         THRU 1500-EXIT.
004810 1000-EXIT.
004820     EXIT.
004830
004840**************************************************************
004850*    1200-PRINT-HEADINGS THRU 1200-EXIT
004860**************************************************************
004870 1200-PRINT-HEADINGS.
004880     ADD 1 TO PageNumber.
004890     MOVE "CRM CONTACT CHANGES" TO HL1-TITLE.
004900     MOVE PageNumber TO HL1-PAGE-NUMBER.
004910     MOVE CurrentDate TO HL2-RUN-DATE.
004920
004930     IF PageNumber = 1
004940         WRITE PRINT-LINE FROM HEADING-LINE-1
004950     ELSE
004960         WRITE PRINT-LINE FROM HEADING-LINE-1
004970             AFTER ADVANCING PAGE
004980     END-IF.
004990     WRITE PRINT-LINE FROM HEADING-LINE-2
005000         AFTER ADVANCING 1 LINE.
005010     WRITE PRINT-LINE FROM COLUMN-HEADING-LINE
005020         AFTER ADVANCING 2 LINES.
005030     MOVE 3 TO LineCount.
005040 1200-EXIT.
005050     EXIT.
005060
005070**************************************************************
005080*    1250-PRINT-CONFLICT-HEADINGS THRU 1250-EXIT
005090**************************************************************
005100 1250-PRINT-CONFLICT-HEADINGS.
005110     ADD 1 TO ConflictPageNumber.
005120     MOVE "CONTACT CONFLICTS" TO HL1-TITLE.
005130     MOVE ConflictPageNumber TO HL1-PAGE-NUMBER.
005140     MOVE CurrentDate TO HL2-RUN-DATE.
005150
005160     IF ConflictPageNumber = 1
005170         WRITE CONFLICT-PRINT-LINE FROM HEADING-LINE-1
005180     ELSE
005190         WRITE CONFLICT-PRINT-LINE FROM HEADING-LINE-1
005200             AFTER ADVANCING PAGE
005210     END-IF.
005220     WRITE CONFLICT-PRINT-LINE FROM HEADING-LINE-2
005230         AFTER ADVANCING 1 LINE.
005240     WRITE CONFLICT-PRINT-LINE FROM COLUMN-HEADING-LINE
005250         AFTER ADVANCING 2 LINES.
005260     MOVE 3 TO ConflictLineCount.
005270 1250-EXIT.
005280     EXIT.
005290
005300**************************************************************
005310*    1400-OPEN-AUDIT-LOG THRU 1400-EXIT
005320*    THE AUDIT LOG IS APPENDED TO ACROSS RUNS - CREATE-THEN-
005330*    EXTEND, AS IN EVERY PROGRAM THAT WRITES IT.
005340**************************************************************
005350 1400-OPEN-AUDIT-LOG.
005360     OPEN EXTEND AUDIT-LOG-FILE.
005370     IF AuditLogFileStatus = "35"
005380         OPEN OUTPUT AUDIT-LOG-FILE
005390         CLOSE AUDIT-LOG-FILE
005400         OPEN EXTEND AUDIT-LOG-FILE
005410     END-IF.
005420 1400-EXIT.
005430     EXIT.
005440
005450**************************************************************
005460*    1420-OPEN-JOURNAL THRU 1420-EXIT
005470*    THE UPDATE JOURNAL IS APPENDED TO ACROSS RUNS AND ONLY
005480*    CUT OVER TOGETHER WITH A FRESH NAMEFILE BACKUP (SEE
005490*    NAMEJRN.CPY AND COBOLRCV) - CREATE-THEN-EXTEND, AS FOR
005500*    THE AUDIT LOG.
005510**************************************************************
005520 1420-OPEN-JOURNAL.
005530     OPEN EXTEND NAME-JOURNAL-FILE.
005540     IF JournalFileStatus = "35"
005550         OPEN OUTPUT NAME-JOURNAL-FILE
005560         CLOSE NAME-JOURNAL-FILE
005570         OPEN EXTEND NAME-JOURNAL-FILE
005580     END-IF.
005590 1420-EXIT.
005600     EXIT.
005610
005620**************************************************************
005630*    1440-OPEN-CONFLICT-FILE THRU 1440-EXIT
005640*    THE FIRST RUN CREATES THE CONFLICT FILE (OPEN OUTPUT ON
005650*    AN INDEXED FILE THAT DOES NOT EXIST YET), THEN REOPENS IT
005660*    FOR UPDATE.
005670**************************************************************
005680 1440-OPEN-CONFLICT-FILE.
005690     OPEN I-O CONFLICT-FILE.
005700     IF ConflictFileStatus = "35"
005710         OPEN OUTPUT CONFLICT-FILE
005720         CLOSE CONFLICT-FILE
005730         OPEN I-O CONFLICT-FILE
005740     END-IF.
005750 1440-EXIT.
005760     EXIT.
005770
005780**************************************************************
005790*    1500-VERIFY-FEED THRU 1500-EXIT
005800*    READS THE WHOLE CHANGE FILE ONCE BEFORE ANYTHING IS
005810*    APPLIED.  NO FILE TONIGHT IS A WARNING (RC 4) - THE
005820*    VENDOR MAY SIMPLY HAVE HAD NO CHANGES.  A FILE THAT DOES
005830*    NOT OPEN WITH A VERSION 01 "V" RECORD, HOLDS A RECORD OF
005840*    A TYPE THE LAYOUT DOES NOT DEFINE, OR WHOSE "T" TRAILER
005850*    IS MISSING OR DOES NOT COUNT ITS "C" RECORDS, IS REFUSED
005860*    WHOLE (RC 8) - HALF A FILE APPLIED IS WORSE THAN NONE.
005870**************************************************************
005880 1500-VERIFY-FEED.
005890     OPEN INPUT CRM-CHANGE-FILE.
005900     IF CrmChangeFileStatus NOT = "00"
005910         SET NoFeed TO TRUE
005920         SET EndOfFile TO TRUE
005930         MOVE "NO CONTACT-CHANGE FILE FROM THE CRM TONIGHT"
005940             TO MSG-TEXT
005950         PERFORM 2930-PRINT-MESSAGE
005960             THRU 2930-EXIT
005970         GO TO 1500-EXIT
005980     END-IF.
005990     READ CRM-CHANGE-FILE
006000         AT END
006010             SET EndOfFile TO TRUE
006020     END-READ.
006030     IF EndOfFile
006040         OR NOT CCH-VERSION-TYPE
006050         OR CCH-VER-LAYOUT NOT = "01"
006060         MOVE "NOT A VERSION 01 CONTACT-CHANGE FILE"
006070             TO ErrorMessage
006080         SET FeedRefused TO TRUE
006090     END-IF.
006100     PERFORM 1510-VERIFY-ONE-RECORD
006110         THRU 1510-EXIT
006120         UNTIL EndOfFile OR FeedRefused.
006130     CLOSE CRM-CHANGE-FILE.
006140     IF NOT FeedRefused
006150         IF NOT TrailerSeen
006160             MOVE "NO TRAILER RECORD - FILE INCOMPLETE"
006170                 TO ErrorMessage
006180             SET FeedRefused TO TRUE
006190         ELSE
006200             IF TrailerRecordCount NOT = FeedRecordCount
006210                 MOVE "TRAILER COUNT DOES NOT MATCH THE CHANGES"
006220                     TO ErrorMessage
006230                 SET FeedRefused TO TRUE
006240             END-IF
006250         END-IF
006260     END-IF.
006270     IF FeedRefused
006280         SET EndOfFile TO TRUE
006290         MOVE SPACES TO MSG-TEXT
006300         STRING "*** FILE REFUSED - " DELIMITED BY SIZE
006310             ErrorMessage DELIMITED BY SIZE
006320             INTO MSG-TEXT
006330         END-STRING
006340         PERFORM 2930-PRINT-MESSAGE
006350             THRU 2930-EXIT
006360         GO TO 1500-EXIT
006370     END-IF.
006380*    THE FILE CHECKS OUT - REOPEN IT AND STEP PAST THE VERSION
006390*    RECORD FOR THE APPLYING PASS.
006400     MOVE "N" TO EndOfFileSwitch.
006410     OPEN INPUT CRM-CHANGE-FILE.
006415     SET FeedOpen TO TRUE.
006420     READ CRM-CHANGE-FILE
006430         AT END
006440             SET EndOfFile TO TRUE
006450     END-READ.
006460 1500-EXIT.
006470     EXIT.
006480
006490 1510-VERIFY-ONE-RECORD.
006500     READ CRM-CHANGE-FILE
006510         AT END
006520             SET EndOfFile TO TRUE
006530             GO TO 1510-EXIT
006540     END-READ.
006550     EVALUATE TRUE
006560         WHEN TrailerSeen
006570             MOVE "RECORDS FOLLOW THE TRAILER" TO ErrorMessage
006580             SET FeedRefused TO TRUE
006590         WHEN CCH-CHANGE-TYPE
006600             ADD 1 TO FeedRecordCount
006610         WHEN CCH-TRAILER-TYPE
006620             SET TrailerSeen TO TRUE
006630             IF CCH-TRL-RECORD-COUNT NUMERIC
006640                 MOVE CCH-TRL-RECORD-COUNT TO TrailerRecordCount
006650             ELSE
006660                 MOVE "TRAILER COUNT NOT NUMERIC" TO ErrorMessage
006670                 SET FeedRefused TO TRUE
006680             END-IF
006690         WHEN OTHER
006700             MOVE "UNKNOWN RECORD TYPE IN THE FILE"
006710                 TO ErrorMessage
006720             SET FeedRefused TO TRUE
006730     END-EVALUATE.
006740 1510-EXIT.
006750     EXIT.
006760
006770**************************************************************
006780*    2000-PROCESS-FEED THRU 2000-EXIT
006790*    THE VERIFYING PASS HAS ALREADY PROVED THE "C" RECORDS RUN
006800*    STRAIGHT THROUGH TO THE TRAILER.
006810**************************************************************
006820 2000-PROCESS-FEED.
006830     IF NOT EndOfFile
006840         PERFORM 2150-READ-CHANGE
006850             THRU 2150-EXIT
006860     END-IF.
006870     PERFORM 2100-PROCESS-ONE-CHANGE
006880         THRU 2100-EXIT
006890         UNTIL EndOfFile.
006900 2000-EXIT.
006910     EXIT.
006920
006930**************************************************************
006940*    2100-PROCESS-ONE-CHANGE THRU 2100-EXIT
006950*    FINDS THE LIVE CUSTOMER, BUILDS WHAT WOULD BE FILED, AND
006960*    THEN EITHER FINDS IT ALREADY ON FILE, FILES IT, OR - WHEN
006970*    OUR SIDE HAS CHANGED THE CUSTOMER SINCE THE LAST FEED -
006980*    PUTS IT ON THE CONFLICT FILE FOR AN OPERATOR.
006990**************************************************************
007000 2100-PROCESS-ONE-CHANGE.
007010     ADD 1 TO ChangeReadCount.
007020     PERFORM 2200-FIND-CUSTOMER
007030         THRU 2200-EXIT.
007040     IF RecordInUse
007050         ADD 1 TO NotAppliedCount
007060         MOVE "IN USE" TO DL-RESULT
007070         MOVE "RECORD HELD BY ANOTHER PROGRAM - RERUN COBOLCIN"
007080             TO ResultText
007090         PERFORM 2920-PRINT-DETAIL
007100             THRU 2920-EXIT
007110         GO TO 2100-NEXT
007120     END-IF.
007130     IF NOT CustomerFound
007140         ADD 1 TO RejectedCount
007150         MOVE "REJECTED" TO DL-RESULT
007160         MOVE ErrorMessage TO ResultText
007170         PERFORM 2920-PRINT-DETAIL
007180             THRU 2920-EXIT
007190         GO TO 2100-NEXT
007200     END-IF.
007210     MOVE NR-FIRST-NAME TO FirstName.
007220     MOVE NR-LAST-NAME TO LastName.
007230     MOVE NAME-RECORD TO JournalBeforeImage.
007240
007250     PERFORM 2300-BUILD-TARGET
007260         THRU 2300-EXIT.
007270     IF RecordInUse
007280         ADD 1 TO NotAppliedCount
007290         MOVE "IN USE" TO DL-RESULT
007300         MOVE "CONTACT RECORD HELD BY ANOTHER PROGRAM - RERUN"
007310             TO ResultText
007320         PERFORM 2920-PRINT-DETAIL
007330             THRU 2920-EXIT
007340         GO TO 2100-NEXT
007350     END-IF.
007360     IF EditIsInvalid
007370         ADD 1 TO RejectedCount
007380         MOVE "REJECTED" TO DL-RESULT
007390         MOVE ErrorMessage TO ResultText
007400         PERFORM 2920-PRINT-DETAIL
007410             THRU 2920-EXIT
007420         GO TO 2100-NEXT
007430     END-IF.
007440
007450     PERFORM 2400-JUDGE-CHANGE
007460         THRU 2400-EXIT.
007470     IF RecordInUse
007480         ADD 1 TO NotAppliedCount
007490         MOVE "IN USE" TO DL-RESULT
007500         MOVE "CONFLICT RECORD HELD BY ANOTHER PROGRAM - RERUN"
007510             TO ResultText
007520         PERFORM 2920-PRINT-DETAIL
007530             THRU 2920-EXIT
007540         GO TO 2100-NEXT
007550     END-IF.
007560     EVALUATE TRUE
007570         WHEN AllOnFile
007580             ADD 1 TO AlreadyOnFileCount
007590             MOVE "ON FILE" TO DL-RESULT
007600             MOVE "ADDRFILE ALREADY HOLDS THE CHANGE"
007610                 TO ResultText
007620             PERFORM 2920-PRINT-DETAIL
007630                 THRU 2920-EXIT
007640         WHEN ConflictReason NOT = SPACE
007650             PERFORM 2650-RAISE-CONFLICT
007660                 THRU 2650-EXIT
007670         WHEN OTHER
007680             PERFORM 2500-APPLY-CHANGE
007690                 THRU 2500-EXIT
007700     END-EVALUATE.
007710
007720 2100-NEXT.
007730     PERFORM 2150-READ-CHANGE
007740         THRU 2150-EXIT.
007750 2100-EXIT.
007760     EXIT.
007770
007780**************************************************************
007790*    2150-READ-CHANGE THRU 2150-EXIT
007800*    THE TRAILER ENDS THE APPLYING PASS.
007810**************************************************************
007820 2150-READ-CHANGE.
007830     READ CRM-CHANGE-FILE
007840         AT END
007850             SET EndOfFile TO TRUE
007860     END-READ.
007870     IF NOT EndOfFile AND CCH-TRAILER-TYPE
007880         SET EndOfFile TO TRUE
007890     END-IF.
007900 2150-EXIT.
007910     EXIT.
007920
007930**************************************************************
007940*    2200-FIND-CUSTOMER THRU 2200-EXIT
007950*    LEAVES THE LIVE CUSTOMER THE CHANGE BELONGS TO IN
007960*    NAME-RECORD AND SETS CustomerFound, OR LEAVES THE REASON
007970*    IT CANNOT BE APPLIED IN ErrorMessage.  THE NUMBER MUST
007980*    CARRY A VALID CHECK DIGIT - A MIS-KEYED NUMBER ON THE
007990*    VENDOR'S SIDE MUST NOT REACH THE WRONG LIVE CUSTOMER.
008000**************************************************************
008010 2200-FIND-CUSTOMER.
008020     MOVE "N" TO CustomerFoundSwitch.
008030     MOVE "N" TO RecordInUseSwitch.
008040     MOVE ZERO TO FeedCustomerNumber.
008050     IF CCH-CUSTOMER-NUMBER NOT NUMERIC
008060         MOVE "CUSTOMER NUMBER NOT NUMERIC" TO ErrorMessage
008070         GO TO 2200-EXIT
008080     END-IF.
008090     MOVE CCH-CUSTOMER-NUMBER TO FeedCustomerNumber.
008100     MOVE CCH-CUSTOMER-NUMBER (9:1) TO CheckEnteredDigit.
008110     COMPUTE CheckBaseNumber = FeedCustomerNumber / 10.
008120     PERFORM 2600-COMPUTE-CHECK-DIGIT
008130         THRU 2600-EXIT.
008140     IF CheckDigit NOT = CheckEnteredDigit
008150         MOVE "CUSTOMER NUMBER FAILS ITS CHECK DIGIT"
008160             TO ErrorMessage
008170         GO TO 2200-EXIT
008180     END-IF.
008190     MOVE FeedCustomerNumber TO NR-CUSTOMER-NUMBER.
008200     READ NAMEFILE
008210         INVALID KEY
008220             CONTINUE
008230     END-READ.
008240     IF NameFileStatus = "51"
008250         SET RecordInUse TO TRUE
008260         GO TO 2200-EXIT
008270     END-IF.
008280     IF NameFileStatus NOT = "00"
008290         MOVE "NOT ON NAMEFILE" TO ErrorMessage
008300         GO TO 2200-EXIT
008310     END-IF.
008320     IF NR-INACTIVE
008330         PERFORM 2210-RESOLVE-RETIRED
008340             THRU 2210-EXIT
008350         IF RecordInUse OR NOT NR-ACTIVE
008360             GO TO 2200-EXIT
008370         END-IF
008380         ADD 1 TO MergedCount
008390     END-IF.
008400     SET CustomerFound TO TRUE.
008410 2200-EXIT.
008420     EXIT.
008430
008440**************************************************************
008450*    2210-RESOLVE-RETIRED THRU 2210-EXIT
008460*    A RETIRED NUMBER THE CRM STILL KNOWS THE CUSTOMER BY IS
008470*    FOLLOWED THROUGH MERGEXRF TO THE NUMBER IT WAS MERGED
008480*    INTO - AND ON, IF THAT ONE WAS MERGED IN TURN.  A NUMBER
008490*    RETIRED WITHOUT A MERGE HAS NO LIVE CUSTOMER BEHIND IT.
008500*    THE HOP LIMIT GUARDS AGAINST A CROSS-REFERENCE LOOP.
008510**************************************************************
008520 2210-RESOLVE-RETIRED.
008530     MOVE "N" TO ResolveDoneSwitch.
008540     MOVE ZERO TO ResolveHopCount.
008550     PERFORM 2215-FOLLOW-ONE-MERGE
008560         THRU 2215-EXIT
008570         UNTIL ResolveDone.
008580 2210-EXIT.
008590     EXIT.
008600
008610 2215-FOLLOW-ONE-MERGE.
008620     MOVE NR-CUSTOMER-NUMBER TO XrefLookupNumber.
008630     PERFORM 2220-FIND-SURVIVOR
008640         THRU 2220-EXIT.
008650     IF NOT XrefFound
008660         MOVE "RETIRED CUSTOMER - NOT MERGED INTO A LIVE ONE"
008670             TO ErrorMessage
008680         SET ResolveDone TO TRUE
008690         GO TO 2215-EXIT
008700     END-IF.
008710     ADD 1 TO ResolveHopCount.
008720     IF ResolveHopCount > ResolveHopLimit
008730         MOVE "RETIRED CUSTOMER - MERGE CHAIN DOES NOT END"
008740             TO ErrorMessage
008750         SET ResolveDone TO TRUE
008760         GO TO 2215-EXIT
008770     END-IF.
008780     MOVE XrefSurvivorNumber TO NR-CUSTOMER-NUMBER.
008790     READ NAMEFILE
008800         INVALID KEY
008810             CONTINUE
008820     END-READ.
008830     IF NameFileStatus = "51"
008840         SET RecordInUse TO TRUE
008850         SET ResolveDone TO TRUE
008860         GO TO 2215-EXIT
008870     END-IF.
008880     IF NameFileStatus NOT = "00"
008890         MOVE "RETIRED - MERGED INTO A NUMBER NOT ON NAMEFILE"
008900             TO ErrorMessage
008910*        THE BUFFER NO LONGER HOLDS A CUSTOMER - MAKE SURE THE
008920*        CALLER DOES NOT TAKE IT FOR A LIVE ONE.
008930         MOVE "I" TO NR-RECORD-STATUS
008940         SET ResolveDone TO TRUE
008950         GO TO 2215-EXIT
008960     END-IF.
008970     IF NR-ACTIVE
008980         SET ResolveDone TO TRUE
008990     END-IF.
009000 2215-EXIT.
009010     EXIT.
009020
009030**************************************************************
009040*    2220-FIND-SURVIVOR THRU 2220-EXIT
009050*    SCANS THE MERGE CROSS-REFERENCE FOR XrefLookupNumber ON
009060*    THE RETIRED SIDE.  MERGES ARE RARE AND THE FILE IS SMALL,
009070*    SO IT IS OPENED AND SCANNED PER LOOKUP (SEE COBOLINQ'S
009080*    2250-CHECK-MERGE-XREF); THE LATEST ENTRY FOR A NUMBER WINS.
009090**************************************************************
009100 2220-FIND-SURVIVOR.
009110     MOVE "N" TO XrefFoundSwitch.
009120     MOVE "N" TO XrefScanDoneSwitch.
009130     OPEN INPUT MERGE-XREF-FILE.
009140     IF MergeXrefFileStatus NOT = "00"
009150         GO TO 2220-EXIT
009160     END-IF.
009170     PERFORM 2225-SCAN-ONE-XREF
009180         THRU 2225-EXIT
009190         UNTIL XrefScanDone.
009200     CLOSE MERGE-XREF-FILE.
009210 2220-EXIT.
009220     EXIT.
009230
009240 2225-SCAN-ONE-XREF.
009250     READ MERGE-XREF-FILE
009260         AT END
009270             SET XrefScanDone TO TRUE
009280         NOT AT END
009290             IF MXR-RETIRED-NUMBER NUMERIC
009300                 AND MXR-RETIRED-NUMBER = XrefLookupNumber
009310                 SET XrefFound TO TRUE
009320                 MOVE MXR-SURVIVOR-NUMBER TO XrefSurvivorNumber
009330             END-IF
009340     END-READ.
009350 2225-EXIT.
009360     EXIT.
009370
009380**************************************************************
009390*    2300-BUILD-TARGET THRU 2300-EXIT
009400*    LOADS THE FIVE CONTACT FIELDS SIDE BY SIDE, READS OUR
009410*    CONTACT RECORD (A CUSTOMER WITHOUT ONE COMPARES AS ALL
009420*    BLANK) AND PUTS A CHANGED POSTAL ADDRESS THROUGH THE
009430*    POSTREF CHECK.  A PAIR THAT FAILS IS REJECTED - IT NEEDS
009440*    A PERSON, AND THE CUSTOMER ANOTHER TRY IN THE PORTAL.
009450**************************************************************
009460 2300-BUILD-TARGET.
009470     SET EditIsValid TO TRUE.
009480     MOVE "N" TO PostalStandardizedSwitch.
009490     MOVE "N" TO AddressFoundSwitch.
009500     MOVE SPACES TO CONTACT-FIELD-TABLE.
009510     MOVE CCH-OLD-STREET      TO CTF-OLD (1).
009520     MOVE CCH-OLD-CITY        TO CTF-OLD (2).
009530     MOVE CCH-OLD-POSTAL-CODE TO CTF-OLD (3).
009540     MOVE CCH-OLD-PHONE       TO CTF-OLD (4).
009550     MOVE CCH-OLD-EMAIL       TO CTF-OLD (5).
009560     MOVE CCH-NEW-STREET      TO CTF-NEW (1) CTF-TARGET (1).
009570     MOVE CCH-NEW-CITY        TO CTF-NEW (2) CTF-TARGET (2).
009580     MOVE CCH-NEW-POSTAL-CODE TO CTF-NEW (3) CTF-TARGET (3).
009590     MOVE CCH-NEW-PHONE       TO CTF-NEW (4) CTF-TARGET (4).
009600     MOVE CCH-NEW-EMAIL       TO CTF-NEW (5) CTF-TARGET (5).
009610     MOVE ZERO TO ChangedFieldCount.
009620     PERFORM 2310-MARK-ONE-FIELD
009630         THRU 2310-EXIT
009640         VARYING FieldIndex FROM 1 BY 1
009650         UNTIL FieldIndex > FieldCount.
009660
009670     MOVE NR-CUSTOMER-NUMBER TO ADR-CUSTOMER-NUMBER.
009680     READ ADDRESS-FILE
009690         INVALID KEY
009700             CONTINUE
009710     END-READ.
009720     IF AddressFileStatus = "51"
009730         SET RecordInUse TO TRUE
009740         GO TO 2300-EXIT
009750     END-IF.
009760     IF AddressFileStatus = "00"
009770         SET AddressFound TO TRUE
009780         MOVE ADR-STREET      TO CTF-OURS (1)
009790         MOVE ADR-CITY        TO CTF-OURS (2)
009800         MOVE ADR-POSTAL-CODE TO CTF-OURS (3)
009810         MOVE ADR-PHONE       TO CTF-OURS (4)
009820         MOVE ADR-EMAIL       TO CTF-OURS (5)
009830     END-IF.
009840
009850     IF CTF-CHANGED (2) = "Y" OR CTF-CHANGED (3) = "Y"
009860         IF CTF-TARGET (2) = SPACES AND CTF-TARGET (3) = SPACES
009870             CONTINUE
009880         ELSE
009890             IF PostrefAvailable
009900                 MOVE CTF-TARGET (2) TO City
009910                 MOVE CTF-TARGET (3) TO PostalCode
009920                 PERFORM 2350-EDIT-POSTAL-ADDRESS
009930                     THRU 2350-EXIT
009940                 MOVE City TO CTF-TARGET (2)
009950                 MOVE PostalCode TO CTF-TARGET (3)
009960             END-IF
009970         END-IF
009980     END-IF.
009990 2300-EXIT.
010000     EXIT.
010010
010020 2310-MARK-ONE-FIELD.
010030     IF CTF-OLD (FieldIndex) NOT = CTF-NEW (FieldIndex)
010040         MOVE "Y" TO CTF-CHANGED (FieldIndex)
010050         ADD 1 TO ChangedFieldCount
010060     END-IF.
010070 2310-EXIT.
010080     EXIT.
010090
010100**************************************************************
010110*    2350-EDIT-POSTAL-ADDRESS THRU 2350-EXIT
010120*    CHECKS City AND PostalCode AGAINST THE POSTREF REFERENCE
010130*    FILE AND REPLACES A PASSING PAIR WITH THE POSTAL
010140*    SERVICE'S SPELLING AND FORMAT.  MIRRORS COBOLACCEPT'S
010150*    2350-EDIT-POSTAL-ADDRESS, FIELD FOR FIELD - A CHANGE THIS
010160*    RUN FILES IS ONE COBOLACCEPT WOULD HAVE FILED AS IS.
010170**************************************************************
010180 2350-EDIT-POSTAL-ADDRESS.
010190     SET EditIsValid TO TRUE.
010200     MOVE "N" TO PostalStandardizedSwitch.
010210     MOVE SPACES TO ErrorMessage.
010220     IF City = SPACES OR PostalCode = SPACES
010230         SET EditIsInvalid TO TRUE
010240         MOVE "POSTAL CODE AND CITY MUST BE GIVEN TOGETHER"
010250             TO ErrorMessage
010260         GO TO 2350-EXIT
010270     END-IF.
010280
010290     MOVE SPACES TO PostalDigits.
010300     MOVE ZERO TO PostalDigitCount.
010310     PERFORM 2360-SQUEEZE-POSTAL-CHAR
010320         THRU 2360-EXIT
010330         VARYING ScanIndex FROM 1 BY 1
010340         UNTIL ScanIndex > 10.
010350     IF PostalDigitCount NOT = 5
010360         OR PostalDigits NOT NUMERIC
010370         SET EditIsInvalid TO TRUE
010380         MOVE "POSTAL CODE MUST BE FIVE DIGITS" TO ErrorMessage
010390         GO TO 2350-EXIT
010400     END-IF.
010410
010420     MOVE PostalDigits TO PST-POSTAL-CODE.
010430     READ POSTAL-REF-FILE
010440         INVALID KEY
010450             CONTINUE
010460     END-READ.
010470     IF PostalRefFileStatus NOT = "00"
010480         SET EditIsInvalid TO TRUE
010490         MOVE "POSTAL CODE IS NOT ON THE POSTAL REFERENCE FILE"
010500             TO ErrorMessage
010510         GO TO 2350-EXIT
010520     END-IF.
010530
010540     MOVE City TO PostalCityWork.
010550     INSPECT PostalCityWork CONVERTING
010560         "abcdefghijklmnopqrstuvwxyz" TO
010570         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
010580     IF PostalCityWork NOT = PST-CITY
010590         MOVE PostalCityWork TO PhoneticName
010600         PERFORM 2800-BUILD-PHONETIC-KEY
010610             THRU 2800-EXIT
010620         MOVE PhoneticKey TO PostalCityKey
010630         MOVE PST-CITY TO PhoneticName
010640         PERFORM 2800-BUILD-PHONETIC-KEY
010650             THRU 2800-EXIT
010660         IF PhoneticKey NOT = PostalCityKey
010670             SET EditIsInvalid TO TRUE
010680             MOVE "CITY DOES NOT MATCH THE POSTAL CODE"
010690                 TO ErrorMessage
010700             GO TO 2350-EXIT
010710         END-IF
010720     END-IF.
010730
010740     IF City NOT = PST-CITY
010750         OR PostalCode NOT = PST-DISPLAY-CODE
010760         SET PostalStandardized TO TRUE
010770     END-IF.
010780     MOVE PST-CITY TO City.
010790     MOVE PST-DISPLAY-CODE TO PostalCode.
010800 2350-EXIT.
010810     EXIT.
010820
010830 2360-SQUEEZE-POSTAL-CHAR.
010840     MOVE PostalCode (ScanIndex:1) TO ScanChar.
010850     IF ScanChar = SPACE OR ScanChar = "-"
010860         GO TO 2360-EXIT
010870     END-IF.
010880     ADD 1 TO PostalDigitCount.
010890     IF PostalDigitCount NOT > 5
010900         MOVE ScanChar TO PostalDigits (PostalDigitCount:1)
010910     END-IF.
010920 2360-EXIT.
010930     EXIT.
010940
010950**************************************************************
010960*    2400-JUDGE-CHANGE THRU 2400-EXIT
010970*    A CHANGE ADDRFILE ALREADY HOLDS (THE CRM SENT BACK WHAT
010980*    OUR OWN FEED GAVE IT, OR THE CUSTOMER ALSO RANG US) NEEDS
010990*    NOTHING.  OTHERWISE IT IS A CONFLICT, AND ConflictReason
011000*    SAYS WHY, WHEN:
011010*        O - AN EARLIER CONFLICT FOR THE CUSTOMER IS STILL OPEN;
011020*        P - OUR SIDE CHANGED THE CUSTOMER AND THE CHANGE HAS NOT
011030*            GONE TO THE CRM YET (NAMEFILE STILL CRM-PENDING);
011040*        A - A CHANGED FIELD ON ADDRFILE IS NEITHER WHAT THE CRM
011050*            HAD BEFORE NOR WHAT THE CUSTOMER LEFT - BOTH SIDES
011060*            CHANGED IT.
011070**************************************************************
011080 2400-JUDGE-CHANGE.
011090     MOVE "Y" TO AllOnFileSwitch.
011100     MOVE "N" TO ContactClashSwitch.
011110     MOVE "N" TO ConflictOpenSwitch.
011120     MOVE "N" TO ConflictOnFileSwitch.
011130     MOVE SPACE TO ConflictReason.
011140     PERFORM 2410-JUDGE-ONE-FIELD
011150         THRU 2410-EXIT
011160         VARYING FieldIndex FROM 1 BY 1
011170         UNTIL FieldIndex > FieldCount.
011180     IF AllOnFile
011190         GO TO 2400-EXIT
011200     END-IF.
011210
011220     MOVE NR-CUSTOMER-NUMBER TO CFL-CUSTOMER-NUMBER.
011230     READ CONFLICT-FILE
011240         INVALID KEY
011250             CONTINUE
011260     END-READ.
011270     IF ConflictFileStatus = "51"
011280         SET RecordInUse TO TRUE
011290         GO TO 2400-EXIT
011300     END-IF.
011310     IF ConflictFileStatus = "00"
011320         SET ConflictOnFile TO TRUE
011330         IF CFL-OPEN
011340             SET ConflictOpen TO TRUE
011350         END-IF
011360     END-IF.
011370
011380     EVALUATE TRUE
011390         WHEN ConflictOpen
011400             MOVE "O" TO ConflictReason
011410         WHEN NR-CRM-PENDING
011420             MOVE "P" TO ConflictReason
011430         WHEN ContactClash
011440             MOVE "A" TO ConflictReason
011450     END-EVALUATE.
011460 2400-EXIT.
011470     EXIT.
011480
011490 2410-JUDGE-ONE-FIELD.
011500     IF CTF-CHANGED (FieldIndex) NOT = "Y"
011510         GO TO 2410-EXIT
011520     END-IF.
011530     IF CTF-OURS (FieldIndex) NOT = CTF-TARGET (FieldIndex)
011540         MOVE "N" TO AllOnFileSwitch
011550         IF CTF-OURS (FieldIndex) NOT = CTF-OLD (FieldIndex)
011560             SET ContactClash TO TRUE
011570         END-IF
011580     END-IF.
011590 2410-EXIT.
011600     EXIT.
011610
011620**************************************************************
011630*    2500-APPLY-CHANGE THRU 2500-EXIT
011640*    FILES THE CHANGED FIELDS ON ADDRFILE (A CUSTOMER WITHOUT A
011650*    CONTACT RECORD GETS ONE), AUDITS IT "CHG" AND LISTS EACH
011660*    FIELD AS IT WAS AND AS IT NOW IS.  THE CUSTOMER IS NOT
011670*    REQUEUED TO THE CRM - IT ALREADY HOLDS THE CHANGE, AND THE
011680*    NEXT FULL REFRESH SENDS THE SAME VALUES - UNLESS A NEW
011690*    POSTAL ADDRESS WAS FILED IN A STANDARD FORM THE CRM DOES
011700*    NOT HAVE (SEE 2550-REQUEUE-TO-CRM).
011710**************************************************************
011720 2500-APPLY-CHANGE.
011730     IF NOT AddressFound
011740         MOVE SPACES TO ADDRESS-RECORD
011750         MOVE NR-CUSTOMER-NUMBER TO ADR-CUSTOMER-NUMBER
011760     END-IF.
011770     PERFORM 2520-MOVE-TARGET-FIELD
011780         THRU 2520-EXIT
011790         VARYING FieldIndex FROM 1 BY 1
011800         UNTIL FieldIndex > FieldCount.
011810     IF AddressFound
011820         REWRITE ADDRESS-RECORD
011830             INVALID KEY
011840                 CONTINUE
011850         END-REWRITE
011860     ELSE
011870         WRITE ADDRESS-RECORD
011880             INVALID KEY
011890                 CONTINUE
011900         END-WRITE
011910     END-IF.
011920     IF AddressFileStatus NOT = "00"
011930         ADD 1 TO WriteFailCount
011940         MOVE "FAILED" TO DL-RESULT
011950         MOVE SPACES TO ResultText
011960         STRING "ADDRFILE UPDATE FAILED - STATUS "
011970             DELIMITED BY SIZE
011980             AddressFileStatus DELIMITED BY SIZE
011990             INTO ResultText
012000         END-STRING
012010         PERFORM 2920-PRINT-DETAIL
012020             THRU 2920-EXIT
012030         GO TO 2500-EXIT
012040     END-IF.
012050
012060     ADD 1 TO AppliedCount.
012070     PERFORM 2700-WRITE-AUDIT-LOG
012080         THRU 2700-EXIT.
012090     MOVE "APPLIED" TO DL-RESULT.
012100     MOVE "CUSTOMER'S CRM CHANGE FILED ON ADDRFILE" TO ResultText.
012110     PERFORM 2920-PRINT-DETAIL
012120         THRU 2920-EXIT.
012130     PERFORM 2510-PRINT-ONE-FIELD
012140         THRU 2510-EXIT
012150         VARYING FieldIndex FROM 1 BY 1
012160         UNTIL FieldIndex > FieldCount.
012170
012180     IF PostalStandardized
012190         IF CTF-TARGET (2) NOT = CTF-NEW (2)
012200             OR CTF-TARGET (3) NOT = CTF-NEW (3)
012210             PERFORM 2550-REQUEUE-TO-CRM
012220                 THRU 2550-EXIT
012230         END-IF
012240     END-IF.
012250 2500-EXIT.
012260     EXIT.
012270
012280 2510-PRINT-ONE-FIELD.
012290     IF CTF-CHANGED (FieldIndex) NOT = "Y"
012300         GO TO 2510-EXIT
012310     END-IF.
012320     MOVE FIELD-NAME-ENTRY (FieldIndex) TO FL-FIELD-NAME.
012330     MOVE "WAS:" TO FL-CAPTION.
012340     MOVE CTF-OURS (FieldIndex) TO FL-VALUE.
012350     MOVE FIELD-LINE TO ReportLineWork.
012360     PERFORM 2900-WRITE-REPORT-LINE
012370         THRU 2900-EXIT.
012380     MOVE SPACES TO FL-FIELD-NAME.
012390     MOVE "NOW:" TO FL-CAPTION.
012400     MOVE CTF-TARGET (FieldIndex) TO FL-VALUE.
012410     MOVE FIELD-LINE TO ReportLineWork.
012420     PERFORM 2900-WRITE-REPORT-LINE
012430         THRU 2900-EXIT.
012440 2510-EXIT.
012450     EXIT.
012460
012470**************************************************************
012480*    2520-MOVE-TARGET-FIELD THRU 2520-EXIT
012490*    MOVES ONE CHANGED FIELD'S TARGET INTO ADDRESS-RECORD.
012500*    FIELDS THE CUSTOMER DID NOT CHANGE KEEP OUR VALUE.
012510**************************************************************
012520 2520-MOVE-TARGET-FIELD.
012530     IF CTF-CHANGED (FieldIndex) NOT = "Y"
012540         GO TO 2520-EXIT
012550     END-IF.
012560     EVALUATE FieldIndex
012570         WHEN 1
012580             MOVE CTF-TARGET (1) TO ADR-STREET
012590         WHEN 2
012600             MOVE CTF-TARGET (2) TO ADR-CITY
012610         WHEN 3
012620             MOVE CTF-TARGET (3) TO ADR-POSTAL-CODE
012630         WHEN 4
012640             MOVE CTF-TARGET (4) TO ADR-PHONE
012650         WHEN 5
012660             MOVE CTF-TARGET (5) TO ADR-EMAIL
012670     END-EVALUATE.
012680 2520-EXIT.
012690     EXIT.
012700
012710**************************************************************
012720*    2550-REQUEUE-TO-CRM THRU 2550-EXIT
012730*    THE POSTAL ADDRESS WAS FILED IN THE POSTAL SERVICE'S FORM,
012740*    NOT AS THE CUSTOMER TYPED IT - MARK THE CUSTOMER CRM-
012750*    PENDING SO THE NEXT DELTA SENDS THE STANDARD FORM BACK.
012760**************************************************************
012770 2550-REQUEUE-TO-CRM.
012780     SET NR-CRM-PENDING TO TRUE.
012790     MOVE CurrentDate TO NR-CRM-STATUS-DATE.
012800     MOVE SPACES TO NR-CRM-REASON.
012810     REWRITE NAME-RECORD
012820         INVALID KEY
012830             CONTINUE
012840     END-REWRITE.
012850     IF NameFileStatus NOT = "00"
012860         ADD 1 TO WriteFailCount
012870         MOVE SPACES TO MSG-TEXT
012880         STRING "*** NAMEFILE REWRITE FAILED - STATUS "
012890             DELIMITED BY SIZE
012900             NameFileStatus DELIMITED BY SIZE
012910             " - REQUEUE BY HAND" DELIMITED BY SIZE
012920             INTO MSG-TEXT
012930         END-STRING
012940         PERFORM 2930-PRINT-MESSAGE
012950             THRU 2930-EXIT
012960         GO TO 2550-EXIT
012970     END-IF.
012980     MOVE "RW" TO JournalAction.
012990     PERFORM 2750-WRITE-JOURNAL
013000         THRU 2750-EXIT.
013010     ADD 1 TO RequeuedCount.
013020     MOVE SPACES TO MSG-TEXT.
013030     MOVE "POSTAL ADDRESS STANDARDIZED - REQUEUED TO THE CRM"
013040         TO MSG-TEXT (14:).
013050     PERFORM 2930-PRINT-MESSAGE
013060         THRU 2930-EXIT.
013070 2550-EXIT.
013080     EXIT.
013090
013100**************************************************************
013110*    2600-COMPUTE-CHECK-DIGIT THRU 2600-EXIT
013120*    LUHN-STYLE WEIGHTED MODULUS-10 OVER THE EIGHT BASE DIGITS
013130*    OF A CUSTOMER NUMBER.  ON ENTRY CheckBaseNumber HOLDS THE
013140*    BASE; ON EXIT CheckDigit HOLDS THE DIGIT THAT MAKES THE
013150*    FULL NINE-DIGIT NUMBER VALID.  ODD POSITIONS (FROM THE
013160*    LEFT) ARE DOUBLED, A DOUBLE OVER NINE DROPS NINE, AND THE
013170*    CHECK DIGIT TOPS THE SUM UP TO A MULTIPLE OF TEN - SO ANY
013180*    SINGLE MIS-KEYED DIGIT, AND MOST TRANSPOSITIONS, FAIL THE
013190*    CHECK INSTEAD OF REACHING THE WRONG LIVE CUSTOMER.
013200**************************************************************
013210 2600-COMPUTE-CHECK-DIGIT.
013220     MOVE CheckBaseNumber TO CheckDigitString.
013230     MOVE ZERO TO CheckSum.
013240     PERFORM 2610-ADD-ONE-CHECK-DIGIT
013250         THRU 2610-EXIT
013260         VARYING CheckIndex FROM 1 BY 1
013270         UNTIL CheckIndex > 8.
013280     DIVIDE CheckSum BY 10 GIVING CheckQuotient
013290         REMAINDER CheckRemainder.
013300     IF CheckRemainder = ZERO
013310         MOVE ZERO TO CheckDigit
013320     ELSE
013330         COMPUTE CheckDigit = 10 - CheckRemainder
013340     END-IF.
013350 2600-EXIT.
013360     EXIT.
013370
013380 2610-ADD-ONE-CHECK-DIGIT.
013390     MOVE CheckDigitString (CheckIndex:1) TO CheckWorkDigit.
013400     IF CheckIndex = 1 OR CheckIndex = 3 OR CheckIndex = 5
013410         OR CheckIndex = 7
013420         COMPUTE CheckWorkValue = CheckWorkDigit * 2
013430         IF CheckWorkValue > 9
013440             SUBTRACT 9 FROM CheckWorkValue
013450         END-IF
013460     ELSE
013470         MOVE CheckWorkDigit TO CheckWorkValue
013480     END-IF.
013490     ADD CheckWorkValue TO CheckSum.
013500 2610-EXIT.
013510     EXIT.
013520
013530**************************************************************
013540*    2650-RAISE-CONFLICT THRU 2650-EXIT
013550*    FILES THE CHANGE ON CRMCFL INSTEAD OF ADDRFILE - THE CRM'S
013560*    BEFORE AND AFTER VALUES AND OURS, SIDE BY SIDE - AND LISTS
013570*    IT ON CINCFL.  A CUSTOMER SETTLED BEFORE HAS THE OLD
013580*    RECORD REPLACED; ONE STILL OPEN HAS THIS CHANGE ADDED TO
013585*    IT (SEE 2655-KEEP-OPEN-CONFLICT).  WHILE THE
013590*    CONFLICT IS OPEN COBOLEXT FEEDS NO "A" RECORD FOR THE
013600*    CUSTOMER, SO OUR VALUES DO NOT OVERWRITE THE CUSTOMER'S IN
013610*    THE CRM BEFORE AN OPERATOR HAS DECIDED.
013620**************************************************************
013630 2650-RAISE-CONFLICT.
013632     IF ConflictOpen
013634         MOVE CONTACT-CONFLICT-RECORD TO OPEN-CONFLICT-RECORD
013636     END-IF.
013640     MOVE SPACES TO CONTACT-CONFLICT-RECORD.
013650     MOVE NR-CUSTOMER-NUMBER TO CFL-CUSTOMER-NUMBER.
013660     SET CFL-OPEN TO TRUE.
013670     MOVE FeedCustomerNumber TO CFL-FEED-NUMBER.
013680     MOVE ConflictReason TO CFL-REASON.
013690     IF CCH-CHANGE-DATE NUMERIC
013700         MOVE CCH-CHANGE-DATE TO CFL-CHANGE-DATE
013710     ELSE
013720         MOVE ZERO TO CFL-CHANGE-DATE
013730     END-IF.
013740     IF CCH-CHANGE-TIME NUMERIC
013750         MOVE CCH-CHANGE-TIME TO CFL-CHANGE-TIME
013760     ELSE
013770         MOVE ZERO TO CFL-CHANGE-TIME
013780     END-IF.
013790     MOVE CCH-OLD-CONTACT TO CFL-CRM-OLD-CONTACT.
013800     MOVE CTF-TARGET (1) TO CFL-NEW-STREET.
013810     MOVE CTF-TARGET (2) TO CFL-NEW-CITY.
013820     MOVE CTF-TARGET (3) TO CFL-NEW-POSTAL-CODE.
013830     MOVE CTF-TARGET (4) TO CFL-NEW-PHONE.
013840     MOVE CTF-TARGET (5) TO CFL-NEW-EMAIL.
013850     MOVE CTF-OURS (1) TO CFL-OUR-STREET.
013860     MOVE CTF-OURS (2) TO CFL-OUR-CITY.
013870     MOVE CTF-OURS (3) TO CFL-OUR-POSTAL-CODE.
013880     MOVE CTF-OURS (4) TO CFL-OUR-PHONE.
013890     MOVE CTF-OURS (5) TO CFL-OUR-EMAIL.
013900     MOVE CurrentDate TO CFL-RAISED-DATE.
013910     MOVE ZERO TO CFL-DECIDED-DATE.
013920     MOVE ZERO TO CFL-DECIDED-TIME.
013930     MOVE SPACES TO CFL-DECIDED-BY.
013932     IF ConflictOpen
013934         PERFORM 2655-KEEP-OPEN-CONFLICT
013936             THRU 2655-EXIT
013938     END-IF.
013940     IF ConflictOnFile
013950         REWRITE CONTACT-CONFLICT-RECORD
013960             INVALID KEY
013970                 CONTINUE
013980         END-REWRITE
013990     ELSE
014000         WRITE CONTACT-CONFLICT-RECORD
014010             INVALID KEY
014020                 CONTINUE
014030         END-WRITE
014040     END-IF.
014050     IF ConflictFileStatus NOT = "00"
014060         ADD 1 TO WriteFailCount
014070         MOVE "FAILED" TO DL-RESULT
014080         MOVE SPACES TO ResultText
014090         STRING "CRMCFL WRITE FAILED - STATUS "
014100             DELIMITED BY SIZE
014110             ConflictFileStatus DELIMITED BY SIZE
014120             INTO ResultText
014130         END-STRING
014140         PERFORM 2920-PRINT-DETAIL
014150             THRU 2920-EXIT
014160         GO TO 2650-EXIT
014170     END-IF.
014180
014190     ADD 1 TO ConflictCount.
014200     MOVE "CONFLICT" TO DL-RESULT.
014210     MOVE "NOT APPLIED - SEE THE CINCFL CONFLICT LISTING"
014220         TO ResultText.
014230     PERFORM 2920-PRINT-DETAIL
014240         THRU 2920-EXIT.
014250
014260     EVALUATE ConflictReason
014270         WHEN "O"
014280             MOVE "EARLIER CONFLICT STILL OPEN - THIS ADDED TO IT"
014290                 TO ResultText
014300         WHEN "P"
014310             MOVE "OUR OWN CHANGE NOT YET SENT TO THE CRM"
014320                 TO ResultText
014330         WHEN OTHER
014340             MOVE "BOTH SIDES CHANGED THE CONTACT DETAILS"
014350                 TO ResultText
014360     END-EVALUATE.
014370     MOVE NR-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER.
014380     MOVE ResultText TO DL-TEXT.
014390     MOVE DETAIL-LINE TO ReportLineWork.
014400     PERFORM 2910-WRITE-CONFLICT-LINE
014410         THRU 2910-EXIT.
014420     IF NR-CUSTOMER-NUMBER NOT = FeedCustomerNumber
014430         MOVE SPACES TO ReportLineWork
014440         STRING "             SENT BY THE CRM AS "
014450             DELIMITED BY SIZE
014460             FeedCustomerNumber DELIMITED BY SIZE
014470             " (MERGED)" DELIMITED BY SIZE
014480             INTO ReportLineWork
014490         END-STRING
014500         PERFORM 2910-WRITE-CONFLICT-LINE
014510             THRU 2910-EXIT
014520     END-IF.
014530     PERFORM 2660-LIST-ONE-CONFLICT-FIELD
014540         THRU 2660-EXIT
014550         VARYING FieldIndex FROM 1 BY 1
014560         UNTIL FieldIndex > FieldCount.
014570 2650-EXIT.
014580     EXIT.
014581
014582**************************************************************
014583*    2655-KEEP-OPEN-CONFLICT THRU 2655-EXIT
014584*    A FURTHER CRM CHANGE FOR A CUSTOMER WHOSE CONFLICT IS STILL
014585*    OPEN.  THE CRM'S BEFORE VALUES, OURS AND THE DATE RAISED
014586*    STAY AS FIRST FILED; ONLY THE CRM'S NEW VALUES MOVE ON, AND
014587*    ONLY FOR THE FIELDS THIS CHANGE TOUCHED - A FIELD ONLY THE
014588*    EARLIER CHANGE TOUCHED KEEPS ITS VALUE, SO A TAKE STILL
014589*    FILES EVERY FIELD THE CUSTOMER HAS CHANGED SINCE THE
014590*    CONFLICT WAS RAISED.
014591**************************************************************
014592 2655-KEEP-OPEN-CONFLICT.
014593     MOVE OCF-CRM-OLD-CONTACT TO CFL-CRM-OLD-CONTACT.
014594     MOVE OCF-OUR-CONTACT TO CFL-OUR-CONTACT.
014595     MOVE OCF-RAISED-DATE TO CFL-RAISED-DATE.
014596     IF CTF-CHANGED (1) NOT = "Y"
014597         MOVE OCF-NEW-STREET TO CFL-NEW-STREET
014598     END-IF.
014599     IF CTF-CHANGED (2) NOT = "Y"
014600         MOVE OCF-NEW-CITY TO CFL-NEW-CITY
014601     END-IF.
014602     IF CTF-CHANGED (3) NOT = "Y"
014603         MOVE OCF-NEW-POSTAL-CODE TO CFL-NEW-POSTAL-CODE
014604     END-IF.
014605     IF CTF-CHANGED (4) NOT = "Y"
014606         MOVE OCF-NEW-PHONE TO CFL-NEW-PHONE
014607     END-IF.
014608     IF CTF-CHANGED (5) NOT = "Y"
014609         MOVE OCF-NEW-EMAIL TO CFL-NEW-EMAIL
014610     END-IF.
014611 2655-EXIT.
014612     EXIT.
014613
014614 2660-LIST-ONE-CONFLICT-FIELD.
014615     IF CTF-CHANGED (FieldIndex) NOT = "Y"
014620         GO TO 2660-EXIT
014630     END-IF.
014640     MOVE FIELD-NAME-ENTRY (FieldIndex) TO FL-FIELD-NAME.
014650     MOVE "CRM WAS:" TO FL-CAPTION.
014660     MOVE CTF-OLD (FieldIndex) TO FL-VALUE.
014670     MOVE FIELD-LINE TO ReportLineWork.
014680     PERFORM 2910-WRITE-CONFLICT-LINE
014690         THRU 2910-EXIT.
014700     MOVE SPACES TO FL-FIELD-NAME.
014710     MOVE "CRM NOW:" TO FL-CAPTION.
014720     MOVE CTF-TARGET (FieldIndex) TO FL-VALUE.
014730     MOVE FIELD-LINE TO ReportLineWork.
014740     PERFORM 2910-WRITE-CONFLICT-LINE
014750         THRU 2910-EXIT.
014760     MOVE "OURS:" TO FL-CAPTION.
014770     MOVE CTF-OURS (FieldIndex) TO FL-VALUE.
014780     MOVE FIELD-LINE TO ReportLineWork.
014790     PERFORM 2910-WRITE-CONFLICT-LINE
014800         THRU 2910-EXIT.
014810 2660-EXIT.
014820     EXIT.
014830
014840**************************************************************
014850*    2700-WRITE-AUDIT-LOG THRU 2700-EXIT
014860*    APPENDS ONE COMPLIANCE TRAIL LINE FOR THE CONTACT CHANGE
014870*    JUST FILED, IN THE SAME LAYOUT COBOLMNT USES FOR AN
014880*    OPERATOR'S CHANGE.
014890**************************************************************
014900 2700-WRITE-AUDIT-LOG.
014910     ACCEPT CurrentTime FROM TIME.
014920     MOVE SPACES             TO AUDIT-LOG-RECORD.
014930     MOVE OperatorId         TO ALG-OPERATOR-ID.
014940     MOVE CurrentDate        TO ALG-RUN-DATE.
014950     MOVE CurrentTime        TO ALG-RUN-TIME.
014960     MOVE NR-CUSTOMER-NUMBER TO ALG-CUSTOMER-NUMBER.
014970     MOVE FirstName          TO ALG-FIRST-NAME.
014980     MOVE LastName           TO ALG-LAST-NAME.
014990     SET ALG-ACTION-CHANGE   TO TRUE.
015000     WRITE AUDIT-LOG-RECORD.
015010 2700-EXIT.
015020     EXIT.
015030
015040**************************************************************
015050*    2750-WRITE-JOURNAL THRU 2750-EXIT
015060*    ONE BEFORE/AFTER IMAGE PAIR PER SUCCESSFUL NAMEFILE UPDATE
015070*    (SEE NAMEJRN.CPY).  THE CALLER SETS JournalAction AND LEFT
015080*    THE RECORD AS READ IN JournalBeforeImage; THE RECORD
015090*    BUFFER HOLDS THE AFTER IMAGE.
015100**************************************************************
015110 2750-WRITE-JOURNAL.
015120     ACCEPT JournalTime FROM TIME.
015130     MOVE SPACES TO NAME-JOURNAL-RECORD.
015140     MOVE CurrentDate TO JRN-RUN-DATE.
015150     MOVE JournalTime TO JRN-RUN-TIME.
015160     MOVE "COBOLCIN" TO JRN-PROGRAM-ID.
015170     MOVE JournalAction TO JRN-ACTION.
015180     MOVE JournalBeforeImage TO JRN-BEFORE-IMAGE.
015190     MOVE NAME-RECORD TO JRN-AFTER-IMAGE.
015200     WRITE NAME-JOURNAL-RECORD.
015210 2750-EXIT.
015220     EXIT.
015230
015240**************************************************************
015250*    2800-BUILD-PHONETIC-KEY THRU 2800-EXIT
015260*    SOUNDEX-STYLE CODE OF PhoneticName INTO PhoneticKey: THE
015270*    FIRST LETTER OF THE NAME, THEN UP TO THREE CODE DIGITS
015280*    (B/F/P/V=1, C/G/J/K/Q/S/X/Z=2, D/T=3, L=4, M/N=5, R=6),
015290*    ZERO-PADDED TO FOUR.  VOWELS AND Y SEPARATE A RUN OF THE
015300*    SAME CODE; H AND W DO NOT; ANYTHING ELSE (HYPHEN,
015310*    APOSTROPHE, SPACE) IS SKIPPED.  ANDERSSON AND ANDERSON
015320*    BOTH CODE TO A536, WHICH IS THE WHOLE POINT.
015330**************************************************************
015340 2800-BUILD-PHONETIC-KEY.
015350     MOVE SPACES TO PhoneticKey.
015360     MOVE PhoneticName TO PhoneticWork.
015370     INSPECT PhoneticWork CONVERTING
015380         "abcdefghijklmnopqrstuvwxyz" TO
015390         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
015400     MOVE ZERO TO PhonPos.
015410     MOVE SPACE TO PhonLastCode.
015420     PERFORM 2810-PHONETIC-ONE-CHAR
015430         THRU 2810-EXIT
015440         VARYING PhonIndex FROM 1 BY 1
015450         UNTIL PhonIndex > 30
015460         OR PhonPos = 4.
015470*    A BLANK NAME LEAVES A BLANK KEY; ANYTHING ELSE IS PADDED
015480*    OUT TO THE FULL FOUR POSITIONS WITH ZEROES.
015490     IF PhonPos > ZERO
015500         PERFORM 2820-PAD-PHONETIC-KEY
015510             THRU 2820-EXIT
015520             UNTIL PhonPos NOT < 4
015530     END-IF.
015540 2800-EXIT.
015550     EXIT.
015560
015570 2810-PHONETIC-ONE-CHAR.
015580     MOVE PhoneticWork (PhonIndex:1) TO PhonChar.
015590     IF PhonChar = SPACE OR PhonChar NOT ALPHABETIC
015600         GO TO 2810-EXIT
015610     END-IF.
015620     EVALUATE PhonChar
015630         WHEN "B" WHEN "F" WHEN "P" WHEN "V"
015640             MOVE "1" TO PhonCode
015650         WHEN "C" WHEN "G" WHEN "J" WHEN "K"
015660         WHEN "Q" WHEN "S" WHEN "X" WHEN "Z"
015670             MOVE "2" TO PhonCode
015680         WHEN "D" WHEN "T"
015690             MOVE "3" TO PhonCode
015700         WHEN "L"
015710             MOVE "4" TO PhonCode
015720         WHEN "M" WHEN "N"
015730             MOVE "5" TO PhonCode
015740         WHEN "R"
015750             MOVE "6" TO PhonCode
015760         WHEN "H" WHEN "W"
015770             MOVE "-" TO PhonCode
015780         WHEN OTHER
015790             MOVE "0" TO PhonCode
015800     END-EVALUATE.
015810     IF PhonPos = ZERO
015820         MOVE 1 TO PhonPos
015830         MOVE PhonChar TO PhoneticKey (1:1)
015840         MOVE PhonCode TO PhonLastCode
015850         GO TO 2810-EXIT
015860     END-IF.
015870     EVALUATE TRUE
015880         WHEN PhonCode = "0"
015890             MOVE SPACE TO PhonLastCode
015900         WHEN PhonCode = "-"
015910             CONTINUE
015920         WHEN PhonCode = PhonLastCode
015930             CONTINUE
015940         WHEN OTHER
015950             ADD 1 TO PhonPos
015960             MOVE PhonCode TO PhoneticKey (PhonPos:1)
015970             MOVE PhonCode TO PhonLastCode
015980     END-EVALUATE.
015990 2810-EXIT.
016000     EXIT.
016010
016020 2820-PAD-PHONETIC-KEY.
016030     ADD 1 TO PhonPos.
016040     MOVE "0" TO PhoneticKey (PhonPos:1).
016050 2820-EXIT.
016060     EXIT.
016070
016080**************************************************************
016090*    2900-WRITE-REPORT-LINE THRU 2900-EXIT
016100*    WRITES ReportLineWork TO CINRPT, STARTING A NEW PAGE WHEN
016110*    THE CURRENT ONE IS FULL.
016120**************************************************************
016130 2900-WRITE-REPORT-LINE.
016140     IF LineCount > LinesPerPage
016150         PERFORM 1200-PRINT-HEADINGS
016160             THRU 1200-EXIT
016170     END-IF.
016180     WRITE PRINT-LINE FROM ReportLineWork
016190         AFTER ADVANCING 1 LINE.
016200     ADD 1 TO LineCount.
016210 2900-EXIT.
016220     EXIT.
016230
016240**************************************************************
016250*    2910-WRITE-CONFLICT-LINE THRU 2910-EXIT
016260*    THE SAME FOR THE CINCFL CONFLICT LISTING.
016270**************************************************************
016280 2910-WRITE-CONFLICT-LINE.
016290     IF ConflictLineCount > LinesPerPage
016300         PERFORM 1250-PRINT-CONFLICT-HEADINGS
016310             THRU 1250-EXIT
016320     END-IF.
016330     WRITE CONFLICT-PRINT-LINE FROM ReportLineWork
016340         AFTER ADVANCING 1 LINE.
016350     ADD 1 TO ConflictLineCount.
016360 2910-EXIT.
016370     EXIT.
016380
016390**************************************************************
016400*    2920-PRINT-DETAIL THRU 2920-EXIT
016410*    ONE CINRPT LINE PER CHANGE READ - THE CALLER SETS
016420*    DL-RESULT AND ResultText.  A CHANGE THAT LANDED ON A
016430*    SURVIVOR SHOWS THE LIVE NUMBER AND THE ONE THE CRM SENT.
016440**************************************************************
016450 2920-PRINT-DETAIL.
016460     MOVE FeedCustomerNumber TO DL-CUSTOMER-NUMBER.
016470     IF CustomerFound
016480         MOVE NR-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER
016490     END-IF.
016500     MOVE ResultText TO DL-TEXT.
016510     MOVE DETAIL-LINE TO ReportLineWork.
016520     PERFORM 2900-WRITE-REPORT-LINE
016530         THRU 2900-EXIT.
016540     IF CustomerFound
016550         AND NR-CUSTOMER-NUMBER NOT = FeedCustomerNumber
016560         MOVE SPACES TO ReportLineWork
016570         STRING "             SENT BY THE CRM AS "
016580             DELIMITED BY SIZE
016590             FeedCustomerNumber DELIMITED BY SIZE
016600             " (MERGED)" DELIMITED BY SIZE
016610             INTO ReportLineWork
016620         END-STRING
016630         PERFORM 2900-WRITE-REPORT-LINE
016640             THRU 2900-EXIT
016650     END-IF.
016660 2920-EXIT.
016670     EXIT.
016680
016690**************************************************************
016700*    2930-PRINT-MESSAGE THRU 2930-EXIT
016710**************************************************************
016720 2930-PRINT-MESSAGE.
016730     MOVE MESSAGE-LINE TO ReportLineWork.
016740     PERFORM 2900-WRITE-REPORT-LINE
016750         THRU 2900-EXIT.
016760 2930-EXIT.
016770     EXIT.
016780
016790**************************************************************
016800*    3000-TERMINATE THRU 3000-EXIT
016810*    THE SCHEDULER PAGES THE OPERATOR OFF THE RETURN CODE:
016820*    8 = THE FILE WAS REFUSED, A MASTER COULD NOT BE OPENED OR
016830*    AN UPDATE FAILED; 4 = CONFLICTS OR REJECTS WAIT FOR AN
016840*    OPERATOR, CHANGES WERE LEFT FOR A RERUN, OR THERE WAS NO
016850*    FILE OR NO POSTREF TONIGHT.
016860**************************************************************
016870 3000-TERMINATE.
016880     IF ReportsOpen
016890         PERFORM 3100-PRINT-TOTALS
016900             THRU 3100-EXIT
016910     END-IF.
016920     EVALUATE TRUE
016930         WHEN RunFailure OR FeedRefused OR WriteFailCount > ZERO
016940             MOVE 8 TO RETURN-CODE
016950         WHEN ConflictCount > ZERO OR RejectedCount > ZERO
016960             OR NotAppliedCount > ZERO OR NoFeed
016970             MOVE 4 TO RETURN-CODE
016980         WHEN FeedMode AND NOT PostrefAvailable
016990             MOVE 4 TO RETURN-CODE
017000         WHEN OTHER
017010             MOVE ZERO TO RETURN-CODE
017020     END-EVALUATE.
017030     CLOSE NAMEFILE.
017040     CLOSE ADDRESS-FILE.
017050     CLOSE CONFLICT-FILE.
017060     CLOSE AUDIT-LOG-FILE.
017070     CLOSE NAME-JOURNAL-FILE.
017080     IF FeedOpen
017100         CLOSE CRM-CHANGE-FILE
017110     END-IF.
017120     IF PostrefAvailable
017130         CLOSE POSTAL-REF-FILE
017140     END-IF.
017145     IF ReportsOpen
017150         CLOSE PRINT-FILE
017160         CLOSE CONFLICT-PRINT-FILE
017170     END-IF.
017172     IF NOT FeedMode
017174         CLOSE OPERATOR-LOG-FILE
017176     END-IF.
017180 3000-EXIT.
017190     EXIT.
017200
017210**************************************************************
017220*    3100-PRINT-TOTALS THRU 3100-EXIT
017230*    THE RUN TOTALS ON CINRPT, AND ON CINCFL THE COUNT OF
017240*    CONFLICTS RAISED WITH HOW TO SETTLE THEM.
017250**************************************************************
017260 3100-PRINT-TOTALS.
017270     IF RunFailure
017280         MOVE "*** RUN ENDED - A MASTER FILE COULD NOT BE OPENED"
017290             TO MSG-TEXT
017300         PERFORM 2930-PRINT-MESSAGE
017310             THRU 2930-EXIT
017320     END-IF.
017330     IF NOT PostrefAvailable AND NOT RunFailure
017340         MOVE "POSTREF NOT AVAILABLE - POSTAL CODES NOT CHECKED"
017350             TO MSG-TEXT
017360         PERFORM 2930-PRINT-MESSAGE
017370             THRU 2930-EXIT
017380     END-IF.
017390     MOVE SPACES TO ReportLineWork.
017400     PERFORM 2900-WRITE-REPORT-LINE
017410         THRU 2900-EXIT.
017420     MOVE "CHANGE RECORDS ON THE FILE" TO TL-CAPTION.
017430     MOVE FeedRecordCount TO TL-VALUE.
017440     PERFORM 3110-PRINT-TOTAL-LINE
017450         THRU 3110-EXIT.
017460     MOVE "CHANGE RECORDS READ" TO TL-CAPTION.
017470     MOVE ChangeReadCount TO TL-VALUE.
017480     PERFORM 3110-PRINT-TOTAL-LINE
017490         THRU 3110-EXIT.
017500     MOVE "  APPLIED TO ADDRFILE" TO TL-CAPTION.
017510     MOVE AppliedCount TO TL-VALUE.
017520     PERFORM 3110-PRINT-TOTAL-LINE
017530         THRU 3110-EXIT.
017540     MOVE "  ALREADY ON FILE" TO TL-CAPTION.
017550     MOVE AlreadyOnFileCount TO TL-VALUE.
017560     PERFORM 3110-PRINT-TOTAL-LINE
017570         THRU 3110-EXIT.
017580     MOVE "  PUT ON THE CONFLICT LISTING" TO TL-CAPTION.
017590     MOVE ConflictCount TO TL-VALUE.
017600     PERFORM 3110-PRINT-TOTAL-LINE
017610         THRU 3110-EXIT.
017620     MOVE "  REJECTED" TO TL-CAPTION.
017630     MOVE RejectedCount TO TL-VALUE.
017640     PERFORM 3110-PRINT-TOTAL-LINE
017650         THRU 3110-EXIT.
017660     MOVE "  IN USE - LEFT FOR A RERUN" TO TL-CAPTION.
017670     MOVE NotAppliedCount TO TL-VALUE.
017680     PERFORM 3110-PRINT-TOTAL-LINE
017690         THRU 3110-EXIT.
017700     MOVE "  UPDATE FAILED" TO TL-CAPTION.
017710     MOVE WriteFailCount TO TL-VALUE.
017720     PERFORM 3110-PRINT-TOTAL-LINE
017730         THRU 3110-EXIT.
017740     MOVE "SENT AS A RETIRED NUMBER (MERGED)" TO TL-CAPTION.
017750     MOVE MergedCount TO TL-VALUE.
017760     PERFORM 3110-PRINT-TOTAL-LINE
017770         THRU 3110-EXIT.
017780     MOVE "REQUEUED TO THE CRM IN STANDARD FORM" TO TL-CAPTION.
017790     MOVE RequeuedCount TO TL-VALUE.
017800     PERFORM 3110-PRINT-TOTAL-LINE
017810         THRU 3110-EXIT.
017820
017830     MOVE SPACES TO ReportLineWork.
017840     PERFORM 2910-WRITE-CONFLICT-LINE
017850         THRU 2910-EXIT.
017860     IF ConflictCount = ZERO
017870         MOVE "NO CONFLICTS RAISED THIS RUN" TO ReportLineWork
017880         PERFORM 2910-WRITE-CONFLICT-LINE
017890             THRU 2910-EXIT
017900         GO TO 3100-EXIT
017910     END-IF.
017920     MOVE "CONFLICTS RAISED THIS RUN" TO TL-CAPTION.
017930     MOVE ConflictCount TO TL-VALUE.
017940     MOVE TOTAL-LINE TO ReportLineWork.
017950     PERFORM 2910-WRITE-CONFLICT-LINE
017960         THRU 2910-EXIT.
017970     MOVE "SETTLE EACH ONE WITH  COBOLCIN TAKE <CUST NO>  TO FILE"
017980         TO ReportLineWork.
017990     PERFORM 2910-WRITE-CONFLICT-LINE
018000         THRU 2910-EXIT.
018010     MOVE "THE CRM'S VALUES, OR  COBOLCIN KEEP <CUST NO>  TO KEEP"
018020         TO ReportLineWork.
018030     PERFORM 2910-WRITE-CONFLICT-LINE
018040         THRU 2910-EXIT.
018050     MOVE "OURS AND SEND THEM BACK TO THE CRM." TO ReportLineWork.
018060     PERFORM 2910-WRITE-CONFLICT-LINE
018070         THRU 2910-EXIT.
018080 3100-EXIT.
018090     EXIT.
018100
018110 3110-PRINT-TOTAL-LINE.
018120     MOVE TOTAL-LINE TO ReportLineWork.
018130     PERFORM 2900-WRITE-REPORT-LINE
018140         THRU 2900-EXIT.
018150 3110-EXIT.
018160     EXIT.
018170
018180**************************************************************
018190*    4000-SETTLE-CONFLICT THRU 4000-EXIT
018200*    AN OPERATOR'S DECISION ON ONE OPEN CONFLICT FROM CINCFL.
018210*    TAKE FILES THE CRM'S NEW VALUES FOR THE FIELDS THE
018220*    CUSTOMER CHANGED; KEEP LEAVES ADDRFILE AS IT IS AND MARKS
018230*    THE CUSTOMER CRM-PENDING SO THE NEXT DELTA SENDS OUR
018240*    VALUES BACK.  EITHER WAY THE CONFLICT IS STAMPED WITH WHO
018250*    DECIDED AND WHEN, AND COBOLEXT FEEDS THE CUSTOMER AGAIN.
018260**************************************************************
018270 4000-SETTLE-CONFLICT.
018280     IF RunFailure
018290         GO TO 4000-EXIT
018300     END-IF.
018310     IF ParmNumberText NOT NUMERIC
018320         DISPLAY "GIVE THE NINE-DIGIT CUSTOMER NUMBER FROM CINCFL"
018330         SET RunFailure TO TRUE
018340         GO TO 4000-EXIT
018350     END-IF.
018360     MOVE ParmNumberText TO SettleNumber.
018370     MOVE SettleNumber TO CFL-CUSTOMER-NUMBER.
018380     READ CONFLICT-FILE
018390         INVALID KEY
018400             CONTINUE
018410     END-READ.
018420     IF ConflictFileStatus = "51"
018430         DISPLAY "CONFLICT IN USE BY ANOTHER PROGRAM - TRY AGAIN"
018440         SET RunFailure TO TRUE
018450         GO TO 4000-EXIT
018460     END-IF.
018470     IF ConflictFileStatus NOT = "00"
018480         DISPLAY "NO CONFLICT ON FILE FOR CUSTOMER " SettleNumber
018490         SET RunFailure TO TRUE
018500         GO TO 4000-EXIT
018510     END-IF.
018520     IF NOT CFL-OPEN
018530         DISPLAY "CONFLICT FOR CUSTOMER " SettleNumber
018540             " WAS ALREADY SETTLED ON " CFL-DECIDED-DATE
018550             " BY " CFL-DECIDED-BY
018560         SET RunFailure TO TRUE
018570         GO TO 4000-EXIT
018580     END-IF.
018590
018600     MOVE SettleNumber TO NR-CUSTOMER-NUMBER.
018610     READ NAMEFILE
018620         INVALID KEY
018630             CONTINUE
018640     END-READ.
018650     IF NameFileStatus NOT = "00"
018660         DISPLAY "CUSTOMER " SettleNumber
018670             " NOT AVAILABLE ON NAMEFILE - STATUS " NameFileStatus
018680         SET RunFailure TO TRUE
018690         GO TO 4000-EXIT
018700     END-IF.
018701     PERFORM 4050-RESOLVE-MERGED
018702         THRU 4050-EXIT.
018703     IF RunFailure
018704         GO TO 4000-EXIT
018705     END-IF.
018710     MOVE NR-FIRST-NAME TO FirstName.
018720     MOVE NR-LAST-NAME TO LastName.
018730     MOVE NAME-RECORD TO JournalBeforeImage.
018740
018750     IF TakeMode
018760         PERFORM 4100-TAKE-CRM-VALUES
018770             THRU 4100-EXIT
018780     ELSE
018790         PERFORM 4200-KEEP-OUR-VALUES
018800             THRU 4200-EXIT
018810     END-IF.
018820     IF RunFailure
018830         GO TO 4000-EXIT
018840     END-IF.
018850
018860     ACCEPT CurrentTime FROM TIME.
018870     MOVE CurrentDate TO CFL-DECIDED-DATE.
018880     MOVE CurrentTime TO CFL-DECIDED-TIME.
018890     MOVE OperatorId TO CFL-DECIDED-BY.
018900     REWRITE CONTACT-CONFLICT-RECORD
018910         INVALID KEY
018920             CONTINUE
018930     END-REWRITE.
018940     IF ConflictFileStatus NOT = "00"
018950         DISPLAY "CUSTOMER UPDATED, CRMCFL NOT CLOSED - STATUS "
018960             ConflictFileStatus
018970         SET RunFailure TO TRUE
018980         GO TO 4000-EXIT
018990     END-IF.
019000     IF TakeMode
019010         DISPLAY "CUSTOMER " SettleNumber
019020             " - CRM CONTACT DETAILS FILED ON ADDRFILE"
019030     ELSE
019040         DISPLAY "CUSTOMER " SettleNumber
019050             " - OUR CONTACT DETAILS KEPT, REQUEUED TO THE CRM"
019060     END-IF.
019070 4000-EXIT.
019080     EXIT.
019090
019100**************************************************************
019110*    4100-TAKE-CRM-VALUES THRU 4100-EXIT
019120*    FILES THE CONFLICT'S CRM NEW VALUES FOR EVERY FIELD THE
019130*    CUSTOMER CHANGED (CRM BEFORE AND AFTER DIFFER), THROUGH
019140*    THE SAME FIELD TABLE THE NIGHTLY RUN USES.
019150**************************************************************
019160 4100-TAKE-CRM-VALUES.
019170     MOVE SPACES TO CONTACT-FIELD-TABLE.
019180     MOVE CFL-OLD-STREET      TO CTF-OLD (1).
019190     MOVE CFL-OLD-CITY        TO CTF-OLD (2).
019200     MOVE CFL-OLD-POSTAL-CODE TO CTF-OLD (3).
019210     MOVE CFL-OLD-PHONE       TO CTF-OLD (4).
019220     MOVE CFL-OLD-EMAIL       TO CTF-OLD (5).
019230     MOVE CFL-NEW-STREET      TO CTF-NEW (1) CTF-TARGET (1).
019240     MOVE CFL-NEW-CITY        TO CTF-NEW (2) CTF-TARGET (2).
019250     MOVE CFL-NEW-POSTAL-CODE TO CTF-NEW (3) CTF-TARGET (3).
019260     MOVE CFL-NEW-PHONE       TO CTF-NEW (4) CTF-TARGET (4).
019270     MOVE CFL-NEW-EMAIL       TO CTF-NEW (5) CTF-TARGET (5).
019280     MOVE ZERO TO ChangedFieldCount.
019290     PERFORM 2310-MARK-ONE-FIELD
019300         THRU 2310-EXIT
019310         VARYING FieldIndex FROM 1 BY 1
019320         UNTIL FieldIndex > FieldCount.
019330
019340     MOVE "N" TO AddressFoundSwitch.
019350     MOVE NR-CUSTOMER-NUMBER TO ADR-CUSTOMER-NUMBER.
019360     READ ADDRESS-FILE
019370         INVALID KEY
019380             CONTINUE
019390     END-READ.
019400     IF AddressFileStatus = "51"
019410         DISPLAY "CONTACT RECORD IN USE BY ANOTHER PROGRAM"
019420             " - TRY AGAIN"
019430         SET RunFailure TO TRUE
019440         GO TO 4100-EXIT
019450     END-IF.
019460     IF AddressFileStatus = "00"
019470         SET AddressFound TO TRUE
019480     ELSE
019490         MOVE SPACES TO ADDRESS-RECORD
019500         MOVE NR-CUSTOMER-NUMBER TO ADR-CUSTOMER-NUMBER
019510     END-IF.
019520     PERFORM 2520-MOVE-TARGET-FIELD
019530         THRU 2520-EXIT
019540         VARYING FieldIndex FROM 1 BY 1
019550         UNTIL FieldIndex > FieldCount.
019560     IF AddressFound
019570         REWRITE ADDRESS-RECORD
019580             INVALID KEY
019590                 CONTINUE
019600         END-REWRITE
019610     ELSE
019620         WRITE ADDRESS-RECORD
019630             INVALID KEY
019640                 CONTINUE
019650         END-WRITE
019660     END-IF.
019670     IF AddressFileStatus NOT = "00"
019680         DISPLAY "ADDRFILE UPDATE FAILED - STATUS "
019690             AddressFileStatus
019700         SET RunFailure TO TRUE
019710         GO TO 4100-EXIT
019720     END-IF.
019730     PERFORM 2700-WRITE-AUDIT-LOG
019740         THRU 2700-EXIT.
019750     SET CFL-TAKEN TO TRUE.
019760 4100-EXIT.
019770     EXIT.
019780
019790**************************************************************
019800*    4200-KEEP-OUR-VALUES THRU 4200-EXIT
019810*    ADDRFILE ALREADY HOLDS OURS - REQUEUE THE CUSTOMER SO THE
019820*    NEXT DELTA FEEDS THEM BACK OVER THE CUSTOMER'S CHANGE.
019830**************************************************************
019840 4200-KEEP-OUR-VALUES.
019850     SET NR-CRM-PENDING TO TRUE.
019860     MOVE CurrentDate TO NR-CRM-STATUS-DATE.
019870     MOVE SPACES TO NR-CRM-REASON.
019880     REWRITE NAME-RECORD
019890         INVALID KEY
019900             CONTINUE
019910     END-REWRITE.
019920     IF NameFileStatus NOT = "00"
019930         DISPLAY "NAMEFILE REWRITE FAILED - STATUS "
019940             NameFileStatus
019950         SET RunFailure TO TRUE
019960         GO TO 4200-EXIT
019970     END-IF.
019980     MOVE "RW" TO JournalAction.
019990     PERFORM 2750-WRITE-JOURNAL
020000         THRU 2750-EXIT.
020010     PERFORM 2700-WRITE-AUDIT-LOG
020020         THRU 2700-EXIT.
020030     SET CFL-KEPT TO TRUE.
020040 4200-EXIT.
020050     EXIT.
020060
020070**************************************************************
020080*    4050-RESOLVE-MERGED THRU 4050-EXIT
020090*    THE CUSTOMER MAY HAVE BEEN MERGED AWAY SINCE THE CONFLICT
020100*    WAS FILED.  THE RETIRED NUMBER IS FOLLOWED THROUGH
020110*    MERGEXRF BY THE NIGHTLY RUN'S OWN HOP-LIMITED RESOLVER
020120*    (SEE 2210-RESOLVE-RETIRED) AND THE DECISION IS APPLIED TO
020130*    THE SURVIVOR, LEFT IN THE NAMEFILE BUFFER.  NO LIVE
020140*    SURVIVOR MEANS NOTHING TO APPLY IT TO - THE CONFLICT IS
020150*    LEFT OPEN AND THE OPERATOR TOLD WHY.
020160**************************************************************
020170 4050-RESOLVE-MERGED.
020180     IF NOT NR-INACTIVE
020190         GO TO 4050-EXIT
020200     END-IF.
020210     MOVE SPACES TO ErrorMessage.
020220     MOVE "N" TO RecordInUseSwitch.
020230     PERFORM 2210-RESOLVE-RETIRED
020240         THRU 2210-EXIT.
020250     IF RecordInUse
020260         DISPLAY "CUSTOMER " SettleNumber " WAS MERGED - "
020270             "SURVIVOR IN USE BY ANOTHER PROGRAM - TRY AGAIN"
020280         SET RunFailure TO TRUE
020290         GO TO 4050-EXIT
020300     END-IF.
020310     IF NOT NR-ACTIVE
020320         DISPLAY "CUSTOMER " SettleNumber " - " ErrorMessage
020330         DISPLAY "CONFLICT LEFT OPEN - NOTHING SETTLED"
020340         SET RunFailure TO TRUE
020350         GO TO 4050-EXIT
020360     END-IF.
020370     DISPLAY "CUSTOMER " SettleNumber " WAS MERGED INTO "
020380         NR-CUSTOMER-NUMBER " - SETTLING AGAINST THE SURVIVOR".
020390 4050-EXIT.
020400     EXIT.
020410
020420**************************************************************
020430*    1460-OPEN-OPERATOR-LOG THRU 1460-EXIT
020440*    THE SECURITY LOG IS APPENDED TO ACROSS RUNS - THE SAME
020450*    CREATE-THEN-EXTEND PATTERN AS 1400-OPEN-AUDIT-LOG.
020460**************************************************************
020470 1460-OPEN-OPERATOR-LOG.
020480     OPEN EXTEND OPERATOR-LOG-FILE.
020490     IF OperatorLogFileStatus = "35"
020500         OPEN OUTPUT OPERATOR-LOG-FILE
020510         CLOSE OPERATOR-LOG-FILE
020520         OPEN EXTEND OPERATOR-LOG-FILE
020530     END-IF.
020540 1460-EXIT.
020550     EXIT.
020560
020570**************************************************************
020580*    1800-SIGN-ON THRU 1800-EXIT
020590*    THE OPERATOR KEYS AN ID AND PASSWORD.  THE ID MUST BE ON
020600*    THE OPERATOR FILE (SEE OPERREC.CPY), ACTIVE, AT LEAST AT
020610*    ProgramMinimumLevel, AND THE PASSWORD'S DIGEST MUST MATCH.
020620*    THREE FAILED TRIES END THE SESSION; EACH ONE IS LOGGED ON
020630*    OPERLOG WITH THE REAL REASON, THOUGH THE SCREEN ONLY SAYS
020640*    THE SIGN-ON WAS REFUSED.  ONCE SIGNED ON, THE OPERATOR'S
020650*    ID STAMPS EVERYTHING THE SESSION FILES, AND THEIR OWN
020660*    LANGUAGE (IF SET) REPLACES THE SWEDISH PROMPTS.
020670**************************************************************
020680 1800-SIGN-ON.
020690     MOVE "N" TO SignedOnSwitch.
020700     SET PMT-IDX TO 1.
020710     PERFORM 1460-OPEN-OPERATOR-LOG
020720         THRU 1460-EXIT.
020730     OPEN INPUT OPERATOR-FILE.
020740     IF OperatorFileStatus NOT = "00"
020750         DISPLAY "OPERFILE NOT AVAILABLE - STATUS "
020760             OperatorFileStatus
020770         MOVE SPACES TO SignOnId
020780         MOVE "OPERATOR FILE NOT AVAILABLE" TO SignOnReason
020790         MOVE "SOF" TO OperatorLogEvent
020800         MOVE SPACES TO OperatorLogAction
020810         MOVE ZERO TO OperatorLogCustomer
020820         PERFORM 1860-WRITE-OPERATOR-LOG
020830             THRU 1860-EXIT
020840         GO TO 1800-EXIT
020850     END-IF.
020860     MOVE ZERO TO SignOnTryCount.
020870     PERFORM 1810-SIGN-ON-ONE-TRY
020880         THRU 1810-EXIT
020890         UNTIL OperatorSignedOn
020900         OR SignOnTryCount NOT < SignOnTryLimit.
020910     CLOSE OPERATOR-FILE.
020920     IF NOT OperatorSignedOn
020930         GO TO 1800-EXIT
020940     END-IF.
020950     MOVE SignOnId TO OperatorId.
020960     IF OPR-LANGUAGE NOT = SPACES
020970         MOVE OPR-LANGUAGE TO LanguageCode
020980         SET PMT-IDX TO 1
020990         SEARCH PMT-TABLE-ENTRY
021000             AT END
021010                 SET PMT-IDX TO 1
021020             WHEN PMT-LANG-CODE (PMT-IDX) = LanguageCode
021030                 CONTINUE
021040         END-SEARCH
021050     END-IF.
021060     DISPLAY PMT-SIGNED-ON-TEXT (PMT-IDX) " " OPR-OPERATOR-ID
021070         " " OPR-OPERATOR-NAME.
021080 1800-EXIT.
021090     EXIT.
021100
021110 1810-SIGN-ON-ONE-TRY.
021120     ADD 1 TO SignOnTryCount.
021130     DISPLAY PMT-SIGNON-ID-TEXT (PMT-IDX) WITH NO ADVANCING.
021140     MOVE SPACES TO SignOnId.
021150     ACCEPT SignOnId.
021160     INSPECT SignOnId CONVERTING "abcdefghijklmnopqrstuvwxyz"
021170         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
021180     DISPLAY PMT-SIGNON-PW-TEXT (PMT-IDX) WITH NO ADVANCING.
021190     MOVE SPACES TO SignOnPassword.
021200     ACCEPT SignOnPassword.
021210     MOVE SPACES TO SignOnReason.
021220     IF SignOnId = SPACES
021230         MOVE "NO OPERATOR ID KEYED" TO SignOnReason
021240         GO TO 1810-REFUSE
021250     END-IF.
021260     MOVE SignOnId TO OPR-OPERATOR-ID.
021270     READ OPERATOR-FILE
021280         INVALID KEY
021290             CONTINUE
021300     END-READ.
021310     IF OperatorFileStatus NOT = "00"
021320         MOVE "UNKNOWN OPERATOR ID" TO SignOnReason
021330         GO TO 1810-REFUSE
021340     END-IF.
021350     PERFORM 1820-DIGEST-PASSWORD
021360         THRU 1820-EXIT.
021370     EVALUATE TRUE
021380         WHEN DigestValue NOT = OPR-PASSWORD-DIGEST
021390             MOVE "WRONG PASSWORD" TO SignOnReason
021400         WHEN NOT OPR-ACTIVE
021410             MOVE "OPERATOR REVOKED" TO SignOnReason
021420         WHEN OPR-LEVEL < ProgramMinimumLevel
021430             MOVE "LEVEL TOO LOW FOR THIS PROGRAM" TO SignOnReason
021440         WHEN OTHER
021450             SET OperatorSignedOn TO TRUE
021460             GO TO 1810-EXIT
021470     END-EVALUATE.
021480 1810-REFUSE.
021490     DISPLAY PMT-SIGNON-FAIL-TEXT (PMT-IDX).
021500     MOVE "SOF" TO OperatorLogEvent.
021510     MOVE SPACES TO OperatorLogAction.
021520     MOVE ZERO TO OperatorLogCustomer.
021530     PERFORM 1860-WRITE-OPERATOR-LOG
021540         THRU 1860-EXIT.
021550 1810-EXIT.
021560     EXIT.
021570
021580**************************************************************
021590*    1820-DIGEST-PASSWORD THRU 1820-EXIT
021600*    FOLDS THE OPERATOR ID AND PASSWORD, CHARACTER BY
021610*    CHARACTER, INTO A NINE-DIGIT DIGEST (MULTIPLY BY 131, ADD
021620*    THE CHARACTER'S CODE AND ITS POSITION, MODULO THE PRIME
021630*    999999937).  ONLY THE DIGEST IS EVER FILED, AND THE SAME
021640*    PASSWORD GIVES A DIFFERENT DIGEST FOR EVERY OPERATOR.  ON
021650*    ENTRY SignOnId AND SignOnPassword HOLD WHAT WAS KEYED; ON
021660*    EXIT DigestValue HOLDS THE DIGEST.  COBOLOPR FILES IT WITH
021670*    THIS SAME ROUTINE - CHANGE ONE, CHANGE THEM ALL.
021680**************************************************************
021690 1820-DIGEST-PASSWORD.
021700     MOVE SignOnId TO DigestText (1:8).
021710     MOVE SignOnPassword TO DigestText (9:8).
021720     MOVE 7 TO DigestValue.
021730     PERFORM 1825-DIGEST-ONE-CHAR
021740         THRU 1825-EXIT
021750         VARYING DigestIndex FROM 1 BY 1
021760         UNTIL DigestIndex > 16.
021770 1820-EXIT.
021780     EXIT.
021790
021800 1825-DIGEST-ONE-CHAR.
021810     MOVE DigestText (DigestIndex:1) TO DigestChar.
021820     COMPUTE DigestWork = DigestValue * 131 + DigestCharValue
021830         + DigestIndex.
021840     DIVIDE DigestWork BY 999999937 GIVING DigestQuotient
021850         REMAINDER DigestValue.
021860 1825-EXIT.
021870     EXIT.
021880
021890**************************************************************
021900*    1860-WRITE-OPERATOR-LOG THRU 1860-EXIT
021910*    ONE OPERLOG LINE (SEE OPRLOG.CPY).  THE CALLER SETS
021920*    OperatorLogEvent, OperatorLogAction, OperatorLogCustomer
021930*    AND SignOnReason; THE OPERATOR IS THE ID AS KEYED.
021940**************************************************************
021950 1860-WRITE-OPERATOR-LOG.
021960     ACCEPT OperatorLogDate FROM DATE YYYYMMDD.
021970     ACCEPT OperatorLogTime FROM TIME.
021980     MOVE SPACES TO OPERATOR-LOG-RECORD.
021990     MOVE OperatorLogDate TO OLG-RUN-DATE.
022000     MOVE OperatorLogTime TO OLG-RUN-TIME.
022010     MOVE "COBOLCIN" TO OLG-PROGRAM-ID.
022020     MOVE SignOnId TO OLG-OPERATOR-ID.
022030     MOVE OperatorLogEvent TO OLG-EVENT.
022040     MOVE OperatorLogAction TO OLG-ACTION.
022050     MOVE OperatorLogCustomer TO OLG-CUSTOMER-NUMBER.
022060     MOVE SignOnReason TO OLG-REASON.
022070     WRITE OPERATOR-LOG-RECORD.
022080 1860-EXIT.
022090     EXIT.
