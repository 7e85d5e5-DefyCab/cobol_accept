000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBOLVFY.
000030 AUTHOR. LOVE BELLINDER.
000040 INSTALLATION. RETAIL CUSTOMER ONBOARDING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070**************************************************************
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------  ----  ---------------------------------------
000120*    2026-10-15 LB    ORIGINAL PROGRAM - WEEKLY CROSS-FILE
000130*                      INTEGRITY VERIFICATION OF NAMEFILE,
000140*                      ADDRFILE AND MERGEXRF, RUN AS THE VERIFY
000150*                      STEP OF COBOLCYC.  READ-ONLY: NOTHING IS
000160*                      CORRECTED HERE, EVERY FINDING IS LISTED ON
000170*                      VFYRPT UNDER ONE OF SIX CATEGORIES AND
000180*                      COUNTED ON THE TOTALS PAGE:
000190*                        OWNER       - A CONTACT RECORD WHOSE
000200*                                      NAMEFILE RECORD IS MISSING
000210*                                      OR ANONYMIZED;
000220*                        MERGE XREF  - A MERGE PAIR WHOSE RETIRED
000230*                                      OR SURVIVING RECORD IS
000240*                                      MISSING OR IN THE WRONG
000250*                                      STATE;
000260*                        MERGE CHAIN - A SURVIVOR THAT WAS ITSELF
000270*                                      MERGED AWAY LATER, AND ANY
000280*                                      PAIR THAT LOOPS BACK;
000290*                        CHECK DIGIT - ANY NUMBER ON ANY OF THE
000300*                                      THREE FILES FAILING IT;
000310*                        DERIVED     - NR-WHOLE-NAME OR
000320*                                      NR-PHONETIC-KEY NOT WHAT
000330*                                      THE NAME FIELDS BUILD;
000340*                        STATUS      - IMPOSSIBLE COMBINATIONS ON
000350*                                      ONE NAMEFILE RECORD.
000360*                      RC 0 = CLEAN, 4 = EXCEPTIONS LISTED,
000370*                      8 = A FILE COULD NOT BE READ, SO THE
000380*                      VERIFICATION IS INCOMPLETE.
000382*    2026-10-15 LB    A READ THAT FAILS PART-WAY THROUGH A WALK
000384*                      ENDS THAT WALK AS NOT RUN (RC 8) INSTEAD
000386*                      OF PASSING FOR THE END OF THE FILE.
000390**************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT NAMEFILE ASSIGN TO "NAMEFILE"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS NR-CUSTOMER-NUMBER
000470         ALTERNATE RECORD KEY IS NR-LAST-NAME
000480             WITH DUPLICATES
000490         ALTERNATE RECORD KEY IS NR-PHONETIC-KEY
000500             WITH DUPLICATES
000510         SHARING WITH ALL OTHER
000520         FILE STATUS IS NameFileStatus.
000530
000540     SELECT ADDRESS-FILE ASSIGN TO "ADDRFILE"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS ADR-CUSTOMER-NUMBER
000580         SHARING WITH ALL OTHER
000590         FILE STATUS IS AddressFileStatus.
000600
000610     SELECT MERGE-XREF-FILE ASSIGN TO "MERGEXRF"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS MergeXrefFileStatus.
000640
000650     SELECT PRINT-FILE ASSIGN TO "VFYRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS PrintFileStatus.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  NAMEFILE
000720     LABEL RECORDS ARE STANDARD.
000730 COPY NAMEREC.
000740
000750 FD  ADDRESS-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY ADDRREC.
000780
000790 FD  MERGE-XREF-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY MRGXREF.
000820
000830 FD  PRINT-FILE
000840     LABEL RECORDS ARE OMITTED.
000850 01  PRINT-LINE                 PIC X(80).
000860
000870 WORKING-STORAGE SECTION.
000880 77  NameFileStatus         PIC X(02).
000890 77  AddressFileStatus      PIC X(02).
000900 77  MergeXrefFileStatus    PIC X(02).
000910 77  PrintFileStatus        PIC X(02).
000920
000930 77  EndOfFileSwitch        PIC X(01) VALUE "N".
000940     88  EndOfFile           VALUE "Y".
000950 77  RunFailureSwitch       PIC X(01) VALUE "N".
000960     88  RunFailure          VALUE "Y".
000970 77  CheckSkippedSwitch     PIC X(01) VALUE "N".
000980     88  CheckSkipped        VALUE "Y".
000990 77  NoXrefSwitch           PIC X(01) VALUE "N".
001000     88  NoXref              VALUE "Y".
001010 77  NameFoundSwitch        PIC X(01) VALUE "N".
001020     88  NameFound           VALUE "Y".
001023 77  ReadFailFile           PIC X(08) VALUE SPACES.
001026 77  ReadFailStatus         PIC X(02) VALUE SPACES.
001030
001040 77  CurrentDate            PIC 9(08) VALUE ZERO.
001050
001060 77  PageNumber             PIC 9(04) COMP VALUE ZERO.
001070 77  LineCount              PIC 9(04) COMP VALUE ZERO.
001080 77  LinesPerPage           PIC 9(04) COMP VALUE 55.
001090
001100***************************************************************
001110*    RECORDS READ, PER FILE.
001120***************************************************************
001130 77  NameReadCount          PIC 9(08) COMP VALUE ZERO.
001140 77  AnonymizedCount        PIC 9(08) COMP VALUE ZERO.
001150 77  AddressReadCount       PIC 9(08) COMP VALUE ZERO.
001160 77  XrefReadCount          PIC 9(08) COMP VALUE ZERO.
001170 77  ExceptionCount         PIC 9(08) COMP VALUE ZERO.
001180
001190***************************************************************
001200*    EXCEPTION CATEGORIES - THE CODE PRINTED ON EACH DETAIL
001210*    LINE AND THE CAPTION ITS COUNT CARRIES ON THE TOTALS PAGE.
001220*    CategoryIndex SELECTS THE ENTRY FOR 2900-PRINT-EXCEPTION.
001230***************************************************************
001240 77  CategoryIndex          PIC 9(02) COMP VALUE ZERO.
001250 77  CategoryCount          PIC 9(02) COMP VALUE 6.
001260 77  CategoryOwner          PIC 9(02) COMP VALUE 1.
001270 77  CategoryXref           PIC 9(02) COMP VALUE 2.
001280 77  CategoryChain          PIC 9(02) COMP VALUE 3.
001290 77  CategoryCheckDigit     PIC 9(02) COMP VALUE 4.
001300 77  CategoryDerived        PIC 9(02) COMP VALUE 5.
001310 77  CategoryStatus         PIC 9(02) COMP VALUE 6.
001320 01  CATEGORY-CODE-TABLE.
001330     05  FILLER                  PIC X(11) VALUE "OWNER".
001340     05  FILLER                  PIC X(11) VALUE "MERGE XREF".
001350     05  FILLER                  PIC X(11) VALUE "MERGE CHAIN".
001360     05  FILLER                  PIC X(11) VALUE "CHECK DIGIT".
001370     05  FILLER                  PIC X(11) VALUE "DERIVED".
001380     05  FILLER                  PIC X(11) VALUE "STATUS".
001390 01  CATEGORY-CODE-VIEW REDEFINES CATEGORY-CODE-TABLE.
001400     05  CATEGORY-CODE-ENTRY OCCURS 6 TIMES PIC X(11).
001410 01  CATEGORY-CAPTION-TABLE.
001420     05  FILLER                  PIC X(40) VALUE
001430         "  CONTACT RECORD WITHOUT A LIVE OWNER".
001440     05  FILLER                  PIC X(40) VALUE
001450         "  MERGE PAIR NOT MATCHED ON NAMEFILE".
001460     05  FILLER                  PIC X(40) VALUE
001470         "  MERGE CHAINED OR LOOPING".
001480     05  FILLER                  PIC X(40) VALUE
001490         "  NUMBER FAILING ITS CHECK DIGIT".
001500     05  FILLER                  PIC X(40) VALUE
001510         "  WHOLE NAME OR SOUND KEY NOT AS BUILT".
001520     05  FILLER                  PIC X(40) VALUE
001530         "  IMPOSSIBLE STATUS COMBINATION".
001540 01  CATEGORY-CAPTION-VIEW REDEFINES CATEGORY-CAPTION-TABLE.
001550     05  CATEGORY-CAPTION-ENTRY OCCURS 6 TIMES PIC X(40).
001560 01  CATEGORY-COUNT-TABLE.
001570     05  CATEGORY-COUNT-ENTRY OCCURS 6 TIMES
001580                                 PIC 9(08) COMP.
001590
001600***************************************************************
001610*    ONE EXCEPTION, AS HANDED TO 2900-PRINT-EXCEPTION.
001620***************************************************************
001630 77  ExceptionFile          PIC X(08) VALUE SPACES.
001640 77  ExceptionNumber        PIC 9(09) VALUE ZERO.
001650 01  ExceptionText          PIC X(46) VALUE SPACES.
001660
001670***************************************************************
001680*    THE MERGE CROSS-REFERENCE, LOADED WHOLE SO CHAINS CAN BE
001690*    FOLLOWED WITHOUT REREADING THE FILE FOR EVERY HOP.  THE
001700*    RETIRED FLAG IS INDEXED BY THE BASE NUMBER (THE NINE-DIGIT
001710*    CUSTOMER NUMBER LESS ITS CHECK DIGIT - THE SAME SHAPE
001720*    COBOLRCN'S PRESENCE TABLE USES) AND SAYS AT A GLANCE
001730*    WHETHER A NUMBER WAS EVER MERGED AWAY.  PAIRS PAST THE
001740*    TABLE LIMIT ARE STILL CHECKED FOR CHECK DIGITS BUT NOT
001750*    FOR CHAINS - RAISE THE OCCURS WHEN THE FILE GETS THERE.
001760***************************************************************
001770 77  XrefStoredCount        PIC 9(08) COMP VALUE ZERO.
001780 77  XrefTableLimit         PIC 9(08) COMP VALUE 99999.
001790 77  XrefOverflowSwitch     PIC X(01) VALUE "N".
001800     88  XrefOverflow        VALUE "Y".
001810 77  XrefIndex              PIC 9(08) COMP VALUE ZERO.
001820 77  XrefScanIndex          PIC 9(08) COMP VALUE ZERO.
001830 77  XrefFoundIndex         PIC 9(08) COMP VALUE ZERO.
001840 77  XrefLookupNumber       PIC 9(09) VALUE ZERO.
001850 77  NameLookupNumber       PIC 9(09) VALUE ZERO.
001860 77  BaseIndexNumber        PIC 9(08) COMP VALUE ZERO.
001862*    XRT-FLAG HOLDS ONE BYTE PER BASE NUMBER UP TO THIS LIMIT (AS
001864*    IN COBOLRCN); A NUMBER BEYOND IT IS REPORTED, NOT FLAGGED.
001866 77  XrefFlagLimit          PIC 9(08) COMP VALUE 9999999.
001868 77  OutOfRangeNumber       PIC 9(09) VALUE ZERO.
001870 01  XREF-PAIR-TABLE.
001880     05  XPT-ENTRY OCCURS 99999 TIMES.
001890         10  XPT-RETIRED-NUMBER      PIC 9(09).
001900         10  XPT-SURVIVOR-NUMBER     PIC 9(09).
001910 01  XREF-RETIRED-TABLE.
001920     05  XRT-FLAG OCCURS 9999999 TIMES PIC X(01).
001930
001940***************************************************************
001950*    FOLLOWING ONE MERGE CHAIN (SEE 2550-FOLLOW-CHAIN).  A
001960*    CHAIN LONGER THAN ChainHopLimit CAN ONLY BE A LOOP THAT
001970*    DOES NOT PASS BACK THROUGH ITS STARTING NUMBER - COBOLCIN
001980*    GIVES UP AFTER THE SAME NUMBER OF HOPS.
001990***************************************************************
002000 77  ChainStartNumber       PIC 9(09) VALUE ZERO.
002010 77  ChainNumber            PIC 9(09) VALUE ZERO.
002020 77  ChainHopCount          PIC 9(02) COMP VALUE ZERO.
002030 77  ChainHopLimit          PIC 9(02) COMP VALUE 10.
002040 77  ChainHopDisplay        PIC Z9.
002050 77  ChainEndSwitch         PIC X(01) VALUE "N".
002060     88  ChainEnded          VALUE "E".
002070     88  ChainLooped         VALUE "L".
002080     88  ChainTooLong        VALUE "T".
002090
002100***************************************************************
002110*    CHECK-DIGIT WORKING FIELDS (SEE 2600-COMPUTE-CHECK-DIGIT).
002120***************************************************************
002130 77  CheckNumber            PIC 9(09) VALUE ZERO.
002140 77  CheckBaseNumber        PIC 9(08) VALUE ZERO.
002150 77  CheckDigitString       PIC X(08) VALUE ZEROES.
002160 77  CheckDigit             PIC 9(01) VALUE ZERO.
002170 77  CheckIndex             PIC 9(02) COMP VALUE ZERO.
002180 77  CheckSum               PIC 9(03) COMP VALUE ZERO.
002190 77  CheckQuotient          PIC 9(03) COMP VALUE ZERO.
002200 77  CheckRemainder         PIC 9(03) COMP VALUE ZERO.
002210 77  CheckWorkDigit         PIC 9(01) VALUE ZERO.
002220 77  CheckWorkValue         PIC 9(02) VALUE ZERO.
002230 77  CheckEnteredDigit      PIC 9(01) VALUE ZERO.
002240 77  CheckFailSwitch        PIC X(01) VALUE "N".
002250     88  CheckFailed         VALUE "Y".
002260
002270***************************************************************
002280*    WHOLE NAME REBUILT FROM THE NAME FIELDS EXACTLY AS
002290*    COBOLMNT'S 2400-BUILD-WHOLE-NAME BUILDS IT.
002300***************************************************************
002310 01  WholeName              PIC X(60) VALUE SPACES.
002320 01  NamePointer            PIC 9(02) VALUE ZERO.
002330
002340***************************************************************
002350*    PHONETIC (SOUNDEX-STYLE) KEY WORKING FIELDS - SEE
002360*    2800-BUILD-PHONETIC-KEY.
002370***************************************************************
002380 77  PhoneticName           PIC X(30) VALUE SPACES.
002390 77  PhoneticWork           PIC X(30) VALUE SPACES.
002400 77  PhoneticKey            PIC X(04) VALUE SPACES.
002410 77  PhonIndex              PIC 9(02) COMP VALUE ZERO.
002420 77  PhonPos                PIC 9(02) COMP VALUE ZERO.
002430 77  PhonChar               PIC X(01) VALUE SPACE.
002440 77  PhonCode               PIC X(01) VALUE SPACE.
002450 77  PhonLastCode           PIC X(01) VALUE SPACE.
002460
002470***************************************************************
002480*    THE ANONYMIZED MARKER COBOLPRG LEAVES IN THE NAME FIELDS.
002490***************************************************************
002500 77  AnonymizedName         PIC X(30) VALUE "ANONYMIZED".
002510
002520**************************************************************
002530*    REPORT PRINT LINES
002540**************************************************************
002550 01  HEADING-LINE-1.
002560     05  FILLER                  PIC X(30) VALUE
002570         "RETAIL CUSTOMER ONBOARDING".
002580     05  FILLER                  PIC X(22) VALUE
002590         "INTEGRITY CHECK".
002600     05  FILLER                  PIC X(08) VALUE "PAGE ".
002610     05  HL1-PAGE-NUMBER         PIC ZZZ9.
002620
002630 01  HEADING-LINE-2.
002640     05  FILLER                  PIC X(12) VALUE "RUN DATE: ".
002650     05  HL2-RUN-DATE            PIC 9(08).
002660     05  FILLER                  PIC X(60) VALUE
002670         "  NAMEFILE / ADDRFILE / MERGEXRF".
002680
002690 01  COLUMN-HEADING-LINE.
002700     05  FILLER                  PIC X(10) VALUE "FILE".
002710     05  FILLER                  PIC X(11) VALUE "CUST NO".
002720     05  FILLER                  PIC X(13) VALUE "CATEGORY".
002730     05  FILLER                  PIC X(46) VALUE "EXCEPTION".
002740
002750 01  DETAIL-LINE.
002760     05  DL-FILE                 PIC X(08).
002770     05  FILLER                  PIC X(02) VALUE SPACES.
002780     05  DL-CUSTOMER-NUMBER      PIC 9(09).
002790     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  DL-CATEGORY             PIC X(11).
002810     05  FILLER                  PIC X(02) VALUE SPACES.
002820     05  DL-TEXT                 PIC X(46).
002830
002840 01  TOTAL-LINE.
002850     05  TL-CAPTION              PIC X(40).
002860     05  TL-VALUE                PIC ZZZZZZZ9.
002870     05  FILLER                  PIC X(32) VALUE SPACES.
002880
002890 01  MESSAGE-LINE.
002900     05  MSG-TEXT                PIC X(80).
002910
002920 PROCEDURE DIVISION.
002930
002940**************************************************************
002950*    0000-MAINLINE
002960*    THE THREE FILES ARE WALKED ONE AFTER THE OTHER; EACH WALK
002970*    ALSO LOOKS ACROSS AT NAMEFILE BY KEY WHERE IT NEEDS TO.
002980**************************************************************
002990 0000-MAINLINE.
003000     PERFORM 1000-INITIALIZE
003010         THRU 1000-EXIT.
003020     IF NOT RunFailure
003030         PERFORM 2000-VERIFY-NAMEFILE
003040             THRU 2000-EXIT
003050         PERFORM 2200-VERIFY-ADDRFILE
003060             THRU 2200-EXIT
003070         PERFORM 2400-VERIFY-MERGEXRF
003080             THRU 2400-EXIT
003090     END-IF.
003100     PERFORM 3000-TERMINATE
003110         THRU 3000-EXIT.
003120     STOP RUN.
003130
003140**************************************************************
003150*    1000-INITIALIZE THRU 1000-EXIT
003160*    WITHOUT NAMEFILE THERE IS NOTHING TO VERIFY AGAINST, SO
003170*    THE RUN STOPS THERE.  THE OTHER TWO FILES ARE OPENED AS
003180*    THEIR WALKS START.
003190**************************************************************
003200 1000-INITIALIZE.
003210     ACCEPT CurrentDate FROM DATE YYYYMMDD.
003220     INITIALIZE CATEGORY-COUNT-TABLE.
003230     MOVE SPACES TO XREF-RETIRED-TABLE.
003240     OPEN OUTPUT PRINT-FILE.
003250     PERFORM 1200-PRINT-HEADINGS
003260         THRU 1200-EXIT.
003270     OPEN INPUT NAMEFILE.
003280     IF NameFileStatus NOT = "00"
003290         DISPLAY "NAMEFILE NOT AVAILABLE - STATUS "
003300             NameFileStatus
003310         SET RunFailure TO TRUE
003320     END-IF.
003330 1000-EXIT.
003340     EXIT.
003350
003360**************************************************************
003370*    1200-PRINT-HEADINGS THRU 1200-EXIT
003380**************************************************************
003390 1200-PRINT-HEADINGS.
003400     ADD 1 TO PageNumber.
003410     MOVE PageNumber TO HL1-PAGE-NUMBER.
003420     MOVE CurrentDate TO HL2-RUN-DATE.
003430
003440     IF PageNumber = 1
003450         WRITE PRINT-LINE FROM HEADING-LINE-1
003460     ELSE
003470         WRITE PRINT-LINE FROM HEADING-LINE-1
003480             AFTER ADVANCING PAGE
003490     END-IF.
003500     WRITE PRINT-LINE FROM HEADING-LINE-2
003510         AFTER ADVANCING 1 LINE.
003520     WRITE PRINT-LINE FROM COLUMN-HEADING-LINE
003530         AFTER ADVANCING 2 LINES.
003540     MOVE 3 TO LineCount.
003550 1200-EXIT.
003560     EXIT.
003570
003580**************************************************************
003590*    2000-VERIFY-NAMEFILE THRU 2000-EXIT
003600*    EVERY MASTER RECORD, ACTIVE OR NOT, IN KEY ORDER.
003610**************************************************************
003620 2000-VERIFY-NAMEFILE.
003630     MOVE "N" TO EndOfFileSwitch.
003640     PERFORM 2100-CHECK-ONE-NAME
003650         THRU 2100-EXIT
003660         UNTIL EndOfFile.
003670 2000-EXIT.
003680     EXIT.
003690
003700**************************************************************
003710*    2100-CHECK-ONE-NAME THRU 2100-EXIT
003720*    AN ANONYMIZED RECORD HAS HAD ITS NAME FIELDS, WHOLE NAME
003730*    AND PHONETIC KEY OVERWRITTEN BY COBOLPRG, SO ONLY ITS
003740*    NUMBER AND STATUSES ARE CHECKED.
003750**************************************************************
003760 2100-CHECK-ONE-NAME.
003770     READ NAMEFILE NEXT RECORD
003780         AT END
003790             SET EndOfFile TO TRUE
003800             GO TO 2100-EXIT
003810     END-READ.
003811     IF NameFileStatus NOT = "00"
003812         AND NameFileStatus NOT = "02"
003813         MOVE "NAMEFILE" TO ReadFailFile
003814         MOVE NameFileStatus TO ReadFailStatus
003815         PERFORM 2960-WALK-READ-FAILED
003816             THRU 2960-EXIT
003817         GO TO 2100-EXIT
003818     END-IF.
003820     ADD 1 TO NameReadCount.
003830     MOVE "NAMEFILE" TO ExceptionFile.
003840     MOVE NR-CUSTOMER-NUMBER TO ExceptionNumber.
003850
003860     MOVE NR-CUSTOMER-NUMBER TO CheckNumber.
003870     PERFORM 2650-VERIFY-CHECK-DIGIT
003880         THRU 2650-EXIT.
003890     IF CheckFailed
003900         MOVE CategoryCheckDigit TO CategoryIndex
003910         MOVE "CUSTOMER NUMBER FAILS ITS CHECK DIGIT"
003920             TO ExceptionText
003930         PERFORM 2900-PRINT-EXCEPTION
003940             THRU 2900-EXIT
003950     END-IF.
003960
003970     IF NR-LAST-NAME = AnonymizedName
003980         ADD 1 TO AnonymizedCount
003990     ELSE
004000         PERFORM 2110-CHECK-DERIVED-FIELDS
004010             THRU 2110-EXIT
004020     END-IF.
004030     PERFORM 2120-CHECK-STATUS-FIELDS
004040         THRU 2120-EXIT.
004050 2100-EXIT.
004060     EXIT.
004070
004080**************************************************************
004090*    2110-CHECK-DERIVED-FIELDS THRU 2110-EXIT
004100*    NR-WHOLE-NAME AND NR-PHONETIC-KEY ARE NEVER KEYED - THEY
004110*    ARE BUILT FROM THE NAME FIELDS WHENEVER A NAME IS FILED.
004120*    A DIFFERENCE MEANS A NAME WAS CHANGED WITHOUT REBUILDING
004130*    THEM, AND THE PHONETIC KEY IS WHAT THE SOUND-ALIKE
004140*    SEARCHES AND THE DUPLICATE CHECK GO BY.
004150**************************************************************
004160 2110-CHECK-DERIVED-FIELDS.
004170     PERFORM 2750-BUILD-WHOLE-NAME
004180         THRU 2750-EXIT.
004190     IF WholeName NOT = NR-WHOLE-NAME
004200         MOVE CategoryDerived TO CategoryIndex
004210         MOVE "WHOLE NAME NOT AS BUILT FROM THE NAME FIELDS"
004220             TO ExceptionText
004230         PERFORM 2900-PRINT-EXCEPTION
004240             THRU 2900-EXIT
004250     END-IF.
004260
004270     MOVE NR-LAST-NAME TO PhoneticName.
004280     PERFORM 2800-BUILD-PHONETIC-KEY
004290         THRU 2800-EXIT.
004300     IF PhoneticKey NOT = NR-PHONETIC-KEY
004310         MOVE CategoryDerived TO CategoryIndex
004320         MOVE SPACES TO ExceptionText
004330         STRING "PHONETIC KEY " DELIMITED BY SIZE
004340             NR-PHONETIC-KEY DELIMITED BY SIZE
004350             " - LAST NAME BUILDS " DELIMITED BY SIZE
004360             PhoneticKey DELIMITED BY SIZE
004370             INTO ExceptionText
004380         END-STRING
004390         PERFORM 2900-PRINT-EXCEPTION
004400             THRU 2900-EXIT
004410     END-IF.
004420 2110-EXIT.
004430     EXIT.
004440
004450**************************************************************
004460*    2120-CHECK-STATUS-FIELDS THRU 2120-EXIT
004470*    COMBINATIONS NO PROGRAM SHOULD EVER LEAVE ON FILE:
004480*      - A STATUS CODE OUTSIDE ITS 88-LEVELS;
004490*      - A RETIRED RECORD STILL WAITING TO GO TO THE CRM
004500*        (COBOLEXT NEVER FEEDS IT, SO IT WAITS FOREVER);
004510*      - A CRM OUTCOME (CONFIRMED, REFUSED, WRITTEN OFF) WITH
004520*        NO DATE - THE OUTCOME IS ALWAYS FILED WITH ONE;
004530*      - NO ONBOARD DATE;
004540*      - AN ANONYMIZED RECORD THAT IS STILL ACTIVE (COBOLPRG
004550*        ONLY EVER SCRUBS RETIRED ONES).
004560**************************************************************
004570 2120-CHECK-STATUS-FIELDS.
004580     MOVE CategoryStatus TO CategoryIndex.
004590     IF NOT NR-ACTIVE AND NOT NR-INACTIVE
004600         MOVE SPACES TO ExceptionText
004610         STRING "RECORD STATUS """ DELIMITED BY SIZE
004620             NR-RECORD-STATUS DELIMITED BY SIZE
004630             """ IS NOT A VALID CODE" DELIMITED BY SIZE
004640             INTO ExceptionText
004650         END-STRING
004660         PERFORM 2900-PRINT-EXCEPTION
004670             THRU 2900-EXIT
004680     END-IF.
004690     IF NOT NR-CRM-PENDING AND NOT NR-CRM-SENT
004700         AND NOT NR-CRM-CONFIRMED AND NOT NR-CRM-REFUSED
004710         AND NOT NR-CRM-WRITTEN-OFF
004720         MOVE SPACES TO ExceptionText
004730         STRING "CRM STATUS """ DELIMITED BY SIZE
004740             NR-CRM-STATUS DELIMITED BY SIZE
004750             """ IS NOT A VALID CODE" DELIMITED BY SIZE
004760             INTO ExceptionText
004770         END-STRING
004780         PERFORM 2900-PRINT-EXCEPTION
004790             THRU 2900-EXIT
004800     END-IF.
004810     IF NR-INACTIVE AND NR-CRM-PENDING
004820         MOVE "RETIRED BUT STILL CRM-PENDING" TO ExceptionText
004830         PERFORM 2900-PRINT-EXCEPTION
004840             THRU 2900-EXIT
004850     END-IF.
004860     IF NR-CRM-CONFIRMED OR NR-CRM-REFUSED OR NR-CRM-WRITTEN-OFF
004870         IF NR-CRM-STATUS-DATE NOT NUMERIC
004880             OR NR-CRM-STATUS-DATE = ZERO
004890             EVALUATE TRUE
004900                 WHEN NR-CRM-CONFIRMED
004910                     MOVE "CRM-CONFIRMED WITH NO STATUS DATE"
004920                         TO ExceptionText
004930                 WHEN NR-CRM-REFUSED
004940                     MOVE "CRM-REFUSED WITH NO STATUS DATE"
004950                         TO ExceptionText
004960                 WHEN OTHER
004970                     MOVE "WRITTEN OFF WITH NO STATUS DATE"
004980                         TO ExceptionText
004990             END-EVALUATE
005000             PERFORM 2900-PRINT-EXCEPTION
005010                 THRU 2900-EXIT
005020         END-IF
005030     END-IF.
005040     IF NR-ONBOARD-DATE NOT NUMERIC
005050         OR NR-ONBOARD-DATE = ZERO
005060         MOVE "NO ONBOARD DATE" TO ExceptionText
005070         PERFORM 2900-PRINT-EXCEPTION
005080             THRU 2900-EXIT
005090     END-IF.
005100     IF NR-LAST-NAME = AnonymizedName AND NR-ACTIVE
005110         MOVE "ANONYMIZED BUT STILL ACTIVE" TO ExceptionText
005120         PERFORM 2900-PRINT-EXCEPTION
005130             THRU 2900-EXIT
005140     END-IF.
005150 2120-EXIT.
005160     EXIT.
005170
005180**************************************************************
005190*    2200-VERIFY-ADDRFILE THRU 2200-EXIT
005200*    EVERY CONTACT RECORD MUST BELONG TO A NAME RECORD THAT
005210*    STILL HAS A NAME.  COBOLPRG DELETES THE CONTACT RECORD
005220*    WHEN IT ANONYMIZES THE NAME, SO ONE LEFT BEHIND IS
005230*    PERSONAL DATA KEPT PAST ITS RETENTION PERIOD.
005240**************************************************************
005250 2200-VERIFY-ADDRFILE.
005260     OPEN INPUT ADDRESS-FILE.
005270     IF AddressFileStatus NOT = "00"
005280         DISPLAY "ADDRFILE NOT AVAILABLE - STATUS "
005290             AddressFileStatus
005300         SET CheckSkipped TO TRUE
005310         MOVE SPACES TO MSG-TEXT
005320         STRING "*** ADDRFILE NOT AVAILABLE - STATUS "
005330             DELIMITED BY SIZE
005340             AddressFileStatus DELIMITED BY SIZE
005350             " - CONTACT CHECKS NOT RUN ***" DELIMITED BY SIZE
005360             INTO MSG-TEXT
005370         END-STRING
005380         PERFORM 2950-PRINT-MESSAGE
005390             THRU 2950-EXIT
005400         GO TO 2200-EXIT
005410     END-IF.
005420     MOVE "N" TO EndOfFileSwitch.
005430     PERFORM 2300-CHECK-ONE-ADDRESS
005440         THRU 2300-EXIT
005450         UNTIL EndOfFile.
005460     CLOSE ADDRESS-FILE.
005470 2200-EXIT.
005480     EXIT.
005490
005500**************************************************************
005510*    2300-CHECK-ONE-ADDRESS THRU 2300-EXIT
005520**************************************************************
005530 2300-CHECK-ONE-ADDRESS.
005540     READ ADDRESS-FILE NEXT RECORD
005550         AT END
005560             SET EndOfFile TO TRUE
005570             GO TO 2300-EXIT
005580     END-READ.
005581     IF AddressFileStatus NOT = "00"
005582         AND AddressFileStatus NOT = "02"
005583         MOVE "ADDRFILE" TO ReadFailFile
005584         MOVE AddressFileStatus TO ReadFailStatus
005585         PERFORM 2960-WALK-READ-FAILED
005586             THRU 2960-EXIT
005587         GO TO 2300-EXIT
005588     END-IF.
005590     ADD 1 TO AddressReadCount.
005600     MOVE "ADDRFILE" TO ExceptionFile.
005610     MOVE ADR-CUSTOMER-NUMBER TO ExceptionNumber.
005620
005630     MOVE ADR-CUSTOMER-NUMBER TO CheckNumber.
005640     PERFORM 2650-VERIFY-CHECK-DIGIT
005650         THRU 2650-EXIT.
005660     IF CheckFailed
005670         MOVE CategoryCheckDigit TO CategoryIndex
005680         MOVE "CUSTOMER NUMBER FAILS ITS CHECK DIGIT"
005690             TO ExceptionText
005700         PERFORM 2900-PRINT-EXCEPTION
005710             THRU 2900-EXIT
005720     END-IF.
005730
005740     MOVE ADR-CUSTOMER-NUMBER TO NameLookupNumber.
005750     PERFORM 2700-READ-NAME-BY-NUMBER
005760         THRU 2700-EXIT.
005770     MOVE CategoryOwner TO CategoryIndex.
005780     IF NOT NameFound
005790         MOVE "NO NAMEFILE RECORD FOR THIS CONTACT RECORD"
005800             TO ExceptionText
005810         PERFORM 2900-PRINT-EXCEPTION
005820             THRU 2900-EXIT
005830         GO TO 2300-EXIT
005840     END-IF.
005850     IF NR-LAST-NAME = AnonymizedName
005860         MOVE "NAME ANONYMIZED BUT CONTACT RECORD KEPT"
005870             TO ExceptionText
005880         PERFORM 2900-PRINT-EXCEPTION
005890             THRU 2900-EXIT
005900     END-IF.
005910 2300-EXIT.
005920     EXIT.
005930
005940**************************************************************
005950*    2400-VERIFY-MERGEXRF THRU 2400-EXIT
005960*    NO MERGEXRF MEANS NO MERGE HAS EVER BEEN DONE - NOT AN
005970*    EXCEPTION.  THE PAIRS ARE LOADED FIRST AND CHECKED AFTER,
005980*    SO A CHAIN CAN BE FOLLOWED THROUGH PAIRS FILED LATER.
005990**************************************************************
006000 2400-VERIFY-MERGEXRF.
006010     OPEN INPUT MERGE-XREF-FILE.
006020     IF MergeXrefFileStatus NOT = "00"
006030         SET NoXref TO TRUE
006040         MOVE "NO MERGEXRF ON FILE - NO MERGES TO VERIFY"
006050             TO MSG-TEXT
006060         PERFORM 2950-PRINT-MESSAGE
006070             THRU 2950-EXIT
006080         GO TO 2400-EXIT
006090     END-IF.
006100     MOVE "N" TO EndOfFileSwitch.
006110     PERFORM 2410-LOAD-ONE-XREF
006120         THRU 2410-EXIT
006130         UNTIL EndOfFile.
006140     CLOSE MERGE-XREF-FILE.
006150
006160     PERFORM 2500-CHECK-ONE-XREF
006170         THRU 2500-EXIT
006180         VARYING XrefIndex FROM 1 BY 1
006190         UNTIL XrefIndex > XrefStoredCount.
006200 2400-EXIT.
006210     EXIT.
006220
006230**************************************************************
006240*    2410-LOAD-ONE-XREF THRU 2410-EXIT
006250*    CHECK DIGITS ARE TESTED AS THE PAIRS ARE READ; THE PAIR
006260*    IS THEN KEPT FOR THE CROSS-CHECKS.  A NUMBER RETIRED BY
006270*    MORE THAN ONE PAIR IS LISTED HERE - COBOLCIN AND COBOLINQ
006280*    FOLLOW THE LATEST ONE, SO THE EARLIER ONES ARE DEAD WOOD.
006290**************************************************************
006300 2410-LOAD-ONE-XREF.
006310     READ MERGE-XREF-FILE
006320         AT END
006330             SET EndOfFile TO TRUE
006340             GO TO 2410-EXIT
006350     END-READ.
006360     ADD 1 TO XrefReadCount.
006370     MOVE "MERGEXRF" TO ExceptionFile.
006380     IF MXR-RETIRED-NUMBER NOT NUMERIC
006390         OR MXR-SURVIVOR-NUMBER NOT NUMERIC
006400         MOVE ZERO TO ExceptionNumber
006410         MOVE CategoryXref TO CategoryIndex
006420         MOVE "PAIR IS NOT NUMERIC - NOT CHECKED"
006430             TO ExceptionText
006440         PERFORM 2900-PRINT-EXCEPTION
006450             THRU 2900-EXIT
006460         GO TO 2410-EXIT
006470     END-IF.
006480     MOVE MXR-RETIRED-NUMBER TO ExceptionNumber.
006490
006500     MOVE MXR-RETIRED-NUMBER TO CheckNumber.
006510     PERFORM 2650-VERIFY-CHECK-DIGIT
006520         THRU 2650-EXIT.
006530     IF CheckFailed
006540         MOVE CategoryCheckDigit TO CategoryIndex
006550         MOVE "RETIRED NUMBER FAILS ITS CHECK DIGIT"
006560             TO ExceptionText
006570         PERFORM 2900-PRINT-EXCEPTION
006580             THRU 2900-EXIT
006590     END-IF.
006600     MOVE MXR-SURVIVOR-NUMBER TO CheckNumber.
006610     PERFORM 2650-VERIFY-CHECK-DIGIT
006620         THRU 2650-EXIT.
006630     IF CheckFailed
006640         MOVE CategoryCheckDigit TO CategoryIndex
006650         MOVE SPACES TO ExceptionText
006660         STRING "SURVIVOR " DELIMITED BY SIZE
006670             MXR-SURVIVOR-NUMBER DELIMITED BY SIZE
006680             " FAILS ITS CHECK DIGIT" DELIMITED BY SIZE
006690             INTO ExceptionText
006700         END-STRING
006710         PERFORM 2900-PRINT-EXCEPTION
006720             THRU 2900-EXIT
006730     END-IF.
006740
006750     IF XrefStoredCount NOT < XrefTableLimit
006760         SET XrefOverflow TO TRUE
006770         GO TO 2410-EXIT
006780     END-IF.
006790     ADD 1 TO XrefStoredCount.
006800     MOVE MXR-RETIRED-NUMBER
006810         TO XPT-RETIRED-NUMBER (XrefStoredCount).
006820     MOVE MXR-SURVIVOR-NUMBER
006830         TO XPT-SURVIVOR-NUMBER (XrefStoredCount).
006840     COMPUTE BaseIndexNumber = MXR-RETIRED-NUMBER / 10.
006850     IF BaseIndexNumber = ZERO
006860         GO TO 2410-EXIT
006870     END-IF.
006871     IF BaseIndexNumber > XrefFlagLimit
006872         MOVE MXR-RETIRED-NUMBER TO OutOfRangeNumber
006873         PERFORM 2580-REPORT-OUT-OF-RANGE
006874             THRU 2580-EXIT
006875         GO TO 2410-EXIT
006876     END-IF.
006880     IF XRT-FLAG (BaseIndexNumber) = "Y"
006890         MOVE CategoryXref TO CategoryIndex
006900         MOVE "NUMBER RETIRED BY MORE THAN ONE MERGE"
006910             TO ExceptionText
006920         PERFORM 2900-PRINT-EXCEPTION
006930             THRU 2900-EXIT
006940     ELSE
006950         MOVE "Y" TO XRT-FLAG (BaseIndexNumber)
006960     END-IF.
006970 2410-EXIT.
006980     EXIT.
006990
007000**************************************************************
007010*    2500-CHECK-ONE-XREF THRU 2500-EXIT
007020*    BOTH HALVES OF A PAIR MUST BE ON NAMEFILE: THE RETIRED
007030*    NUMBER AS A RETIRED TOMBSTONE, THE SURVIVOR AS A LIVE
007040*    CUSTOMER.  A SURVIVOR THAT WAS ITSELF MERGED AWAY LATER
007050*    IS A CHAIN AND IS FOLLOWED; ONE RETIRED ANY OTHER WAY
007060*    LEAVES THE OLD NUMBER POINTING AT NOBODY.
007070**************************************************************
007080 2500-CHECK-ONE-XREF.
007090     MOVE "MERGEXRF" TO ExceptionFile.
007100     MOVE XPT-RETIRED-NUMBER (XrefIndex) TO ExceptionNumber.
007110     IF XPT-SURVIVOR-NUMBER (XrefIndex)
007120         = XPT-RETIRED-NUMBER (XrefIndex)
007130         MOVE CategoryChain TO CategoryIndex
007140         MOVE "NUMBER MERGED INTO ITSELF" TO ExceptionText
007150         PERFORM 2900-PRINT-EXCEPTION
007160             THRU 2900-EXIT
007170         GO TO 2500-EXIT
007180     END-IF.
007190
007200     MOVE CategoryXref TO CategoryIndex.
007210     MOVE XPT-RETIRED-NUMBER (XrefIndex) TO NameLookupNumber.
007220     PERFORM 2700-READ-NAME-BY-NUMBER
007230         THRU 2700-EXIT.
007240     IF NOT NameFound
007250         MOVE "RETIRED NUMBER NOT ON NAMEFILE" TO ExceptionText
007260         PERFORM 2900-PRINT-EXCEPTION
007270             THRU 2900-EXIT
007280     ELSE
007290         IF NR-ACTIVE
007300             MOVE "RETIRED NUMBER STILL ACTIVE ON NAMEFILE"
007310                 TO ExceptionText
007320             PERFORM 2900-PRINT-EXCEPTION
007330                 THRU 2900-EXIT
007340         END-IF
007350     END-IF.
007360
007370     MOVE XPT-SURVIVOR-NUMBER (XrefIndex) TO NameLookupNumber.
007380     PERFORM 2700-READ-NAME-BY-NUMBER
007390         THRU 2700-EXIT.
007400     IF NOT NameFound
007410         MOVE SPACES TO ExceptionText
007420         STRING "SURVIVOR " DELIMITED BY SIZE
007430             XPT-SURVIVOR-NUMBER (XrefIndex) DELIMITED BY SIZE
007440             " NOT ON NAMEFILE" DELIMITED BY SIZE
007450             INTO ExceptionText
007460         END-STRING
007470         PERFORM 2900-PRINT-EXCEPTION
007480             THRU 2900-EXIT
007490         GO TO 2500-EXIT
007500     END-IF.
007510     COMPUTE BaseIndexNumber =
007520         XPT-SURVIVOR-NUMBER (XrefIndex) / 10.
007521     IF BaseIndexNumber > XrefFlagLimit
007522         MOVE XPT-SURVIVOR-NUMBER (XrefIndex) TO OutOfRangeNumber
007523         PERFORM 2580-REPORT-OUT-OF-RANGE
007524             THRU 2580-EXIT
007525         MOVE ZERO TO BaseIndexNumber
007526     END-IF.
007530     IF BaseIndexNumber > ZERO
007540         IF XRT-FLAG (BaseIndexNumber) = "Y"
007550             PERFORM 2550-FOLLOW-CHAIN
007560                 THRU 2550-EXIT
007570             GO TO 2500-EXIT
007580         END-IF
007590     END-IF.
007600     IF NR-INACTIVE
007610         MOVE SPACES TO ExceptionText
007620         STRING "SURVIVOR " DELIMITED BY SIZE
007630             XPT-SURVIVOR-NUMBER (XrefIndex) DELIMITED BY SIZE
007640             " HAS BEEN RETIRED" DELIMITED BY SIZE
007650             INTO ExceptionText
007660         END-STRING
007670         PERFORM 2900-PRINT-EXCEPTION
007680             THRU 2900-EXIT
007690     END-IF.
007700 2500-EXIT.
007710     EXIT.
007720
007730**************************************************************
007740*    2550-FOLLOW-CHAIN THRU 2550-EXIT
007750*    A MERGE SHOULD LEAD STRAIGHT TO A LIVE CUSTOMER IN ONE
007760*    STEP.  THE SURVIVOR HERE WAS MERGED AWAY AGAIN, SO THE
007770*    CHAIN IS FOLLOWED PAIR BY PAIR UNTIL IT ENDS, COMES BACK
007780*    TO WHERE IT STARTED, OR RUNS PAST ChainHopLimit.
007790**************************************************************
007800 2550-FOLLOW-CHAIN.
007810     MOVE XPT-RETIRED-NUMBER (XrefIndex) TO ChainStartNumber.
007820     MOVE XPT-SURVIVOR-NUMBER (XrefIndex) TO ChainNumber.
007830     MOVE ZERO TO ChainHopCount.
007840     MOVE "N" TO ChainEndSwitch.
007850     PERFORM 2560-FOLLOW-ONE-HOP
007860         THRU 2560-EXIT
007870         UNTIL ChainEnded OR ChainLooped OR ChainTooLong.
007880
007890     MOVE CategoryChain TO CategoryIndex.
007900     MOVE SPACES TO ExceptionText.
007910     EVALUATE TRUE
007920         WHEN ChainLooped
007930             MOVE "MERGE CHAIN LOOPS BACK TO THIS NUMBER"
007940                 TO ExceptionText
007950         WHEN ChainTooLong
007960             MOVE "CHAIN OVER 10 LEVELS - LOOPS FURTHER ON"
007970                 TO ExceptionText
007980         WHEN OTHER
007990             COMPUTE ChainHopDisplay = ChainHopCount + 1
008000             STRING "CHAINED " DELIMITED BY SIZE
008010                 ChainHopDisplay DELIMITED BY SIZE
008020                 " LEVELS - ENDS AT " DELIMITED BY SIZE
008030                 ChainNumber DELIMITED BY SIZE
008040                 INTO ExceptionText
008050             END-STRING
008060     END-EVALUATE.
008070     PERFORM 2900-PRINT-EXCEPTION
008080         THRU 2900-EXIT.
008090 2550-EXIT.
008100     EXIT.
008110
008120 2560-FOLLOW-ONE-HOP.
008130     COMPUTE BaseIndexNumber = ChainNumber / 10.
008140     IF BaseIndexNumber = ZERO
008150         SET ChainEnded TO TRUE
008160         GO TO 2560-EXIT
008170     END-IF.
008171     IF BaseIndexNumber > XrefFlagLimit
008172         MOVE ChainNumber TO OutOfRangeNumber
008173         PERFORM 2580-REPORT-OUT-OF-RANGE
008174             THRU 2580-EXIT
008175         SET ChainEnded TO TRUE
008176         GO TO 2560-EXIT
008177     END-IF.
008180     IF XRT-FLAG (BaseIndexNumber) NOT = "Y"
008190         SET ChainEnded TO TRUE
008200         GO TO 2560-EXIT
008210     END-IF.
008220     IF ChainHopCount NOT < ChainHopLimit
008230         SET ChainTooLong TO TRUE
008240         GO TO 2560-EXIT
008250     END-IF.
008260     MOVE ChainNumber TO XrefLookupNumber.
008270     PERFORM 2570-FIND-XREF-ENTRY
008280         THRU 2570-EXIT.
008290     IF XrefFoundIndex = ZERO
008300         SET ChainEnded TO TRUE
008310         GO TO 2560-EXIT
008320     END-IF.
008330     ADD 1 TO ChainHopCount.
008340     MOVE XPT-SURVIVOR-NUMBER (XrefFoundIndex) TO ChainNumber.
008350     IF ChainNumber = ChainStartNumber
008360         SET ChainLooped TO TRUE
008370     END-IF.
008380 2560-EXIT.
008390     EXIT.
008400
008410**************************************************************
008420*    2570-FIND-XREF-ENTRY THRU 2570-EXIT
008430*    THE PAIR THAT RETIRED XrefLookupNumber INTO XrefFoundIndex
008440*    (ZERO IF NONE); THE LATEST PAIR FOR A NUMBER WINS, AS IN
008450*    COBOLCIN.
008460**************************************************************
008470 2570-FIND-XREF-ENTRY.
008480     MOVE ZERO TO XrefFoundIndex.
008490     PERFORM 2575-MATCH-ONE-XREF
008500         THRU 2575-EXIT
008510         VARYING XrefScanIndex FROM 1 BY 1
008520         UNTIL XrefScanIndex > XrefStoredCount.
008530 2570-EXIT.
008540     EXIT.
008550
008560 2575-MATCH-ONE-XREF.
008570     IF XPT-RETIRED-NUMBER (XrefScanIndex) = XrefLookupNumber
008580         MOVE XrefScanIndex TO XrefFoundIndex
008590     END-IF.
008600 2575-EXIT.
008610     EXIT.
008611
008612**************************************************************
008613*    2580-REPORT-OUT-OF-RANGE THRU 2580-EXIT
008614*    OutOfRangeNumber IS BEYOND WHAT XRT-FLAG CAN HOLD, SO
008615*    WHETHER IT WAS RETIRED CANNOT BE CHECKED.  IT IS LISTED
008616*    UNDER THE MERGE XREF CATEGORY INSTEAD OF BEING LOOKED UP.
008619**************************************************************
008620 2580-REPORT-OUT-OF-RANGE.
008621     MOVE CategoryXref TO CategoryIndex.
008622     MOVE SPACES TO ExceptionText.
008623     STRING "NUMBER " DELIMITED BY SIZE
008624         OutOfRangeNumber DELIMITED BY SIZE
008625         " BEYOND RETIRED-NUMBER TABLE" DELIMITED BY SIZE
008626         INTO ExceptionText
008627     END-STRING.
008628     PERFORM 2900-PRINT-EXCEPTION
008629         THRU 2900-EXIT.
008630 2580-EXIT.
008631     EXIT.
008632
008633**************************************************************
008640*    2600-COMPUTE-CHECK-DIGIT THRU 2600-EXIT
008650*    LUHN-STYLE WEIGHTED MODULUS-10 OVER THE EIGHT BASE DIGITS
008660*    OF A CUSTOMER NUMBER.  ON ENTRY CheckBaseNumber HOLDS THE
008670*    BASE; ON EXIT CheckDigit HOLDS THE DIGIT THAT MAKES THE
008680*    FULL NINE-DIGIT NUMBER VALID.  ODD POSITIONS (FROM THE
008690*    LEFT) ARE DOUBLED, A DOUBLE OVER NINE DROPS NINE, AND THE
008700*    CHECK DIGIT TOPS THE SUM UP TO A MULTIPLE OF TEN - SO ANY
008710*    SINGLE MIS-KEYED DIGIT, AND MOST TRANSPOSITIONS, FAIL THE
008720*    CHECK INSTEAD OF REACHING THE WRONG LIVE CUSTOMER.
008730**************************************************************
008740 2600-COMPUTE-CHECK-DIGIT.
008750     MOVE CheckBaseNumber TO CheckDigitString.
008760     MOVE ZERO TO CheckSum.
008770     PERFORM 2610-ADD-ONE-CHECK-DIGIT
008780         THRU 2610-EXIT
008790         VARYING CheckIndex FROM 1 BY 1
008800         UNTIL CheckIndex > 8.
008810     DIVIDE CheckSum BY 10 GIVING CheckQuotient
008820         REMAINDER CheckRemainder.
008830     IF CheckRemainder = ZERO
008840         MOVE ZERO TO CheckDigit
008850     ELSE
008860         COMPUTE CheckDigit = 10 - CheckRemainder
008870     END-IF.
008880 2600-EXIT.
008890     EXIT.
008900
008910 2610-ADD-ONE-CHECK-DIGIT.
008920     MOVE CheckDigitString (CheckIndex:1) TO CheckWorkDigit.
008930     IF CheckIndex = 1 OR CheckIndex = 3 OR CheckIndex = 5
008940         OR CheckIndex = 7
008950         COMPUTE CheckWorkValue = CheckWorkDigit * 2
008960         IF CheckWorkValue > 9
008970             SUBTRACT 9 FROM CheckWorkValue
008980         END-IF
008990     ELSE
009000         MOVE CheckWorkDigit TO CheckWorkValue
009010     END-IF.
009020     ADD CheckWorkValue TO CheckSum.
009030 2610-EXIT.
009040     EXIT.
009050
009060**************************************************************
009070*    2650-VERIFY-CHECK-DIGIT THRU 2650-EXIT
009080*    SETS CheckFailed WHEN THE LAST DIGIT OF CheckNumber IS NOT
009090*    THE ONE 2600-COMPUTE-CHECK-DIGIT GIVES FOR THE OTHER EIGHT.
009100**************************************************************
009110 2650-VERIFY-CHECK-DIGIT.
009120     MOVE "N" TO CheckFailSwitch.
009130     MOVE CheckNumber (9:1) TO CheckEnteredDigit.
009140     COMPUTE CheckBaseNumber = CheckNumber / 10.
009150     PERFORM 2600-COMPUTE-CHECK-DIGIT
009160         THRU 2600-EXIT.
009170     IF CheckDigit NOT = CheckEnteredDigit
009180         SET CheckFailed TO TRUE
009190     END-IF.
009200 2650-EXIT.
009210     EXIT.
009220
009230**************************************************************
009240*    2700-READ-NAME-BY-NUMBER THRU 2700-EXIT
009250*    RANDOM READ OF NAMEFILE FOR NameLookupNumber; NameFound
009260*    SAYS WHETHER THE RECORD IS IN THE BUFFER.
009270**************************************************************
009280 2700-READ-NAME-BY-NUMBER.
009290     MOVE "N" TO NameFoundSwitch.
009300     MOVE NameLookupNumber TO NR-CUSTOMER-NUMBER.
009310     READ NAMEFILE
009320         INVALID KEY
009330             CONTINUE
009340     END-READ.
009350     IF NameFileStatus = "00"
009360         SET NameFound TO TRUE
009370     END-IF.
009380 2700-EXIT.
009390     EXIT.
009400
009410**************************************************************
009420*    2750-BUILD-WHOLE-NAME THRU 2750-EXIT
009430*    THE SAME ASSEMBLY COBOLMNT AND COBOLACCEPT FILE: TITLE,
009440*    FIRST, MIDDLE, LAST AND SUFFIX, EACH UP TO ITS FIRST
009450*    SPACE, ONE SPACE BETWEEN, EMPTY PARTS LEFT OUT.
009460**************************************************************
009470 2750-BUILD-WHOLE-NAME.
009480     MOVE SPACES TO WholeName.
009490     MOVE 1 TO NamePointer.
009500
009510     IF NR-TITLE NOT = SPACES
009520         STRING NR-TITLE DELIMITED BY SPACE
009530             " " DELIMITED BY SIZE
009540             INTO WholeName
009550             WITH POINTER NamePointer
009560     END-IF.
009570
009580     STRING NR-FIRST-NAME DELIMITED BY SPACE
009590         INTO WholeName
009600         WITH POINTER NamePointer.
009610
009620     IF NR-MIDDLE-NAME NOT = SPACES
009630         STRING " " DELIMITED BY SIZE
009640             NR-MIDDLE-NAME DELIMITED BY SPACE
009650             INTO WholeName
009660             WITH POINTER NamePointer
009670     END-IF.
009680
009690     STRING " " DELIMITED BY SIZE
009700         NR-LAST-NAME DELIMITED BY SPACE
009710         INTO WholeName
009720         WITH POINTER NamePointer.
009730
009740     IF NR-SUFFIX NOT = SPACES
009750         STRING " " DELIMITED BY SIZE
009760             NR-SUFFIX DELIMITED BY SPACE
009770             INTO WholeName
009780             WITH POINTER NamePointer
009790     END-IF.
009800 2750-EXIT.
009810     EXIT.
009820
009830
009840**************************************************************
009850*    2800-BUILD-PHONETIC-KEY THRU 2800-EXIT
009860*    SOUNDEX-STYLE CODE OF PhoneticName INTO PhoneticKey: THE
009870*    FIRST LETTER OF THE NAME, THEN UP TO THREE CODE DIGITS
009880*    (B/F/P/V=1, C/G/J/K/Q/S/X/Z=2, D/T=3, L=4, M/N=5, R=6),
009890*    ZERO-PADDED TO FOUR.  VOWELS AND Y SEPARATE A RUN OF THE
009900*    SAME CODE; H AND W DO NOT; ANYTHING ELSE (HYPHEN,
009910*    APOSTROPHE, SPACE) IS SKIPPED.  ANDERSSON AND ANDERSON
009920*    BOTH CODE TO A536, WHICH IS THE WHOLE POINT.
009930**************************************************************
009940 2800-BUILD-PHONETIC-KEY.
009950     MOVE SPACES TO PhoneticKey.
009960     MOVE PhoneticName TO PhoneticWork.
009970     INSPECT PhoneticWork CONVERTING
009980         "abcdefghijklmnopqrstuvwxyz" TO
009990         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
010000     MOVE ZERO TO PhonPos.
010010     MOVE SPACE TO PhonLastCode.
010020     PERFORM 2810-PHONETIC-ONE-CHAR
010030         THRU 2810-EXIT
010040         VARYING PhonIndex FROM 1 BY 1
010050         UNTIL PhonIndex > 30
010060         OR PhonPos = 4.
010070*    A BLANK NAME LEAVES A BLANK KEY; ANYTHING ELSE IS PADDED
010080*    OUT TO THE FULL FOUR POSITIONS WITH ZEROES.
010090     IF PhonPos > ZERO
010100         PERFORM 2820-PAD-PHONETIC-KEY
010110             THRU 2820-EXIT
010120             UNTIL PhonPos NOT < 4
010130     END-IF.
010140 2800-EXIT.
010150     EXIT.
010160
010170 2810-PHONETIC-ONE-CHAR.
010180     MOVE PhoneticWork (PhonIndex:1) TO PhonChar.
010190     IF PhonChar = SPACE OR PhonChar NOT ALPHABETIC
010200         GO TO 2810-EXIT
010210     END-IF.
010220     EVALUATE PhonChar
010230         WHEN "B" WHEN "F" WHEN "P" WHEN "V"
010240             MOVE "1" TO PhonCode
010250         WHEN "C" WHEN "G" WHEN "J" WHEN "K"
010260         WHEN "Q" WHEN "S" WHEN "X" WHEN "Z"
010270             MOVE "2" TO PhonCode
010280         WHEN "D" WHEN "T"
010290             MOVE "3" TO PhonCode
010300         WHEN "L"
010310             MOVE "4" TO PhonCode
010320         WHEN "M" WHEN "N"
010330             MOVE "5" TO PhonCode
010340         WHEN "R"
010350             MOVE "6" TO PhonCode
010360         WHEN "H" WHEN "W"
010370             MOVE "-" TO PhonCode
010380         WHEN OTHER
010390             MOVE "0" TO PhonCode
010400     END-EVALUATE.
010410     IF PhonPos = ZERO
010420         MOVE 1 TO PhonPos
010430         MOVE PhonChar TO PhoneticKey (1:1)
010440         MOVE PhonCode TO PhonLastCode
010450         GO TO 2810-EXIT
010460     END-IF.
010470     EVALUATE TRUE
010480         WHEN PhonCode = "0"
010490             MOVE SPACE TO PhonLastCode
010500         WHEN PhonCode = "-"
010510             CONTINUE
010520         WHEN PhonCode = PhonLastCode
010530             CONTINUE
010540         WHEN OTHER
010550             ADD 1 TO PhonPos
010560             MOVE PhonCode TO PhoneticKey (PhonPos:1)
010570             MOVE PhonCode TO PhonLastCode
010580     END-EVALUATE.
010590 2810-EXIT.
010600     EXIT.
010610
010620 2820-PAD-PHONETIC-KEY.
010630     ADD 1 TO PhonPos.
010640     MOVE "0" TO PhoneticKey (PhonPos:1).
010650 2820-EXIT.
010660     EXIT.
010670
010680**************************************************************
010690*    2900-PRINT-EXCEPTION THRU 2900-EXIT
010700*    ONE DETAIL LINE FOR THE EXCEPTION IN ExceptionFile,
010710*    ExceptionNumber AND ExceptionText, COUNTED UNDER THE
010720*    CATEGORY IN CategoryIndex.
010730**************************************************************
010740 2900-PRINT-EXCEPTION.
010750     ADD 1 TO CATEGORY-COUNT-ENTRY (CategoryIndex).
010760     ADD 1 TO ExceptionCount.
010770     IF LineCount NOT < LinesPerPage
010780         PERFORM 1200-PRINT-HEADINGS
010790             THRU 1200-EXIT
010800     END-IF.
010810     MOVE ExceptionFile TO DL-FILE.
010820     MOVE ExceptionNumber TO DL-CUSTOMER-NUMBER.
010830     MOVE CATEGORY-CODE-ENTRY (CategoryIndex) TO DL-CATEGORY.
010840     MOVE ExceptionText TO DL-TEXT.
010850     WRITE PRINT-LINE FROM DETAIL-LINE
010860         AFTER ADVANCING 1 LINE.
010870     ADD 1 TO LineCount.
010880     MOVE SPACES TO ExceptionText.
010890 2900-EXIT.
010900     EXIT.
010910
010920**************************************************************
010930*    2950-PRINT-MESSAGE THRU 2950-EXIT
010940*    PRINTS MSG-TEXT, TWO LINES DOWN, AND CLEARS IT.
010950**************************************************************
010960 2950-PRINT-MESSAGE.
010970     IF LineCount NOT < LinesPerPage
010980         PERFORM 1200-PRINT-HEADINGS
010990             THRU 1200-EXIT
011000     END-IF.
011010     WRITE PRINT-LINE FROM MESSAGE-LINE
011020         AFTER ADVANCING 2 LINES.
011030     ADD 2 TO LineCount.
011040     MOVE SPACES TO MSG-TEXT.
011050 2950-EXIT.
011060     EXIT.
011070
011080**************************************************************
011090*    2960-WALK-READ-FAILED THRU 2960-EXIT
011100*    A READ NEXT THAT FAILS PART-WAY THROUGH A WALK IS NOT THE
011110*    END OF THE FILE - THE RECORDS BEYOND IT WERE NEVER
011120*    CHECKED.  THE WALK IS ENDED AND COUNTED AS A CHECK NOT
011130*    RUN (RC 8), AS FOR A FILE THAT WOULD NOT OPEN.  ON ENTRY
011140*    ReadFailFile AND ReadFailStatus NAME THE FILE AND STATUS.
011150**************************************************************
011160 2960-WALK-READ-FAILED.
011170     DISPLAY ReadFailFile " READ FAILED - STATUS "
011180         ReadFailStatus.
011190     SET CheckSkipped TO TRUE.
011200     SET EndOfFile TO TRUE.
011210     MOVE SPACES TO MSG-TEXT.
011220     STRING "*** " DELIMITED BY SIZE
011230         ReadFailFile DELIMITED BY SPACE
011240         " READ FAILED - STATUS " DELIMITED BY SIZE
011250         ReadFailStatus DELIMITED BY SIZE
011260         " - CHECKS INCOMPLETE ***" DELIMITED BY SIZE
011270         INTO MSG-TEXT
011280     END-STRING.
011290     PERFORM 2950-PRINT-MESSAGE
011300         THRU 2950-EXIT.
011310 2960-EXIT.
011320     EXIT.
011330
011340**************************************************************
011350*    3000-TERMINATE THRU 3000-EXIT
011360*    THE SCHEDULER GOES BY THE RETURN CODE: 8 = A FILE COULD
011370*    NOT BE READ (OR THE PAIR TABLE RAN OUT), SO THE FILES ARE
011380*    NOT KNOWN TO BE SOUND; 4 = EXCEPTIONS TO CHASE; 0 = CLEAN.
011390**************************************************************
011400 3000-TERMINATE.
011410     EVALUATE TRUE
011420         WHEN RunFailure
011430             MOVE "*** RUN COULD NOT START - SEE CONSOLE LOG ***"
011440                 TO MSG-TEXT
011450             WRITE PRINT-LINE FROM MESSAGE-LINE
011460                 AFTER ADVANCING 2 LINES
011470         WHEN OTHER
011480             CLOSE NAMEFILE
011490             IF ExceptionCount = ZERO
011500                 MOVE "NO EXCEPTIONS - THE THREE FILES AGREE"
011510                     TO MSG-TEXT
011520                 WRITE PRINT-LINE FROM MESSAGE-LINE
011530                     AFTER ADVANCING 2 LINES
011540             END-IF
011550             PERFORM 3100-PRINT-TOTALS
011560                 THRU 3100-EXIT
011570     END-EVALUATE.
011580     CLOSE PRINT-FILE.
011590
011600     DISPLAY "COBOLVFY COMPLETE".
011610     DISPLAY "NAMEFILE RECORDS READ - " NameReadCount.
011620     DISPLAY "ADDRFILE RECORDS READ - " AddressReadCount.
011630     DISPLAY "MERGEXRF PAIRS READ - " XrefReadCount.
011640     DISPLAY "EXCEPTIONS - " ExceptionCount.
011650     EVALUATE TRUE
011660         WHEN RunFailure OR CheckSkipped OR XrefOverflow
011670             MOVE 8 TO RETURN-CODE
011680         WHEN ExceptionCount > ZERO
011690             MOVE 4 TO RETURN-CODE
011700         WHEN OTHER
011710             MOVE ZERO TO RETURN-CODE
011720     END-EVALUATE.
011730 3000-EXIT.
011740     EXIT.
011750
011760**************************************************************
011770*    3100-PRINT-TOTALS THRU 3100-EXIT
011780**************************************************************
011790 3100-PRINT-TOTALS.
011800     MOVE "NAMEFILE RECORDS READ" TO TL-CAPTION.
011810     MOVE NameReadCount TO TL-VALUE.
011820     WRITE PRINT-LINE FROM TOTAL-LINE
011830         AFTER ADVANCING 2 LINES.
011840     MOVE "  ANONYMIZED (NAME CHECKS SKIPPED)" TO TL-CAPTION.
011850     MOVE AnonymizedCount TO TL-VALUE.
011860     WRITE PRINT-LINE FROM TOTAL-LINE
011870         AFTER ADVANCING 1 LINE.
011880     MOVE "ADDRFILE RECORDS READ" TO TL-CAPTION.
011890     MOVE AddressReadCount TO TL-VALUE.
011900     WRITE PRINT-LINE FROM TOTAL-LINE
011910         AFTER ADVANCING 1 LINE.
011920     MOVE "MERGEXRF PAIRS READ" TO TL-CAPTION.
011930     MOVE XrefReadCount TO TL-VALUE.
011940     WRITE PRINT-LINE FROM TOTAL-LINE
011950         AFTER ADVANCING 1 LINE.
011960     IF XrefOverflow
011970         MOVE "  *** NOT CHAINED - RAISE THE OCCURS ***"
011980             TO TL-CAPTION
011990         COMPUTE TL-VALUE = XrefReadCount - XrefStoredCount
012000         WRITE PRINT-LINE FROM TOTAL-LINE
012010             AFTER ADVANCING 1 LINE
012020     END-IF.
012030     MOVE "EXCEPTIONS BY CATEGORY" TO TL-CAPTION.
012040     MOVE ExceptionCount TO TL-VALUE.
012050     WRITE PRINT-LINE FROM TOTAL-LINE
012060         AFTER ADVANCING 2 LINES.
012070     PERFORM 3110-PRINT-ONE-CATEGORY
012080         THRU 3110-EXIT
012090         VARYING CategoryIndex FROM 1 BY 1
012100         UNTIL CategoryIndex > CategoryCount.
012110 3100-EXIT.
012120     EXIT.
012130
012140 3110-PRINT-ONE-CATEGORY.
012150     MOVE CATEGORY-CAPTION-ENTRY (CategoryIndex) TO TL-CAPTION.
012160     MOVE CATEGORY-COUNT-ENTRY (CategoryIndex) TO TL-VALUE.
012170     WRITE PRINT-LINE FROM TOTAL-LINE
012180         AFTER ADVANCING 1 LINE.
012190 3110-EXIT.
012200     EXIT.
