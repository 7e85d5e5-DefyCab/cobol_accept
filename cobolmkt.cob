000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBOLMKT.
000030 AUTHOR. LOVE BELLINDER.
000040 INSTALLATION. RETAIL CUSTOMER ONBOARDING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070**************************************************************
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------  ----  ---------------------------------------
000120*    2026-10-15 LB    ORIGINAL PROGRAM - NIGHTLY MARKETING
000130*                      EXTRACTS FROM THE CONSENT REGISTER (SEE
000140*                      CONSENT.CPY).  WRITES TWO FILES FOR THE
000150*                      MARKETING SYSTEM IN THE MKTOUT.CPY
000160*                      LAYOUT: MKTPERM, ONE LINE PER CUSTOMER
000170*                      WHO HAS GIVEN CONSENT ON AT LEAST ONE
000180*                      CHANNEL, WITH THE CONTACT DETAILS FOR THE
000190*                      PERMITTED CHANNELS ONLY; AND MKTSUPP, THE
000200*                      DO-NOT-CONTACT FILE, ONE LINE PER
000210*                      CUSTOMER WHO HAS WITHDRAWN CONSENT ON AT
000220*                      LEAST ONE CHANNEL, WITH EVERY CONTACT
000230*                      DETAIL ON FILE.  BOTH ARE FULL REFRESHES
000240*                      BUILT FROM THE REGISTER AS IT STANDS WHEN
000250*                      THE STEP RUNS, SO A WITHDRAWAL RECORDED IN
000260*                      COBOLMNT DURING THE DAY IS APPLIED THAT
000270*                      NIGHT.  RETIRED CUSTOMERS AND CUSTOMERS
000280*                      WHOSE PERSONAL DETAILS COBOLPRG HAS
000290*                      ERASED ARE LEFT OFF BOTH FILES.
000292*    2026-10-15 LB    A FAILED RUN WRITES NO TRAILERS, SO THE
000294*                      MARKETING SYSTEM'S OWN COMPLETENESS CHECK
000296*                      REFUSES THE FILES AS WELL.
000300**************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340*    THE REGISTER IS READ FORWARD IN CUSTOMER-NUMBER ORDER AND
000350*    ONLY READ - COBOLACCEPT AND COBOLMNT MAY BE FILING WHILE
000360*    THE STEP RUNS.
000370     SELECT CONSENT-FILE ASSIGN TO "CONSENT"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS CNS-CUSTOMER-NUMBER
000410         SHARING WITH ALL OTHER
000420         FILE STATUS IS ConsentFileStatus.
000430
000440     SELECT NAMEFILE ASSIGN TO "NAMEFILE"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS NR-CUSTOMER-NUMBER
000480         ALTERNATE RECORD KEY IS NR-LAST-NAME
000490             WITH DUPLICATES
000500         ALTERNATE RECORD KEY IS NR-PHONETIC-KEY
000510             WITH DUPLICATES
000520         SHARING WITH ALL OTHER
000530         FILE STATUS IS NameFileStatus.
000540
000550     SELECT ADDRESS-FILE ASSIGN TO "ADDRFILE"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS ADR-CUSTOMER-NUMBER
000590         SHARING WITH ALL OTHER
000600         FILE STATUS IS AddressFileStatus.
000610
000620     SELECT PERMIT-FILE ASSIGN TO "MKTPERM"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS PermitFileStatus.
000650
000660     SELECT SUPPRESS-FILE ASSIGN TO "MKTSUPP"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS SuppressFileStatus.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  CONSENT-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY CONSENT.
000750
000760 FD  NAMEFILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY NAMEREC.
000790
000800 FD  ADDRESS-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY ADDRREC.
000830
000840 FD  PERMIT-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY MKTOUT.
000870
000880*    THE SUPPRESSION FILE USES THE SAME LAYOUT, RENAMED SO BOTH
000890*    FDS CAN COEXIST.
000900 FD  SUPPRESS-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 COPY MKTOUT REPLACING LEADING ==MKT-== BY ==SUP-==.
000930
000940 WORKING-STORAGE SECTION.
000950 77  ConsentFileStatus           PIC X(02).
000960 77  NameFileStatus              PIC X(02).
000970 77  AddressFileStatus           PIC X(02).
000980 77  PermitFileStatus            PIC X(02).
000990 77  SuppressFileStatus          PIC X(02).
001000
001010 77  AddressAvailSwitch          PIC X(01) VALUE "N".
001020     88  AddressAvailable         VALUE "Y".
001030 77  ConsentAvailSwitch          PIC X(01) VALUE "N".
001040     88  ConsentAvailable         VALUE "Y".
001043 77  NamefileAvailSwitch         PIC X(01) VALUE "N".
001046     88  NamefileAvailable        VALUE "Y".
001050 77  AddressFoundSwitch          PIC X(01) VALUE "N".
001060     88  AddressFound             VALUE "Y".
001070
001080 77  EndOfFileSwitch             PIC X(01) VALUE "N".
001090     88  EndOfFile                VALUE "Y".
001100 77  RunFailureSwitch            PIC X(01) VALUE "N".
001110     88  RunFailure               VALUE "Y".
001120
001130 77  RunDate                     PIC 9(08) VALUE ZERO.
001140 77  AnonymizedName              PIC X(30) VALUE "ANONYMIZED".
001150
001160***************************************************************
001170*    PER-CUSTOMER CHANNEL TALLY (SEE 2210-COUNT-ONE-CHANNEL).
001180***************************************************************
001190 77  ChannelIndex                PIC 9(02) COMP VALUE ZERO.
001200 77  GivenChannelCount           PIC 9(02) COMP VALUE ZERO.
001210 77  WithdrawnChannelCount       PIC 9(02) COMP VALUE ZERO.
001220
001230***************************************************************
001240*    RUN COUNTS - THE TWO DETAIL COUNTS GO ON THE TRAILERS, THE
001250*    REST ON THE CONSOLE FOR THE OPERATOR.
001260***************************************************************
001270 77  RegisterReadCount           PIC 9(08) VALUE ZERO.
001280 77  PermitRecordCount           PIC 9(08) VALUE ZERO.
001290 77  SuppressRecordCount         PIC 9(08) VALUE ZERO.
001300 77  RetiredSkipCount            PIC 9(08) VALUE ZERO.
001310 77  AnonymizedSkipCount         PIC 9(08) VALUE ZERO.
001320 77  NotOnFileSkipCount          PIC 9(08) VALUE ZERO.
001330 77  NotAskedSkipCount           PIC 9(08) VALUE ZERO.
001340
001350 PROCEDURE DIVISION.
001360
001370**************************************************************
001380*    0000-MAINLINE
001390**************************************************************
001400 0000-MAINLINE.
001410     PERFORM 1000-INITIALIZE
001420         THRU 1000-EXIT.
001430     PERFORM 2000-EXTRACT-CONSENT
001440         THRU 2000-EXIT.
001450     PERFORM 3000-TERMINATE
001460         THRU 3000-EXIT.
001470     STOP RUN.
001480
001490**************************************************************
001500*    1000-INITIALIZE THRU 1000-EXIT
001510*    BOTH FILES ARE ALWAYS WRITTEN, WITH A HEADER, SO THE
001520*    MARKETING SYSTEM NEVER PICKS UP LAST NIGHT'S FILE BY
001530*    MISTAKE.  A BASE THAT HAS NEVER RECORDED A CONSENT HAS NO
001540*    REGISTER YET - BOTH FILES GO OUT EMPTY AND THE STEP ENDS
001550*    CLEAN.  A REGISTER THAT IS THERE BUT CANNOT BE READ, OR NO
001560*    NAMEFILE TO CHECK IT AGAINST, FAILS THE STEP: AN EMPTY
001570*    SUPPRESSION FILE WOULD TELL THE MARKETING SYSTEM NOBODY
001580*    HAS WITHDRAWN.
001590**************************************************************
001600 1000-INITIALIZE.
001610     ACCEPT RunDate FROM DATE YYYYMMDD.
001620     OPEN OUTPUT PERMIT-FILE.
001630     OPEN OUTPUT SUPPRESS-FILE.
001640     IF PermitFileStatus NOT = "00"
001650         OR SuppressFileStatus NOT = "00"
001660         DISPLAY "MKTPERM/MKTSUPP CANNOT BE OPENED - STATUS "
001670             PermitFileStatus "/" SuppressFileStatus
001680         SET RunFailure TO TRUE
001690         SET EndOfFile TO TRUE
001700         GO TO 1000-EXIT
001710     END-IF.
001720     MOVE SPACES TO MKT-HEADER-RECORD.
001730     MOVE "H" TO MKT-HDR-RECORD-TYPE.
001740     MOVE "MKTPERM" TO MKT-HDR-FILE-ID.
001750     MOVE RunDate TO MKT-HDR-RUN-DATE.
001760     MOVE "01" TO MKT-HDR-LAYOUT.
001770     WRITE MKT-HEADER-RECORD.
001780     MOVE SPACES TO SUP-HEADER-RECORD.
001790     MOVE "H" TO SUP-HDR-RECORD-TYPE.
001800     MOVE "MKTSUPP" TO SUP-HDR-FILE-ID.
001810     MOVE RunDate TO SUP-HDR-RUN-DATE.
001820     MOVE "01" TO SUP-HDR-LAYOUT.
001830     WRITE SUP-HEADER-RECORD.
001840
001850     OPEN INPUT CONSENT-FILE.
001860     EVALUATE ConsentFileStatus
001870         WHEN "00"
001880             SET ConsentAvailable TO TRUE
001890         WHEN "35"
001900             DISPLAY "NO CONSENT REGISTER YET - EMPTY EXTRACTS"
001910             SET EndOfFile TO TRUE
001920             GO TO 1000-EXIT
001930         WHEN OTHER
001940             DISPLAY "CONSENT NOT AVAILABLE - STATUS "
001950                 ConsentFileStatus
001960             SET RunFailure TO TRUE
001970             SET EndOfFile TO TRUE
001980             GO TO 1000-EXIT
001990     END-EVALUATE.
002000     OPEN INPUT NAMEFILE.
002010     IF NameFileStatus NOT = "00"
002020         DISPLAY "NAMEFILE NOT AVAILABLE - STATUS "
002030             NameFileStatus
002040         SET RunFailure TO TRUE
002050         SET EndOfFile TO TRUE
002060         GO TO 1000-EXIT
002070     END-IF.
002075     SET NamefileAvailable TO TRUE.
002080*    A BASE OLDER THAN THE ADDRESS EXPANSION MAY HAVE NO CONTACT
002090*    MASTER - THE FILES STILL GO OUT, WITH NAMES AND FLAGS ONLY.
002100     OPEN INPUT ADDRESS-FILE.
002110     IF AddressFileStatus = "00"
002120         SET AddressAvailable TO TRUE
002130     END-IF.
002140 1000-EXIT.
002150     EXIT.
002160
002170**************************************************************
002180*    2000-EXTRACT-CONSENT THRU 2000-EXIT
002190**************************************************************
002200 2000-EXTRACT-CONSENT.
002210     IF NOT EndOfFile
002220         PERFORM 2100-READ-CONSENT-RECORD
002230             THRU 2100-EXIT
002240     END-IF.
002250     PERFORM 2200-PROCESS-CONSENT-RECORD
002260         THRU 2200-EXIT
002270         UNTIL EndOfFile.
002280 2000-EXIT.
002290     EXIT.
002300
002310**************************************************************
002320*    2100-READ-CONSENT-RECORD THRU 2100-EXIT
002330*    A READ THAT FAILS WITHOUT REACHING END OF FILE ENDS THE RUN
002340*    WITH THE FAILURE RETURN CODE (SEE COBOLEXT'S 2100-READ-
002350*    NAME-RECORD FOR THE SAME GUARD) - A SHORT SUPPRESSION FILE
002360*    MUST NOT BE RELEASED AS COMPLETE.
002370**************************************************************
002380 2100-READ-CONSENT-RECORD.
002390     READ CONSENT-FILE NEXT RECORD
002400         AT END
002410             SET EndOfFile TO TRUE
002420     END-READ.
002430     IF NOT EndOfFile AND ConsentFileStatus NOT = "00"
002440         DISPLAY "CONSENT READ FAILED - STATUS " ConsentFileStatus
002450             " - EXTRACT ENDED, RERUN LATER"
002460         SET EndOfFile TO TRUE
002470         SET RunFailure TO TRUE
002480     END-IF.
002490     IF NOT EndOfFile
002500         ADD 1 TO RegisterReadCount
002510     END-IF.
002520 2100-EXIT.
002530     EXIT.
002540
002550**************************************************************
002560*    2200-PROCESS-CONSENT-RECORD THRU 2200-EXIT
002570*    A CUSTOMER WITH A CONSENT GIVEN GOES ON MKTPERM; ONE WITH A
002580*    CONSENT WITHDRAWN GOES ON MKTSUPP; ONE WITH BOTH GOES ON
002590*    BOTH, EACH FILE FLAGGING ONLY ITS OWN CHANNELS.  A CHANNEL
002600*    NEVER ASKED ABOUT GOES ON NEITHER.  THE CUSTOMER MUST BE ON
002610*    NAMEFILE, ACTIVE, AND NOT ANONYMIZED.
002620**************************************************************
002630 2200-PROCESS-CONSENT-RECORD.
002640     MOVE ZERO TO GivenChannelCount.
002650     MOVE ZERO TO WithdrawnChannelCount.
002660     PERFORM 2210-COUNT-ONE-CHANNEL
002670         THRU 2210-EXIT
002680         VARYING ChannelIndex FROM 1 BY 1
002690         UNTIL ChannelIndex > 4.
002700     IF GivenChannelCount = ZERO
002710         AND WithdrawnChannelCount = ZERO
002720         ADD 1 TO NotAskedSkipCount
002730         GO TO 2200-READ-NEXT
002740     END-IF.
002750
002760     MOVE CNS-CUSTOMER-NUMBER TO NR-CUSTOMER-NUMBER.
002770     READ NAMEFILE
002780         INVALID KEY
002790             CONTINUE
002800     END-READ.
002810     EVALUATE NameFileStatus
002820         WHEN "00"
002830             CONTINUE
002840         WHEN "23"
002850             ADD 1 TO NotOnFileSkipCount
002860             GO TO 2200-READ-NEXT
002870         WHEN OTHER
002880             DISPLAY "NAMEFILE READ FAILED FOR "
002890                 CNS-CUSTOMER-NUMBER
002900                 " - STATUS " NameFileStatus
002910                 " - EXTRACT ENDED, RERUN LATER"
002920             SET RunFailure TO TRUE
002930             SET EndOfFile TO TRUE
002940             GO TO 2200-EXIT
002950     END-EVALUATE.
002960     IF NR-LAST-NAME = AnonymizedName
002970         ADD 1 TO AnonymizedSkipCount
002980         GO TO 2200-READ-NEXT
002990     END-IF.
003000     IF NR-INACTIVE
003010         ADD 1 TO RetiredSkipCount
003020         GO TO 2200-READ-NEXT
003030     END-IF.
003040
003050     PERFORM 2220-READ-ADDRESS
003060         THRU 2220-EXIT.
003070     IF GivenChannelCount > ZERO
003080         PERFORM 2300-WRITE-PERMIT-RECORD
003090             THRU 2300-EXIT
003100     END-IF.
003110     IF WithdrawnChannelCount > ZERO
003120         PERFORM 2400-WRITE-SUPPRESS-RECORD
003130             THRU 2400-EXIT
003140     END-IF.
003150
003160 2200-READ-NEXT.
003170     PERFORM 2100-READ-CONSENT-RECORD
003180         THRU 2100-EXIT.
003190 2200-EXIT.
003200     EXIT.
003210
003220 2210-COUNT-ONE-CHANNEL.
003230     EVALUATE TRUE
003240         WHEN CNS-GIVEN (ChannelIndex)
003250             ADD 1 TO GivenChannelCount
003260         WHEN CNS-WITHDRAWN (ChannelIndex)
003270             ADD 1 TO WithdrawnChannelCount
003280     END-EVALUATE.
003290 2210-EXIT.
003300     EXIT.
003310
003320**************************************************************
003330*    2220-READ-ADDRESS THRU 2220-EXIT
003340*    A CUSTOMER WITHOUT CONTACT DETAILS STILL GOES OUT - BY NAME
003350*    AND CUSTOMER NUMBER, WITH THE CONTACT FIELDS BLANK.
003360**************************************************************
003370 2220-READ-ADDRESS.
003380     MOVE "N" TO AddressFoundSwitch.
003390     MOVE SPACES TO ADDRESS-RECORD.
003400     IF NOT AddressAvailable
003410         GO TO 2220-EXIT
003420     END-IF.
003430     MOVE NR-CUSTOMER-NUMBER TO ADR-CUSTOMER-NUMBER.
003440     READ ADDRESS-FILE
003450         INVALID KEY
003460             MOVE SPACES TO ADDRESS-RECORD
003470     END-READ.
003480     IF AddressFileStatus = "00"
003490         SET AddressFound TO TRUE
003500     ELSE
003510         MOVE SPACES TO ADDRESS-RECORD
003520     END-IF.
003530 2220-EXIT.
003540     EXIT.
003550
003560**************************************************************
003570*    2300-WRITE-PERMIT-RECORD THRU 2300-EXIT
003580*    ONLY THE CONTACT DETAILS FOR A PERMITTED CHANNEL ARE GIVEN
003590*    TO THE MARKETING SYSTEM - THE POSTAL ADDRESS FOR POST, THE
003600*    E-MAIL ADDRESS FOR E-MAIL, THE PHONE NUMBER FOR PHONE OR
003610*    SMS.
003620**************************************************************
003630 2300-WRITE-PERMIT-RECORD.
003640     MOVE SPACES TO MKT-DETAIL-RECORD.
003650     MOVE "D" TO MKT-RECORD-TYPE.
003660     MOVE NR-CUSTOMER-NUMBER TO MKT-CUSTOMER-NUMBER.
003670     MOVE NR-TITLE TO MKT-TITLE.
003680     MOVE NR-FIRST-NAME TO MKT-FIRST-NAME.
003690     MOVE NR-LAST-NAME TO MKT-LAST-NAME.
003700     PERFORM 2310-PERMIT-ONE-CHANNEL
003710         THRU 2310-EXIT
003720         VARYING ChannelIndex FROM 1 BY 1
003730         UNTIL ChannelIndex > 4.
003740     WRITE MKT-DETAIL-RECORD.
003750     ADD 1 TO PermitRecordCount.
003760 2300-EXIT.
003770     EXIT.
003780
003790 2310-PERMIT-ONE-CHANNEL.
003800     IF NOT CNS-GIVEN (ChannelIndex)
003810         GO TO 2310-EXIT
003820     END-IF.
003830     MOVE "Y" TO MKT-CHANNEL-FLAG (ChannelIndex).
003840     EVALUATE ChannelIndex
003850         WHEN 1
003860             MOVE ADR-STREET TO MKT-STREET
003870             MOVE ADR-CITY TO MKT-CITY
003880             MOVE ADR-POSTAL-CODE TO MKT-POSTAL-CODE
003890         WHEN 2
003900             MOVE ADR-EMAIL TO MKT-EMAIL
003910         WHEN OTHER
003920             MOVE ADR-PHONE TO MKT-PHONE
003930     END-EVALUATE.
003940 2310-EXIT.
003950     EXIT.
003960
003970**************************************************************
003980*    2400-WRITE-SUPPRESS-RECORD THRU 2400-EXIT
003990*    EVERY CONTACT DETAIL ON FILE GOES ON THE SUPPRESSION LINE,
004000*    WHATEVER THE CHANNEL, SO THE MARKETING SYSTEM CAN MATCH THE
004010*    CUSTOMER IN LISTS IT BOUGHT OR BUILT ITSELF.
004020**************************************************************
004030 2400-WRITE-SUPPRESS-RECORD.
004040     MOVE SPACES TO SUP-DETAIL-RECORD.
004050     MOVE "D" TO SUP-RECORD-TYPE.
004060     MOVE NR-CUSTOMER-NUMBER TO SUP-CUSTOMER-NUMBER.
004070     MOVE NR-TITLE TO SUP-TITLE.
004080     MOVE NR-FIRST-NAME TO SUP-FIRST-NAME.
004090     MOVE NR-LAST-NAME TO SUP-LAST-NAME.
004100     MOVE ADR-STREET TO SUP-STREET.
004110     MOVE ADR-CITY TO SUP-CITY.
004120     MOVE ADR-POSTAL-CODE TO SUP-POSTAL-CODE.
004130     MOVE ADR-PHONE TO SUP-PHONE.
004140     MOVE ADR-EMAIL TO SUP-EMAIL.
004150     PERFORM 2410-SUPPRESS-ONE-CHANNEL
004160         THRU 2410-EXIT
004170         VARYING ChannelIndex FROM 1 BY 1
004180         UNTIL ChannelIndex > 4.
004190     WRITE SUP-DETAIL-RECORD.
004200     ADD 1 TO SuppressRecordCount.
004210 2400-EXIT.
004220     EXIT.
004230
004240 2410-SUPPRESS-ONE-CHANNEL.
004250     IF CNS-WITHDRAWN (ChannelIndex)
004260         MOVE "N" TO SUP-CHANNEL-FLAG (ChannelIndex)
004270     END-IF.
004280 2410-EXIT.
004290     EXIT.
004300
004310**************************************************************
004320*    3000-TERMINATE THRU 3000-EXIT
004330*    WRITES THE TWO TRAILERS GIVING THE DETAIL COUNTS SO THE
004340*    MARKETING SYSTEM CAN VERIFY EACH FILE IS COMPLETE BEFORE
004350*    LOADING IT.  RC 0 = CLEAN, 8 = THE FILES ARE NOT COMPLETE
004360*    AND MUST NOT BE RELEASED.
004363*    A FAILED RUN WRITES NO TRAILER - A FILE WITHOUT ONE CANNOT
004366*    BE TAKEN FOR COMPLETE ON THE MARKETING SIDE EITHER.
004370**************************************************************
004380 3000-TERMINATE.
004388     IF NOT RunFailure
004396         IF PermitFileStatus = "00"
004404             MOVE SPACES TO MKT-TRAILER-RECORD
004412             MOVE "T" TO MKT-TRL-RECORD-TYPE
004420             MOVE PermitRecordCount TO MKT-TRL-RECORD-COUNT
004428             WRITE MKT-TRAILER-RECORD
004436         END-IF
004444         IF SuppressFileStatus = "00"
004452             MOVE SPACES TO SUP-TRAILER-RECORD
004460             MOVE "T" TO SUP-TRL-RECORD-TYPE
004468             MOVE SuppressRecordCount TO SUP-TRL-RECORD-COUNT
004476             WRITE SUP-TRAILER-RECORD
004484         END-IF
004492     END-IF.
004510     CLOSE PERMIT-FILE.
004520     CLOSE SUPPRESS-FILE.
004530     IF ConsentAvailable
004540         CLOSE CONSENT-FILE
004560     END-IF.
004562     IF NamefileAvailable
004564         CLOSE NAMEFILE
004566     END-IF.
004570     IF AddressAvailable
004580         CLOSE ADDRESS-FILE
004590     END-IF.
004600     DISPLAY "COBOLMKT - REGISTER RECORDS READ:    "
004610         RegisterReadCount.
004620     DISPLAY "COBOLMKT - CONTACT PERMITTED:        "
004630         PermitRecordCount.
004640     DISPLAY "COBOLMKT - DO NOT CONTACT:           "
004650         SuppressRecordCount.
004660     DISPLAY "COBOLMKT - LEFT OFF, RETIRED:        "
004670         RetiredSkipCount.
004680     DISPLAY "COBOLMKT - LEFT OFF, ANONYMIZED:     "
004690         AnonymizedSkipCount.
004700     DISPLAY "COBOLMKT - LEFT OFF, NOT ON NAMEFILE:"
004710         NotOnFileSkipCount.
004720     DISPLAY "COBOLMKT - LEFT OFF, NOTHING ASKED:  "
004730         NotAskedSkipCount.
004740     IF RunFailure
004750         DISPLAY "*** MARKETING EXTRACTS INCOMPLETE - DO NOT "
004760             "RELEASE THEM ***"
004770         MOVE 8 TO RETURN-CODE
004780     ELSE
004790         MOVE ZERO TO RETURN-CODE
004800     END-IF.
004810 3000-EXIT.
004820     EXIT.
