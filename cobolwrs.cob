000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBOLWRS.
000030 AUTHOR. LOVE BELLINDER.
000040 INSTALLATION. RETAIL CUSTOMER ONBOARDING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070**************************************************************
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------  ----  ---------------------------------------
000120*    2026-10-15 LB    ORIGINAL PROGRAM - WATCH-LIST RESCREEN OF
000130*                      THE WHOLE MASTER.  RUN NIGHTLY AS THE
000140*                      RESCREEN STEP OF COBOLCYC, BUT ONLY DOES
000150*                      ITS WORK WHEN COBOLWCH HAS LOADED A NEW
000160*                      LIST SINCE THE LAST RESCREEN (SEE
000170*                      WCHCTL.CPY); OTHERWISE IT REPORTS THAT
000180*                      THERE IS NOTHING TO DO AND ENDS RC 0.
000190*                      EVERY ACTIVE CUSTOMER ON NAMEFILE IS
000200*                      SCREENED THE WAY COBOLACCEPT SCREENS A
000210*                      NEW ONE, AND A MATCH PUTS THE CUSTOMER ON
000220*                      COMPLIANCE HOLD (SEE SCRHOLD.CPY) FOR
000230*                      COBOLSCR.  A CUSTOMER ALREADY HELD IS
000240*                      LEFT AS IS; ONE WHOSE MATCH TO THE SAME
000250*                      LIST ENTRY WAS CLEARED BEFORE IS NOT
000260*                      RAISED AGAIN, BUT A MATCH TO A DIFFERENT
000270*                      ENTRY REOPENS THE HOLD.  NEW AND
000280*                      REOPENED HOLDS ARE LISTED ON WRSRPT.
000290**************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT NAMEFILE ASSIGN TO "NAMEFILE"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS NR-CUSTOMER-NUMBER
000370         ALTERNATE RECORD KEY IS NR-LAST-NAME
000380             WITH DUPLICATES
000390         ALTERNATE RECORD KEY IS NR-PHONETIC-KEY
000400             WITH DUPLICATES
000410         SHARING WITH ALL OTHER
000420         FILE STATUS IS NameFileStatus.
000430
000440     SELECT WATCH-LIST-FILE ASSIGN TO "WCHLIST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS WCL-ENTRY-ID
000480         ALTERNATE RECORD KEY IS WCL-PHONETIC-KEY
000490             WITH DUPLICATES
000500         SHARING WITH ALL OTHER
000510         FILE STATUS IS WatchListFileStatus.
000520
000530     SELECT WATCH-CONTROL-FILE ASSIGN TO "WCHCTL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WatchControlFileStatus.
000560
000570     SELECT SCREEN-HOLD-FILE ASSIGN TO "SCRNHOLD"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS SCH-CUSTOMER-NUMBER
000610         LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
000620         FILE STATUS IS ScreenHoldFileStatus.
000630
000640     SELECT PRINT-FILE ASSIGN TO "WRSRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS PrintFileStatus.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  NAMEFILE
000710     LABEL RECORDS ARE STANDARD.
000720 COPY NAMEREC.
000730
000740 FD  WATCH-LIST-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 COPY WCHLIST.
000770
000780 FD  WATCH-CONTROL-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 COPY WCHCTL.
000810
000820 FD  SCREEN-HOLD-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 COPY SCRHOLD.
000850
000860 FD  PRINT-FILE
000870     LABEL RECORDS ARE OMITTED.
000880 01  PRINT-LINE                 PIC X(80).
000890
000900 WORKING-STORAGE SECTION.
000910 77  NameFileStatus         PIC X(02).
000920 77  WatchListFileStatus    PIC X(02).
000930 77  WatchControlFileStatus PIC X(02).
000940 77  ScreenHoldFileStatus   PIC X(02).
000950 77  PrintFileStatus        PIC X(02).
000960
000970 77  EndOfFileSwitch        PIC X(01) VALUE "N".
000980     88  EndOfFile           VALUE "Y".
000990 77  RunFailureSwitch       PIC X(01) VALUE "N".
001000     88  RunFailure          VALUE "Y".
001010 77  NothingToDoSwitch      PIC X(01) VALUE "N".
001020     88  NothingToDo         VALUE "Y".
001030 77  NoListSwitch           PIC X(01) VALUE "N".
001040     88  NoList              VALUE "Y".
001050
001060 77  CurrentDate            PIC 9(08) VALUE ZERO.
001070 77  CurrentTime            PIC 9(08) VALUE ZERO.
001080
001090***************************************************************
001100*    RUN PARAMETER - ONE OPTIONAL COMMAND-LINE TOKEN:
001110*        COBOLWRS
001120*        COBOLWRS FORCE
001130*    THE NIGHTLY RUN, AND A RESCREEN AGAINST THE CURRENT LIST
001140*    WHETHER OR NOT IT HAS BEEN SCREENED AGAINST ALREADY.
001150***************************************************************
001160 77  CommandLineParm        PIC X(80) VALUE SPACES.
001170 77  ParmForceText          PIC X(08) VALUE SPACES.
001180 77  ForceSwitch            PIC X(01) VALUE "N".
001190     88  ForceRescreen       VALUE "Y".
001200
001210***************************************************************
001220*    THE CONTROL RECORD AS READ, KEPT TO REWRITE AT THE END.
001230***************************************************************
001240 77  ListLoadDate           PIC 9(08) VALUE ZERO.
001250 77  ListLoadTime           PIC 9(08) VALUE ZERO.
001260 77  ListEntryCount         PIC 9(08) VALUE ZERO.
001270 77  LastRescreenDate       PIC 9(08) VALUE ZERO.
001280 77  LastRescreenTime       PIC 9(08) VALUE ZERO.
001290
001300 77  PageNumber             PIC 9(04) COMP VALUE ZERO.
001310 77  LineCount              PIC 9(04) COMP VALUE ZERO.
001320 77  LinesPerPage           PIC 9(04) COMP VALUE 55.
001330
001340***************************************************************
001350*    RUN COUNTS - EVERY ACTIVE CUSTOMER SCREENED EITHER HAS NO
001360*    MATCH OR FALLS INTO ONE OF THE HOLD COUNTS.
001370***************************************************************
001380 77  ScreenedCount          PIC 9(08) COMP VALUE ZERO.
001390 77  MatchCount             PIC 9(08) COMP VALUE ZERO.
001400 77  NewHoldCount           PIC 9(08) COMP VALUE ZERO.
001410 77  ReopenedCount          PIC 9(08) COMP VALUE ZERO.
001420 77  AlreadyHeldCount       PIC 9(08) COMP VALUE ZERO.
001430 77  ClearedBeforeCount     PIC 9(08) COMP VALUE ZERO.
001440 77  HoldFailCount          PIC 9(08) COMP VALUE ZERO.
001450
001460 01  HoldResult             PIC X(14) VALUE SPACES.
001470***************************************************************
001480*    WATCH-LIST SCREENING (SEE 2950-SCREEN-WATCH-LIST).
001490***************************************************************
001500 77  ScreenHitSwitch        PIC X(01) VALUE "N".
001510     88  ScreenHit           VALUE "Y".
001520 77  ScreenScanDoneSwitch   PIC X(01) VALUE "N".
001530     88  ScreenScanDone      VALUE "Y".
001540 77  ScreenLastName         PIC X(30) VALUE SPACES.
001550 77  ScreenFirstName        PIC X(30) VALUE SPACES.
001560 77  ScreenLastKey          PIC X(04) VALUE SPACES.
001570 77  ScreenFirstKey         PIC X(04) VALUE SPACES.
001580 77  ScreenMatchType        PIC X(01) VALUE SPACE.
001590 77  ScreenEntryId          PIC X(12) VALUE SPACES.
001600 01  ScreenListedName       PIC X(60) VALUE SPACES.
001601*    THE LIST ENTRY THE CUSTOMER'S HOLD WAS LAST CLEARED AGAINST
001602*    (SEE 2150-FIND-CLEARED-ENTRY), AND THE KIND OF MATCH THE
001603*    ENTRY BEING LOOKED AT MAKES.
001604 77  ClearedEntryId         PIC X(12) VALUE SPACES.
001605 77  CandidateMatchType     PIC X(01) VALUE SPACE.
001610
001620***************************************************************
001630*    PHONETIC (SOUNDEX-STYLE) KEY WORKING FIELDS - SEE
001640*    2800-BUILD-PHONETIC-KEY.
001650***************************************************************
001660 77  PhoneticName           PIC X(30) VALUE SPACES.
001670 77  PhoneticWork           PIC X(30) VALUE SPACES.
001680 77  PhoneticKey            PIC X(04) VALUE SPACES.
001690 77  PhonIndex              PIC 9(02) COMP VALUE ZERO.
001700 77  PhonPos                PIC 9(02) COMP VALUE ZERO.
001710 77  PhonChar               PIC X(01) VALUE SPACE.
001720 77  PhonCode               PIC X(01) VALUE SPACE.
001730 77  PhonLastCode           PIC X(01) VALUE SPACE.
001740
001750**************************************************************
001760*    REPORT PRINT LINES
001770**************************************************************
001780 01  HEADING-LINE-1.
001790     05  FILLER                  PIC X(30) VALUE
001800         "RETAIL CUSTOMER ONBOARDING".
001810     05  FILLER                  PIC X(22) VALUE
001820         "WATCH-LIST RESCREEN".
001830     05  FILLER                  PIC X(08) VALUE "PAGE ".
001840     05  HL1-PAGE-NUMBER         PIC ZZZ9.
001850
001860 01  HEADING-LINE-2.
001870     05  FILLER                  PIC X(12) VALUE "RUN DATE: ".
001880     05  HL2-RUN-DATE            PIC 9(08).
001890     05  FILLER                  PIC X(16) VALUE
001900         "  LIST LOADED: ".
001910     05  HL2-LOAD-DATE           PIC 9(08).
001920     05  FILLER                  PIC X(12) VALUE "  ENTRIES: ".
001930     05  HL2-ENTRY-COUNT         PIC ZZZZZZZ9.
001940     05  FILLER                  PIC X(16) VALUE SPACES.
001950
001960 01  COLUMN-HEADING-LINE.
001970     05  FILLER                  PIC X(11) VALUE "CUST NO".
001980     05  FILLER                  PIC X(32) VALUE "NAME".
001990     05  FILLER                  PIC X(09) VALUE "MATCH".
002000     05  FILLER                  PIC X(14) VALUE "LIST ENTRY".
002010     05  FILLER                  PIC X(14) VALUE "HOLD".
002020
002030 01  DETAIL-LINE.
002040     05  DL-CUSTOMER-NUMBER      PIC 9(09).
002050     05  FILLER                  PIC X(02) VALUE SPACES.
002060     05  DL-NAME                 PIC X(30).
002070     05  FILLER                  PIC X(02) VALUE SPACES.
002080     05  DL-MATCH                PIC X(08).
002090     05  FILLER                  PIC X(01) VALUE SPACE.
002100     05  DL-ENTRY-ID             PIC X(12).
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  DL-RESULT               PIC X(14).
002130
002140 01  LISTED-NAME-LINE.
002150     05  FILLER                  PIC X(11) VALUE SPACES.
002160     05  FILLER                  PIC X(09) VALUE "LISTED AS".
002170     05  FILLER                  PIC X(01) VALUE SPACE.
002180     05  LNL-LISTED-NAME         PIC X(59).
002190
002200 01  TOTAL-LINE.
002210     05  TL-CAPTION              PIC X(40).
002220     05  TL-VALUE                PIC ZZZZZZZ9.
002230     05  FILLER                  PIC X(32) VALUE SPACES.
002240
002250 01  MESSAGE-LINE.
002260     05  MSG-TEXT                PIC X(80).
002270
002280 PROCEDURE DIVISION.
002290
002300**************************************************************
002310*    0000-MAINLINE
002320**************************************************************
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE
002350         THRU 1000-EXIT.
002360     PERFORM 2100-SCREEN-ONE-CUSTOMER
002370         THRU 2100-EXIT
002380         UNTIL EndOfFile.
002390     PERFORM 3000-TERMINATE
002400         THRU 3000-EXIT.
002410     STOP RUN.
002420
002430**************************************************************
002440*    1000-INITIALIZE THRU 1000-EXIT
002450*    WCHCTL DECIDES WHETHER THERE IS ANYTHING TO DO.  WHEN
002460*    THERE IS, NAMEFILE, WCHLIST AND THE HOLD FILE MUST ALL BE
002470*    THERE - A RESCREEN THAT COULD NOT FILE ITS HOLDS WOULD
002480*    LET A LISTED CUSTOMER GO OUT ON THE NEXT CRM FEED.
002490**************************************************************
002500 1000-INITIALIZE.
002510     ACCEPT CurrentDate FROM DATE YYYYMMDD.
002520     ACCEPT CurrentTime FROM TIME.
002530     ACCEPT CommandLineParm FROM COMMAND-LINE.
002540     UNSTRING CommandLineParm DELIMITED BY ALL SPACE
002550         INTO ParmForceText.
002560     IF ParmForceText = "FORCE"
002570         SET ForceRescreen TO TRUE
002580     END-IF.
002590     PERFORM 1100-READ-CONTROL-FILE
002600         THRU 1100-EXIT.
002610     OPEN OUTPUT PRINT-FILE.
002620     PERFORM 1200-PRINT-HEADINGS
002630         THRU 1200-EXIT.
002640     IF NoList OR NothingToDo
002650         SET EndOfFile TO TRUE
002660         GO TO 1000-EXIT
002670     END-IF.
002680
002690     OPEN INPUT NAMEFILE.
002700     IF NameFileStatus NOT = "00"
002710         DISPLAY "NAMEFILE NOT AVAILABLE - STATUS "
002720             NameFileStatus
002730         SET RunFailure TO TRUE
002740     END-IF.
002750     OPEN INPUT WATCH-LIST-FILE.
002760     IF WatchListFileStatus NOT = "00"
002770         DISPLAY "WCHLIST NOT AVAILABLE - STATUS "
002780             WatchListFileStatus
002790         SET RunFailure TO TRUE
002800     END-IF.
002810     PERFORM 1300-OPEN-HOLD-FILE
002820         THRU 1300-EXIT.
002830     IF RunFailure
002840         SET EndOfFile TO TRUE
002850     END-IF.
002860 1000-EXIT.
002870     EXIT.
002880
002890**************************************************************
002900*    1100-READ-CONTROL-FILE THRU 1100-EXIT
002910*    NO WCHCTL MEANS NO LIST HAS EVER BEEN LOADED.  A RESCREEN
002920*    STAMPED AT OR AFTER THE LOAD MEANS THE MASTER HAS BEEN
002930*    SCREENED AGAINST THIS LIST ALREADY - NEW CUSTOMERS SINCE
002940*    WERE SCREENED BY COBOLACCEPT AS THEY WERE FILED.
002950**************************************************************
002960 1100-READ-CONTROL-FILE.
002970     OPEN INPUT WATCH-CONTROL-FILE.
002980     IF WatchControlFileStatus NOT = "00"
002990         DISPLAY "NO WCHCTL - NO WATCH LIST HAS BEEN LOADED"
003000         SET NoList TO TRUE
003010         GO TO 1100-EXIT
003020     END-IF.
003030     READ WATCH-CONTROL-FILE
003040         AT END
003050             CONTINUE
003060     END-READ.
003070     IF WatchControlFileStatus NOT = "00"
003080         OR WCC-LOAD-DATE NOT NUMERIC
003090         DISPLAY "WCHCTL IS EMPTY - NO WATCH LIST HAS BEEN LOADED"
003100         SET NoList TO TRUE
003110         CLOSE WATCH-CONTROL-FILE
003120         GO TO 1100-EXIT
003130     END-IF.
003140     MOVE WCC-LOAD-DATE TO ListLoadDate.
003150     MOVE WCC-LOAD-TIME TO ListLoadTime.
003160     MOVE WCC-ENTRY-COUNT TO ListEntryCount.
003170     IF WCC-RESCREEN-DATE NUMERIC
003180         MOVE WCC-RESCREEN-DATE TO LastRescreenDate
003190         MOVE WCC-RESCREEN-TIME TO LastRescreenTime
003200     END-IF.
003210     CLOSE WATCH-CONTROL-FILE.
003220     IF ForceRescreen
003230         GO TO 1100-EXIT
003240     END-IF.
003250     IF LastRescreenDate > ListLoadDate
003260         OR (LastRescreenDate = ListLoadDate
003270         AND LastRescreenTime NOT < ListLoadTime)
003280         SET NothingToDo TO TRUE
003290     END-IF.
003300 1100-EXIT.
003310     EXIT.
003320
003330**************************************************************
003340*    1200-PRINT-HEADINGS THRU 1200-EXIT
003350**************************************************************
003360 1200-PRINT-HEADINGS.
003370     ADD 1 TO PageNumber.
003380     MOVE PageNumber TO HL1-PAGE-NUMBER.
003390     MOVE CurrentDate TO HL2-RUN-DATE.
003400     MOVE ListLoadDate TO HL2-LOAD-DATE.
003410     MOVE ListEntryCount TO HL2-ENTRY-COUNT.
003420
003430     IF PageNumber = 1
003440         WRITE PRINT-LINE FROM HEADING-LINE-1
003450     ELSE
003460         WRITE PRINT-LINE FROM HEADING-LINE-1
003470             AFTER ADVANCING PAGE
003480     END-IF.
003490     WRITE PRINT-LINE FROM HEADING-LINE-2
003500         AFTER ADVANCING 1 LINE.
003510     WRITE PRINT-LINE FROM COLUMN-HEADING-LINE
003520         AFTER ADVANCING 2 LINES.
003530     MOVE 3 TO LineCount.
003540 1200-EXIT.
003550     EXIT.
003560
003570**************************************************************
003580*    1300-OPEN-HOLD-FILE THRU 1300-EXIT
003590*    THE HOLD FILE ONLY EVER GROWS - CREATE-THEN-REOPEN, AS
003600*    COBOLACCEPT OPENS NAMEFILE, SO THE FIRST RUN STARTS IT.
003610**************************************************************
003620 1300-OPEN-HOLD-FILE.
003630     OPEN I-O SCREEN-HOLD-FILE.
003640     IF ScreenHoldFileStatus = "35"
003650         OPEN OUTPUT SCREEN-HOLD-FILE
003660         CLOSE SCREEN-HOLD-FILE
003670         OPEN I-O SCREEN-HOLD-FILE
003680     END-IF.
003690     IF ScreenHoldFileStatus NOT = "00"
003700         DISPLAY "SCRNHOLD NOT AVAILABLE - STATUS "
003710             ScreenHoldFileStatus
003720         SET RunFailure TO TRUE
003730     END-IF.
003740 1300-EXIT.
003750     EXIT.
003760
003770**************************************************************
003780*    2100-SCREEN-ONE-CUSTOMER THRU 2100-EXIT
003790*    A RETIRED OR MERGED CUSTOMER IS NOT FED TO THE CRM AND
003800*    HAS NOTHING TO HOLD, SO ONLY ACTIVE RECORDS ARE SCREENED.
003810**************************************************************
003820 2100-SCREEN-ONE-CUSTOMER.
003830     READ NAMEFILE NEXT RECORD
003840         AT END
003850             SET EndOfFile TO TRUE
003860             GO TO 2100-EXIT
003870     END-READ.
003880     IF NR-INACTIVE
003890         GO TO 2100-EXIT
003900     END-IF.
003910     ADD 1 TO ScreenedCount.
003920     MOVE NR-LAST-NAME TO ScreenLastName.
003930     MOVE NR-FIRST-NAME TO ScreenFirstName.
003933     PERFORM 2150-FIND-CLEARED-ENTRY
003936         THRU 2150-EXIT.
003940     PERFORM 2950-SCREEN-WATCH-LIST
003950         THRU 2950-EXIT.
003960     IF ScreenHit
003970         ADD 1 TO MatchCount
003980         PERFORM 2200-RAISE-HOLD
003990             THRU 2200-EXIT
004000     END-IF.
004010 2100-EXIT.
004020     EXIT.
004030
004040**************************************************************
004050*    2200-RAISE-HOLD THRU 2200-EXIT
004060*    ONE HOLD RECORD PER CUSTOMER.  A HOLD STILL OPEN OR
004070*    CONFIRMED STAYS AS IT IS.  A CLEARED ONE STAYS CLEARED
004080*    WHEN THE MATCH IS TO THE SAME LIST ENTRY THE COMPLIANCE
004090*    OFFICER ALREADY LOOKED AT, AND IS REOPENED WHEN IT IS
004100*    TO ANOTHER.  A HOLD THAT CANNOT BE FILED (E.G. STATUS 51
004110*    WHILE COBOLSCR HAS THE RECORD) IS COUNTED AS A FAILURE SO
004120*    THE RUN IS REPEATED.
004130**************************************************************
004140 2200-RAISE-HOLD.
004150     MOVE NR-CUSTOMER-NUMBER TO SCH-CUSTOMER-NUMBER.
004160     READ SCREEN-HOLD-FILE
004170         INVALID KEY
004180             CONTINUE
004190     END-READ.
004200     EVALUATE TRUE
004210         WHEN ScreenHoldFileStatus = "23"
004220             PERFORM 2250-BUILD-HOLD-RECORD
004230                 THRU 2250-EXIT
004240             WRITE SCREEN-HOLD-RECORD
004250                 INVALID KEY
004260                     CONTINUE
004270             END-WRITE
004280             MOVE "NEW HOLD" TO HoldResult
004290         WHEN ScreenHoldFileStatus NOT = "00"
004300             CONTINUE
004310         WHEN SCH-ON-HOLD
004320             ADD 1 TO AlreadyHeldCount
004330             GO TO 2200-EXIT
004340         WHEN SCH-ENTRY-ID = ScreenEntryId
004350             ADD 1 TO ClearedBeforeCount
004360             GO TO 2200-EXIT
004370         WHEN OTHER
004380             PERFORM 2250-BUILD-HOLD-RECORD
004390                 THRU 2250-EXIT
004400             REWRITE SCREEN-HOLD-RECORD
004410                 INVALID KEY
004420                     CONTINUE
004430             END-REWRITE
004440             MOVE "REOPENED" TO HoldResult
004450     END-EVALUATE.
004460     IF ScreenHoldFileStatus NOT = "00"
004470         DISPLAY "UNABLE TO PLACE COMPLIANCE HOLD ON "
004480             NR-CUSTOMER-NUMBER " - STATUS " ScreenHoldFileStatus
004490         ADD 1 TO HoldFailCount
004500         MOVE "NOT HELD-RERUN" TO HoldResult
004510     ELSE
004520         IF HoldResult = "NEW HOLD"
004530             ADD 1 TO NewHoldCount
004540         ELSE
004550             ADD 1 TO ReopenedCount
004560         END-IF
004570     END-IF.
004580     PERFORM 2300-PRINT-HOLD
004590         THRU 2300-EXIT.
004600 2200-EXIT.
004610     EXIT.
004620
004630 2250-BUILD-HOLD-RECORD.
004640     MOVE SPACES TO SCREEN-HOLD-RECORD.
004650     MOVE NR-CUSTOMER-NUMBER TO SCH-CUSTOMER-NUMBER.
004660     SET SCH-OPEN TO TRUE.
004670     MOVE ScreenMatchType TO SCH-MATCH-TYPE.
004680     MOVE ScreenEntryId TO SCH-ENTRY-ID.
004690     MOVE ScreenListedName TO SCH-LISTED-NAME.
004700     MOVE CurrentDate TO SCH-RAISED-DATE.
004710     MOVE CurrentTime TO SCH-RAISED-TIME.
004720     MOVE "COBOLWRS" TO SCH-RAISED-BY.
004730     MOVE ZERO TO SCH-DECIDED-DATE SCH-DECIDED-TIME.
004740 2250-EXIT.
004750     EXIT.
004760
004770**************************************************************
004780*    2300-PRINT-HOLD THRU 2300-EXIT
004790**************************************************************
004800 2300-PRINT-HOLD.
004810     IF LineCount > LinesPerPage
004820         PERFORM 1200-PRINT-HEADINGS
004830             THRU 1200-EXIT
004840     END-IF.
004850     MOVE NR-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER.
004860     MOVE NR-WHOLE-NAME TO DL-NAME.
004870     IF ScreenMatchType = "E"
004880         MOVE "EXACT" TO DL-MATCH
004890     ELSE
004900         MOVE "SOUNDS" TO DL-MATCH
004910     END-IF.
004920     MOVE ScreenEntryId TO DL-ENTRY-ID.
004930     MOVE HoldResult TO DL-RESULT.
004940     WRITE PRINT-LINE FROM DETAIL-LINE
004950         AFTER ADVANCING 1 LINE.
004960     MOVE ScreenListedName TO LNL-LISTED-NAME.
004970     WRITE PRINT-LINE FROM LISTED-NAME-LINE
004980         AFTER ADVANCING 1 LINE.
004990     ADD 2 TO LineCount.
005000 2300-EXIT.
005010     EXIT.
005012
005014**************************************************************
005016*    2800-BUILD-PHONETIC-KEY THRU 2800-EXIT
005020*    SOUNDEX-STYLE CODE OF PhoneticName INTO PhoneticKey: THE
005030*    FIRST LETTER OF THE NAME, THEN UP TO THREE CODE DIGITS
005040*    (B/F/P/V=1, C/G/J/K/Q/S/X/Z=2, D/T=3, L=4, M/N=5, R=6),
005050*    ZERO-PADDED TO FOUR.  VOWELS AND Y SEPARATE A RUN OF THE
005060*    SAME CODE; H AND W DO NOT; ANYTHING ELSE (HYPHEN,
005070*    APOSTROPHE, SPACE) IS SKIPPED.  ANDERSSON AND ANDERSON
005080*    BOTH CODE TO A536, WHICH IS THE WHOLE POINT.
005090**************************************************************
005100 2800-BUILD-PHONETIC-KEY.
005110     MOVE SPACES TO PhoneticKey.
005120     MOVE PhoneticName TO PhoneticWork.
005130     INSPECT PhoneticWork CONVERTING
005140         "abcdefghijklmnopqrstuvwxyz" TO
005150         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
005160     MOVE ZERO TO PhonPos.
005170     MOVE SPACE TO PhonLastCode.
005180     PERFORM 2810-PHONETIC-ONE-CHAR
005190         THRU 2810-EXIT
005200         VARYING PhonIndex FROM 1 BY 1
005210         UNTIL PhonIndex > 30
005220         OR PhonPos = 4.
005230*    A BLANK NAME LEAVES A BLANK KEY; ANYTHING ELSE IS PADDED
005240*    OUT TO THE FULL FOUR POSITIONS WITH ZEROES.
005250     IF PhonPos > ZERO
005260         PERFORM 2820-PAD-PHONETIC-KEY
005270             THRU 2820-EXIT
005280             UNTIL PhonPos NOT < 4
005290     END-IF.
005300 2800-EXIT.
005310     EXIT.
005320
005330 2810-PHONETIC-ONE-CHAR.
005340     MOVE PhoneticWork (PhonIndex:1) TO PhonChar.
005350     IF PhonChar = SPACE OR PhonChar NOT ALPHABETIC
005360         GO TO 2810-EXIT
005370     END-IF.
005380     EVALUATE PhonChar
005390         WHEN "B" WHEN "F" WHEN "P" WHEN "V"
005400             MOVE "1" TO PhonCode
005410         WHEN "C" WHEN "G" WHEN "J" WHEN "K"
005420         WHEN "Q" WHEN "S" WHEN "X" WHEN "Z"
005430             MOVE "2" TO PhonCode
005440         WHEN "D" WHEN "T"
005450             MOVE "3" TO PhonCode
005460         WHEN "L"
005470             MOVE "4" TO PhonCode
005480         WHEN "M" WHEN "N"
005490             MOVE "5" TO PhonCode
005500         WHEN "R"
005510             MOVE "6" TO PhonCode
005520         WHEN "H" WHEN "W"
005530             MOVE "-" TO PhonCode
005540         WHEN OTHER
005550             MOVE "0" TO PhonCode
005560     END-EVALUATE.
005570     IF PhonPos = ZERO
005580         MOVE 1 TO PhonPos
005590         MOVE PhonChar TO PhoneticKey (1:1)
005600         MOVE PhonCode TO PhonLastCode
005610         GO TO 2810-EXIT
005620     END-IF.
005630     EVALUATE TRUE
005640         WHEN PhonCode = "0"
005650             MOVE SPACE TO PhonLastCode
005660         WHEN PhonCode = "-"
005670             CONTINUE
005680         WHEN PhonCode = PhonLastCode
005690             CONTINUE
005700         WHEN OTHER
005710             ADD 1 TO PhonPos
005720             MOVE PhonCode TO PhoneticKey (PhonPos:1)
005730             MOVE PhonCode TO PhonLastCode
005740     END-EVALUATE.
005750 2810-EXIT.
005760     EXIT.
005770
005780 2820-PAD-PHONETIC-KEY.
005790     ADD 1 TO PhonPos.
005800     MOVE "0" TO PhoneticKey (PhonPos:1).
005810 2820-EXIT.
005815     EXIT.
005820
005830**************************************************************
005840*    2950-SCREEN-WATCH-LIST THRU 2950-EXIT
005850*    SCREENS ScreenFirstName/ScreenLastName AGAINST WCHLIST.
005860*    THE LIST IS ENTERED ON THE PHONETIC KEY OF THE LAST NAME
005870*    (2800-BUILD-PHONETIC-KEY), SO EVERY LISTED LAST NAME
005880*    THAT SOUNDS THE SAME IS LOOKED AT.  AN ENTRY MATCHES WHEN
005890*    ITS FIRST NAME SOUNDS THE SAME TOO, OR IT IS LISTED BY
005900*    FAMILY NAME ONLY.  A MATCH SPELLED THE SAME (CASE ASIDE)
005910*    IS EXACT AND ENDS THE SCAN; A MATCH THAT ONLY SOUNDS THE
005920*    SAME IS PHONETIC AND THE SCAN GOES ON IN CASE AN EXACT
005930*    ONE FOLLOWS.  ScreenHit, ScreenMatchType, ScreenEntryId
005940*    AND ScreenListedName CARRY THE RESULT.
005942*    AN ENTRY THE CUSTOMER WAS ALREADY CLEARED AGAINST NEVER
005944*    ENDS THE SCAN AND ONLY STANDS WHEN NOTHING ELSE MATCHES, SO
005946*    ANOTHER ENTRY ON THE SAME KEY STILL RAISES A HOLD.
005950**************************************************************
005960 2950-SCREEN-WATCH-LIST.
005970     MOVE "N" TO ScreenHitSwitch.
005980     MOVE "N" TO ScreenScanDoneSwitch.
005990     MOVE SPACES TO ScreenMatchType ScreenEntryId
006000         ScreenListedName.
006010     INSPECT ScreenLastName CONVERTING
006020         "abcdefghijklmnopqrstuvwxyz" TO
006030         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
006040     INSPECT ScreenFirstName CONVERTING
006050         "abcdefghijklmnopqrstuvwxyz" TO
006060         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
006070     MOVE ScreenLastName TO PhoneticName.
006080     PERFORM 2800-BUILD-PHONETIC-KEY
006090         THRU 2800-EXIT.
006100     MOVE PhoneticKey TO ScreenLastKey.
006110     IF ScreenLastKey = SPACES
006120         GO TO 2950-EXIT
006130     END-IF.
006140     MOVE ScreenFirstName TO PhoneticName.
006150     PERFORM 2800-BUILD-PHONETIC-KEY
006160         THRU 2800-EXIT.
006170     MOVE PhoneticKey TO ScreenFirstKey.
006180
006190     MOVE ScreenLastKey TO WCL-PHONETIC-KEY.
006200     START WATCH-LIST-FILE KEY IS EQUAL TO WCL-PHONETIC-KEY
006210         INVALID KEY
006220             CONTINUE
006230     END-START.
006240     IF WatchListFileStatus = "00"
006250         PERFORM 2955-SCAN-ONE-WATCH-ENTRY
006260             THRU 2955-EXIT
006270             UNTIL ScreenScanDone
006280     END-IF.
006290 2950-EXIT.
006300     EXIT.
006310
006320*    STATUS 02 IS A GOOD READ WITH MORE ENTRIES ON THE SAME
006330*    PHONETIC KEY TO COME; ANYTHING ELSE BUT 00 ENDS THE SCAN.
006340 2955-SCAN-ONE-WATCH-ENTRY.
006350     READ WATCH-LIST-FILE NEXT RECORD
006360         AT END
006370             SET ScreenScanDone TO TRUE
006380             GO TO 2955-EXIT
006390     END-READ.
006400     IF (WatchListFileStatus NOT = "00"
006410         AND WatchListFileStatus NOT = "02")
006420         OR WCL-PHONETIC-KEY NOT = ScreenLastKey
006430         SET ScreenScanDone TO TRUE
006440         GO TO 2955-EXIT
006450     END-IF.
006460     IF WCL-FIRST-NAME NOT = SPACES
006470         AND WCL-FIRST-PHONETIC-KEY NOT = ScreenFirstKey
006480         GO TO 2955-EXIT
006490     END-IF.
006495     IF WCL-LAST-NAME = ScreenLastName
006500         AND (WCL-FIRST-NAME = SPACES
006505         OR WCL-FIRST-NAME = ScreenFirstName)
006510         MOVE "E" TO CandidateMatchType
006515     ELSE
006520         MOVE "P" TO CandidateMatchType
006525     END-IF.
006530     IF ClearedEntryId NOT = SPACES
006535         AND WCL-ENTRY-ID = ClearedEntryId
006540         IF NOT ScreenHit
006545             PERFORM 2958-TAKE-WATCH-ENTRY
006550                 THRU 2958-EXIT
006555         END-IF
006560         GO TO 2955-EXIT
006565     END-IF.
006570     IF CandidateMatchType = "E"
006575         PERFORM 2958-TAKE-WATCH-ENTRY
006580             THRU 2958-EXIT
006585         SET ScreenScanDone TO TRUE
006590         GO TO 2955-EXIT
006595     END-IF.
006600*    A PHONETIC MATCH TAKES THE PLACE OF THE CLEARED ENTRY, BUT
006605*    NOT OF AN EARLIER UNCLEARED ONE.
006610     IF NOT ScreenHit
006615         OR ScreenEntryId = ClearedEntryId
006620         PERFORM 2958-TAKE-WATCH-ENTRY
006625             THRU 2958-EXIT
006630     END-IF.
006660 2955-EXIT.
006670     EXIT.
006671
006672 2958-TAKE-WATCH-ENTRY.
006673     SET ScreenHit TO TRUE.
006674     MOVE CandidateMatchType TO ScreenMatchType.
006675     MOVE WCL-ENTRY-ID TO ScreenEntryId.
006676     MOVE WCL-LISTED-NAME TO ScreenListedName.
006677 2958-EXIT.
006678     EXIT.
006680
006690**************************************************************
006700*    3000-TERMINATE THRU 3000-EXIT
006710*    WCHCTL IS STAMPED ONLY AFTER A RESCREEN THAT FILED EVERY
006720*    HOLD IT FOUND - OTHERWISE THE NEXT NIGHT SCREENS AGAIN.
006730*    0 = NOTHING TO DO OR NO NEW HOLDS, 4 = NEW OR REOPENED
006740*    HOLDS FOR COBOLSCR (OR NO LIST LOADED YET),
006750*    8 = RUN FAILED OR A HOLD COULD NOT BE FILED.
006760**************************************************************
006770 3000-TERMINATE.
006780     EVALUATE TRUE
006790         WHEN NoList
006800             MOVE "NO WATCH LIST LOADED YET - NOTHING TO SCREEN"
006810                 TO MSG-TEXT
006820             WRITE PRINT-LINE FROM MESSAGE-LINE
006830                 AFTER ADVANCING 2 LINES
006880         WHEN NothingToDo
006890             MOVE SPACES TO MSG-TEXT
006900             STRING "MASTER ALREADY SCREENED ON "
006910                     DELIMITED BY SIZE
006920                 LastRescreenDate DELIMITED BY SIZE
006930                 " AGAINST THIS LIST - NOTHING TO DO"
006935                     DELIMITED BY SIZE
006940                 INTO MSG-TEXT
006950             END-STRING
006960             WRITE PRINT-LINE FROM MESSAGE-LINE
006970                 AFTER ADVANCING 2 LINES
006980         WHEN RunFailure
006990             MOVE "*** RUN COULD NOT START - SEE CONSOLE LOG ***"
007000                 TO MSG-TEXT
007010             WRITE PRINT-LINE FROM MESSAGE-LINE
007020                 AFTER ADVANCING 2 LINES
007030         WHEN OTHER
007040             IF MatchCount = ZERO
007050                 MOVE "NO CUSTOMER ON FILE MATCHES THE WATCH LIST"
007060                     TO MSG-TEXT
007070                 WRITE PRINT-LINE FROM MESSAGE-LINE
007080                     AFTER ADVANCING 1 LINE
007090             END-IF
007100             PERFORM 3100-PRINT-TOTALS
007110                 THRU 3100-EXIT
007120             IF HoldFailCount = ZERO
007130                 PERFORM 3200-WRITE-CONTROL-FILE
007140                     THRU 3200-EXIT
007150             END-IF
007160             CLOSE NAMEFILE
007170             CLOSE WATCH-LIST-FILE
007180             CLOSE SCREEN-HOLD-FILE
007190     END-EVALUATE.
007200     CLOSE PRINT-FILE.
007210     DISPLAY "CUSTOMERS SCREENED - " ScreenedCount.
007220     DISPLAY "NEW COMPLIANCE HOLDS - " NewHoldCount.
007230     DISPLAY "HOLDS REOPENED - " ReopenedCount.
007240     EVALUATE TRUE
007250         WHEN RunFailure OR HoldFailCount > ZERO
007260             MOVE 8 TO RETURN-CODE
007270         WHEN NoList
007280             OR NewHoldCount > ZERO
007290             OR ReopenedCount > ZERO
007300             MOVE 4 TO RETURN-CODE
007310         WHEN OTHER
007320             MOVE ZERO TO RETURN-CODE
007330     END-EVALUATE.
007340 3000-EXIT.
007350     EXIT.
007360
007370**************************************************************
007380*    3100-PRINT-TOTALS THRU 3100-EXIT
007390**************************************************************
007400 3100-PRINT-TOTALS.
007410     MOVE "ACTIVE CUSTOMERS SCREENED" TO TL-CAPTION.
007420     MOVE ScreenedCount TO TL-VALUE.
007430     WRITE PRINT-LINE FROM TOTAL-LINE
007440         AFTER ADVANCING 2 LINES.
007450     MOVE "MATCHING THE WATCH LIST" TO TL-CAPTION.
007460     MOVE MatchCount TO TL-VALUE.
007470     WRITE PRINT-LINE FROM TOTAL-LINE
007480         AFTER ADVANCING 1 LINE.
007490     MOVE "  NEW COMPLIANCE HOLDS" TO TL-CAPTION.
007500     MOVE NewHoldCount TO TL-VALUE.
007510     WRITE PRINT-LINE FROM TOTAL-LINE
007520         AFTER ADVANCING 1 LINE.
007530     MOVE "  HOLDS REOPENED FOR A NEW LIST ENTRY" TO TL-CAPTION.
007540     MOVE ReopenedCount TO TL-VALUE.
007550     WRITE PRINT-LINE FROM TOTAL-LINE
007560         AFTER ADVANCING 1 LINE.
007570     MOVE "  ALREADY ON HOLD" TO TL-CAPTION.
007580     MOVE AlreadyHeldCount TO TL-VALUE.
007590     WRITE PRINT-LINE FROM TOTAL-LINE
007600         AFTER ADVANCING 1 LINE.
007610     MOVE "  CLEARED BEFORE FOR THE SAME ENTRY" TO TL-CAPTION.
007620     MOVE ClearedBeforeCount TO TL-VALUE.
007630     WRITE PRINT-LINE FROM TOTAL-LINE
007640         AFTER ADVANCING 1 LINE.
007650     IF HoldFailCount > ZERO
007660         MOVE "  *** NOT HELD - RERUN WITH FORCE ***"
007665             TO TL-CAPTION
007670         MOVE HoldFailCount TO TL-VALUE
007680         WRITE PRINT-LINE FROM TOTAL-LINE
007690             AFTER ADVANCING 1 LINE
007700     END-IF.
007710 3100-EXIT.
007720     EXIT.
007730
007740**************************************************************
007750*    3200-WRITE-CONTROL-FILE THRU 3200-EXIT
007760*    THE CONTROL RECORD IS REWRITTEN WHOLE, THE LOAD STAMP AS
007770*    COBOLWCH LEFT IT AND THE RESCREEN STAMP SET TO NOW.
007780**************************************************************
007790 3200-WRITE-CONTROL-FILE.
007800     OPEN OUTPUT WATCH-CONTROL-FILE.
007810     IF WatchControlFileStatus NOT = "00"
007820         DISPLAY "UNABLE TO UPDATE WCHCTL - STATUS "
007830             WatchControlFileStatus
007840             " - THE NEXT RUN WILL RESCREEN AGAIN"
007850         GO TO 3200-EXIT
007860     END-IF.
007870     MOVE ListLoadDate TO WCC-LOAD-DATE.
007880     MOVE ListLoadTime TO WCC-LOAD-TIME.
007890     MOVE ListEntryCount TO WCC-ENTRY-COUNT.
007900     MOVE CurrentDate TO WCC-RESCREEN-DATE.
007910     MOVE CurrentTime TO WCC-RESCREEN-TIME.
007920     WRITE WATCH-CONTROL-RECORD.
007930     CLOSE WATCH-CONTROL-FILE.
007940 3200-EXIT.
007950     EXIT.
007960
007970**************************************************************
007980*    2150-FIND-CLEARED-ENTRY THRU 2150-EXIT
007990*    A CUSTOMER WHOSE HOLD WAS CLEARED HAS BEEN LOOKED AT
008000*    AGAINST ONE LIST ENTRY ONLY.  THAT ENTRY IS NOTED SO THE
008010*    SCAN CAN LOOK PAST IT FOR ANY OTHER.  THE HOLD RECORD IS
008020*    RELEASED AT ONCE - 2200 READS IT AGAIN IF A HOLD IS DUE.
008030**************************************************************
008040 2150-FIND-CLEARED-ENTRY.
008050     MOVE SPACES TO ClearedEntryId.
008060     MOVE NR-CUSTOMER-NUMBER TO SCH-CUSTOMER-NUMBER.
008070     READ SCREEN-HOLD-FILE
008080         INVALID KEY
008090             CONTINUE
008100     END-READ.
008110     IF ScreenHoldFileStatus = "00"
008120         AND SCH-CLEARED
008130         MOVE SCH-ENTRY-ID TO ClearedEntryId
008140     END-IF.
008150     UNLOCK SCREEN-HOLD-FILE.
008160 2150-EXIT.
008170     EXIT.
