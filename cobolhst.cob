000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBOLHST.
000030 AUTHOR. LOVE BELLINDER.
000040 INSTALLATION. RETAIL CUSTOMER ONBOARDING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070**************************************************************
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------  ----  ---------------------------------------
000120*    2026-10-15 LB    ORIGINAL PROGRAM - CUSTOMER CHANGE-HISTORY
000130*                      REPORT FROM THE NAMEJRNL UPDATE JOURNAL
000140*                      (SEE NAMEJRN.CPY).  UNTIL NOW ONLY
000150*                      COBOLRCV READ THE JOURNAL, SO WHEN A
000160*                      CUSTOMER DISPUTED A NAME CHANGE, OR AUDIT
000170*                      ASKED WHO CHANGED WHAT, THE ONLY ANSWER
000180*                      WAS THE RAW IMAGES.  TWO WAYS TO RUN IT:
000190*                      HISTORY - SELECTS JOURNAL ENTRIES BY
000200*                      CUSTOMER NUMBER, DATE RANGE AND/OR THE
000210*                      PROGRAM THAT MADE THE UPDATE, AND FOR
000220*                      EACH ONE LAYS THE BEFORE IMAGE AGAINST
000230*                      THE AFTER IMAGE AND PRINTS ONLY THE
000240*                      FIELDS THAT CHANGED, OLD AND NEW VALUE;
000250*                      AS-OF - PRINTS ONE CUSTOMER'S RECORD AS
000260*                      IT STOOD AT THE END OF A CHOSEN DATE.
000270*                      THE JOB STREAM POINTS NAMEJRNL AT THE
000280*                      LIVE JOURNAL.
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
000440     SELECT NAME-JOURNAL-FILE ASSIGN TO "NAMEJRNL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS NameJournalFileStatus.
000470
000480     SELECT PRINT-FILE ASSIGN TO "HSTRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS PrintFileStatus.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  NAMEFILE
000550     LABEL RECORDS ARE STANDARD.
000560 COPY NAMEREC.
000570
000580 FD  NAME-JOURNAL-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 COPY NAMEJRN.
000610
000620 FD  PRINT-FILE
000630     LABEL RECORDS ARE OMITTED.
000640 01  PRINT-LINE                 PIC X(80).
000650
000660 WORKING-STORAGE SECTION.
000670 77  NameFileStatus         PIC X(02).
000680 77  NameJournalFileStatus  PIC X(02).
000690 77  PrintFileStatus        PIC X(02).
000700
000710 77  EndOfFileSwitch        PIC X(01) VALUE "N".
000720     88  EndOfFile           VALUE "Y".
000730 77  RunFailureSwitch       PIC X(01) VALUE "N".
000740     88  RunFailure          VALUE "Y".
000750 77  AsOfModeSwitch         PIC X(01) VALUE "N".
000760     88  AsOfMode            VALUE "Y".
000770 77  SelectAllCustomersSwitch PIC X(01) VALUE "Y".
000780     88  SelectAllCustomers  VALUE "Y".
000790 77  SelectAllProgramsSwitch PIC X(01) VALUE "Y".
000800     88  SelectAllPrograms   VALUE "Y".
000810
000820 77  CurrentDate            PIC 9(08) VALUE ZERO.
000830
000840***************************************************************
000850*    RUN PARAMETERS - POSITIONAL COMMAND-LINE TOKENS.
000860*    HISTORY: CUSTOMER NUMBER, FROM-DATE, TO-DATE, PROGRAM ID.
000870*    EACH MAY BE GIVEN AS "ALL" (OR OMITTED) TO LEAVE THAT
000880*    SELECTION OPEN, AS ON COBOLAUD:
000890*        COBOLHST 123456782
000900*        COBOLHST 123456782 20260901 20260930
000910*        COBOLHST ALL 20261001 20261001 COBOLMNT
000920*    AS-OF: THE WORD ASOF, A CUSTOMER NUMBER AND A DATE:
000930*        COBOLHST ASOF 123456782 20260915
000940*    A CUSTOMER NUMBER IS CHECKED AGAINST ITS CHECK DIGIT AND
000950*    A DATE MUST BE EIGHT DIGITS - A MISTYPED PARAMETER STOPS
000960*    THE RUN RATHER THAN PRINTING SOMEONE ELSE'S HISTORY, OR
000970*    NONE AT ALL.
000980***************************************************************
000990 77  CommandLineParm        PIC X(80) VALUE SPACES.
001000 77  ParmToken1             PIC X(12) VALUE SPACES.
001010 77  ParmToken2             PIC X(12) VALUE SPACES.
001020 77  ParmToken3             PIC X(12) VALUE SPACES.
001030 77  ParmToken4             PIC X(12) VALUE SPACES.
001040 77  ParmCustomerText       PIC X(12) VALUE SPACES.
001050 77  ParmFromText           PIC X(12) VALUE SPACES.
001060 77  ParmToText             PIC X(12) VALUE SPACES.
001070 77  ParmProgramText        PIC X(12) VALUE SPACES.
001080 77  SelectCustomerNumber   PIC 9(09) VALUE ZERO.
001090 77  SelectFromDate         PIC 9(08) VALUE ZERO.
001100 77  SelectToDate           PIC 9(08) VALUE 99999999.
001110 77  SelectProgramId        PIC X(12) VALUE SPACES.
001120 77  AsOfDate               PIC 9(08) VALUE ZERO.
001130 77  CheckEnteredDigit      PIC 9(01) VALUE ZERO.
001140
001150***************************************************************
001160*    CHECK-DIGIT WORKING FIELDS (SEE 1150-COMPUTE-CHECK-DIGIT).
001170***************************************************************
001180 77  CheckBaseNumber        PIC 9(08) VALUE ZERO.
001190 77  CheckDigitString       PIC X(08) VALUE ZEROES.
001200 77  CheckDigit             PIC 9(01) VALUE ZERO.
001210 77  CheckIndex             PIC 9(02) COMP VALUE ZERO.
001220 77  CheckSum               PIC 9(03) COMP VALUE ZERO.
001230 77  CheckQuotient          PIC 9(03) COMP VALUE ZERO.
001240 77  CheckRemainder         PIC 9(03) COMP VALUE ZERO.
001250 77  CheckWorkDigit         PIC 9(01) VALUE ZERO.
001260 77  CheckWorkValue         PIC 9(02) VALUE ZERO.
001270
001280 77  PageNumber             PIC 9(04) COMP VALUE ZERO.
001290 77  LineCount              PIC 9(04) COMP VALUE ZERO.
001300 77  LinesPerPage           PIC 9(04) COMP VALUE 55.
001310
001320 77  ReadCount              PIC 9(08) COMP VALUE ZERO.
001330 77  SelectedCount          PIC 9(08) COMP VALUE ZERO.
001340 77  ChangeCount            PIC 9(03) COMP VALUE ZERO.
001350 77  FieldChangeCount       PIC 9(08) COMP VALUE ZERO.
001360 77  JournalStartDate       PIC 9(08) VALUE ZERO.
001370
001380***************************************************************
001390*    JOURNAL IMAGES, LAID OUT AS NAME RECORDS SO EACH FIELD
001400*    OF THE BEFORE AND AFTER IMAGE CAN BE COMPARED AND
001410*    PRINTED BY NAME (AS COBOLDOS DOES).  THE HELD RECORD IS
001420*    THE AS-OF IMAGE.
001430***************************************************************
001440 COPY NAMEREC REPLACING ==NAME-RECORD== BY ==BEFORE-NAME-RECORD==
001450                        LEADING ==NR-== BY ==BNR-==.
001460 COPY NAMEREC REPLACING ==NAME-RECORD== BY ==AFTER-NAME-RECORD==
001470                        LEADING ==NR-== BY ==ANR-==.
001480 COPY NAMEREC REPLACING ==NAME-RECORD== BY ==HELD-NAME-RECORD==
001490                        LEADING ==NR-== BY ==HNR-==.
001500
001510***************************************************************
001520*    AS-OF WORKING FIELDS.  AsOfSource SAYS WHERE THE HELD
001530*    IMAGE CAME FROM:
001540*        A - THE AFTER IMAGE OF THE LAST UPDATE ON OR BEFORE
001550*            THE DATE;
001560*        B - NO UPDATE BY THEN, SO THE BEFORE IMAGE OF THE FIRST
001570*            UPDATE AFTER IT (THE RECORD WAS UNCHANGED BETWEEN);
001580*        N - THE FIRST UPDATE AFTER THE DATE FILED THE CUSTOMER,
001590*            SO THERE WAS NO RECORD YET;
001600*        C - NOTHING JOURNALED FOR THE CUSTOMER AT ALL - THE
001610*            RECORD ON NAMEFILE TODAY STOOD UNCHANGED THROUGHOUT
001620*            THE JOURNAL;
001630*        SPACE - NO RECORD ANYWHERE.
001640***************************************************************
001650 77  AsOfSource             PIC X(01) VALUE SPACE.
001660     88  AsOfFromAfterImage  VALUE "A".
001670     88  AsOfFromBeforeImage VALUE "B".
001680     88  AsOfNotYetFiled     VALUE "N".
001690     88  AsOfFromNamefile    VALUE "C".
001700     88  AsOfNoRecord        VALUE SPACE.
001710 77  AsOfProgramId          PIC X(12) VALUE SPACES.
001720 77  AsOfRunDate            PIC 9(08) VALUE ZERO.
001730 77  AsOfRunTime            PIC 9(08) VALUE ZERO.
001740
001750 01  CodeIn                 PIC X(01) VALUE SPACE.
001760 01  WordsOut               PIC X(60) VALUE SPACES.
001770 01  ChangeLabel            PIC X(14) VALUE SPACES.
001780 01  ChangeOld              PIC X(60) VALUE SPACES.
001790 01  ChangeNew              PIC X(60) VALUE SPACES.
001800 01  OutputLine             PIC X(80) VALUE SPACES.
001810
001820**************************************************************
001830*    REPORT PRINT LINES
001840**************************************************************
001850 01  HEADING-LINE-1.
001860     05  FILLER                  PIC X(30) VALUE
001870         "RETAIL CUSTOMER ONBOARDING".
001880     05  FILLER                  PIC X(22) VALUE
001890         "CHANGE HISTORY REPORT".
001900     05  FILLER                  PIC X(08) VALUE "PAGE ".
001910     05  HL1-PAGE-NUMBER         PIC ZZZ9.
001920
001930 01  HEADING-LINE-2.
001940     05  FILLER                  PIC X(12) VALUE "RUN DATE: ".
001950     05  HL2-RUN-DATE            PIC 9(08).
001960     05  FILLER                  PIC X(12) VALUE "  CUSTOMER: ".
001970     05  HL2-CUSTOMER            PIC X(09).
001980     05  FILLER                  PIC X(39) VALUE SPACES.
001990
002000 01  HEADING-LINE-3.
002010     05  HL3-TEXT                PIC X(80) VALUE SPACES.
002020
002030 01  COLUMN-HEADING-LINE.
002040     05  FILLER                  PIC X(10) VALUE "DATE".
002050     05  FILLER                  PIC X(10) VALUE "TIME".
002060     05  FILLER                  PIC X(14) VALUE "PROGRAM".
002070     05  FILLER                  PIC X(12) VALUE "CUST NO".
002080     05  FILLER                  PIC X(34) VALUE "UPDATE".
002090
002100 01  ENTRY-LINE.
002110     05  EL-RUN-DATE             PIC 9(08).
002120     05  FILLER                  PIC X(02) VALUE SPACES.
002130     05  EL-RUN-TIME             PIC 9(08).
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  EL-PROGRAM-ID           PIC X(12).
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  EL-CUSTOMER-NUMBER      PIC 9(09).
002180     05  FILLER                  PIC X(03) VALUE SPACES.
002190     05  EL-ACTION               PIC X(34).
002200
002210 01  CHANGE-LINE.
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  CHL-LABEL               PIC X(14).
002240     05  CHL-WORD                PIC X(04).
002250     05  CHL-VALUE               PIC X(60).
002260
002270 01  TOTAL-LINE.
002280     05  TL-CAPTION              PIC X(40).
002290     05  TL-VALUE                PIC ZZZZZZZ9.
002300     05  FILLER                  PIC X(32) VALUE SPACES.
002310
002320 01  MESSAGE-LINE.
002330     05  MSG-TEXT                PIC X(80).
002340
002350 PROCEDURE DIVISION.
002360
002370**************************************************************
002380*    0000-MAINLINE
002390**************************************************************
002400 0000-MAINLINE.
002410     PERFORM 1000-INITIALIZE
002420         THRU 1000-EXIT.
002430     IF NOT RunFailure
002440         IF AsOfMode
002450             PERFORM 2500-SHOW-AS-OF
002460                 THRU 2500-EXIT
002470         ELSE
002480             PERFORM 2000-LIST-CHANGES
002490                 THRU 2000-EXIT
002500         END-IF
002510     END-IF.
002520     PERFORM 3000-TERMINATE
002530         THRU 3000-EXIT.
002540     STOP RUN.
002550
002560**************************************************************
002570*    1000-INITIALIZE THRU 1000-EXIT
002580*    NOTHING IS PRINTED FOR A BAD PARAMETER OR WITHOUT THE
002590*    JOURNAL TO PRINT IT FROM.
002600**************************************************************
002610 1000-INITIALIZE.
002620     ACCEPT CurrentDate FROM DATE YYYYMMDD.
002630     PERFORM 1100-PARSE-PARMS
002640         THRU 1100-EXIT.
002650     IF RunFailure
002660         GO TO 1000-EXIT
002670     END-IF.
002680     OPEN INPUT NAME-JOURNAL-FILE.
002690     IF NameJournalFileStatus NOT = "00"
002700         DISPLAY "NAMEJRNL NOT AVAILABLE - STATUS "
002710             NameJournalFileStatus
002720         SET RunFailure TO TRUE
002730         GO TO 1000-EXIT
002740     END-IF.
002750     OPEN OUTPUT PRINT-FILE.
002760     PERFORM 1200-PRINT-HEADINGS
002770         THRU 1200-EXIT.
002780 1000-EXIT.
002790     EXIT.
002800
002810**************************************************************
002820*    1100-PARSE-PARMS THRU 1100-EXIT
002830*    SETS THE SELECTION AND BUILDS THE THIRD HEADING LINE THAT
002840*    SHOWS IT.
002850**************************************************************
002860 1100-PARSE-PARMS.
002870     ACCEPT CommandLineParm FROM COMMAND-LINE.
002880     UNSTRING CommandLineParm DELIMITED BY ALL SPACE
002890         INTO ParmToken1 ParmToken2 ParmToken3 ParmToken4.
002900
002910     IF ParmToken1 = "ASOF"
002920         SET AsOfMode TO TRUE
002930         MOVE ParmToken2 TO ParmCustomerText
002940         IF ParmCustomerText = SPACES OR ParmCustomerText = "ALL"
002950             DISPLAY "ASOF NEEDS ONE CUSTOMER NUMBER"
002960             SET RunFailure TO TRUE
002970             GO TO 1100-EXIT
002980         END-IF
002990         PERFORM 1110-PARSE-CUSTOMER
003000             THRU 1110-EXIT
003010         IF ParmToken3 (1:8) NUMERIC
003020             AND ParmToken3 (9:4) = SPACES
003030             MOVE ParmToken3 TO AsOfDate
003040         ELSE
003050             DISPLAY "AS-OF DATE MUST BE YYYYMMDD - " ParmToken3
003060             SET RunFailure TO TRUE
003070         END-IF
003080         MOVE SPACES TO HL3-TEXT
003090         STRING "AS OF THE END OF: " DELIMITED BY SIZE
003100             AsOfDate DELIMITED BY SIZE
003110             INTO HL3-TEXT
003120         END-STRING
003130         GO TO 1100-EXIT
003140     END-IF.
003150
003160     MOVE ParmToken1 TO ParmCustomerText.
003170     MOVE ParmToken2 TO ParmFromText.
003180     MOVE ParmToken3 TO ParmToText.
003190     MOVE ParmToken4 TO ParmProgramText.
003200     IF ParmCustomerText = SPACES OR ParmCustomerText = "ALL"
003210         MOVE "Y" TO SelectAllCustomersSwitch
003220     ELSE
003230         PERFORM 1110-PARSE-CUSTOMER
003240             THRU 1110-EXIT
003250     END-IF.
003260
003270     IF ParmFromText = SPACES OR ParmFromText = "ALL"
003280         MOVE ZERO TO SelectFromDate
003290     ELSE
003300         IF ParmFromText (1:8) NUMERIC
003310             AND ParmFromText (9:4) = SPACES
003320             MOVE ParmFromText TO SelectFromDate
003330         ELSE
003340             DISPLAY "FROM-DATE MUST BE YYYYMMDD OR ALL - "
003350                 ParmFromText
003360             SET RunFailure TO TRUE
003370         END-IF
003380     END-IF.
003390
003400     IF ParmToText = SPACES OR ParmToText = "ALL"
003410         MOVE 99999999 TO SelectToDate
003420     ELSE
003430         IF ParmToText (1:8) NUMERIC
003440             AND ParmToText (9:4) = SPACES
003450             MOVE ParmToText TO SelectToDate
003460         ELSE
003470             DISPLAY "TO-DATE MUST BE YYYYMMDD OR ALL - "
003480                 ParmToText
003490             SET RunFailure TO TRUE
003500         END-IF
003510     END-IF.
003520
003530     IF ParmProgramText = SPACES OR ParmProgramText = "ALL"
003540         MOVE "Y" TO SelectAllProgramsSwitch
003550         MOVE "ALL" TO SelectProgramId
003560     ELSE
003570         MOVE "N" TO SelectAllProgramsSwitch
003580         MOVE ParmProgramText TO SelectProgramId
003590     END-IF.
003600
003610     MOVE SPACES TO HL3-TEXT.
003620     STRING "FROM: " DELIMITED BY SIZE
003630         SelectFromDate DELIMITED BY SIZE
003640         "  TO: " DELIMITED BY SIZE
003650         SelectToDate DELIMITED BY SIZE
003660         "  PROGRAM: " DELIMITED BY SIZE
003670         SelectProgramId DELIMITED BY SIZE
003680         INTO HL3-TEXT
003690     END-STRING.
003700 1100-EXIT.
003710     EXIT.
003720
003730**************************************************************
003740*    1110-PARSE-CUSTOMER THRU 1110-EXIT
003750*    ParmCustomerText IN - NINE DIGITS THAT PASS THEIR CHECK
003760*    DIGIT, OR THE RUN STOPS.
003770**************************************************************
003780 1110-PARSE-CUSTOMER.
003790     MOVE "N" TO SelectAllCustomersSwitch.
003800     IF ParmCustomerText (1:9) NOT NUMERIC
003810         OR ParmCustomerText (10:3) NOT = SPACES
003820         DISPLAY "CUSTOMER NUMBER MUST BE NINE DIGITS OR ALL - "
003830             ParmCustomerText
003840         SET RunFailure TO TRUE
003850         GO TO 1110-EXIT
003860     END-IF.
003870     MOVE ParmCustomerText (1:9) TO SelectCustomerNumber.
003880     MOVE ParmCustomerText (9:1) TO CheckEnteredDigit.
003890     COMPUTE CheckBaseNumber = SelectCustomerNumber / 10.
003900     PERFORM 1150-COMPUTE-CHECK-DIGIT
003910         THRU 1150-EXIT.
003920     IF CheckDigit NOT = CheckEnteredDigit
003930         DISPLAY "CUSTOMER NUMBER FAILS ITS CHECK DIGIT"
003940             " - CHECK THE ENTRY"
003950         SET RunFailure TO TRUE
003960     END-IF.
003970 1110-EXIT.
003980     EXIT.
003990
004000**************************************************************
004010*    1150-COMPUTE-CHECK-DIGIT THRU 1150-EXIT
004020*    LUHN-STYLE WEIGHTED MODULUS-10 OVER THE EIGHT BASE DIGITS
004030*    OF A CUSTOMER NUMBER.  ON ENTRY CheckBaseNumber HOLDS THE
004040*    BASE; ON EXIT CheckDigit HOLDS THE DIGIT THAT MAKES THE
004050*    FULL NINE-DIGIT NUMBER VALID.  MIRRORS COBOLMNT'S
004060*    2950-COMPUTE-CHECK-DIGIT, FIELD FOR FIELD.
004070**************************************************************
004080 1150-COMPUTE-CHECK-DIGIT.
004090     MOVE CheckBaseNumber TO CheckDigitString.
004100     MOVE ZERO TO CheckSum.
004110     PERFORM 1160-ADD-ONE-CHECK-DIGIT
004120         THRU 1160-EXIT
004130         VARYING CheckIndex FROM 1 BY 1
004140         UNTIL CheckIndex > 8.
004150     DIVIDE CheckSum BY 10 GIVING CheckQuotient
004160         REMAINDER CheckRemainder.
004170     IF CheckRemainder = ZERO
004180         MOVE ZERO TO CheckDigit
004190     ELSE
004200         COMPUTE CheckDigit = 10 - CheckRemainder
004210     END-IF.
004220 1150-EXIT.
004230     EXIT.
004240
004250 1160-ADD-ONE-CHECK-DIGIT.
004260     MOVE CheckDigitString (CheckIndex:1) TO CheckWorkDigit.
004270     IF CheckIndex = 1 OR CheckIndex = 3 OR CheckIndex = 5
004280         OR CheckIndex = 7
004290         COMPUTE CheckWorkValue = CheckWorkDigit * 2
004300         IF CheckWorkValue > 9
004310             SUBTRACT 9 FROM CheckWorkValue
004320         END-IF
004330     ELSE
004340         MOVE CheckWorkDigit TO CheckWorkValue
004350     END-IF.
004360     ADD CheckWorkValue TO CheckSum.
004370 1160-EXIT.
004380     EXIT.
004390
004400**************************************************************
004410*    1200-PRINT-HEADINGS THRU 1200-EXIT
004420**************************************************************
004430 1200-PRINT-HEADINGS.
004440     ADD 1 TO PageNumber.
004450     MOVE PageNumber TO HL1-PAGE-NUMBER.
004460     MOVE CurrentDate TO HL2-RUN-DATE.
004470     IF SelectAllCustomers
004480         MOVE "ALL" TO HL2-CUSTOMER
004490     ELSE
004500         MOVE SelectCustomerNumber TO HL2-CUSTOMER
004510     END-IF.
004520
004530     IF PageNumber = 1
004540         WRITE PRINT-LINE FROM HEADING-LINE-1
004550     ELSE
004560         WRITE PRINT-LINE FROM HEADING-LINE-1
004570             AFTER ADVANCING PAGE
004580     END-IF.
004590     WRITE PRINT-LINE FROM HEADING-LINE-2
004600         AFTER ADVANCING 1 LINE.
004610     WRITE PRINT-LINE FROM HEADING-LINE-3
004620         AFTER ADVANCING 1 LINE.
004630     IF AsOfMode
004640         MOVE 3 TO LineCount
004650     ELSE
004660         WRITE PRINT-LINE FROM COLUMN-HEADING-LINE
004670             AFTER ADVANCING 2 LINES
004680         MOVE 5 TO LineCount
004690     END-IF.
004700 1200-EXIT.
004710     EXIT.
004720
004730**************************************************************
004740*    2000-LIST-CHANGES THRU 2000-EXIT
004750*    HISTORY MODE - ONE ENTRY LINE PER SELECTED JOURNAL ENTRY,
004760*    FOLLOWED BY THE FIELDS IT CHANGED.
004770**************************************************************
004780 2000-LIST-CHANGES.
004790     PERFORM 2100-ONE-JOURNAL-ENTRY
004800         THRU 2100-EXIT
004810         UNTIL EndOfFile.
004820     IF SelectedCount = ZERO
004830         MOVE SPACES TO OutputLine
004840         PERFORM 2900-WRITE-LINE
004850             THRU 2900-EXIT
004860         MOVE "*** NO JOURNAL ENTRY MATCHES THE SELECTION ***"
004870             TO OutputLine
004880         PERFORM 2900-WRITE-LINE
004890             THRU 2900-EXIT
004900     END-IF.
004910 2000-EXIT.
004920     EXIT.
004930
004940 2100-ONE-JOURNAL-ENTRY.
004950     READ NAME-JOURNAL-FILE
004960         AT END
004970             SET EndOfFile TO TRUE
004980             GO TO 2100-EXIT
004990     END-READ.
005000     ADD 1 TO ReadCount.
005010     MOVE JRN-BEFORE-IMAGE TO BEFORE-NAME-RECORD.
005020     MOVE JRN-AFTER-IMAGE TO AFTER-NAME-RECORD.
005030     IF ANR-CUSTOMER-NUMBER NOT NUMERIC
005040         OR JRN-RUN-DATE NOT NUMERIC
005050         GO TO 2100-EXIT
005060     END-IF.
005070     IF NOT SelectAllCustomers
005080         AND ANR-CUSTOMER-NUMBER NOT = SelectCustomerNumber
005090         GO TO 2100-EXIT
005100     END-IF.
005110     IF JRN-RUN-DATE < SelectFromDate
005120         OR JRN-RUN-DATE > SelectToDate
005130         GO TO 2100-EXIT
005140     END-IF.
005150     IF NOT SelectAllPrograms
005160         AND JRN-PROGRAM-ID NOT = SelectProgramId
005170         GO TO 2100-EXIT
005180     END-IF.
005190
005200     ADD 1 TO SelectedCount.
005210*    KEEP THE ENTRY LINE AND AT LEAST ONE CHANGE ON ONE PAGE.
005220     IF LineCount > LinesPerPage - 3
005230         PERFORM 1200-PRINT-HEADINGS
005240             THRU 1200-EXIT
005250     END-IF.
005260     MOVE SPACES TO OutputLine.
005270     PERFORM 2900-WRITE-LINE
005280         THRU 2900-EXIT.
005290     MOVE JRN-RUN-DATE TO EL-RUN-DATE.
005300     MOVE JRN-RUN-TIME TO EL-RUN-TIME.
005310     MOVE JRN-PROGRAM-ID TO EL-PROGRAM-ID.
005320     MOVE ANR-CUSTOMER-NUMBER TO EL-CUSTOMER-NUMBER.
005330     IF JRN-ACTION-WRITE
005340         MOVE "RECORD FILED" TO EL-ACTION
005350     ELSE
005360         MOVE "RECORD CHANGED" TO EL-ACTION
005370     END-IF.
005380     MOVE ENTRY-LINE TO OutputLine.
005390     PERFORM 2900-WRITE-LINE
005400         THRU 2900-EXIT.
005410
005420*    A FIRST FILING HAS NO BEFORE IMAGE - COMPARED AGAINST AN
005430*    EMPTY RECORD, EVERY FIELD IT FILED LISTS AS ITS NEW VALUE.
005440     IF JRN-ACTION-WRITE
005450         INITIALIZE BEFORE-NAME-RECORD
005460     END-IF.
005470     PERFORM 2200-COMPARE-IMAGES
005480         THRU 2200-EXIT.
005490 2100-EXIT.
005500     EXIT.
005510
005520**************************************************************
005530*    2200-COMPARE-IMAGES THRU 2200-EXIT
005540*    ONE PAIR OF LINES PER FIELD THAT DIFFERS BETWEEN THE
005550*    BEFORE AND AFTER IMAGE.  CODES PRINT AS THE CODE AND ITS
005560*    MEANING, DATES AS YYYYMMDD.
005570**************************************************************
005580 2200-COMPARE-IMAGES.
005590     MOVE ZERO TO ChangeCount.
005600     IF BNR-TITLE NOT = ANR-TITLE
005610         MOVE "TITLE" TO ChangeLabel
005620         MOVE BNR-TITLE TO ChangeOld
005630         MOVE ANR-TITLE TO ChangeNew
005640         PERFORM 2210-PRINT-ONE-CHANGE
005650             THRU 2210-EXIT
005660     END-IF.
005670     IF BNR-FIRST-NAME NOT = ANR-FIRST-NAME
005680         MOVE "FIRST NAME" TO ChangeLabel
005690         MOVE BNR-FIRST-NAME TO ChangeOld
005700         MOVE ANR-FIRST-NAME TO ChangeNew
005710         PERFORM 2210-PRINT-ONE-CHANGE
005720             THRU 2210-EXIT
005730     END-IF.
005740     IF BNR-MIDDLE-NAME NOT = ANR-MIDDLE-NAME
005750         MOVE "MIDDLE NAME" TO ChangeLabel
005760         MOVE BNR-MIDDLE-NAME TO ChangeOld
005770         MOVE ANR-MIDDLE-NAME TO ChangeNew
005780         PERFORM 2210-PRINT-ONE-CHANGE
005790             THRU 2210-EXIT
005800     END-IF.
005810     IF BNR-LAST-NAME NOT = ANR-LAST-NAME
005820         MOVE "LAST NAME" TO ChangeLabel
005830         MOVE BNR-LAST-NAME TO ChangeOld
005840         MOVE ANR-LAST-NAME TO ChangeNew
005850         PERFORM 2210-PRINT-ONE-CHANGE
005860             THRU 2210-EXIT
005870     END-IF.
005880     IF BNR-SUFFIX NOT = ANR-SUFFIX
005890         MOVE "SUFFIX" TO ChangeLabel
005900         MOVE BNR-SUFFIX TO ChangeOld
005910         MOVE ANR-SUFFIX TO ChangeNew
005920         PERFORM 2210-PRINT-ONE-CHANGE
005930             THRU 2210-EXIT
005940     END-IF.
005950     IF BNR-WHOLE-NAME NOT = ANR-WHOLE-NAME
005960         MOVE "WHOLE NAME" TO ChangeLabel
005970         MOVE BNR-WHOLE-NAME TO ChangeOld
005980         MOVE ANR-WHOLE-NAME TO ChangeNew
005990         PERFORM 2210-PRINT-ONE-CHANGE
006000             THRU 2210-EXIT
006010     END-IF.
006020     IF BNR-PHONETIC-KEY NOT = ANR-PHONETIC-KEY
006030         MOVE "SOUND KEY" TO ChangeLabel
006040         MOVE BNR-PHONETIC-KEY TO ChangeOld
006050         MOVE ANR-PHONETIC-KEY TO ChangeNew
006060         PERFORM 2210-PRINT-ONE-CHANGE
006070             THRU 2210-EXIT
006080     END-IF.
006090     IF BNR-RECORD-STATUS NOT = ANR-RECORD-STATUS
006100         MOVE "RECORD STATUS" TO ChangeLabel
006110         MOVE BNR-RECORD-STATUS TO CodeIn
006120         PERFORM 2810-RECORD-STATUS-WORDS
006130             THRU 2810-EXIT
006140         MOVE WordsOut TO ChangeOld
006150         MOVE ANR-RECORD-STATUS TO CodeIn
006160         PERFORM 2810-RECORD-STATUS-WORDS
006170             THRU 2810-EXIT
006180         MOVE WordsOut TO ChangeNew
006190         PERFORM 2210-PRINT-ONE-CHANGE
006200             THRU 2210-EXIT
006210     END-IF.
006220     IF BNR-CRM-STATUS NOT = ANR-CRM-STATUS
006230         MOVE "CRM STATUS" TO ChangeLabel
006240         MOVE BNR-CRM-STATUS TO CodeIn
006250         PERFORM 2800-CRM-STATUS-WORDS
006260             THRU 2800-EXIT
006270         MOVE WordsOut TO ChangeOld
006280         MOVE ANR-CRM-STATUS TO CodeIn
006290         PERFORM 2800-CRM-STATUS-WORDS
006300             THRU 2800-EXIT
006310         MOVE WordsOut TO ChangeNew
006320         PERFORM 2210-PRINT-ONE-CHANGE
006330             THRU 2210-EXIT
006340     END-IF.
006350     IF BNR-CRM-STATUS-DATE NOT = ANR-CRM-STATUS-DATE
006360         MOVE "CRM STAT DATE" TO ChangeLabel
006370         MOVE BNR-CRM-STATUS-DATE TO ChangeOld
006380         MOVE ANR-CRM-STATUS-DATE TO ChangeNew
006390         PERFORM 2210-PRINT-ONE-CHANGE
006400             THRU 2210-EXIT
006410     END-IF.
006420     IF BNR-CRM-REASON NOT = ANR-CRM-REASON
006430         MOVE "CRM REASON" TO ChangeLabel
006440         MOVE BNR-CRM-REASON TO ChangeOld
006450         MOVE ANR-CRM-REASON TO ChangeNew
006460         PERFORM 2210-PRINT-ONE-CHANGE
006470             THRU 2210-EXIT
006480     END-IF.
006490     IF BNR-ONBOARD-DATE NOT = ANR-ONBOARD-DATE
006500         MOVE "ONBOARD DATE" TO ChangeLabel
006510         MOVE BNR-ONBOARD-DATE TO ChangeOld
006520         MOVE ANR-ONBOARD-DATE TO ChangeNew
006530         PERFORM 2210-PRINT-ONE-CHANGE
006540             THRU 2210-EXIT
006550     END-IF.
006560     IF BNR-SOURCE-CHANNEL NOT = ANR-SOURCE-CHANNEL
006570         MOVE "CHANNEL" TO ChangeLabel
006580         MOVE BNR-SOURCE-CHANNEL TO CodeIn
006590         PERFORM 2820-CHANNEL-WORDS
006600             THRU 2820-EXIT
006610         MOVE WordsOut TO ChangeOld
006620         MOVE ANR-SOURCE-CHANNEL TO CodeIn
006630         PERFORM 2820-CHANNEL-WORDS
006640             THRU 2820-EXIT
006650         MOVE WordsOut TO ChangeNew
006660         PERFORM 2210-PRINT-ONE-CHANGE
006670             THRU 2210-EXIT
006680     END-IF.
006690     IF BNR-OPERATOR-ID NOT = ANR-OPERATOR-ID
006700         MOVE "FILED BY" TO ChangeLabel
006710         MOVE BNR-OPERATOR-ID TO ChangeOld
006720         MOVE ANR-OPERATOR-ID TO ChangeNew
006730         PERFORM 2210-PRINT-ONE-CHANGE
006740             THRU 2210-EXIT
006750     END-IF.
006760     IF ChangeCount = ZERO
006770         MOVE SPACES TO ChangeLabel
006780         MOVE SPACES TO ChangeOld
006790         MOVE "(REWRITTEN - NO FIELD CHANGED)" TO ChangeNew
006800         PERFORM 2210-PRINT-ONE-CHANGE
006810             THRU 2210-EXIT
006820     ELSE
006830         ADD ChangeCount TO FieldChangeCount
006840     END-IF.
006850 2200-EXIT.
006860     EXIT.
006870
006880**************************************************************
006890*    2210-PRINT-ONE-CHANGE THRU 2210-EXIT
006900*    ChangeLabel / ChangeOld / ChangeNew IN, ONE OR TWO LINES
006910*    OUT.  A FIRST FILING PRINTS ONLY THE NEW VALUE.
006920**************************************************************
006930 2210-PRINT-ONE-CHANGE.
006940     ADD 1 TO ChangeCount.
006950     MOVE ChangeLabel TO CHL-LABEL.
006960     IF NOT JRN-ACTION-WRITE
006970         MOVE "WAS " TO CHL-WORD
006980         MOVE ChangeOld TO CHL-VALUE
006990         MOVE CHANGE-LINE TO OutputLine
007000         PERFORM 2900-WRITE-LINE
007010             THRU 2900-EXIT
007020         MOVE SPACES TO CHL-LABEL
007030     END-IF.
007040     MOVE "NOW " TO CHL-WORD.
007050     MOVE ChangeNew TO CHL-VALUE.
007060     MOVE CHANGE-LINE TO OutputLine.
007070     PERFORM 2900-WRITE-LINE
007080         THRU 2900-EXIT.
007090 2210-EXIT.
007100     EXIT.
007110
007120**************************************************************
007130*    2500-SHOW-AS-OF THRU 2500-EXIT
007140*    AS-OF MODE.  THE JOURNAL IS APPENDED IN THE ORDER THE
007150*    UPDATES HAPPENED, SO THE LAST AFTER IMAGE ON OR BEFORE THE
007160*    DATE IS THE RECORD AS IT STOOD; FAILING THAT, THE BEFORE
007170*    IMAGE OF THE FIRST LATER UPDATE IS.  READING STOPS AT THE
007180*    FIRST UPDATE AFTER THE DATE.  A CUSTOMER THE JOURNAL NEVER
007190*    MENTIONS IS TAKEN FROM NAMEFILE AS IT STANDS.
007200**************************************************************
007210 2500-SHOW-AS-OF.
007220     PERFORM 2510-ONE-AS-OF-ENTRY
007230         THRU 2510-EXIT
007240         UNTIL EndOfFile.
007250     IF AsOfNoRecord
007260         PERFORM 2520-READ-CURRENT-RECORD
007270             THRU 2520-EXIT
007280     END-IF.
007290     IF RunFailure
007300         GO TO 2500-EXIT
007310     END-IF.
007320     PERFORM 2550-PRINT-AS-OF-RECORD
007330         THRU 2550-EXIT.
007340 2500-EXIT.
007350     EXIT.
007360
007370 2510-ONE-AS-OF-ENTRY.
007380     READ NAME-JOURNAL-FILE
007390         AT END
007400             SET EndOfFile TO TRUE
007410             GO TO 2510-EXIT
007420     END-READ.
007430     ADD 1 TO ReadCount.
007440     IF JRN-RUN-DATE NOT NUMERIC
007450         GO TO 2510-EXIT
007460     END-IF.
007470     IF JournalStartDate = ZERO
007480         MOVE JRN-RUN-DATE TO JournalStartDate
007490     END-IF.
007500     MOVE JRN-AFTER-IMAGE TO AFTER-NAME-RECORD.
007510     IF ANR-CUSTOMER-NUMBER NOT NUMERIC
007520         GO TO 2510-EXIT
007530     END-IF.
007540     IF ANR-CUSTOMER-NUMBER NOT = SelectCustomerNumber
007550         GO TO 2510-EXIT
007560     END-IF.
007570
007580     IF JRN-RUN-DATE NOT > AsOfDate
007590         ADD 1 TO SelectedCount
007600         MOVE AFTER-NAME-RECORD TO HELD-NAME-RECORD
007610         SET AsOfFromAfterImage TO TRUE
007620         MOVE JRN-PROGRAM-ID TO AsOfProgramId
007630         MOVE JRN-RUN-DATE TO AsOfRunDate
007640         MOVE JRN-RUN-TIME TO AsOfRunTime
007650         GO TO 2510-EXIT
007660     END-IF.
007670
007680*    THE FIRST UPDATE AFTER THE DATE - NOTHING LATER MATTERS.
007690*    IT ONLY SUPPLIES THE IMAGE WHEN NOTHING CAME BEFORE IT.
007700     SET EndOfFile TO TRUE.
007710     IF NOT AsOfNoRecord
007720         GO TO 2510-EXIT
007730     END-IF.
007740     MOVE JRN-PROGRAM-ID TO AsOfProgramId.
007750     MOVE JRN-RUN-DATE TO AsOfRunDate.
007760     MOVE JRN-RUN-TIME TO AsOfRunTime.
007770     IF JRN-ACTION-WRITE
007780         SET AsOfNotYetFiled TO TRUE
007790     ELSE
007800         MOVE JRN-BEFORE-IMAGE TO HELD-NAME-RECORD
007810         SET AsOfFromBeforeImage TO TRUE
007820     END-IF.
007830 2510-EXIT.
007840     EXIT.
007850
007860**************************************************************
007870*    2520-READ-CURRENT-RECORD THRU 2520-EXIT
007880*    NOTHING JOURNALED FOR THE CUSTOMER - NAMEFILE HOLDS THE
007890*    RECORD AS IT HAS STOOD SINCE THE JOURNAL BEGAN, IF THERE
007900*    IS ONE.
007910**************************************************************
007920 2520-READ-CURRENT-RECORD.
007930     OPEN INPUT NAMEFILE.
007940     IF NameFileStatus NOT = "00"
007950         DISPLAY "NAMEFILE NOT AVAILABLE - STATUS "
007960             NameFileStatus
007970         SET RunFailure TO TRUE
007980         GO TO 2520-EXIT
007990     END-IF.
008000     MOVE SelectCustomerNumber TO NR-CUSTOMER-NUMBER.
008010     READ NAMEFILE
008020         INVALID KEY
008030             CONTINUE
008040     END-READ.
008050     IF NameFileStatus = "00"
008060         MOVE NAME-RECORD TO HELD-NAME-RECORD
008070         SET AsOfFromNamefile TO TRUE
008080     END-IF.
008090     CLOSE NAMEFILE.
008100 2520-EXIT.
008110     EXIT.
008120
008130**************************************************************
008140*    2550-PRINT-AS-OF-RECORD THRU 2550-EXIT
008150*    WHERE THE IMAGE CAME FROM, THEN THE RECORD FIELD BY
008160*    FIELD.  BEFORE THE JOURNAL BEGAN, AN UNCHANGED RECORD CAN
008170*    ONLY BE VOUCHED FOR BACK TO ITS FIRST ENTRY, AND THE
008180*    REPORT SAYS SO.
008190**************************************************************
008200 2550-PRINT-AS-OF-RECORD.
008210     MOVE SPACES TO OutputLine.
008220     PERFORM 2900-WRITE-LINE
008230         THRU 2900-EXIT.
008240     MOVE SPACES TO MSG-TEXT.
008250     EVALUATE TRUE
008260         WHEN AsOfFromAfterImage
008270             STRING "AS LEFT BY " DELIMITED BY SIZE
008280                 AsOfProgramId DELIMITED BY SPACE
008290                 " ON " DELIMITED BY SIZE
008300                 AsOfRunDate DELIMITED BY SIZE
008310                 " AT " DELIMITED BY SIZE
008320                 AsOfRunTime DELIMITED BY SIZE
008330                 INTO MSG-TEXT
008340             END-STRING
008350         WHEN AsOfFromBeforeImage
008360             STRING "AS FOUND BY " DELIMITED BY SIZE
008370                 AsOfProgramId DELIMITED BY SPACE
008380                 " ON " DELIMITED BY SIZE
008390                 AsOfRunDate DELIMITED BY SIZE
008400                 " AT " DELIMITED BY SIZE
008410                 AsOfRunTime DELIMITED BY SIZE
008420                 ", THE NEXT UPDATE" DELIMITED BY SIZE
008430                 INTO MSG-TEXT
008440             END-STRING
008450         WHEN AsOfNotYetFiled
008460             STRING "*** NOT YET ON FILE - FIRST FILED BY "
008470                 DELIMITED BY SIZE
008480                 AsOfProgramId DELIMITED BY SPACE
008490                 " ON " DELIMITED BY SIZE
008500                 AsOfRunDate DELIMITED BY SIZE
008510                 " ***" DELIMITED BY SIZE
008520                 INTO MSG-TEXT
008530             END-STRING
008540         WHEN AsOfFromNamefile
008550             MOVE "NO JOURNALED UPDATE - AS ON NAMEFILE TODAY"
008560                 TO MSG-TEXT
008570         WHEN OTHER
008580             MOVE "*** NO RECORD FOR THIS CUSTOMER NUMBER ***"
008590                 TO MSG-TEXT
008600     END-EVALUATE.
008610     MOVE MESSAGE-LINE TO OutputLine.
008620     PERFORM 2900-WRITE-LINE
008630         THRU 2900-EXIT.
008640     IF AsOfNotYetFiled OR AsOfNoRecord
008650         GO TO 2550-EXIT
008660     END-IF.
008670
008680     IF HNR-ONBOARD-DATE NUMERIC
008690         AND HNR-ONBOARD-DATE > AsOfDate
008700         MOVE SPACES TO MSG-TEXT
008710         STRING "*** NOT YET ON FILE - ONBOARDED "
008720             DELIMITED BY SIZE
008730             HNR-ONBOARD-DATE DELIMITED BY SIZE
008740             " ***" DELIMITED BY SIZE
008750             INTO MSG-TEXT
008760         END-STRING
008770         MOVE MESSAGE-LINE TO OutputLine
008780         PERFORM 2900-WRITE-LINE
008790             THRU 2900-EXIT
008800         SET AsOfNotYetFiled TO TRUE
008810         GO TO 2550-EXIT
008820     END-IF.
008830     IF NOT AsOfFromAfterImage
008840         AND AsOfDate < JournalStartDate
008850         MOVE SPACES TO MSG-TEXT
008860         STRING "*** THE JOURNAL STARTS " DELIMITED BY SIZE
008870             JournalStartDate DELIMITED BY SIZE
008880             " - EARLIER CHANGES ARE NOT HELD ***"
008890             DELIMITED BY SIZE
008900             INTO MSG-TEXT
008910         END-STRING
008920         MOVE MESSAGE-LINE TO OutputLine
008930         PERFORM 2900-WRITE-LINE
008940             THRU 2900-EXIT
008950     END-IF.
008960     MOVE SPACES TO OutputLine.
008970     PERFORM 2900-WRITE-LINE
008980         THRU 2900-EXIT.
008990
009000     MOVE "CUSTOMER NO" TO ChangeLabel.
009010     MOVE HNR-CUSTOMER-NUMBER TO ChangeNew.
009020     PERFORM 2560-PRINT-ONE-FIELD
009030         THRU 2560-EXIT.
009040     MOVE "TITLE" TO ChangeLabel.
009050     MOVE HNR-TITLE TO ChangeNew.
009060     PERFORM 2560-PRINT-ONE-FIELD
009070         THRU 2560-EXIT.
009080     MOVE "FIRST NAME" TO ChangeLabel.
009090     MOVE HNR-FIRST-NAME TO ChangeNew.
009100     PERFORM 2560-PRINT-ONE-FIELD
009110         THRU 2560-EXIT.
009120     MOVE "MIDDLE NAME" TO ChangeLabel.
009130     MOVE HNR-MIDDLE-NAME TO ChangeNew.
009140     PERFORM 2560-PRINT-ONE-FIELD
009150         THRU 2560-EXIT.
009160     MOVE "LAST NAME" TO ChangeLabel.
009170     MOVE HNR-LAST-NAME TO ChangeNew.
009180     PERFORM 2560-PRINT-ONE-FIELD
009190         THRU 2560-EXIT.
009200     MOVE "SUFFIX" TO ChangeLabel.
009210     MOVE HNR-SUFFIX TO ChangeNew.
009220     PERFORM 2560-PRINT-ONE-FIELD
009230         THRU 2560-EXIT.
009240     MOVE "WHOLE NAME" TO ChangeLabel.
009250     MOVE HNR-WHOLE-NAME TO ChangeNew.
009260     PERFORM 2560-PRINT-ONE-FIELD
009270         THRU 2560-EXIT.
009280     MOVE "SOUND KEY" TO ChangeLabel.
009290     MOVE HNR-PHONETIC-KEY TO ChangeNew.
009300     PERFORM 2560-PRINT-ONE-FIELD
009310         THRU 2560-EXIT.
009320     MOVE "RECORD STATUS" TO ChangeLabel.
009330     MOVE HNR-RECORD-STATUS TO CodeIn.
009340     PERFORM 2810-RECORD-STATUS-WORDS
009350         THRU 2810-EXIT.
009360     MOVE WordsOut TO ChangeNew.
009370     PERFORM 2560-PRINT-ONE-FIELD
009380         THRU 2560-EXIT.
009390     MOVE "CRM STATUS" TO ChangeLabel.
009400     MOVE HNR-CRM-STATUS TO CodeIn.
009410     PERFORM 2800-CRM-STATUS-WORDS
009420         THRU 2800-EXIT.
009430     MOVE WordsOut TO ChangeNew.
009440     PERFORM 2560-PRINT-ONE-FIELD
009450         THRU 2560-EXIT.
009460     MOVE "CRM STAT DATE" TO ChangeLabel.
009470     MOVE HNR-CRM-STATUS-DATE TO ChangeNew.
009480     PERFORM 2560-PRINT-ONE-FIELD
009490         THRU 2560-EXIT.
009500     MOVE "CRM REASON" TO ChangeLabel.
009510     MOVE HNR-CRM-REASON TO ChangeNew.
009520     PERFORM 2560-PRINT-ONE-FIELD
009530         THRU 2560-EXIT.
009540     MOVE "ONBOARD DATE" TO ChangeLabel.
009550     MOVE HNR-ONBOARD-DATE TO ChangeNew.
009560     PERFORM 2560-PRINT-ONE-FIELD
009570         THRU 2560-EXIT.
009580     MOVE "CHANNEL" TO ChangeLabel.
009590     MOVE HNR-SOURCE-CHANNEL TO CodeIn.
009600     PERFORM 2820-CHANNEL-WORDS
009610         THRU 2820-EXIT.
009620     MOVE WordsOut TO ChangeNew.
009630     PERFORM 2560-PRINT-ONE-FIELD
009640         THRU 2560-EXIT.
009650     MOVE "FILED BY" TO ChangeLabel.
009660     MOVE HNR-OPERATOR-ID TO ChangeNew.
009670     PERFORM 2560-PRINT-ONE-FIELD
009680         THRU 2560-EXIT.
009690 2550-EXIT.
009700     EXIT.
009710
009720 2560-PRINT-ONE-FIELD.
009730     MOVE ChangeLabel TO CHL-LABEL.
009740     MOVE SPACES TO CHL-WORD.
009750     MOVE ChangeNew TO CHL-VALUE.
009760     MOVE CHANGE-LINE TO OutputLine.
009770     PERFORM 2900-WRITE-LINE
009780         THRU 2900-EXIT.
009790 2560-EXIT.
009800     EXIT.
009810
009820**************************************************************
009830*    2800-CRM-STATUS-WORDS THRU 2800-EXIT
009840*    2810-RECORD-STATUS-WORDS, 2820-CHANNEL-WORDS
009850*    EACH TURNS THE CODE IN CodeIn INTO THE CODE AND ITS
009860*    MEANING IN WordsOut.
009870**************************************************************
009880 2800-CRM-STATUS-WORDS.
009890     EVALUATE CodeIn
009900         WHEN "P"
009910             MOVE "P - PENDING, NOT YET FED TO THE CRM"
009920                 TO WordsOut
009930         WHEN "S"
009940             MOVE "S - SENT TO THE CRM" TO WordsOut
009950         WHEN "C"
009960             MOVE "C - CONFIRMED BY THE CRM" TO WordsOut
009970         WHEN "R"
009980             MOVE "R - REFUSED BY THE CRM" TO WordsOut
009990         WHEN "W"
010000             MOVE "W - REFUSAL WRITTEN OFF" TO WordsOut
010010         WHEN SPACE
010020             MOVE SPACES TO WordsOut
010030         WHEN OTHER
010040             MOVE CodeIn TO WordsOut
010050     END-EVALUATE.
010060 2800-EXIT.
010070     EXIT.
010080
010090 2810-RECORD-STATUS-WORDS.
010100     EVALUATE CodeIn
010110         WHEN "A"
010120             MOVE "A - ACTIVE" TO WordsOut
010130         WHEN "I"
010140             MOVE "I - INACTIVE (RETIRED)" TO WordsOut
010150         WHEN SPACE
010160             MOVE SPACES TO WordsOut
010170         WHEN OTHER
010180             MOVE CodeIn TO WordsOut
010190     END-EVALUATE.
010200 2810-EXIT.
010210     EXIT.
010220
010230 2820-CHANNEL-WORDS.
010240     EVALUATE CodeIn
010250         WHEN "I"
010260             MOVE "I - INTERACTIVE" TO WordsOut
010270         WHEN "B"
010280             MOVE "B - BATCH" TO WordsOut
010290         WHEN "R"
010300             MOVE "R - RESUBMITTED FROM SUSPENSE" TO WordsOut
010310         WHEN SPACE
010320             MOVE SPACES TO WordsOut
010330         WHEN OTHER
010340             MOVE CodeIn TO WordsOut
010350     END-EVALUATE.
010360 2820-EXIT.
010370     EXIT.
010380
010390**************************************************************
010400*    2900-WRITE-LINE THRU 2900-EXIT
010410*    EVERY REPORT LINE GOES OUT THROUGH HERE SO THE PAGE
010420*    BREAK AND RUNNING HEADING ARE NEVER MISSED.
010430**************************************************************
010440 2900-WRITE-LINE.
010450     IF LineCount > LinesPerPage
010460         PERFORM 1200-PRINT-HEADINGS
010470             THRU 1200-EXIT
010480     END-IF.
010490     WRITE PRINT-LINE FROM OutputLine
010500         AFTER ADVANCING 1 LINE.
010510     ADD 1 TO LineCount.
010520 2900-EXIT.
010530     EXIT.
010540
010550**************************************************************
010560*    3000-TERMINATE THRU 3000-EXIT
010570*    0 = HISTORY OR RECORD PRINTED, 4 = NOTHING MATCHED THE
010580*    SELECTION OR NO RECORD AS OF THE DATE, 8 = BAD PARAMETER
010590*    OR A FILE NOT AVAILABLE.
010600**************************************************************
010610 3000-TERMINATE.
010620     IF PageNumber = ZERO
010630         DISPLAY "*** NO HISTORY PRINTED ***"
010640         MOVE 8 TO RETURN-CODE
010650         GO TO 3000-EXIT
010660     END-IF.
010670     MOVE SPACES TO OutputLine.
010680     PERFORM 2900-WRITE-LINE
010690         THRU 2900-EXIT.
010700     MOVE "JOURNAL ENTRIES READ" TO TL-CAPTION.
010710     MOVE ReadCount TO TL-VALUE.
010720     PERFORM 3100-PRINT-TOTAL
010730         THRU 3100-EXIT.
010740     IF AsOfMode
010750         MOVE "ENTRIES FOR THE CUSTOMER UP TO THE DATE"
010760             TO TL-CAPTION
010770         MOVE SelectedCount TO TL-VALUE
010780         PERFORM 3100-PRINT-TOTAL
010790             THRU 3100-EXIT
010800     ELSE
010810         MOVE "ENTRIES SELECTED" TO TL-CAPTION
010820         MOVE SelectedCount TO TL-VALUE
010830         PERFORM 3100-PRINT-TOTAL
010840             THRU 3100-EXIT
010850         MOVE "FIELD CHANGES LISTED" TO TL-CAPTION
010860         MOVE FieldChangeCount TO TL-VALUE
010870         PERFORM 3100-PRINT-TOTAL
010880             THRU 3100-EXIT
010890     END-IF.
010900     CLOSE NAME-JOURNAL-FILE.
010910     CLOSE PRINT-FILE.
010920     DISPLAY "CHANGE HISTORY PRINTED - " PageNumber " PAGE(S)".
010930     EVALUATE TRUE
010940         WHEN RunFailure
010950             MOVE 8 TO RETURN-CODE
010960         WHEN AsOfMode AND (AsOfNoRecord OR AsOfNotYetFiled)
010970             MOVE 4 TO RETURN-CODE
010980         WHEN NOT AsOfMode AND SelectedCount = ZERO
010990             MOVE 4 TO RETURN-CODE
011000         WHEN OTHER
011010             MOVE ZERO TO RETURN-CODE
011020     END-EVALUATE.
011030 3000-EXIT.
011040     EXIT.
011050
011060 3100-PRINT-TOTAL.
011070     MOVE TOTAL-LINE TO OutputLine.
011080     PERFORM 2900-WRITE-LINE
011090         THRU 2900-EXIT.
011100 3100-EXIT.
011110     EXIT.
