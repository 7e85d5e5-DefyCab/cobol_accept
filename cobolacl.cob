000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBOLACL.
000030 AUTHOR. LOVE BELLINDER.
000040 INSTALLATION. RETAIL CUSTOMER ONBOARDING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070**************************************************************
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------  ----  ---------------------------------------
000120*    2026-10-15 LB    ORIGINAL PROGRAM - ONE-TIME CLEANSING OF
000130*                      THE ADDRFILE CONTACT MASTER AGAINST THE
000140*                      NEW POSTREF POSTAL CODE REFERENCE FILE
000150*                      (SEE POSTREF.CPY).  EVERY ADDRESS FILED
000160*                      BEFORE COBOLACCEPT AND COBOLMNT STARTED
000170*                      CHECKING POSTAL CODES IS PUT THROUGH THE
000180*                      SAME CHECK.  THE REPORT LISTS EVERY
000190*                      RECORD THAT FAILS (WITH THE REASON) AND
000200*                      EVERY RECORD THE CHECK WOULD CORRECT
000210*                      (OLD AND STANDARD SPELLING SIDE BY
000220*                      SIDE).  RUN BARE IT ONLY REPORTS; RUN
000230*                      WITH "APPLY" IT ALSO REWRITES THE
000240*                      CORRECTIONS, EACH WITH A "CHG" TRAIL
000250*                      ENTRY AS COBOLMNT WRITES FOR AN ADDRESS
000260*                      CHANGE.  A FAILING RECORD IS NEVER
000270*                      TOUCHED - IT NEEDS A PERSON, AND GOES TO
000280*                      COBOLMNT OFF THIS REPORT.
000290**************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ADDRESS-FILE ASSIGN TO "ADDRFILE"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS ADR-CUSTOMER-NUMBER
000370         LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
000380         FILE STATUS IS AddressFileStatus.
000390
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
000510     SELECT POSTAL-REF-FILE ASSIGN TO "POSTREF"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS PST-POSTAL-CODE
000550         SHARING WITH ALL OTHER
000560         FILE STATUS IS PostalRefFileStatus.
000570
000580     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS AuditLogFileStatus.
000610
000620     SELECT PRINT-FILE ASSIGN TO "ACLRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS PrintFileStatus.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  ADDRESS-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 COPY ADDRREC.
000710
000720 FD  NAMEFILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY NAMEREC.
000750
000760 FD  POSTAL-REF-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY POSTREF.
000790
000800 FD  AUDIT-LOG-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY AUDITLOG.
000830
000840 FD  PRINT-FILE
000850     LABEL RECORDS ARE OMITTED.
000860 01  PRINT-LINE                 PIC X(80).
000870
000880 WORKING-STORAGE SECTION.
000890 77  AddressFileStatus      PIC X(02).
000900 77  NameFileStatus         PIC X(02).
000910 77  PostalRefFileStatus    PIC X(02).
000920 77  AuditLogFileStatus     PIC X(02).
000930 77  PrintFileStatus        PIC X(02).
000940
000950 77  EndOfFileSwitch        PIC X(01) VALUE "N".
000960     88  EndOfFile           VALUE "Y".
000970 77  RunFailureSwitch       PIC X(01) VALUE "N".
000980     88  RunFailure          VALUE "Y".
000990
001000***************************************************************
001010*    RUN MODE - "APPLY" AS THE FIRST COMMAND-LINE TOKEN FILES
001020*    THE CORRECTIONS; ANYTHING ELSE ONLY REPORTS THEM, SO
001030*        COBOLACL
001040*        COBOLACL APPLY
001050*    ARE THE DRESS REHEARSAL AND THE REAL THING.
001060***************************************************************
001070 77  CommandLineParm        PIC X(80) VALUE SPACES.
001080 77  ParmModeText           PIC X(08) VALUE SPACES.
001090 77  ApplyModeSwitch        PIC X(01) VALUE "N".
001100     88  ApplyMode           VALUE "Y".
001110
001120***************************************************************
001130*    AUDIT LOG WORKING FIELDS
001140***************************************************************
001150 77  OperatorId             PIC X(08) VALUE SPACES.
001160 77  CurrentDate            PIC 9(08) VALUE ZERO.
001170 77  CurrentTime            PIC 9(08) VALUE ZERO.
001180
001190 77  ErrorMessage           PIC X(60) VALUE SPACES.
001200
001210 77  PageNumber             PIC 9(04) COMP VALUE ZERO.
001220 77  LineCount              PIC 9(04) COMP VALUE ZERO.
001230 77  LinesPerPage           PIC 9(04) COMP VALUE 55.
001240
001250***************************************************************
001260*    CLEANSING COUNTS - EVERY RECORD READ LANDS IN EXACTLY ONE
001270*    OF THE FOUR BUCKETS, SO THE TOTALS TIE TO THE READ COUNT.
001280***************************************************************
001290 77  AddressReadCount       PIC 9(08) COMP VALUE ZERO.
001300 77  NoPostalAddressCount   PIC 9(08) COMP VALUE ZERO.
001310 77  AlreadyStandardCount   PIC 9(08) COMP VALUE ZERO.
001320 77  CorrectionCount        PIC 9(08) COMP VALUE ZERO.
001330 77  FailureCount           PIC 9(08) COMP VALUE ZERO.
001340 77  RewriteFailCount       PIC 9(08) COMP VALUE ZERO.
001345 77  ReadFailCount          PIC 9(08) COMP VALUE ZERO.
001350
001360***************************************************************
001370*    THE ADDRESS BEING CHECKED.  City AND PostalCode ARE
001380*    REPLACED BY THE STANDARD FORM WHEN THE CHECK PASSES;
001390*    CityOnFile AND PostalCodeOnFile KEEP WHAT WAS READ.
001400***************************************************************
001410 01  City                   PIC X(20) VALUE SPACES.
001420 01  PostalCode             PIC X(10) VALUE SPACES.
001430 01  CityOnFile             PIC X(20) VALUE SPACES.
001440 01  PostalCodeOnFile       PIC X(10) VALUE SPACES.
001450 01  FirstName              PIC X(30) VALUE SPACES.
001460 01  LastName               PIC X(30) VALUE SPACES.
001470 01  ScanIndex              PIC 9(02) VALUE ZERO.
001480 01  ScanChar               PIC X(01) VALUE SPACE.
001490 01  EditValidSwitch        PIC X(01) VALUE "Y".
001500     88  EditIsValid         VALUE "Y".
001510     88  EditIsInvalid       VALUE "N".
001520
001530***************************************************************
001540*    POSTAL ADDRESS CHECK WORKING FIELDS (SEE 2200-EDIT-POSTAL-
001550*    ADDRESS, WHICH MIRRORS COBOLACCEPT'S 2350-EDIT-POSTAL-
001560*    ADDRESS FIELD FOR FIELD).
001570***************************************************************
001580 77  PostalStandardizedSwitch PIC X(01) VALUE "N".
001590     88  PostalStandardized  VALUE "Y".
001600 77  PostalDigits           PIC X(05) VALUE SPACES.
001610 77  PostalDigitCount       PIC 9(02) COMP VALUE ZERO.
001620 77  PostalCityWork         PIC X(20) VALUE SPACES.
001630 77  PostalCityKey          PIC X(04) VALUE SPACES.
001640
001650***************************************************************
001660*    PHONETIC (SOUNDEX-STYLE) KEY WORKING FIELDS - SEE
001670*    2800-BUILD-PHONETIC-KEY.
001680***************************************************************
001690 77  PhoneticName           PIC X(30) VALUE SPACES.
001700 77  PhoneticWork           PIC X(30) VALUE SPACES.
001710 77  PhoneticKey            PIC X(04) VALUE SPACES.
001720 77  PhonIndex              PIC 9(02) COMP VALUE ZERO.
001730 77  PhonPos                PIC 9(02) COMP VALUE ZERO.
001740 77  PhonChar               PIC X(01) VALUE SPACE.
001750 77  PhonCode               PIC X(01) VALUE SPACE.
001760 77  PhonLastCode           PIC X(01) VALUE SPACE.
001770
001780**************************************************************
001790*    REPORT PRINT LINES
001800**************************************************************
001810 01  HEADING-LINE-1.
001820     05  FILLER                  PIC X(30) VALUE
001830         "RETAIL CUSTOMER ONBOARDING".
001840     05  FILLER                  PIC X(22) VALUE
001850         "ADDRFILE CLEANSING".
001860     05  FILLER                  PIC X(08) VALUE "PAGE ".
001870     05  HL1-PAGE-NUMBER         PIC ZZZ9.
001880
001890 01  HEADING-LINE-2.
001900     05  FILLER                  PIC X(12) VALUE "RUN DATE: ".
001910     05  HL2-RUN-DATE            PIC 9(08).
001920     05  FILLER                  PIC X(08) VALUE "  MODE: ".
001930     05  HL2-MODE                PIC X(30).
001940     05  FILLER                  PIC X(22) VALUE SPACES.
001950
001960 01  COLUMN-HEADING-LINE.
001970     05  FILLER                  PIC X(11) VALUE "CUST NO".
001980     05  FILLER                  PIC X(10) VALUE "RESULT".
001990     05  FILLER                  PIC X(12) VALUE "POSTAL CODE".
002000     05  FILLER                  PIC X(47) VALUE
002010         "CITY / REASON".
002020
002030 01  DETAIL-LINE.
002040     05  DL-CUSTOMER-NUMBER      PIC 9(09).
002050     05  FILLER                  PIC X(02) VALUE SPACES.
002060     05  DL-RESULT               PIC X(08).
002070     05  FILLER                  PIC X(02) VALUE SPACES.
002080     05  DL-POSTAL-CODE          PIC X(10).
002090     05  FILLER                  PIC X(02) VALUE SPACES.
002100     05  DL-CITY                 PIC X(20).
002110     05  FILLER                  PIC X(27) VALUE SPACES.
002120
002130 01  REASON-LINE.
002140     05  FILLER                  PIC X(21) VALUE SPACES.
002150     05  RL-TEXT                 PIC X(59).
002160
002170 01  CORRECTION-LINE.
002180     05  FILLER                  PIC X(13) VALUE SPACES.
002190     05  CL-CAPTION              PIC X(08).
002200     05  CL-POSTAL-CODE          PIC X(10).
002210     05  FILLER                  PIC X(02) VALUE SPACES.
002220     05  CL-CITY                 PIC X(20).
002230     05  FILLER                  PIC X(27) VALUE SPACES.
002240
002250 01  TOTAL-LINE.
002260     05  TL-CAPTION              PIC X(40).
002270     05  TL-VALUE                PIC ZZZZZZZ9.
002280     05  FILLER                  PIC X(32) VALUE SPACES.
002290
002300 01  MESSAGE-LINE.
002310     05  MSG-TEXT                PIC X(80).
002320
002330 PROCEDURE DIVISION.
002340
002350**************************************************************
002360*    0000-MAINLINE
002370**************************************************************
002380 0000-MAINLINE.
002390     PERFORM 1000-INITIALIZE
002400         THRU 1000-EXIT.
002410     PERFORM 2100-CHECK-ONE-ADDRESS
002420         THRU 2100-EXIT
002430         UNTIL EndOfFile.
002440     PERFORM 3000-TERMINATE
002450         THRU 3000-EXIT.
002460     STOP RUN.
002470
002480**************************************************************
002490*    1000-INITIALIZE THRU 1000-EXIT
002500*    WITHOUT THE REFERENCE FILE THERE IS NOTHING TO CLEANSE
002510*    AGAINST, AND WITHOUT ADDRFILE NOTHING TO CLEANSE - EITHER
002520*    ONE MISSING IS AN OPERATOR MISTAKE, NOT AN EMPTY RUN.
002530**************************************************************
002540 1000-INITIALIZE.
002550     ACCEPT CurrentDate FROM DATE YYYYMMDD.
002560     ACCEPT OperatorId FROM ENVIRONMENT "USER".
002570     ACCEPT CommandLineParm FROM COMMAND-LINE.
002580     UNSTRING CommandLineParm DELIMITED BY ALL SPACE
002590         INTO ParmModeText.
002600     IF ParmModeText = "APPLY"
002610         SET ApplyMode TO TRUE
002620     END-IF.
002630
002640     OPEN OUTPUT PRINT-FILE.
002650     PERFORM 1200-PRINT-HEADINGS
002660         THRU 1200-EXIT.
002670
002680     OPEN INPUT POSTAL-REF-FILE.
002690     IF PostalRefFileStatus NOT = "00"
002700         DISPLAY "POSTREF NOT AVAILABLE - STATUS "
002710             PostalRefFileStatus
002720         DISPLAY "RUN COBOLPST TO LOAD THE POSTAL CODES FIRST"
002730         SET RunFailure TO TRUE
002740         SET EndOfFile TO TRUE
002750         GO TO 1000-EXIT
002760     END-IF.
002770     IF ApplyMode
002780         OPEN I-O ADDRESS-FILE
002790     ELSE
002800         OPEN INPUT ADDRESS-FILE
002810     END-IF.
002820     IF AddressFileStatus NOT = "00"
002830         DISPLAY "ADDRFILE NOT AVAILABLE - STATUS "
002840             AddressFileStatus
002850         SET RunFailure TO TRUE
002860         SET EndOfFile TO TRUE
002870         GO TO 1000-EXIT
002880     END-IF.
002890*    THE NAME MASTER IS ONLY READ, FOR THE NAME ON EACH TRAIL
002900*    ENTRY - A CORRECTION IS FILED EVEN IF IT CANNOT BE FOUND.
002910     IF ApplyMode
002920         OPEN INPUT NAMEFILE
002930         PERFORM 1400-OPEN-AUDIT-LOG
002940             THRU 1400-EXIT
002950     END-IF.
002960 1000-EXIT.
002970     EXIT.
002980
002990**************************************************************
003000*    1200-PRINT-HEADINGS THRU 1200-EXIT
003010**************************************************************
003020 1200-PRINT-HEADINGS.
003030     ADD 1 TO PageNumber.
003040     MOVE PageNumber TO HL1-PAGE-NUMBER.
003050     MOVE CurrentDate TO HL2-RUN-DATE.
003060     IF ApplyMode
003070         MOVE "APPLY - CORRECTIONS FILED" TO HL2-MODE
003080     ELSE
003090         MOVE "REPORT ONLY - NOTHING FILED" TO HL2-MODE
003100     END-IF.
003110
003120     IF PageNumber = 1
003130         WRITE PRINT-LINE FROM HEADING-LINE-1
003140     ELSE
003150         WRITE PRINT-LINE FROM HEADING-LINE-1
003160             AFTER ADVANCING PAGE
003170     END-IF.
003180     WRITE PRINT-LINE FROM HEADING-LINE-2
003190         AFTER ADVANCING 1 LINE.
003200     WRITE PRINT-LINE FROM COLUMN-HEADING-LINE
003210         AFTER ADVANCING 2 LINES.
003220     MOVE 3 TO LineCount.
003230 1200-EXIT.
003240     EXIT.
003250
003260**************************************************************
003270*    1400-OPEN-AUDIT-LOG THRU 1400-EXIT
003280*    THE AUDIT LOG IS APPENDED TO ACROSS RUNS - CREATE-THEN-
003290*    EXTEND, AS IN EVERY PROGRAM THAT WRITES IT.
003300**************************************************************
003310 1400-OPEN-AUDIT-LOG.
003320     OPEN EXTEND AUDIT-LOG-FILE.
003330     IF AuditLogFileStatus = "35"
003340         OPEN OUTPUT AUDIT-LOG-FILE
003350         CLOSE AUDIT-LOG-FILE
003360         OPEN EXTEND AUDIT-LOG-FILE
003370     END-IF.
003380 1400-EXIT.
003390     EXIT.
003400
003410**************************************************************
003420*    2100-CHECK-ONE-ADDRESS THRU 2100-EXIT
003430*    A RECORD WITH NEITHER CITY NOR POSTAL CODE (A PHONE OR
003440*    E-MAIL ONLY CONTACT) HAS NOTHING TO CHECK.  EVERYTHING
003450*    ELSE EITHER FAILS, IS ALREADY IN STANDARD FORM, OR WOULD
003460*    BE CORRECTED TO IT.
003470**************************************************************
003480 2100-CHECK-ONE-ADDRESS.
003490     READ ADDRESS-FILE NEXT RECORD
003500         AT END
003510             SET EndOfFile TO TRUE
003520             GO TO 2100-EXIT
003530     END-READ.
003531*    A READ THAT FAILED WITHOUT REACHING END OF FILE (E.G.
003532*    STATUS 51, RECORD HELD BY COBOLMNT) LEAVES A STALE BUFFER -
003533*    END THE WALK WITH THE FAILURE RETURN CODE RATHER THAN
003534*    CHECK THE SAME RECORD AGAIN (SEE COBOLEXT'S
003535*    2100-READ-NAME-RECORD FOR THE SAME GUARD).
003536     IF AddressFileStatus NOT = "00"
003537         AND AddressFileStatus NOT = "02"
003538         DISPLAY "ADDRFILE READ FAILED - STATUS "
003539             AddressFileStatus " - CHECK ENDED, RERUN LATER"
003540         ADD 1 TO ReadFailCount
003541         SET EndOfFile TO TRUE
003542         GO TO 2100-EXIT
003543     END-IF.
003544     ADD 1 TO AddressReadCount.
003550     MOVE ADR-CITY TO City CityOnFile.
003560     MOVE ADR-POSTAL-CODE TO PostalCode PostalCodeOnFile.
003570
003580     IF City = SPACES AND PostalCode = SPACES
003590         ADD 1 TO NoPostalAddressCount
003600         GO TO 2100-EXIT
003610     END-IF.
003620
003630     PERFORM 2200-EDIT-POSTAL-ADDRESS
003640         THRU 2200-EXIT.
003650     EVALUATE TRUE
003660         WHEN EditIsInvalid
003670             ADD 1 TO FailureCount
003680             PERFORM 2300-PRINT-FAILURE
003690                 THRU 2300-EXIT
003700         WHEN PostalStandardized
003710             ADD 1 TO CorrectionCount
003720             PERFORM 2400-PRINT-CORRECTION
003730                 THRU 2400-EXIT
003740             IF ApplyMode
003750                 PERFORM 2500-APPLY-CORRECTION
003760                     THRU 2500-EXIT
003770             END-IF
003780         WHEN OTHER
003790             ADD 1 TO AlreadyStandardCount
003800     END-EVALUATE.
003810 2100-EXIT.
003820     EXIT.
003830
003840**************************************************************
003850*    2200-EDIT-POSTAL-ADDRESS THRU 2200-EXIT
003860*    CHECKS City AND PostalCode AGAINST THE POSTREF REFERENCE
003870*    FILE AND REPLACES A PASSING PAIR WITH THE POSTAL
003880*    SERVICE'S SPELLING AND FORMAT.  MIRRORS COBOLACCEPT'S
003890*    2350-EDIT-POSTAL-ADDRESS, FIELD FOR FIELD - A RECORD THIS
003900*    RUN PASSES IS ONE COBOLACCEPT WOULD HAVE FILED AS IS.
003910**************************************************************
003920 2200-EDIT-POSTAL-ADDRESS.
003930     SET EditIsValid TO TRUE.
003940     MOVE "N" TO PostalStandardizedSwitch.
003950     MOVE SPACES TO ErrorMessage.
003960     IF City = SPACES OR PostalCode = SPACES
003970         SET EditIsInvalid TO TRUE
003980         MOVE "POSTAL CODE AND CITY MUST BE GIVEN TOGETHER"
003990             TO ErrorMessage
004000         GO TO 2200-EXIT
004010     END-IF.
004020
004030     MOVE SPACES TO PostalDigits.
004040     MOVE ZERO TO PostalDigitCount.
004050     PERFORM 2210-SQUEEZE-POSTAL-CHAR
004060         THRU 2210-EXIT
004070         VARYING ScanIndex FROM 1 BY 1
004080         UNTIL ScanIndex > 10.
004090     IF PostalDigitCount NOT = 5
004100         OR PostalDigits NOT NUMERIC
004110         SET EditIsInvalid TO TRUE
004120         MOVE "POSTAL CODE MUST BE FIVE DIGITS" TO ErrorMessage
004130         GO TO 2200-EXIT
004140     END-IF.
004150
004160     MOVE PostalDigits TO PST-POSTAL-CODE.
004170     READ POSTAL-REF-FILE
004180         INVALID KEY
004190             CONTINUE
004200     END-READ.
004210     IF PostalRefFileStatus NOT = "00"
004220         SET EditIsInvalid TO TRUE
004230         MOVE "POSTAL CODE IS NOT ON THE POSTAL REFERENCE FILE"
004240             TO ErrorMessage
004250         GO TO 2200-EXIT
004260     END-IF.
004270
004280     MOVE City TO PostalCityWork.
004290     INSPECT PostalCityWork CONVERTING
004300         "abcdefghijklmnopqrstuvwxyz" TO
004310         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004320     IF PostalCityWork NOT = PST-CITY
004330         MOVE PostalCityWork TO PhoneticName
004340         PERFORM 2800-BUILD-PHONETIC-KEY
004350             THRU 2800-EXIT
004360         MOVE PhoneticKey TO PostalCityKey
004370         MOVE PST-CITY TO PhoneticName
004380         PERFORM 2800-BUILD-PHONETIC-KEY
004390             THRU 2800-EXIT
004400         IF PhoneticKey NOT = PostalCityKey
004410             SET EditIsInvalid TO TRUE
004420             MOVE "CITY DOES NOT MATCH THE POSTAL CODE"
004430                 TO ErrorMessage
004440             GO TO 2200-EXIT
004450         END-IF
004460     END-IF.
004470
004480     IF City NOT = PST-CITY
004490         OR PostalCode NOT = PST-DISPLAY-CODE
004500         SET PostalStandardized TO TRUE
004510     END-IF.
004520     MOVE PST-CITY TO City.
004530     MOVE PST-DISPLAY-CODE TO PostalCode.
004540 2200-EXIT.
004550     EXIT.
004560
004570 2210-SQUEEZE-POSTAL-CHAR.
004580     MOVE PostalCode (ScanIndex:1) TO ScanChar.
004590     IF ScanChar = SPACE OR ScanChar = "-"
004600         GO TO 2210-EXIT
004610     END-IF.
004620     ADD 1 TO PostalDigitCount.
004630     IF PostalDigitCount NOT > 5
004640         MOVE ScanChar TO PostalDigits (PostalDigitCount:1)
004650     END-IF.
004660 2210-EXIT.
004670     EXIT.
004680
004690**************************************************************
004700*    2300-PRINT-FAILURE THRU 2300-EXIT
004710*    THE ADDRESS AS ON FILE, THEN THE REASON IT FAILS.
004720**************************************************************
004730 2300-PRINT-FAILURE.
004740     IF LineCount > LinesPerPage
004750         PERFORM 1200-PRINT-HEADINGS
004760             THRU 1200-EXIT
004770     END-IF.
004780     MOVE ADR-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER.
004790     MOVE "FAILS" TO DL-RESULT.
004800     MOVE PostalCodeOnFile TO DL-POSTAL-CODE.
004810     MOVE CityOnFile TO DL-CITY.
004820     WRITE PRINT-LINE FROM DETAIL-LINE
004830         AFTER ADVANCING 1 LINE.
004840     MOVE ErrorMessage TO RL-TEXT.
004850     WRITE PRINT-LINE FROM REASON-LINE
004860         AFTER ADVANCING 1 LINE.
004870     ADD 2 TO LineCount.
004880 2300-EXIT.
004890     EXIT.
004900
004910**************************************************************
004920*    2400-PRINT-CORRECTION THRU 2400-EXIT
004930*    THE ADDRESS AS ON FILE, THEN THE STANDARD FORM IT IS (OR
004940*    WOULD BE) CORRECTED TO.
004950**************************************************************
004960 2400-PRINT-CORRECTION.
004970     IF LineCount > LinesPerPage
004980         PERFORM 1200-PRINT-HEADINGS
004990             THRU 1200-EXIT
005000     END-IF.
005010     MOVE ADR-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER.
005020     MOVE "CORRECT" TO DL-RESULT.
005030     MOVE PostalCodeOnFile TO DL-POSTAL-CODE.
005040     MOVE CityOnFile TO DL-CITY.
005050     WRITE PRINT-LINE FROM DETAIL-LINE
005060         AFTER ADVANCING 1 LINE.
005070     MOVE "  TO -> " TO CL-CAPTION.
005080     MOVE PostalCode TO CL-POSTAL-CODE.
005090     MOVE City TO CL-CITY.
005100     WRITE PRINT-LINE FROM CORRECTION-LINE
005110         AFTER ADVANCING 1 LINE.
005120     ADD 2 TO LineCount.
005130 2400-EXIT.
005140     EXIT.
005150
005160**************************************************************
005170*    2500-APPLY-CORRECTION THRU 2500-EXIT
005180*    ONLY THE CITY AND POSTAL CODE CHANGE; THE TRAIL ENTRY
005190*    IS THE SAME "CHG" COBOLMNT WRITES FOR AN ADDRESS CHANGE.
005200**************************************************************
005210 2500-APPLY-CORRECTION.
005220     MOVE City TO ADR-CITY.
005230     MOVE PostalCode TO ADR-POSTAL-CODE.
005240     REWRITE ADDRESS-RECORD
005250         INVALID KEY
005260             DISPLAY "UNABLE TO REWRITE CONTACT DETAILS FOR "
005270                 ADR-CUSTOMER-NUMBER
005280     END-REWRITE.
005290     IF AddressFileStatus NOT = "00"
005300         ADD 1 TO RewriteFailCount
005310         GO TO 2500-EXIT
005320     END-IF.
005330     MOVE SPACES TO FirstName LastName.
005340     MOVE ADR-CUSTOMER-NUMBER TO NR-CUSTOMER-NUMBER.
005350     READ NAMEFILE
005360         INVALID KEY
005370             CONTINUE
005380     END-READ.
005390     IF NameFileStatus = "00"
005400         MOVE NR-FIRST-NAME TO FirstName
005410         MOVE NR-LAST-NAME TO LastName
005420     END-IF.
005430     PERFORM 2700-WRITE-AUDIT-LOG
005440         THRU 2700-EXIT.
005450 2500-EXIT.
005460     EXIT.
005470
005480**************************************************************
005490*    2700-WRITE-AUDIT-LOG THRU 2700-EXIT
005500**************************************************************
005510 2700-WRITE-AUDIT-LOG.
005520     ACCEPT CurrentTime FROM TIME.
005530     MOVE SPACES              TO AUDIT-LOG-RECORD.
005540     MOVE OperatorId          TO ALG-OPERATOR-ID.
005550     MOVE CurrentDate         TO ALG-RUN-DATE.
005560     MOVE CurrentTime         TO ALG-RUN-TIME.
005570     MOVE ADR-CUSTOMER-NUMBER TO ALG-CUSTOMER-NUMBER.
005580     MOVE FirstName           TO ALG-FIRST-NAME.
005590     MOVE LastName            TO ALG-LAST-NAME.
005600     SET ALG-ACTION-CHANGE    TO TRUE.
005610     WRITE AUDIT-LOG-RECORD.
005620 2700-EXIT.
005630     EXIT.
005640
005650**************************************************************
005660*    2800-BUILD-PHONETIC-KEY THRU 2800-EXIT
005670*    SOUNDEX-STYLE CODE OF PhoneticName INTO PhoneticKey: THE
005680*    FIRST LETTER OF THE NAME, THEN UP TO THREE CODE DIGITS
005690*    (B/F/P/V=1, C/G/J/K/Q/S/X/Z=2, D/T=3, L=4, M/N=5, R=6),
005700*    ZERO-PADDED TO FOUR.  VOWELS AND Y SEPARATE A RUN OF THE
005710*    SAME CODE; H AND W DO NOT; ANYTHING ELSE (HYPHEN,
005720*    APOSTROPHE, SPACE) IS SKIPPED.  MIRRORS COBOLACCEPT'S
005730*    2800-BUILD-PHONETIC-KEY, FIELD FOR FIELD.
005740**************************************************************
005750 2800-BUILD-PHONETIC-KEY.
005760     MOVE SPACES TO PhoneticKey.
005770     MOVE PhoneticName TO PhoneticWork.
005780     INSPECT PhoneticWork CONVERTING
005790         "abcdefghijklmnopqrstuvwxyz" TO
005800         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
005810     MOVE ZERO TO PhonPos.
005820     MOVE SPACE TO PhonLastCode.
005830     PERFORM 2810-PHONETIC-ONE-CHAR
005840         THRU 2810-EXIT
005850         VARYING PhonIndex FROM 1 BY 1
005860         UNTIL PhonIndex > 30
005870         OR PhonPos = 4.
005880     IF PhonPos > ZERO
005890         PERFORM 2820-PAD-PHONETIC-KEY
005900             THRU 2820-EXIT
005910             UNTIL PhonPos NOT < 4
005920     END-IF.
005930 2800-EXIT.
005940     EXIT.
005950
005960 2810-PHONETIC-ONE-CHAR.
005970     MOVE PhoneticWork (PhonIndex:1) TO PhonChar.
005980     IF PhonChar = SPACE OR PhonChar NOT ALPHABETIC
005990         GO TO 2810-EXIT
006000     END-IF.
006010     EVALUATE PhonChar
006020         WHEN "B" WHEN "F" WHEN "P" WHEN "V"
006030             MOVE "1" TO PhonCode
006040         WHEN "C" WHEN "G" WHEN "J" WHEN "K"
006050         WHEN "Q" WHEN "S" WHEN "X" WHEN "Z"
006060             MOVE "2" TO PhonCode
006070         WHEN "D" WHEN "T"
006080             MOVE "3" TO PhonCode
006090         WHEN "L"
006100             MOVE "4" TO PhonCode
006110         WHEN "M" WHEN "N"
006120             MOVE "5" TO PhonCode
006130         WHEN "R"
006140             MOVE "6" TO PhonCode
006150         WHEN "H" WHEN "W"
006160             MOVE "-" TO PhonCode
006170         WHEN OTHER
006180             MOVE "0" TO PhonCode
006190     END-EVALUATE.
006200     IF PhonPos = ZERO
006210         MOVE 1 TO PhonPos
006220         MOVE PhonChar TO PhoneticKey (1:1)
006230         MOVE PhonCode TO PhonLastCode
006240         GO TO 2810-EXIT
006250     END-IF.
006260     EVALUATE TRUE
006270         WHEN PhonCode = "0"
006280             MOVE SPACE TO PhonLastCode
006290         WHEN PhonCode = "-"
006300             CONTINUE
006310         WHEN PhonCode = PhonLastCode
006320             CONTINUE
006330         WHEN OTHER
006340             ADD 1 TO PhonPos
006350             MOVE PhonCode TO PhoneticKey (PhonPos:1)
006360             MOVE PhonCode TO PhonLastCode
006370     END-EVALUATE.
006380 2810-EXIT.
006390     EXIT.
006400
006410 2820-PAD-PHONETIC-KEY.
006420     ADD 1 TO PhonPos.
006430     MOVE "0" TO PhoneticKey (PhonPos:1).
006440 2820-EXIT.
006450     EXIT.
006460
006470**************************************************************
006480*    3000-TERMINATE THRU 3000-EXIT
006490*    0 = EVERY POSTAL ADDRESS PASSES (CORRECTED OR NOT),
006500*    4 = SOME FAIL AND NEED AN OPERATOR IN COBOLMNT, 8 = THE
006510*    RUN COULD NOT START, ADDRFILE COULD NOT BE READ TO THE
006515*    END, OR A CORRECTION COULD NOT BE FILED.
006520**************************************************************
006530 3000-TERMINATE.
006540     IF RunFailure
006550         MOVE "*** RUN COULD NOT START - SEE THE CONSOLE LOG ***"
006560             TO MSG-TEXT
006570         WRITE PRINT-LINE FROM MESSAGE-LINE
006580             AFTER ADVANCING 2 LINES
006590     ELSE
006600         PERFORM 3100-PRINT-TOTALS
006610             THRU 3100-EXIT
006620         CLOSE ADDRESS-FILE
006630         CLOSE POSTAL-REF-FILE
006640         IF ApplyMode
006650             CLOSE NAMEFILE
006660             CLOSE AUDIT-LOG-FILE
006670         END-IF
006680     END-IF.
006690     CLOSE PRINT-FILE.
006700     EVALUATE TRUE
006710         WHEN RunFailure OR RewriteFailCount > ZERO
006715             OR ReadFailCount > ZERO
006720             MOVE 8 TO RETURN-CODE
006730         WHEN FailureCount > ZERO
006740             MOVE 4 TO RETURN-CODE
006750         WHEN OTHER
006760             MOVE ZERO TO RETURN-CODE
006770     END-EVALUATE.
006780 3000-EXIT.
006790     EXIT.
006800
006810**************************************************************
006820*    3100-PRINT-TOTALS THRU 3100-EXIT
006830**************************************************************
006840 3100-PRINT-TOTALS.
006850     MOVE "ADDRFILE RECORDS READ -" TO TL-CAPTION.
006860     MOVE AddressReadCount TO TL-VALUE.
006870     WRITE PRINT-LINE FROM TOTAL-LINE
006880         AFTER ADVANCING 2 LINES.
006890     MOVE "NO POSTAL ADDRESS (NOTHING TO CHECK) -" TO TL-CAPTION.
006900     MOVE NoPostalAddressCount TO TL-VALUE.
006910     WRITE PRINT-LINE FROM TOTAL-LINE
006920         AFTER ADVANCING 1 LINE.
006930     MOVE "ALREADY IN STANDARD FORM -" TO TL-CAPTION.
006940     MOVE AlreadyStandardCount TO TL-VALUE.
006950     WRITE PRINT-LINE FROM TOTAL-LINE
006960         AFTER ADVANCING 1 LINE.
006970     IF ApplyMode
006980         MOVE "CORRECTED -" TO TL-CAPTION
006990     ELSE
007000         MOVE "WOULD BE CORRECTED -" TO TL-CAPTION
007010     END-IF.
007020     MOVE CorrectionCount TO TL-VALUE.
007030     WRITE PRINT-LINE FROM TOTAL-LINE
007040         AFTER ADVANCING 1 LINE.
007050     MOVE "FAILING - CORRECT IN COBOLMNT -" TO TL-CAPTION.
007060     MOVE FailureCount TO TL-VALUE.
007070     WRITE PRINT-LINE FROM TOTAL-LINE
007080         AFTER ADVANCING 1 LINE.
007090     IF RewriteFailCount > ZERO
007100         MOVE "CORRECTIONS THAT COULD NOT BE FILED -"
007110             TO TL-CAPTION
007120         MOVE RewriteFailCount TO TL-VALUE
007130         WRITE PRINT-LINE FROM TOTAL-LINE
007140             AFTER ADVANCING 1 LINE
007150     END-IF.
007151     IF ReadFailCount > ZERO
007152         MOVE "*** ADDRFILE READ FAILED - CHECK ENDED EARLY ***"
007153             TO MSG-TEXT
007154         WRITE PRINT-LINE FROM MESSAGE-LINE
007155             AFTER ADVANCING 2 LINES
007156     END-IF.
007160 3100-EXIT.
007170     EXIT.
