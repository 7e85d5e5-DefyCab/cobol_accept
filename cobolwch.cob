000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBOLWCH.
000030 AUTHOR. LOVE BELLINDER.
000040 INSTALLATION. RETAIL CUSTOMER ONBOARDING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070**************************************************************
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------  ----  ---------------------------------------
000120*    2026-10-15 LB    ORIGINAL PROGRAM - LOAD OF THE SANCTIONS
000130*                      WATCH LIST.  READS THE REGULATOR'S FILE
000140*                      (WCHIN, SEE WCHIN.CPY) AND REBUILDS
000150*                      WCHLIST (SEE WCHLIST.CPY) FROM IT, WITH
000160*                      THE PHONETIC KEYS OF THE LISTED NAMES
000170*                      WORKED OUT THE SAME WAY COBOLACCEPT
000180*                      WORKS OUT NR-PHONETIC-KEY.  THE FILE IS
000190*                      REBUILT, NOT UPDATED - A PERSON TAKEN OFF
000200*                      THE LIST DISAPPEARS WITH THE NEXT LOAD.
000210*                      A SUCCESSFUL LOAD STAMPS WCHCTL (SEE
000220*                      WCHCTL.CPY), WHICH MAKES THAT NIGHT'S
000230*                      COBOLWRS STEP RESCREEN THE WHOLE MASTER
000240*                      AGAINST THE NEW LIST.  RUN AS SOON AS
000250*                      THE REGULATOR PUBLISHES, OUTSIDE THE
000260*                      NIGHTLY CYCLE.
000270**************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT WATCH-INPUT-FILE ASSIGN TO "WCHIN"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WatchInputFileStatus.
000340
000350*    DYNAMIC ACCESS SO THE REGULATOR'S ROWS NEED NOT ARRIVE IN
000360*    ENTRY ID ORDER - EACH IS WRITTEN BY KEY.
000370     SELECT WATCH-LIST-FILE ASSIGN TO "WCHLIST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS WCL-ENTRY-ID
000410         ALTERNATE RECORD KEY IS WCL-PHONETIC-KEY
000420             WITH DUPLICATES
000430         FILE STATUS IS WatchListFileStatus.
000440
000450     SELECT WATCH-CONTROL-FILE ASSIGN TO "WCHCTL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WatchControlFileStatus.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  WATCH-INPUT-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 COPY WCHIN.
000540
000550 FD  WATCH-LIST-FILE
000560     LABEL RECORDS ARE STANDARD.
000570 COPY WCHLIST.
000580
000590 FD  WATCH-CONTROL-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 COPY WCHCTL.
000620
000630 WORKING-STORAGE SECTION.
000640 77  WatchInputFileStatus   PIC X(02).
000650 77  WatchListFileStatus    PIC X(02).
000660 77  WatchControlFileStatus PIC X(02).
000670
000680 77  EndOfFileSwitch        PIC X(01) VALUE "N".
000690     88  EndOfFile           VALUE "Y".
000700 77  RunFailureSwitch       PIC X(01) VALUE "N".
000710     88  RunFailure          VALUE "Y".
000720
000730 77  CurrentDate            PIC 9(08) VALUE ZERO.
000740 77  CurrentTime            PIC 9(08) VALUE ZERO.
000750
000760***************************************************************
000770*    LOAD COUNTS, DISPLAYED AT 3000-TERMINATE FOR THE
000780*    OPERATOR'S RUN LOG.
000790***************************************************************
000800 77  WatchReadCount         PIC 9(08) COMP VALUE ZERO.
000810 77  WatchLoadCount         PIC 9(08) COMP VALUE ZERO.
000820 77  WatchRejectCount       PIC 9(08) COMP VALUE ZERO.
000830 77  WatchDuplicateCount    PIC 9(08) COMP VALUE ZERO.
000840
000850***************************************************************
000860*    PHONETIC (SOUNDEX-STYLE) KEY WORKING FIELDS - SEE
000870*    2800-BUILD-PHONETIC-KEY.
000880***************************************************************
000890 77  PhoneticName           PIC X(30) VALUE SPACES.
000900 77  PhoneticWork           PIC X(30) VALUE SPACES.
000910 77  PhoneticKey            PIC X(04) VALUE SPACES.
000920 77  PhonIndex              PIC 9(02) COMP VALUE ZERO.
000930 77  PhonPos                PIC 9(02) COMP VALUE ZERO.
000940 77  PhonChar               PIC X(01) VALUE SPACE.
000950 77  PhonCode               PIC X(01) VALUE SPACE.
000960 77  PhonLastCode           PIC X(01) VALUE SPACE.
000970
000980 PROCEDURE DIVISION.
000990
001000**************************************************************
001010*    0000-MAINLINE
001020**************************************************************
001030 0000-MAINLINE.
001040     PERFORM 1000-INITIALIZE
001050         THRU 1000-EXIT.
001060     PERFORM 2100-LOAD-ONE-ENTRY
001070         THRU 2100-EXIT
001080         UNTIL EndOfFile.
001090     PERFORM 3000-TERMINATE
001100         THRU 3000-EXIT.
001110     STOP RUN.
001120
001130**************************************************************
001140*    1000-INITIALIZE THRU 1000-EXIT
001150*    THE REGULATOR'S FILE MUST BE THERE BEFORE THE OLD LIST IS
001160*    TOUCHED - OPENING WCHLIST FOR OUTPUT EMPTIES IT, AND AN
001170*    EMPTY LIST WOULD LET EVERY NEW CUSTOMER THROUGH UNSCREENED
001180*    UNTIL THE NEXT SUCCESSFUL LOAD.
001190**************************************************************
001200 1000-INITIALIZE.
001210     ACCEPT CurrentDate FROM DATE YYYYMMDD.
001220     ACCEPT CurrentTime FROM TIME.
001230     OPEN INPUT WATCH-INPUT-FILE.
001240     IF WatchInputFileStatus NOT = "00"
001250         DISPLAY "WCHIN NOT AVAILABLE - STATUS "
001260             WatchInputFileStatus
001270         DISPLAY "WCHLIST LEFT AS IT WAS"
001280         SET EndOfFile TO TRUE
001290         SET RunFailure TO TRUE
001300         GO TO 1000-EXIT
001310     END-IF.
001320     OPEN OUTPUT WATCH-LIST-FILE.
001330     IF WatchListFileStatus NOT = "00"
001340         DISPLAY "UNABLE TO CREATE WCHLIST - STATUS "
001350             WatchListFileStatus
001360         SET EndOfFile TO TRUE
001370         SET RunFailure TO TRUE
001380     END-IF.
001390 1000-EXIT.
001400     EXIT.
001410
001420**************************************************************
001430*    2100-LOAD-ONE-ENTRY THRU 2100-EXIT
001440*    BOTH NAMES ARE FILED UPPER CASE SO THE EXACT-NAME TEST IN
001450*    THE SCREENING IS NEVER THROWN BY CASE ALONE.  A ROW WITH
001460*    NO ENTRY ID OR NO LAST NAME CANNOT BE SCREENED AGAINST
001470*    AND IS SKIPPED; AN ENTRY ID THAT APPEARS TWICE KEEPS ITS
001480*    FIRST ROW.  BOTH ARE COUNTED AND SHOWN SO THE REGULATOR
001490*    CAN BE ASKED.
001500**************************************************************
001510 2100-LOAD-ONE-ENTRY.
001520     READ WATCH-INPUT-FILE
001530         AT END
001540             SET EndOfFile TO TRUE
001550             GO TO 2100-EXIT
001560     END-READ.
001570     ADD 1 TO WatchReadCount.
001580
001590     IF WIN-ENTRY-ID = SPACES
001600         OR WIN-LAST-NAME = SPACES
001610         DISPLAY "SKIPPING WATCH-LIST ROW " WatchReadCount
001620             " - " WIN-ENTRY-ID " " WIN-LAST-NAME
001630         ADD 1 TO WatchRejectCount
001640         GO TO 2100-EXIT
001650     END-IF.
001660
001670     MOVE SPACES TO WATCH-LIST-RECORD.
001680     MOVE WIN-ENTRY-ID TO WCL-ENTRY-ID.
001690     MOVE WIN-LAST-NAME TO WCL-LAST-NAME.
001700     MOVE WIN-FIRST-NAME TO WCL-FIRST-NAME.
001710     INSPECT WCL-LAST-NAME CONVERTING
001720         "abcdefghijklmnopqrstuvwxyz" TO
001730         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001740     INSPECT WCL-FIRST-NAME CONVERTING
001750         "abcdefghijklmnopqrstuvwxyz" TO
001760         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001770     MOVE WCL-LAST-NAME TO PhoneticName.
001780     PERFORM 2800-BUILD-PHONETIC-KEY
001790         THRU 2800-EXIT.
001800     MOVE PhoneticKey TO WCL-PHONETIC-KEY.
001810     MOVE WCL-FIRST-NAME TO PhoneticName.
001820     PERFORM 2800-BUILD-PHONETIC-KEY
001830         THRU 2800-EXIT.
001840     MOVE PhoneticKey TO WCL-FIRST-PHONETIC-KEY.
001850*    THE PUBLISHED FORM IS WHAT THE COMPLIANCE OFFICER SEES; A
001860*    ROW THAT LEAVES IT OUT SHOWS THE TWO NAME FIELDS INSTEAD.
001870     IF WIN-LISTED-NAME = SPACES
001880         STRING WIN-FIRST-NAME DELIMITED BY "  "
001890             " " DELIMITED BY SIZE
001900             WIN-LAST-NAME DELIMITED BY "  "
001910             INTO WCL-LISTED-NAME
001920         END-STRING
001930     ELSE
001940         MOVE WIN-LISTED-NAME TO WCL-LISTED-NAME
001950     END-IF.
001960     MOVE CurrentDate TO WCL-LOAD-DATE.
001970     WRITE WATCH-LIST-RECORD
001980         INVALID KEY
001990             DISPLAY "DUPLICATE WATCH-LIST ENTRY " WIN-ENTRY-ID
002000                 " - " WIN-LAST-NAME " NOT LOADED"
002010             ADD 1 TO WatchDuplicateCount
002020     END-WRITE.
002030     IF WatchListFileStatus = "00"
002040         ADD 1 TO WatchLoadCount
002050     END-IF.
002060 2100-EXIT.
002070     EXIT.
002080
002085**************************************************************
002090*    2800-BUILD-PHONETIC-KEY THRU 2800-EXIT
002100*    SOUNDEX-STYLE CODE OF PhoneticName INTO PhoneticKey: THE
002110*    FIRST LETTER OF THE NAME, THEN UP TO THREE CODE DIGITS
002120*    (B/F/P/V=1, C/G/J/K/Q/S/X/Z=2, D/T=3, L=4, M/N=5, R=6),
002130*    ZERO-PADDED TO FOUR.  VOWELS AND Y SEPARATE A RUN OF THE
002140*    SAME CODE; H AND W DO NOT; ANYTHING ELSE (HYPHEN,
002150*    APOSTROPHE, SPACE) IS SKIPPED.  ANDERSSON AND ANDERSON
002160*    BOTH CODE TO A536, WHICH IS THE WHOLE POINT.
002170**************************************************************
002180 2800-BUILD-PHONETIC-KEY.
002190     MOVE SPACES TO PhoneticKey.
002200     MOVE PhoneticName TO PhoneticWork.
002210     INSPECT PhoneticWork CONVERTING
002220         "abcdefghijklmnopqrstuvwxyz" TO
002230         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002240     MOVE ZERO TO PhonPos.
002250     MOVE SPACE TO PhonLastCode.
002260     PERFORM 2810-PHONETIC-ONE-CHAR
002270         THRU 2810-EXIT
002280         VARYING PhonIndex FROM 1 BY 1
002290         UNTIL PhonIndex > 30
002300         OR PhonPos = 4.
002310*    A BLANK NAME LEAVES A BLANK KEY; ANYTHING ELSE IS PADDED
002320*    OUT TO THE FULL FOUR POSITIONS WITH ZEROES.
002330     IF PhonPos > ZERO
002340         PERFORM 2820-PAD-PHONETIC-KEY
002350             THRU 2820-EXIT
002360             UNTIL PhonPos NOT < 4
002370     END-IF.
002380 2800-EXIT.
002390     EXIT.
002400
002410 2810-PHONETIC-ONE-CHAR.
002420     MOVE PhoneticWork (PhonIndex:1) TO PhonChar.
002430     IF PhonChar = SPACE OR PhonChar NOT ALPHABETIC
002440         GO TO 2810-EXIT
002450     END-IF.
002460     EVALUATE PhonChar
002470         WHEN "B" WHEN "F" WHEN "P" WHEN "V"
002480             MOVE "1" TO PhonCode
002490         WHEN "C" WHEN "G" WHEN "J" WHEN "K"
002500         WHEN "Q" WHEN "S" WHEN "X" WHEN "Z"
002510             MOVE "2" TO PhonCode
002520         WHEN "D" WHEN "T"
002530             MOVE "3" TO PhonCode
002540         WHEN "L"
002550             MOVE "4" TO PhonCode
002560         WHEN "M" WHEN "N"
002570             MOVE "5" TO PhonCode
002580         WHEN "R"
002590             MOVE "6" TO PhonCode
002600         WHEN "H" WHEN "W"
002610             MOVE "-" TO PhonCode
002620         WHEN OTHER
002630             MOVE "0" TO PhonCode
002640     END-EVALUATE.
002650     IF PhonPos = ZERO
002660         MOVE 1 TO PhonPos
002670         MOVE PhonChar TO PhoneticKey (1:1)
002680         MOVE PhonCode TO PhonLastCode
002690         GO TO 2810-EXIT
002700     END-IF.
002710     EVALUATE TRUE
002720         WHEN PhonCode = "0"
002730             MOVE SPACE TO PhonLastCode
002740         WHEN PhonCode = "-"
002750             CONTINUE
002760         WHEN PhonCode = PhonLastCode
002770             CONTINUE
002780         WHEN OTHER
002790             ADD 1 TO PhonPos
002800             MOVE PhonCode TO PhoneticKey (PhonPos:1)
002810             MOVE PhonCode TO PhonLastCode
002820     END-EVALUATE.
002830 2810-EXIT.
002840     EXIT.
002850
002860 2820-PAD-PHONETIC-KEY.
002870     ADD 1 TO PhonPos.
002880     MOVE "0" TO PhoneticKey (PhonPos:1).
002890 2820-EXIT.
002895     EXIT.
002900
002910**************************************************************
002920*    3000-TERMINATE THRU 3000-EXIT
002930*    0 = CLEAN LOAD, 4 = LOADED WITH ROWS SKIPPED OR
002940*    DUPLICATED TO REVIEW, 8 = NOTHING LOADED - THE PREVIOUS
002950*    WCHLIST MUST BE RESTORED BEFORE THE ONLINE DAY.  ONLY A
002960*    LIST THAT LOADED IS STAMPED ON WCHCTL, SO A FAILED LOAD
002970*    NEVER SETS OFF A RESCREEN.
002980**************************************************************
002990 3000-TERMINATE.
003000     IF NOT RunFailure
003010         CLOSE WATCH-INPUT-FILE
003020         CLOSE WATCH-LIST-FILE
003030     END-IF.
003040     IF NOT RunFailure AND WatchLoadCount > ZERO
003050         PERFORM 3100-WRITE-WATCH-CONTROL
003060             THRU 3100-EXIT
003070     END-IF.
003080     DISPLAY "WATCH-LIST ROWS READ - " WatchReadCount.
003090     DISPLAY "WATCH-LIST ENTRIES LOADED - " WatchLoadCount.
003100     DISPLAY "ROWS SKIPPED - " WatchRejectCount.
003110     DISPLAY "DUPLICATE ENTRY IDS - " WatchDuplicateCount.
003120     EVALUATE TRUE
003130         WHEN RunFailure OR WatchLoadCount = ZERO
003140             DISPLAY "*** NO WATCH-LIST ENTRIES LOADED - RESTORE "
003150                 "THE PREVIOUS WCHLIST BEFORE THE ONLINE DAY ***"
003160             MOVE 8 TO RETURN-CODE
003170         WHEN WatchRejectCount > ZERO
003180             OR WatchDuplicateCount > ZERO
003190             MOVE 4 TO RETURN-CODE
003200         WHEN OTHER
003210             MOVE ZERO TO RETURN-CODE
003220     END-EVALUATE.
003230 3000-EXIT.
003240     EXIT.
003250
003260**************************************************************
003270*    3100-WRITE-WATCH-CONTROL THRU 3100-EXIT
003280*    THE CONTROL RECORD IS REWRITTEN WHOLE.  THE RESCREEN
003290*    STAMP GOES BACK TO ZERO - THE MASTER HAS NOT YET BEEN
003300*    SCREENED AGAINST THIS LIST.
003310**************************************************************
003320 3100-WRITE-WATCH-CONTROL.
003330     OPEN OUTPUT WATCH-CONTROL-FILE.
003340     IF WatchControlFileStatus NOT = "00"
003350         DISPLAY "UNABLE TO WRITE WCHCTL - STATUS "
003360             WatchControlFileStatus
003370         DISPLAY "RUN COBOLWRS WITH FORCE TO RESCREEN THE MASTER"
003380         SET RunFailure TO TRUE
003390         GO TO 3100-EXIT
003400     END-IF.
003410     MOVE CurrentDate TO WCC-LOAD-DATE.
003420     MOVE CurrentTime TO WCC-LOAD-TIME.
003430     MOVE WatchLoadCount TO WCC-ENTRY-COUNT.
003440     MOVE ZERO TO WCC-RESCREEN-DATE WCC-RESCREEN-TIME.
003450     WRITE WATCH-CONTROL-RECORD.
003460     CLOSE WATCH-CONTROL-FILE.
003470 3100-EXIT.
003480     EXIT.
