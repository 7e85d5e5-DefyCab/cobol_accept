000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBOLPST.
000030 AUTHOR. LOVE BELLINDER.
000040 INSTALLATION. RETAIL CUSTOMER ONBOARDING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070**************************************************************
000080*    MODIFICATION HISTORY
000090*    -------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------  ----  ---------------------------------------
000120*    2026-10-15 LB    ORIGINAL PROGRAM - QUARTERLY LOAD OF THE
000130*                      POSTAL CODE REFERENCE FILE.  READS THE
000140*                      POSTAL SERVICE'S FILE (POSTIN, SEE
000150*                      POSTIN.CPY) AND REBUILDS POSTREF (SEE
000160*                      POSTREF.CPY) FROM IT, SO COBOLACCEPT,
000170*                      COBOLMNT AND COBOLACL CHECK EVERY
000180*                      POSTAL CODE AND CITY AGAINST THE
000190*                      CURRENT QUARTER'S CODES.  THE FILE IS
000200*                      REBUILT, NOT UPDATED - A CODE THE
000210*                      POSTAL SERVICE HAS WITHDRAWN DISAPPEARS
000220*                      WITH THE NEXT LOAD.  A ROW WITH A
000230*                      NON-NUMERIC CODE OR NO CITY IS SKIPPED
000240*                      AND COUNTED, NOT LOADED.
000250**************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT POSTAL-INPUT-FILE ASSIGN TO "POSTIN"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS PostalInputFileStatus.
000320
000330*    DYNAMIC ACCESS SO THE POSTAL SERVICE'S ROWS NEED NOT
000340*    ARRIVE IN CODE ORDER - EACH IS WRITTEN BY KEY.
000350     SELECT POSTAL-REF-FILE ASSIGN TO "POSTREF"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS PST-POSTAL-CODE
000390         FILE STATUS IS PostalRefFileStatus.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  POSTAL-INPUT-FILE
000440     LABEL RECORDS ARE STANDARD.
000450 COPY POSTIN.
000460
000470 FD  POSTAL-REF-FILE
000480     LABEL RECORDS ARE STANDARD.
000490 COPY POSTREF.
000500
000510 WORKING-STORAGE SECTION.
000520 77  PostalInputFileStatus  PIC X(02).
000530 77  PostalRefFileStatus    PIC X(02).
000540
000550 77  EndOfFileSwitch        PIC X(01) VALUE "N".
000560     88  EndOfFile           VALUE "Y".
000570 77  RunFailureSwitch       PIC X(01) VALUE "N".
000580     88  RunFailure          VALUE "Y".
000590
000600 77  CurrentDate            PIC 9(08) VALUE ZERO.
000610
000620***************************************************************
000630*    LOAD COUNTS, DISPLAYED AT 3000-TERMINATE FOR THE
000640*    OPERATOR'S RUN LOG.
000650***************************************************************
000660 77  PostalReadCount        PIC 9(08) COMP VALUE ZERO.
000670 77  PostalLoadCount        PIC 9(08) COMP VALUE ZERO.
000680 77  PostalRejectCount      PIC 9(08) COMP VALUE ZERO.
000690 77  PostalDuplicateCount   PIC 9(08) COMP VALUE ZERO.
000700
000710 77  PostalCityWork         PIC X(20) VALUE SPACES.
000720
000730 PROCEDURE DIVISION.
000740
000750**************************************************************
000760*    0000-MAINLINE
000770**************************************************************
000780 0000-MAINLINE.
000790     PERFORM 1000-INITIALIZE
000800         THRU 1000-EXIT.
000810     PERFORM 2100-LOAD-ONE-POSTAL-CODE
000820         THRU 2100-EXIT
000830         UNTIL EndOfFile.
000840     PERFORM 3000-TERMINATE
000850         THRU 3000-EXIT.
000860     STOP RUN.
000870
000880**************************************************************
000890*    1000-INITIALIZE THRU 1000-EXIT
000900*    THE POSTAL SERVICE'S FILE MUST BE THERE BEFORE THE OLD
000910*    REFERENCE FILE IS TOUCHED - OPENING POSTREF FOR OUTPUT
000920*    EMPTIES IT, AND AN EMPTY REFERENCE FILE WOULD REFUSE
000930*    EVERY ADDRESS KEYED UNTIL THE NEXT SUCCESSFUL LOAD.
000940**************************************************************
000950 1000-INITIALIZE.
000960     ACCEPT CurrentDate FROM DATE YYYYMMDD.
000970     OPEN INPUT POSTAL-INPUT-FILE.
000980     IF PostalInputFileStatus NOT = "00"
000990         DISPLAY "POSTIN NOT AVAILABLE - STATUS "
001000             PostalInputFileStatus
001010         DISPLAY "POSTREF LEFT AS IT WAS"
001020         SET EndOfFile TO TRUE
001030         SET RunFailure TO TRUE
001040         GO TO 1000-EXIT
001050     END-IF.
001060     OPEN OUTPUT POSTAL-REF-FILE.
001070     IF PostalRefFileStatus NOT = "00"
001080         DISPLAY "UNABLE TO CREATE POSTREF - STATUS "
001090             PostalRefFileStatus
001100         SET EndOfFile TO TRUE
001110         SET RunFailure TO TRUE
001120     END-IF.
001130 1000-EXIT.
001140     EXIT.
001150
001160**************************************************************
001170*    2100-LOAD-ONE-POSTAL-CODE THRU 2100-EXIT
001180*    THE CITY IS FILED UPPER CASE SO THE COMPARISON AGAINST
001190*    AN OPERATOR'S ENTRY (SEE COBOLACCEPT'S 2350-EDIT-POSTAL-
001200*    ADDRESS) IS NEVER THROWN BY CASE ALONE.  A CODE THAT
001210*    APPEARS TWICE KEEPS ITS FIRST CITY; THE SECOND ROW IS
001220*    COUNTED AND SHOWN SO THE POSTAL SERVICE CAN BE ASKED.
001230**************************************************************
001240 2100-LOAD-ONE-POSTAL-CODE.
001250     READ POSTAL-INPUT-FILE
001260         AT END
001270             SET EndOfFile TO TRUE
001280             GO TO 2100-EXIT
001290     END-READ.
001300     ADD 1 TO PostalReadCount.
001310
001320     IF PIN-POSTAL-CODE NOT NUMERIC
001330         OR PIN-CITY = SPACES
001340         DISPLAY "SKIPPING POSTAL ROW " PostalReadCount
001350             " - " PIN-POSTAL-CODE " " PIN-CITY
001360         ADD 1 TO PostalRejectCount
001370         GO TO 2100-EXIT
001380     END-IF.
001390
001400     MOVE PIN-CITY TO PostalCityWork.
001410     INSPECT PostalCityWork CONVERTING
001420         "abcdefghijklmnopqrstuvwxyz" TO
001430         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001440     MOVE SPACES TO POSTAL-REF-RECORD.
001450     MOVE PIN-POSTAL-CODE TO PST-POSTAL-CODE.
001460     MOVE PostalCityWork TO PST-CITY.
001470     MOVE PIN-POSTAL-CODE (1:3) TO PST-DISPLAY-CODE (1:3).
001480     MOVE PIN-POSTAL-CODE (4:2) TO PST-DISPLAY-CODE (5:2).
001490     MOVE CurrentDate TO PST-LOAD-DATE.
001500     WRITE POSTAL-REF-RECORD
001510         INVALID KEY
001520             DISPLAY "DUPLICATE POSTAL CODE " PIN-POSTAL-CODE
001530                 " - " PIN-CITY " NOT LOADED"
001540             ADD 1 TO PostalDuplicateCount
001550     END-WRITE.
001560     IF PostalRefFileStatus = "00"
001570         ADD 1 TO PostalLoadCount
001580     END-IF.
001590 2100-EXIT.
001600     EXIT.
001610
001620**************************************************************
001630*    3000-TERMINATE THRU 3000-EXIT
001640*    0 = CLEAN LOAD, 4 = LOADED WITH ROWS SKIPPED OR
001650*    DUPLICATED TO REVIEW, 8 = NOTHING LOADED - THE OLD
001660*    QUARTER'S FILE MUST BE RESTORED BEFORE THE ONLINE DAY.
001670**************************************************************
001680 3000-TERMINATE.
001690     IF NOT RunFailure
001700         CLOSE POSTAL-INPUT-FILE
001710         CLOSE POSTAL-REF-FILE
001720     END-IF.
001730     DISPLAY "POSTAL ROWS READ - " PostalReadCount.
001740     DISPLAY "POSTAL CODES LOADED - " PostalLoadCount.
001750     DISPLAY "ROWS SKIPPED - " PostalRejectCount.
001760     DISPLAY "DUPLICATE CODES - " PostalDuplicateCount.
001770     EVALUATE TRUE
001780         WHEN RunFailure OR PostalLoadCount = ZERO
001790             DISPLAY "*** NO POSTAL CODES LOADED - RESTORE THE "
001800                 "PREVIOUS POSTREF BEFORE THE ONLINE DAY ***"
001810             MOVE 8 TO RETURN-CODE
001820         WHEN PostalRejectCount > ZERO
001830             OR PostalDuplicateCount > ZERO
001840             MOVE 4 TO RETURN-CODE
001850         WHEN OTHER
001860             MOVE ZERO TO RETURN-CODE
001870     END-EVALUATE.
001880 3000-EXIT.
001890     EXIT.
