000540*                      FULL SHARING, SO THE RECONCILIATION
000550*                      NEVER HOLDS THE ONLINE PROGRAMS OUT OF
000560*                      THE MASTER.
000561*    2026-10-15 LB    A CUSTOMER LEFT CRM-PENDING BECAUSE IT IS
000562*                      ON COMPLIANCE HOLD (SCRNHOLD - SEE
000563*                      SCRHOLD.CPY) IS NO LONGER FLAGGED AS AN
000564*                      UNFED LOOSE END; THE HELD ONES ARE COUNTED
000565*                      ON THE BALANCING PAGE INSTEAD.
000566*    2026-10-15 LB    "CNS" (CONSENT) TRAIL LINES - MARKETING
000567*                      CONSENT CHANGES (SEE CONSENT.CPY) -
000568*                      TALLY LIKE "CHG".
000570*    2026-10-15 LB    SCRNHOLD THAT EXISTS BUT WILL NOT OPEN OR
000572*                      READ NO LONGER PASSES AS "NOBODY HELD" -
000574*                      THE RUN ENDS RC 8 WITH A WARNING LINE.
000576**************************************************************
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000800     SELECT PRINT-FILE ASSIGN TO "RCNRPT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS PrintFileStatus.
000821
000822     SELECT SCREEN-HOLD-FILE ASSIGN TO "SCRNHOLD"
000823         ORGANIZATION IS INDEXED
000824         ACCESS MODE IS DYNAMIC
000825         RECORD KEY IS SCH-CUSTOMER-NUMBER
000826         SHARING WITH ALL OTHER
000827         FILE STATUS IS ScreenHoldFileStatus.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000980 FD  PRINT-FILE
000990     LABEL RECORDS ARE OMITTED.
001000 01  PRINT-LINE                 PIC X(80).
001002
001004 FD  SCREEN-HOLD-FILE
001006     LABEL RECORDS ARE STANDARD.
001008 COPY SCRHOLD.
001010
001020 WORKING-STORAGE SECTION.
001030 77  NameFileStatus          PIC X(02).
001040 77  AuditLogFileStatus      PIC X(02).
001050 77  CrmFeedFileStatus       PIC X(02).
001060 77  PrintFileStatus         PIC X(02).
001065 77  ScreenHoldFileStatus    PIC X(02).
001070
001080 77  EndOfFileSwitch         PIC X(01) VALUE "N".
001090     88  EndOfFile            VALUE "Y".
001140     88  AuditLogAvailable    VALUE "Y".
001150 77  CrmFeedAvailSwitch      PIC X(01) VALUE "N".
001160     88  CrmFeedAvailable     VALUE "Y".
001163 77  HoldAvailSwitch         PIC X(01) VALUE "N".
001166     88  HoldAvailable        VALUE "Y".
001167 77  RunFailureSwitch        PIC X(01) VALUE "N".
001168     88  RunFailure           VALUE "Y".
001170
001180 77  ReportDate              PIC 9(08) VALUE ZERO.
001190 77  PageNumber              PIC 9(04) COMP VALUE ZERO.
001370 77  ExceptionCount          PIC 9(08) COMP VALUE ZERO.
001380 77  OutOfBalanceSwitch      PIC X(01) VALUE "N".
001390     88  OutOfBalance         VALUE "Y".
001392*    PENDING CUSTOMERS KEPT OUT OF THE FEED BY A COMPLIANCE
001394*    HOLD - EXPECTED, SO COUNTED RATHER THAN FLAGGED.
001396 77  HeldPendingCount        PIC 9(08) COMP VALUE ZERO.
001398 77  HeldPendingEdit         PIC ZZZZZZZ9.
001400
001410*    THE SCAN WALKS BASE NUMBERS (THE NINE-DIGIT NUMBER LESS
001420*    ITS CHECK DIGIT), ONE DIGIT WIDER THAN THE TABLE LIMIT SO
001680         10  RCN-ON-AUDIT        PIC X(01).
001690         10  RCN-ON-FEED         PIC X(01).
001700         10  RCN-CRM-PENDING     PIC X(01).
001705*            "Y" PENDING, "H" PENDING BUT ON COMPLIANCE HOLD.
001710
001720***************************************************************
001730*    CHECK-DIGIT WORKING FIELDS (SEE 2600-COMPUTE-CHECK-DIGIT).
002670     IF CrmFeedFileStatus = "00"
002680         SET CrmFeedAvailable TO TRUE
002690     END-IF.
002691*    NO HOLD FILE MEANS NO CUSTOMER HAS EVER BEEN HELD.
002692     PERFORM 1300-OPEN-HOLD-FILE
002693         THRU 1300-EXIT.
002700     MOVE SPACES TO RECONCILE-TABLE.
002710     PERFORM 1200-PRINT-HEADINGS
002720         THRU 1200-EXIT.
003360                 IF NR-CRM-PENDING
003370                     MOVE "Y" TO
003380                         RCN-CRM-PENDING (RcnIndexNumber)
003383                     PERFORM 2120-CHECK-HOLD
003386                         THRU 2120-EXIT
003390                 END-IF
003400             END-IF
003410             END-IF
003950             END-IF
003960         WHEN ALG-ACTION-CHANGE
003970         WHEN ALG-ACTION-PURGED
003975         WHEN ALG-ACTION-CONSENT
003980             ADD 1 TO AuditChangeCount
003990         WHEN OTHER
004000             ADD 1 TO AuditAddCount
005340             PERFORM 2420-PRINT-MESSAGE-LINE
005350                 THRU 2420-EXIT
005360         END-IF
005361         IF HeldPendingCount > ZERO
005362             MOVE HeldPendingCount TO HeldPendingEdit
005363             MOVE SPACES TO MSG-TEXT
005364             STRING "CRM-PENDING, ON COMPLIANCE HOLD - "
005365                 DELIMITED BY SIZE
005366                 HeldPendingEdit DELIMITED BY SIZE
005367                 INTO MSG-TEXT
005368             END-STRING
005369             PERFORM 2420-PRINT-MESSAGE-LINE
005370                 THRU 2420-EXIT
005371         END-IF
005372     END-IF.
005380 2400-EXIT.
005390     EXIT.
005400
007310*    3000-TERMINATE THRU 3000-EXIT
007320**************************************************************
007330 3000-TERMINATE.
007331     IF RunFailure
007332         MOVE "*** SCRNHOLD UNREADABLE - HELD COUNTS UNRELIABLE"
007333             TO MSG-TEXT
007334         PERFORM 2420-PRINT-MESSAGE-LINE
007335             THRU 2420-EXIT
007336         SET OutOfBalance TO TRUE
007337     END-IF.
007340     IF RcnOverflow
007350         MOVE "CUSTOMER BASES BEYOND THE PRESENCE TABLE - "
007360             TO MSG-TEXT
007590     CLOSE NAMEFILE.
007600     CLOSE AUDIT-LOG-FILE.
007610     CLOSE CRM-FEED-FILE.
007612     IF HoldAvailable
007614         CLOSE SCREEN-HOLD-FILE
007616     END-IF.
007620     CLOSE PRINT-FILE.
007630 3000-EXIT.
007640     EXIT.
007650
007660**************************************************************
007670*    2120-CHECK-HOLD THRU 2120-EXIT
007680*    A PENDING CUSTOMER WITH AN OPEN OR CONFIRMED COMPLIANCE
007690*    HOLD IS KEPT OUT OF THE FEED ON PURPOSE BY COBOLEXT - MARK
007700*    ITS PENDING FLAG "H" SO THE EXCEPTION SCAN PASSES IT OVER.
007710**************************************************************
007720 2120-CHECK-HOLD.
007730     IF NOT HoldAvailable
007740         GO TO 2120-EXIT
007750     END-IF.
007760     MOVE NR-CUSTOMER-NUMBER TO SCH-CUSTOMER-NUMBER.
007770     READ SCREEN-HOLD-FILE
007780         INVALID KEY
007790             GO TO 2120-EXIT
007800     END-READ.
007801     IF ScreenHoldFileStatus NOT = "00"
007802         DISPLAY "SCRNHOLD READ FAILED FOR "
007803             NR-CUSTOMER-NUMBER " - STATUS "
007804             ScreenHoldFileStatus
007805         SET RunFailure TO TRUE
007806         GO TO 2120-EXIT
007807     END-IF.
007810     IF ScreenHoldFileStatus = "00" AND SCH-ON-HOLD
007820         MOVE "H" TO RCN-CRM-PENDING (RcnIndexNumber)
007830         ADD 1 TO HeldPendingCount
007840     END-IF.
007850 2120-EXIT.
007860     EXIT.
007870
007880**************************************************************
007890*    1300-OPEN-HOLD-FILE THRU 1300-EXIT
007900*    ONLY "NOT FOUND" (35) MEANS NOBODY HAS EVER BEEN HELD.
007910*    ANY OTHER FAILURE LEAVES THE HELD COUNT UNKNOWN, SO THE
007920*    RUN IS FLAGGED AND ENDS RC 8.
007930**************************************************************
007940 1300-OPEN-HOLD-FILE.
007950     OPEN INPUT SCREEN-HOLD-FILE.
007960     EVALUATE ScreenHoldFileStatus
007970         WHEN "00"
007980             SET HoldAvailable TO TRUE
007990         WHEN "35"
008000             CONTINUE
008010         WHEN OTHER
008020             DISPLAY "SCRNHOLD NOT AVAILABLE - STATUS "
008030                 ScreenHoldFileStatus
008040             SET RunFailure TO TRUE
008050     END-EVALUATE.
008060 1300-EXIT.
008070     EXIT.
