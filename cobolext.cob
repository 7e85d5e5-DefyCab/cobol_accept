000510*                      NR-CRM-STATUS-DATE WITH THE RUN DATE,
000520*                      SO THE COBOLCWB WORKBENCH CAN SPOT A
000530*                      FEED WHOSE CONFIRMATION NEVER CAME BACK.
000531*    2026-10-15 LB    A CUSTOMER ON COMPLIANCE HOLD (SCRNHOLD -
000532*                      SEE SCRHOLD.CPY) IS NO LONGER FED IN
000533*                      EITHER MODE.  THE RECORD STAYS CRM-PENDING
000534*                      SO THE FIRST DELTA RUN AFTER THE HOLD IS
000535*                      CLEARED IN COBOLSCR FEEDS IT AS USUAL.
000536*    2026-10-15 LB    NO "A" RECORD IS FED FOR A CUSTOMER WITH
000537*                      AN OPEN CONTACT-CHANGE CONFLICT (CRMCFL -
000538*                      SEE CRMCFL.CPY), SO OUR CONTACT DETAILS DO
000539*                      NOT OVERWRITE THE CUSTOMER'S OWN CRM
000540*                      CHANGE BEFORE AN OPERATOR HAS SETTLED IT
000541*                      IN COBOLCIN.
000542*    2026-10-15 LB    SCRNHOLD OR CRMCFL PRESENT BUT UNREADABLE
000543*                      NOW STOPS THE EXTRACT (RC 8) INSTEAD OF
000544*                      FEEDING AS IF NOBODY WERE HELD; A HOLD
000545*                      RECORD THAT CANNOT BE READ KEEPS THE
000546*                      CUSTOMER OUT.
000547**************************************************************
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000840     SELECT NAME-JOURNAL-FILE ASSIGN TO "NAMEJRNL"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS JournalFileStatus.
000861
000862*    THE COMPLIANCE HOLD FILE IS READ ONLY HERE AND MAY NOT EXIST
000863*    YET ON A BASE THAT HAS NEVER BEEN SCREENED.
000864     SELECT SCREEN-HOLD-FILE ASSIGN TO "SCRNHOLD"
000865         ORGANIZATION IS INDEXED
000866         ACCESS MODE IS DYNAMIC
000867         RECORD KEY IS SCH-CUSTOMER-NUMBER
000868         SHARING WITH ALL OTHER
000869         FILE STATUS IS ScreenHoldFileStatus.
000870
000871*    SO IS THE CONTACT-CHANGE CONFLICT FILE, WHICH ONLY EXISTS
000872*    ONCE COBOLCIN HAS RUN.
000873     SELECT CONFLICT-FILE ASSIGN TO "CRMCFL"
000874         ORGANIZATION IS INDEXED
000875         ACCESS MODE IS DYNAMIC
000876         RECORD KEY IS CFL-CUSTOMER-NUMBER
000877         SHARING WITH ALL OTHER
000878         FILE STATUS IS ConflictFileStatus.
000879
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  NAMEFILE
001020 FD  NAME-JOURNAL-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 COPY NAMEJRN.
001042
001044 FD  SCREEN-HOLD-FILE
001046     LABEL RECORDS ARE STANDARD.
001048 COPY SCRHOLD.
001050
001052 FD  CONFLICT-FILE
001054     LABEL RECORDS ARE STANDARD.
001056 COPY CRMCFL.
001058
001060 WORKING-STORAGE SECTION.
001070 77  NameFileStatus              PIC X(02).
001080 77  CrmExtractFileStatus        PIC X(02).
001090 77  AddressFileStatus           PIC X(02).
001095 77  ScreenHoldFileStatus        PIC X(02).
001097 77  ConflictFileStatus          PIC X(02).
001100***************************************************************
001110*    NAMEFILE UPDATE JOURNAL WORKING FIELDS (SEE NAMEJRN.CPY).
001120*    JournalBeforeImage HOLDS THE RECORD AS READ, SAVED BEFORE
001200
001210 77  AddressAvailSwitch          PIC X(01) VALUE "N".
001220     88  AddressAvailable         VALUE "Y".
001222 77  HoldAvailSwitch             PIC X(01) VALUE "N".
001224     88  HoldAvailable            VALUE "Y".
001226 77  HoldSwitch                  PIC X(01) VALUE "N".
001228     88  CustomerHeld             VALUE "Y".
001231 77  ConflictAvailSwitch         PIC X(01) VALUE "N".
001234     88  ConflictAvailable        VALUE "Y".
001237
001240 77  EndOfFileSwitch             PIC X(01) VALUE "N".
001250     88  EndOfFile                VALUE "Y".
001260 77  RunFailureSwitch            PIC X(01) VALUE "N".
001270     88  RunFailure               VALUE "Y".
001280
001290 77  ExtractRecordCount          PIC 9(08) VALUE ZERO.
001295 77  HeldRecordCount             PIC 9(08) VALUE ZERO.
001300
001310***************************************************************
001320*    EXTRACT MODE SELECTION - "DELTA" ON THE COMMAND LINE FEEDS
001840     IF AddressFileStatus = "00"
001850         SET AddressAvailable TO TRUE
001860     END-IF.
001861*    NO HOLD FILE MEANS NO CUSTOMER HAS EVER BEEN HELD.
001862     PERFORM 1300-OPEN-HOLD-FILES
001863         THRU 1300-EXIT.
001870     PERFORM 1420-OPEN-JOURNAL
001880         THRU 1420-EXIT.
001890 1000-EXIT.
002390*    OUT OF THE FEED ENTIRELY; ONE STILL MARKED PENDING IS
002400*    MARKED SENT WITHOUT BEING FED SO THE RECONCILIATION DOES
002410*    NOT FLAG IT NIGHT AFTER NIGHT.
002413*    A CUSTOMER ON COMPLIANCE HOLD IS NEITHER FED NOR MARKED -
002416*    IT STAYS PENDING UNTIL THE HOLD IS CLEARED.
002420**************************************************************
002430 2200-PROCESS-NAME-RECORD.
002433     PERFORM 2210-CHECK-HOLD
002436         THRU 2210-EXIT.
002440     EVALUATE TRUE
002443         WHEN NR-ACTIVE AND CustomerHeld
002446             ADD 1 TO HeldRecordCount
002450         WHEN NR-INACTIVE
002460             IF NR-CRM-PENDING
002470                 PERFORM 2260-MARK-RECORD-SENT
002570 2200-EXIT.
002580     EXIT.
002590
002591**************************************************************
002592*    2210-CHECK-HOLD THRU 2210-EXIT
002593*    SETS CustomerHeld WHEN SCRNHOLD HAS AN OPEN OR CONFIRMED
002594*    HOLD FOR THE CUSTOMER (SEE SCRHOLD.CPY).  A CLEARED HOLD,
002595*    OR NO HOLD RECORD AT ALL, LETS THE CUSTOMER THROUGH.
002596**************************************************************
002597 2210-CHECK-HOLD.
002598     MOVE "N" TO HoldSwitch.
002599     IF NOT HoldAvailable
002600         GO TO 2210-EXIT
002601     END-IF.
002602     MOVE NR-CUSTOMER-NUMBER TO SCH-CUSTOMER-NUMBER.
002603     READ SCREEN-HOLD-FILE
002604         INVALID KEY
002605             GO TO 2210-EXIT
002606     END-READ.
002607*    A HOLD WE CANNOT SEE MAY STILL BE THERE - THE CUSTOMER
002608*    STAYS PENDING AND GOES IN THE FIRST RUN THAT CAN READ IT.
002609     IF ScreenHoldFileStatus NOT = "00"
002610         DISPLAY "SCRNHOLD READ FAILED FOR " NR-CUSTOMER-NUMBER
002611             " - STATUS " ScreenHoldFileStatus " - HELD BACK"
002612         SET CustomerHeld TO TRUE
002613         GO TO 2210-EXIT
002614     END-IF.
002615     IF ScreenHoldFileStatus = "00" AND SCH-ON-HOLD
002616         SET CustomerHeld TO TRUE
002617     END-IF.
002618 2210-EXIT.
002619     EXIT.
002620
002621**************************************************************
002622*    2250-WRITE-DETAIL-RECORD THRU 2250-EXIT
002623**************************************************************
002630 2250-WRITE-DETAIL-RECORD.
002640     MOVE SPACES TO CRM-DETAIL-RECORD.
002650     MOVE "D" TO CRM-RECORD-TYPE.
002870*    ADDRFILE COMPANION MASTER.  A CUSTOMER WITHOUT A CONTACT
002880*    RECORD FEEDS THE "D" DETAIL ALONE.  "A" RECORDS ARE NOT
002890*    COUNTED IN THE TRAILER, WHICH VERIFIES "D" DETAILS ONLY.
002892*    NOR DOES A CUSTOMER WHOSE OWN CRM CONTACT CHANGE IS STILL
002894*    WAITING ON AN OPERATOR IN CRMCFL - THE CRM KEEPS THE
002896*    CUSTOMER'S VALUES UNTIL THE CONFLICT IS SETTLED.
002900**************************************************************
002910 2255-WRITE-ADDRESS-RECORD.
002920     IF NOT AddressAvailable
002930         GO TO 2255-EXIT
002940     END-IF.
002941     IF ConflictAvailable
002942         MOVE NR-CUSTOMER-NUMBER TO CFL-CUSTOMER-NUMBER
002943         READ CONFLICT-FILE
002944             INVALID KEY
002945                 MOVE SPACE TO CFL-STATUS
002946         END-READ
002947         IF (ConflictFileStatus = "00" AND CFL-OPEN)
002948             OR (ConflictFileStatus NOT = "00"
002949             AND ConflictFileStatus NOT = "23")
002950             GO TO 2255-EXIT
002951         END-IF
002952     END-IF.
002953     MOVE NR-CUSTOMER-NUMBER TO ADR-CUSTOMER-NUMBER.
002960     READ ADDRESS-FILE
002970         INVALID KEY
002980             GO TO 2255-EXIT
003840     IF AddressAvailable
003850         CLOSE ADDRESS-FILE
003860     END-IF.
003862     IF HoldAvailable
003864         CLOSE SCREEN-HOLD-FILE
003866     END-IF.
003867     IF ConflictAvailable
003868         CLOSE CONFLICT-FILE
003869     END-IF.
003870     CLOSE CRM-EXTRACT-FILE.
003872     IF HeldRecordCount > ZERO
003874         DISPLAY "CUSTOMERS HELD OUT OF THE FEED FOR COMPLIANCE "
003876             "REVIEW: " HeldRecordCount
003878     END-IF.
003880*    A RUN THAT ENDED ON A FAILED READ WROTE A SHORT FEED -
003890*    THE TRAILER STILL MATCHES WHAT WAS WRITTEN, BUT THE
003900*    SCHEDULER MUST NOT LET THE CYCLE ROLL ON AS IF THE
003960     END-IF.
003970 3000-EXIT.
003980     EXIT.
003990
004000**************************************************************
004010*    1300-OPEN-HOLD-FILES THRU 1300-EXIT
004020*    SCRNHOLD AND CRMCFL ARE ONLY MISSING (STATUS 35) ON A BASE
004030*    THAT HAS NEVER SCREENED ANYONE OR NEVER RUN COBOLCIN - THEN
004040*    THERE IS NOTHING TO HOLD BACK.  ANY OTHER FAILURE MEANS
004050*    HOLDS OR CONFLICTS WE CANNOT SEE, SO THE EXTRACT IS NOT RUN
004060*    RATHER THAN FEED A HELD CUSTOMER.
004070**************************************************************
004080 1300-OPEN-HOLD-FILES.
004090     OPEN INPUT SCREEN-HOLD-FILE.
004100     EVALUATE ScreenHoldFileStatus
004110         WHEN "00"
004120             SET HoldAvailable TO TRUE
004130         WHEN "35"
004140             CONTINUE
004150         WHEN OTHER
004160             DISPLAY "SCRNHOLD NOT AVAILABLE - STATUS "
004170                 ScreenHoldFileStatus " - EXTRACT NOT RUN"
004180             SET RunFailure TO TRUE
004190             SET EndOfFile TO TRUE
004200     END-EVALUATE.
004210     OPEN INPUT CONFLICT-FILE.
004220     EVALUATE ConflictFileStatus
004230         WHEN "00"
004240             SET ConflictAvailable TO TRUE
004250         WHEN "35"
004260             CONTINUE
004270         WHEN OTHER
004280             DISPLAY "CRMCFL NOT AVAILABLE - STATUS "
004290                 ConflictFileStatus " - EXTRACT NOT RUN"
004300             SET RunFailure TO TRUE
004310             SET EndOfFile TO TRUE
004320     END-EVALUATE.
004330 1300-EXIT.
004340     EXIT.
