000390*                      NEW REFUSES TO THROW AWAY AN UNFINISHED
000400*                      CYCLE.  STATE LIVES ON THE CYCLECTL
000410*                      RUN-CONTROL FILE (SEE CYCCTL.CPY).
000411*    2026-10-15 LB    NEW STEP 02 RESCREEN - COBOLWRS, THE
000412*                      WATCH-LIST RESCREEN OF NAMEFILE - RUNS
000413*                      AHEAD OF THE EXTRACT SO A CUSTOMER A
000414*                      NEWLY LOADED LIST PUTS ON HOLD IS KEPT
000415*                      OUT OF TONIGHT'S FEED.  THE LATER STEPS
000416*                      MOVE DOWN ONE.  CYCLECTL IS NOW LOADED BY
000417*                      STEP NAME RATHER THAN NUMBER, AND A STEP
000418*                      MISSING FROM THE RECORDED CYCLE (ONE
000419*                      ADDED SINCE IT WAS OPENED) COUNTS AS
000420*                      COMPLETE, SO A CYCLE OPENED BEFORE A STEP
000421*                      WAS ADDED STILL RUNS TO ITS END.
000422*    2026-10-15 LB    NEW STEP 03 CONTACTS - COBOLCIN, THE
000423*                      CUSTOMERS' OWN CONTACT CHANGES BACK FROM
000424*                      THE CRM - RUNS AHEAD OF THE EXTRACT SO
000425*                      TONIGHT'S FEED CARRIES THEM INSTEAD OF
000426*                      OVERWRITING THEM.  THE LATER STEPS MOVE
000427*                      DOWN ONE.
000428*    2026-10-15 LB    NEW STEP 09 VERIFY - COBOLVFY, THE WEEKLY
000429*                      CROSS-FILE INTEGRITY CHECK OF NAMEFILE,
000430*                      ADDRFILE AND MERGEXRF - RUNS AFTER THE
000431*                      REPORT ON THE ONE NIGHT A WEEK THE JOB
000432*                      STREAM INCLUDES IT; ARCHIVE MOVES DOWN TO
000433*                      10.  VERIFY AND ARCHIVE ARE NOW MARKED
000434*                      OPTIONAL IN THEIR OWN TABLE INSTEAD OF
000435*                      "THE LAST STEP MAY STAY PENDING": AN
000436*                      OPTIONAL STEP STILL PENDING NEITHER HOLDS
000437*                      UP A NEW CYCLE NOR A LATER STEP'S START.
000438*    2026-10-15 LB    NEW STEP 04 MARKETNG - COBOLMKT, THE
000439*                      CONTACT-PERMITTED AND DO-NOT-CONTACT FILES
000440*                      FOR THE MARKETING SYSTEM - RUNS NIGHTLY
000441*                      AFTER THE CRM CONTACT CHANGES SO A CONSENT
000442*                      WITHDRAWN TODAY IS SUPPRESSED TONIGHT.  THE
000443*                      LATER STEPS MOVE DOWN ONE.
000444*    2026-10-15 LB    NEW STEP 08 WELCOME - COBOLWLC, THE
000445*                      WELCOME LETTERS - RUNS AFTER CONFIRM.  IT
000446*                      IS OPTIONAL: A NIGHT WITHOUT THE LETTER
000447*                      PRINT DOES NOT HOLD UP THE RECONCILIATION.
000448*                      THE LATER STEPS MOVE DOWN ONE.
000449**************************************************************
000450 ENVIRONMENT DIVISION.
000451 INPUT-OUTPUT SECTION.
000452 FILE-CONTROL.
000460     SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLECTL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS CycleControlFileStatus.
000750*    THE FIXED STEP LIST.  THE ORDER HERE IS THE CYCLE ORDER -
000760*    CHANGE THE CYCLE, CHANGE THIS TABLE (AND THE JOB STREAM).
000770***************************************************************
000780 77  StepCount              PIC 9(02) COMP VALUE 12.
000790 01  STEP-NAME-VALUES.
000800     05  FILLER                      PIC X(08) VALUE "ACCEPT".
000805     05  FILLER                      PIC X(08) VALUE "RESCREEN".
000807     05  FILLER                      PIC X(08) VALUE "CONTACTS".
000808     05  FILLER                      PIC X(08) VALUE "MARKETNG".
000810     05  FILLER                      PIC X(08) VALUE "EXTRACT".
000820     05  FILLER                      PIC X(08) VALUE "PICKUP".
000830     05  FILLER                      PIC X(08) VALUE "CONFIRM".
000835     05  FILLER                      PIC X(08) VALUE "WELCOME".
000840     05  FILLER                      PIC X(08) VALUE "RECON".
000850     05  FILLER                      PIC X(08) VALUE "REPORT".
000855     05  FILLER                      PIC X(08) VALUE "VERIFY".
000860     05  FILLER                      PIC X(08) VALUE "ARCHIVE".
000870 01  STEP-NAME-TABLE REDEFINES STEP-NAME-VALUES.
000880     05  STEP-NAME-ENTRY OCCURS 12 TIMES PIC X(08).
000890
000900 01  STEP-DESC-VALUES.
000910     05  FILLER          PIC X(20) VALUE "COBOLACCEPT BATCH".
000915     05  FILLER          PIC X(20) VALUE "COBOLWRS RESCREEN".
000917     05  FILLER          PIC X(20) VALUE "COBOLCIN CRM CHANGES".
000918     05  FILLER          PIC X(20) VALUE "COBOLMKT CONSENT".
000920     05  FILLER          PIC X(20) VALUE "COBOLEXT DELTA".
000930     05  FILLER          PIC X(20) VALUE "VENDOR PICKUP".
000940     05  FILLER          PIC X(20) VALUE "COBOLCNF".
000945     05  FILLER          PIC X(20) VALUE "COBOLWLC LETTERS".
000950     05  FILLER          PIC X(20) VALUE "COBOLRCN".
000960     05  FILLER          PIC X(20) VALUE "COBOLRPT".
000965     05  FILLER          PIC X(20) VALUE "COBOLVFY WEEKLY".
000970     05  FILLER          PIC X(20) VALUE "COBOLARC MONTH END".
000980 01  STEP-DESC-TABLE REDEFINES STEP-DESC-VALUES.
000990     05  STEP-DESC-ENTRY OCCURS 12 TIMES PIC X(20).
000991
000992***************************************************************
000993*    "Y" MARKS A STEP THAT NEED NOT RUN EVERY NIGHT - WELCOME
000994*    (A NIGHT WITHOUT LETTERS MUST NOT HOLD UP THE RECON),
000995*    VERIFY WEEKLY, ARCHIVE AT MONTH END.  LEFT PENDING IT
000996*    COUNTS AS DONE FOR A NEW CYCLE AND FOR THE STEPS AFTER IT.
000997***************************************************************
000998 01  STEP-OPTIONAL-VALUES.
000999     05  FILLER          PIC X(12) VALUE "NNNNNNNYNNYY".
001000 01  STEP-OPTIONAL-TABLE REDEFINES STEP-OPTIONAL-VALUES.
001001     05  STEP-OPTIONAL-ENTRY OCCURS 12 TIMES PIC X(01).
001002
001010***************************************************************
001020*    THE CYCLE STATE, LOADED FROM CYCLECTL AND WRITTEN BACK
001030*    WHOLE ON EVERY CHANGE.
001060     88  ControlFileFound    VALUE "Y".
001070 01  CYCLE-TABLE.
001080     05  CYT-CYCLE-DATE          PIC 9(08) VALUE ZERO.
001090     05  CYT-ENTRY OCCURS 12 TIMES.
001100         10  CYT-STATUS          PIC X(01).
001110         10  CYT-RETURN-CODE     PIC 9(02).
001120         10  CYT-STAMP-TIME      PIC 9(08).
001160     88  StepFound           VALUE "Y".
001170 77  TargetStepNumber       PIC 9(02) COMP VALUE ZERO.
001180 77  PriorStepIndex         PIC 9(02) COMP VALUE ZERO.
001183 77  LoadStepName           PIC X(08) VALUE SPACES.
001186 77  LoadStepNumber         PIC 9(02) COMP VALUE ZERO.
001190 77  CycleCleanSwitch       PIC X(01) VALUE "Y".
001200     88  CycleClean          VALUE "Y".
001210 77  CycleUntouchedSwitch   PIC X(01) VALUE "Y".
001700*    1100-LOAD-CONTROL-FILE THRU 1100-EXIT
001710*    READS THE WHOLE RUN-CONTROL FILE INTO THE CYCLE TABLE.
001720*    A MISSING FILE JUST MEANS NO CYCLE HAS EVER BEEN STARTED
001730*    - ONLY "NEW" IS MEANINGFUL THEN.  RECORDS ARE MATCHED TO
001732*    THE STEP LIST BY NAME, SO A CYCLE RECORDED BEFORE A STEP
001734*    WAS ADDED OR MOVED STILL LOADS ONTO THE RIGHT STEPS; A
001736*    STEP THE RECORDED CYCLE NEVER HAD IS TAKEN AS COMPLETE.
001740**************************************************************
001750 1100-LOAD-CONTROL-FILE.
001760     MOVE ZERO TO CYT-CYCLE-DATE.
001830         GO TO 1100-EXIT
001840     END-IF.
001850     SET ControlFileFound TO TRUE.
001852     PERFORM 1115-CLEAR-ONE-ENTRY
001854         THRU 1115-EXIT
001856         VARYING StepIndex FROM 1 BY 1
001858         UNTIL StepIndex > StepCount.
001860     MOVE "N" TO EndOfFileSwitch.
001870     PERFORM 1120-LOAD-ONE-RECORD
001880         THRU 1120-EXIT
001890         UNTIL EndOfFile.
001900     CLOSE CYCLE-CONTROL-FILE.
001902     PERFORM 1130-SETTLE-ONE-ENTRY
001904         THRU 1130-EXIT
001906         VARYING StepIndex FROM 1 BY 1
001908         UNTIL StepIndex > StepCount.
001910 1100-EXIT.
001920     EXIT.
001930
001980 1110-EXIT.
001990     EXIT.
002000
002001*    A STEP LEFT BLANK BY THE LOAD WAS NOT ON THE RECORDED CYCLE.
002002 1115-CLEAR-ONE-ENTRY.
002003     MOVE SPACE TO CYT-STATUS (StepIndex).
002004 1115-EXIT.
002005     EXIT.
002006
002010 1120-LOAD-ONE-RECORD.
002020     READ CYCLE-CONTROL-FILE
002030         AT END
002040             SET EndOfFile TO TRUE
002050             GO TO 1120-EXIT
002060     END-READ.
002064     MOVE CYC-STEP-NAME TO LoadStepName.
002068     MOVE ZERO TO LoadStepNumber.
002072     PERFORM 1125-MATCH-LOADED-STEP
002076         THRU 1125-EXIT
002080         VARYING StepIndex FROM 1 BY 1
002084         UNTIL StepIndex > StepCount
002088         OR LoadStepNumber > ZERO.
002092     IF LoadStepNumber = ZERO
002100         GO TO 1120-EXIT
002110     END-IF.
002120     MOVE CYC-CYCLE-DATE TO CYT-CYCLE-DATE.
002130     MOVE CYC-STEP-STATUS TO CYT-STATUS (LoadStepNumber).
002140     MOVE CYC-RETURN-CODE TO CYT-RETURN-CODE (LoadStepNumber).
002150     MOVE CYC-STAMP-TIME TO CYT-STAMP-TIME (LoadStepNumber).
002160 1120-EXIT.
002170     EXIT.
002171
002172 1125-MATCH-LOADED-STEP.
002173     IF STEP-NAME-ENTRY (StepIndex) = LoadStepName
002174         MOVE StepIndex TO LoadStepNumber
002175     END-IF.
002176 1125-EXIT.
002177     EXIT.
002178
002179 1130-SETTLE-ONE-ENTRY.
002180     IF CYT-STATUS (StepIndex) = SPACE
002181         MOVE "C" TO CYT-STATUS (StepIndex)
002182         MOVE ZERO TO CYT-RETURN-CODE (StepIndex)
002183         MOVE ZERO TO CYT-STAMP-TIME (StepIndex)
002184     END-IF.
002185 1130-EXIT.
002186     EXIT.
002187
002190**************************************************************
002200*    1200-FIND-STEP THRU 1200-EXIT
002210*    MATCHES ParmStepText AGAINST THE STEP LIST, LEAVING
002790
002800**************************************************************
002810*    2110-JUDGE-RECORDED-CYCLE THRU 2110-EXIT
002820*    CycleClean = EVERY STEP COMPLETE WITH RC 0 OR 4 (AN
002830*    OPTIONAL STEP - WELCOME, VERIFY, ARCHIVE - MAY ALSO STILL BE
002840*    PENDING).  CycleUntouched = NO STEP EVER
002850*    STARTED.  EITHER WAY A NEW CYCLE MAY OPEN.
002860**************************************************************
002870 2110-JUDGE-RECORDED-CYCLE.
003030             AND CYT-RETURN-CODE (StepIndex) NOT > 4
003040             CONTINUE
003050         WHEN CYT-STATUS (StepIndex) = "P"
003060             AND STEP-OPTIONAL-ENTRY (StepIndex) = "Y"
003070             CONTINUE
003080         WHEN OTHER
003090             MOVE "N" TO CycleCleanSwitch
003160*    RC 0 TELLS THE JOB STREAM TO RUN THE STEP; RC 8 REFUSES.
003170*    A STEP MAY START WHEN IT IS PENDING OR FAILED (RESTART)
003180*    AND EVERY EARLIER STEP HAS COMPLETED WITH RC 0 OR 4 ON
003190*    THE RECORDED CYCLE (OR IS AN OPTIONAL STEP NOT RUN
003195*    TONIGHT AND STILL PENDING).  A STEP ALREADY COMPLETE
003200*    REFUSES - THAT IS THE DOUBLE-RUN GUARD.
003210**************************************************************
003220 2200-START-STEP.
003230     IF NOT ControlFileFound
003650     EXIT.
003660
003670 2210-CHECK-ONE-PREREQ.
003672     IF STEP-OPTIONAL-ENTRY (PriorStepIndex) = "Y"
003674         AND CYT-STATUS (PriorStepIndex) = "P"
003676         GO TO 2210-EXIT
003678     END-IF.
003680     IF CYT-STATUS (PriorStepIndex) NOT = "C"
003690         OR CYT-RETURN-CODE (PriorStepIndex) > 4
003700         DISPLAY "COBOLCYC - PREREQUISITE STEP "
