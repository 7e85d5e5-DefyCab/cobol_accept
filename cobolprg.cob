000580*                      (YYYYMMDD) IS A REQUIRED COMMAND-LINE
000590*                      PARAMETER - AN ERASURE RUN MUST BE
000600*                      DELIBERATE, NEVER A DEFAULT.
000602*    2026-10-15 LB    AN ANONYMIZED CUSTOMER'S FORMER NAMES (SEE
000604*                      ALIASREC.CPY) ARE PHYSICALLY DELETED WITH
000606*                      THE CONTACT RECORD - THEY ARE THE SAME
000608*                      PERSONAL DATA THE SCRUB REMOVES.
000610*    2026-10-15 LB    AN ANONYMIZED CUSTOMER'S CONTACT CONFLICT
000612*                      (SEE CRMCFL.CPY), OPEN OR SETTLED, IS
000614*                      DELETED TOO - IT HOLDS BOTH SIDES' DETAILS.
000615*    2026-10-15 LB    AN ANONYMIZED CUSTOMER'S WELCOME LETTER
000616*                      ENTRY (SEE WLCREG.CPY) IS DELETED - IT
000617*                      KEEPS THE POSTAL CODE AND CITY MAILED TO.
000618*                      ALIASFIL AND WLCREG ARE OPENED ON THE
000619*                      CRMCFL RULE - MISSING MEANS NOTHING TO
000620*                      ERASE, ANY OTHER FAILURE PURGES NOTHING.
000621**************************************************************
000622 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT NAMEFILE ASSIGN TO "NAMEFILE"
000730         LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
000740         FILE STATUS IS NameFileStatus.
000750
000751     SELECT CONFLICT-FILE ASSIGN TO "CRMCFL"
000752         ORGANIZATION IS INDEXED
000753         ACCESS MODE IS DYNAMIC
000754         RECORD KEY IS CFL-CUSTOMER-NUMBER
000755         LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
000756         FILE STATUS IS ConflictFileStatus.
000757
000760     SELECT ADDRESS-FILE ASSIGN TO "ADDRFILE"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS PrintFileStatus.
001060
001061     SELECT ALIAS-FILE ASSIGN TO "ALIASFIL"
001062         ORGANIZATION IS INDEXED
001063         ACCESS MODE IS DYNAMIC
001064         RECORD KEY IS ALS-KEY
001065         ALTERNATE RECORD KEY IS ALS-LAST-NAME
001066             WITH DUPLICATES
001067         ALTERNATE RECORD KEY IS ALS-PHONETIC-KEY
001068             WITH DUPLICATES
001069         LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
001070         FILE STATUS IS AliasFileStatus.
001071
001072     SELECT WELCOME-REGISTER-FILE ASSIGN TO "WLCREG"
001073         ORGANIZATION IS INDEXED
001074         ACCESS MODE IS DYNAMIC
001075         RECORD KEY IS WLR-CUSTOMER-NUMBER
001076         LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
001077         FILE STATUS IS WelcomeRegisterFileStatus.
001078
001079 DATA DIVISION.
001080 FILE SECTION.
001090 FD  NAMEFILE
001100     LABEL RECORDS ARE STANDARD.
001110 COPY NAMEREC.
001120
001122 FD  CONFLICT-FILE
001124     LABEL RECORDS ARE STANDARD.
001126 COPY CRMCFL.
001127
001130 FD  ADDRESS-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 COPY ADDRREC.
001310     LABEL RECORDS ARE STANDARD.
001320 COPY NAMEJRN.
001330
001332 FD  ALIAS-FILE
001334     LABEL RECORDS ARE STANDARD.
001336 COPY ALIASREC.
001338
001340 FD  WELCOME-REGISTER-FILE
001342     LABEL RECORDS ARE STANDARD.
001344 COPY WLCREG.
001345
001346*    THE ARCHIVE AND ITS SCRUBBED COPY CARRY THE SAME LAYOUT
001350*    AS THE LIVE LOG, RENAMED SO THE FDS CAN COEXIST (SEE
001360*    cobolarc.cob FOR THE SAME PATTERN).
001370 FD  ARCHIVE-FILE
001570 77  ArchiveFileStatus      PIC X(02).
001580 77  ArchiveScrubbedFileStatus PIC X(02).
001590 77  PrintFileStatus        PIC X(02).
001595 77  AliasFileStatus        PIC X(02).
001597 77  ConflictFileStatus     PIC X(02).
001598 77  WelcomeRegisterFileStatus PIC X(02).
001600
001610 77  EndOfFileSwitch        PIC X(01) VALUE "N".
001620     88  EndOfFile           VALUE "Y".
001630 77  AddressAvailSwitch     PIC X(01) VALUE "N".
001640     88  AddressAvailable    VALUE "Y".
001642 77  AliasAvailSwitch       PIC X(01) VALUE "N".
001644     88  AliasAvailable      VALUE "Y".
001646 77  AliasScanDoneSwitch    PIC X(01) VALUE "N".
001648     88  AliasScanDone       VALUE "Y".
001650 77  RunFailureSwitch       PIC X(01) VALUE "N".
001660     88  RunFailure          VALUE "Y".
001670 77  FilesOpenSwitch        PIC X(01) VALUE "N".
001680     88  FilesOpen           VALUE "Y".
001683 77  ConflictAvailSwitch    PIC X(01) VALUE "N".
001686     88  ConflictAvailable   VALUE "Y".
001687 77  WelcomeAvailSwitch     PIC X(01) VALUE "N".
001688     88  WelcomeAvailable    VALUE "Y".
001690
001700 77  OperatorId             PIC X(08) VALUE SPACES.
001710 77  CurrentDate            PIC 9(08) VALUE ZERO.
003180     IF AddressFileStatus = "00"
003190         SET AddressAvailable TO TRUE
003200     END-IF.
003203     PERFORM 1460-OPEN-ALIAS-FILE
003206         THRU 1460-EXIT.
003211     PERFORM 1450-OPEN-CONFLICT-FILE
003214         THRU 1450-EXIT.
003215     PERFORM 1470-OPEN-WELCOME-REGISTER
003216         THRU 1470-EXIT.
003217     PERFORM 1400-OPEN-JOURNAL
003220         THRU 1400-EXIT.
003230     OPEN OUTPUT PRINT-FILE.
003240     WRITE PRINT-LINE FROM REG-HEADING-LINE-1.
005220         THRU 2400-EXIT.
005230     PERFORM 2250-DELETE-ADDRESS-RECORD
005240         THRU 2250-EXIT.
005243     PERFORM 2260-DELETE-ALIAS-RECORDS
005246         THRU 2260-EXIT.
005247     PERFORM 2280-DELETE-CONFLICT-RECORD
005248         THRU 2280-EXIT.
005251     PERFORM 2290-DELETE-WELCOME-ENTRY
005254         THRU 2290-EXIT.
005257     PERFORM 2450-WRITE-REGISTER-LINE
005260         THRU 2450-EXIT.
005270 2200-EXIT.
005280     EXIT.
005430     END-DELETE.
005440 2250-EXIT.
005450     EXIT.
005451
005452**************************************************************
005453*    2260-DELETE-ALIAS-RECORDS THRU 2260-EXIT
005454*    EVERY FORMER NAME FILED FOR THE CUSTOMER GOES THE SAME WAY
005455*    AS THE CONTACT RECORD.  THE PRIME KEY LEADS WITH THE
005456*    CUSTOMER NUMBER, SO THEY ARE READ IN ONE RUN FROM A START
005457*    ON THE NUMBER AND DELETED AS THEY ARE READ.
005458**************************************************************
005459 2260-DELETE-ALIAS-RECORDS.
005460     IF NOT AliasAvailable
005461         GO TO 2260-EXIT
005462     END-IF.
005463     MOVE "N" TO AliasScanDoneSwitch.
005464     MOVE NR-CUSTOMER-NUMBER TO ALS-CUSTOMER-NUMBER.
005465     MOVE ZERO TO ALS-ADDED-DATE.
005466     MOVE ZERO TO ALS-ADDED-TIME.
005467     START ALIAS-FILE KEY IS NOT LESS THAN ALS-KEY
005468         INVALID KEY
005469             CONTINUE
005470     END-START.
005471     IF AliasFileStatus NOT = "00"
005472         GO TO 2260-EXIT
005473     END-IF.
005474     PERFORM 2270-DELETE-ONE-ALIAS
005475         THRU 2270-EXIT
005476         UNTIL AliasScanDone.
005477 2260-EXIT.
005478     EXIT.
005479
005480 2270-DELETE-ONE-ALIAS.
005481     READ ALIAS-FILE NEXT RECORD
005482         AT END
005483             SET AliasScanDone TO TRUE
005484     END-READ.
005485     IF AliasScanDone
005486         GO TO 2270-EXIT
005487     END-IF.
005488     IF AliasFileStatus NOT = "00"
005489         OR ALS-CUSTOMER-NUMBER NOT = NR-CUSTOMER-NUMBER
005490         SET AliasScanDone TO TRUE
005491         GO TO 2270-EXIT
005492     END-IF.
005493     DELETE ALIAS-FILE RECORD
005494         INVALID KEY
005495             CONTINUE
005496     END-DELETE.
005497     IF AliasFileStatus NOT = "00"
005498         DISPLAY "UNABLE TO DELETE FORMER NAME FOR CUSTOMER "
005499             NR-CUSTOMER-NUMBER " - STATUS " AliasFileStatus
005500         ADD 1 TO FailedScrubCount
005501         SET AliasScanDone TO TRUE
005502     END-IF.
005503 2270-EXIT.
005504     EXIT.
005505
005506**************************************************************
005507*    2280-DELETE-CONFLICT-RECORD THRU 2280-EXIT
005508*    A CONTACT CONFLICT HOLDS OUR AND THE CRM'S CONTACT DETAILS
005509*    SIDE BY SIDE - IT GOES WITH THE CONTACT RECORD, SETTLED OR
005510*    NOT.  NO CONFLICT ON FILE (23) IS THE USUAL CASE.
005511**************************************************************
005512 2280-DELETE-CONFLICT-RECORD.
005513     IF NOT ConflictAvailable
005514         GO TO 2280-EXIT
005515     END-IF.
005516     MOVE NR-CUSTOMER-NUMBER TO CFL-CUSTOMER-NUMBER.
005517     DELETE CONFLICT-FILE RECORD
005518         INVALID KEY
005519             CONTINUE
005520     END-DELETE.
005521     IF ConflictFileStatus NOT = "00"
005522         AND ConflictFileStatus NOT = "23"
005523         DISPLAY "UNABLE TO DELETE CONTACT CONFLICT FOR CUSTOMER "
005524             NR-CUSTOMER-NUMBER " - STATUS " ConflictFileStatus
005525         ADD 1 TO FailedScrubCount
005526     END-IF.
005527 2280-EXIT.
005528     EXIT.
005529
005530**************************************************************
005531*    2290-DELETE-WELCOME-ENTRY THRU 2290-EXIT
005532*    THE WELCOME LETTER REGISTER KEEPS THE POSTAL CODE AND CITY
005533*    THE LETTER WENT TO - THE ENTRY GOES WITH THE CONTACT
005534*    RECORD.  A RETIRED CUSTOMER IS AN EXCEPTION TO COBOLWLC,
005535*    SO NO LETTER CAN GO OUT AGAIN.  NO ENTRY (23) IS USUAL.
005536**************************************************************
005537 2290-DELETE-WELCOME-ENTRY.
005538     IF NOT WelcomeAvailable
005539         GO TO 2290-EXIT
005540     END-IF.
005541     MOVE NR-CUSTOMER-NUMBER TO WLR-CUSTOMER-NUMBER.
005542     DELETE WELCOME-REGISTER-FILE RECORD
005543         INVALID KEY
005544             CONTINUE
005545     END-DELETE.
005546     IF WelcomeRegisterFileStatus NOT = "00"
005547         AND WelcomeRegisterFileStatus NOT = "23"
005548         DISPLAY "UNABLE TO DELETE WELCOME ENTRY FOR CUSTOMER "
005549             NR-CUSTOMER-NUMBER " - STATUS "
005550             WelcomeRegisterFileStatus
005551         ADD 1 TO FailedScrubCount
005552     END-IF.
005553 2290-EXIT.
005554     EXIT.
005555
005556**************************************************************
005557*    2300-WRITE-JOURNAL THRU 2300-EXIT
005558*    ONE BEFORE/AFTER IMAGE PAIR, AS FOR EVERY OTHER NAMEFILE
005559*    UPDATE (SEE NAMEJRN.CPY).
005560**************************************************************
005561 2300-WRITE-JOURNAL.
005562     ACCEPT JournalTime FROM TIME.
005563     MOVE SPACES TO NAME-JOURNAL-RECORD.
005564     MOVE CurrentDate TO JRN-RUN-DATE.
005565     MOVE JournalTime TO JRN-RUN-TIME.
005570     MOVE "COBOLPRG" TO JRN-PROGRAM-ID.
005580     MOVE JournalAction TO JRN-ACTION.
005590     MOVE JournalBeforeImage TO JRN-BEFORE-IMAGE.
006890         IF AddressAvailable
006900             CLOSE ADDRESS-FILE
006910         END-IF
006912         IF AliasAvailable
006914             CLOSE ALIAS-FILE
006916         END-IF
006917         IF ConflictAvailable
006918             CLOSE CONFLICT-FILE
006919         END-IF
006921         IF WelcomeAvailable
006923             CLOSE WELCOME-REGISTER-FILE
006925         END-IF
006927         CLOSE AUDIT-LOG-FILE
006930         CLOSE NAME-JOURNAL-FILE
006940         CLOSE PRINT-FILE
006950     END-IF.
007110     END-EVALUATE.
007120 3000-EXIT.
007130     EXIT.
007140
007150**************************************************************
007160*    1450-OPEN-CONFLICT-FILE THRU 1450-EXIT
007170*    NO CONFLICT FILE (35) MEANS NO CONFLICT WAS EVER FILED, SO
007180*    THERE IS NOTHING THERE TO ERASE.  ANY OTHER FAILURE WOULD
007190*    LEAVE CONTACT DETAILS BEHIND THE SCRUB - NOTHING IS PURGED
007200*    AND THE RUN ENDS RC 8.
007210**************************************************************
007220 1450-OPEN-CONFLICT-FILE.
007230     OPEN I-O CONFLICT-FILE.
007240     EVALUATE ConflictFileStatus
007250         WHEN "00"
007260             SET ConflictAvailable TO TRUE
007270         WHEN "35"
007280             CONTINUE
007290         WHEN OTHER
007300             DISPLAY "CRMCFL NOT AVAILABLE - STATUS "
007310                 ConflictFileStatus " - NOTHING PURGED"
007320             SET RunFailure TO TRUE
007330     END-EVALUATE.
007340 1450-EXIT.
007350     EXIT.
007360
007370**************************************************************
007380*    1460-OPEN-ALIAS-FILE THRU 1460-EXIT
007390*    SAME RULE AS CRMCFL: NO ALIAS FILE (35) MEANS NO FORMER
007400*    NAME WAS EVER FILED.  ANY OTHER FAILURE WOULD LEAVE OLD
007410*    NAMES BEHIND THE SCRUB - NOTHING IS PURGED, RC 8.
007420**************************************************************
007430 1460-OPEN-ALIAS-FILE.
007440     OPEN I-O ALIAS-FILE.
007450     EVALUATE AliasFileStatus
007460         WHEN "00"
007470             SET AliasAvailable TO TRUE
007480         WHEN "35"
007490             CONTINUE
007500         WHEN OTHER
007510             DISPLAY "ALIASFIL NOT AVAILABLE - STATUS "
007520                 AliasFileStatus " - NOTHING PURGED"
007530             SET RunFailure TO TRUE
007540     END-EVALUATE.
007550 1460-EXIT.
007560     EXIT.
007570
007580**************************************************************
007590*    1470-OPEN-WELCOME-REGISTER THRU 1470-EXIT
007600*    SAME RULE AGAIN: NO REGISTER (35) MEANS NO LETTER WAS EVER
007610*    FILED.  ANY OTHER FAILURE WOULD LEAVE MAILING DETAILS
007620*    BEHIND THE SCRUB - NOTHING IS PURGED, RC 8.
007630**************************************************************
007640 1470-OPEN-WELCOME-REGISTER.
007650     OPEN I-O WELCOME-REGISTER-FILE.
007660     EVALUATE WelcomeRegisterFileStatus
007670         WHEN "00"
007680             SET WelcomeAvailable TO TRUE
007690         WHEN "35"
007700             CONTINUE
007710         WHEN OTHER
007720             DISPLAY "WLCREG NOT AVAILABLE - STATUS "
007730                 WelcomeRegisterFileStatus " - NOTHING PURGED"
007740             SET RunFailure TO TRUE
007750     END-EVALUATE.
007760 1470-EXIT.
007770     EXIT.
