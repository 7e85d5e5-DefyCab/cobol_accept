000010***************************************************************
000020*    COPYBOOK.....: SCRHOLD.CPY
000030*    DESCRIPTION..: RECORD LAYOUT FOR THE INDEXED COMPLIANCE
000040*                   HOLD FILE (SCRNHOLD), KEYED BY CUSTOMER
000050*                   NUMBER - BOTH THE HOLD ITSELF AND THE
000060*                   SCREENING REVIEW QUEUE.  A WATCH-LIST MATCH
000070*                   (COBOLACCEPT AT FILING, COBOLWRS ON A
000080*                   RESCREEN) FILES AN OPEN RECORD HERE; THE
000090*                   CUSTOMER STAYS ON NAMEFILE BUT COBOLEXT
000100*                   KEEPS THEM OUT OF THE CRM FEED FOR AS LONG
000110*                   AS THE RECORD IS OPEN OR CONFIRMED.  THE
000120*                   COMPLIANCE OFFICER WORKS THE OPEN RECORDS
000130*                   WITH COBOLSCR: CONFIRMED KEEPS THE HOLD,
000140*                   CLEARED RELEASES IT (A CUSTOMER STILL
000150*                   CRM-PENDING THEN GOES OUT IN THE NEXT
000160*                   DELTA FEED).  RECORDS ARE NEVER DELETED -
000170*                   THE DECISION, WHO MADE IT AND WHEN STAY ON
000180*                   FILE AS THE COMPLIANCE TRAIL, AND A CLEARED
000190*                   MATCH IS NOT RAISED AGAIN FOR THE SAME LIST
000200*                   ENTRY.
000210*    AUTHOR.......: LOVE BELLINDER
000220*
000230*    MODIFICATION HISTORY
000240*    ----------------------------------------------------------
000250*    DATE       INIT  DESCRIPTION
000260*    ---------  ----  ------------------------------------------
000270*    2026-10-15 LB    ORIGINAL COPYBOOK - COMPLIANCE HOLD AND
000280*                     SCREENING REVIEW QUEUE.
000290***************************************************************
000300 01  SCREEN-HOLD-RECORD.
000310     05  SCH-CUSTOMER-NUMBER         PIC 9(09).
000320     05  FILLER                      PIC X(01) VALUE SPACE.
000330     05  SCH-STATUS                  PIC X(01).
000340         88  SCH-OPEN                VALUE "O".
000350         88  SCH-CONFIRMED           VALUE "C".
000360         88  SCH-CLEARED             VALUE "X".
000370         88  SCH-ON-HOLD             VALUE "O" "C".
000380     05  FILLER                      PIC X(01) VALUE SPACE.
000390     05  SCH-MATCH-TYPE              PIC X(01).
000400         88  SCH-MATCH-EXACT         VALUE "E".
000410         88  SCH-MATCH-PHONETIC      VALUE "P".
000420     05  FILLER                      PIC X(01) VALUE SPACE.
000430*    THE LIST ENTRY MATCHED, AND ITS NAME AS THE REGULATOR
000440*    PRINTS IT - KEPT HERE SO THE DECISION STILL READS RIGHT
000450*    AFTER THE NEXT LIST LOAD HAS REPLACED WCHLIST.
000460     05  SCH-ENTRY-ID                PIC X(12).
000470     05  FILLER                      PIC X(01) VALUE SPACE.
000480     05  SCH-LISTED-NAME             PIC X(60).
000490     05  FILLER                      PIC X(01) VALUE SPACE.
000500     05  SCH-RAISED-DATE             PIC 9(08).
000510     05  FILLER                      PIC X(01) VALUE SPACE.
000520     05  SCH-RAISED-TIME             PIC 9(08).
000530     05  FILLER                      PIC X(01) VALUE SPACE.
000540     05  SCH-RAISED-BY               PIC X(12).
000550     05  FILLER                      PIC X(01) VALUE SPACE.
000560     05  SCH-DECIDED-DATE            PIC 9(08).
000570     05  FILLER                      PIC X(01) VALUE SPACE.
000580     05  SCH-DECIDED-TIME            PIC 9(08).
000590     05  FILLER                      PIC X(01) VALUE SPACE.
000600     05  SCH-DECIDED-BY              PIC X(08).
