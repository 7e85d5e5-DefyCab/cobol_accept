000010***************************************************************
000020*    COPYBOOK.....: WCHLIST.CPY
000030*    DESCRIPTION..: RECORD LAYOUT FOR THE INDEXED WATCH-LIST
000040*                   SCREENING FILE (WCHLIST), KEYED BY THE
000050*                   REGULATOR'S ENTRY ID, WITH THE PHONETIC KEY
000060*                   OF THE LISTED LAST NAME AS AN ALTERNATE KEY
000070*                   (WITH DUPLICATES).  REBUILT BY COBOLWCH
000080*                   WHENEVER THE REGULATOR PUBLISHES A NEW LIST
000090*                   AND READ BY COBOLACCEPT (EVERY NEW CUSTOMER)
000100*                   AND COBOLWRS (THE RESCREEN OF THE MASTER).
000110*                   A NAME IS SCREENED BY STARTING ON THE
000120*                   PHONETIC KEY OF ITS LAST NAME - THE SAME
000130*                   SOUNDEX-STYLE CODE NR-PHONETIC-KEY CARRIES -
000140*                   AND COMPARING THE FIRST NAMES: SPELLED THE
000150*                   SAME IS AN EXACT MATCH, SOUNDING THE SAME IS
000160*                   A PHONETIC ONE.
000170*    AUTHOR.......: LOVE BELLINDER
000180*
000190*    MODIFICATION HISTORY
000200*    ----------------------------------------------------------
000210*    DATE       INIT  DESCRIPTION
000220*    ---------  ----  ------------------------------------------
000230*    2026-10-15 LB    ORIGINAL COPYBOOK - WATCH-LIST SCREENING
000240*                     FILE.
000250***************************************************************
000260 01  WATCH-LIST-RECORD.
000270     05  WCL-ENTRY-ID                PIC X(12).
000280     05  FILLER                      PIC X(01) VALUE SPACE.
000290*    BOTH NAMES ARE FILED UPPER CASE SO CASE ALONE NEVER HIDES
000300*    AN EXACT MATCH.
000310     05  WCL-LAST-NAME               PIC X(30).
000320     05  FILLER                      PIC X(01) VALUE SPACE.
000330     05  WCL-FIRST-NAME              PIC X(30).
000340     05  FILLER                      PIC X(01) VALUE SPACE.
000350     05  WCL-PHONETIC-KEY            PIC X(04).
000360     05  FILLER                      PIC X(01) VALUE SPACE.
000370     05  WCL-FIRST-PHONETIC-KEY      PIC X(04).
000380     05  FILLER                      PIC X(01) VALUE SPACE.
000390     05  WCL-LISTED-NAME             PIC X(60).
000400     05  FILLER                      PIC X(01) VALUE SPACE.
000410     05  WCL-LOAD-DATE               PIC 9(08).
