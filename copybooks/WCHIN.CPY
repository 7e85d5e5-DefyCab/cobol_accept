000010***************************************************************
000020*    COPYBOOK.....: WCHIN.CPY
000030*    DESCRIPTION..: RECORD LAYOUT FOR THE SANCTIONS/WATCH LIST
000040*                   AS PUBLISHED BY THE REGULATOR (WCHIN) - ONE
000050*                   FIXED-WIDTH ROW PER LISTED PERSON.  COBOLWCH
000060*                   REBUILDS THE WCHLIST SCREENING FILE (SEE
000070*                   WCHLIST.CPY) FROM IT.  A PERSON LISTED
000080*                   UNDER SEVERAL SPELLINGS ARRIVES AS SEVERAL
000090*                   ROWS, EACH WITH ITS OWN ENTRY ID.
000100*    AUTHOR.......: LOVE BELLINDER
000110*
000120*    MODIFICATION HISTORY
000130*    ----------------------------------------------------------
000140*    DATE       INIT  DESCRIPTION
000150*    ---------  ----  ------------------------------------------
000160*    2026-10-15 LB    ORIGINAL COPYBOOK - REGULATOR'S WATCH LIST.
000170***************************************************************
000180 01  WATCH-INPUT-RECORD.
000190     05  WIN-ENTRY-ID                PIC X(12).
000200     05  FILLER                      PIC X(01).
000210     05  WIN-LAST-NAME               PIC X(30).
000220     05  FILLER                      PIC X(01).
000230*    BLANK FOR AN ENTRY LISTED BY FAMILY NAME ONLY.
000240     05  WIN-FIRST-NAME              PIC X(30).
000250     05  FILLER                      PIC X(01).
000260*    THE NAME EXACTLY AS THE REGULATOR PRINTS IT, FOR THE
000270*    COMPLIANCE OFFICER'S SCREEN.
000280     05  WIN-LISTED-NAME             PIC X(60).
000290     05  FILLER                      PIC X(65).
