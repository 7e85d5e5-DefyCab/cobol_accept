000010***************************************************************
000020*    COPYBOOK.....: LETTERS.CPY
000030*    DESCRIPTION..: LANGUAGE-SELECTABLE TEXT OF THE WELCOME
000040*                   LETTER PRINTED BY COBOLWLC.  SAME SHAPE AS
000050*                   PROMPTS.CPY - ONE ENTRY PER LANGUAGE, FOUND
000060*                   BY SEARCHING ON THE TWO-LETTER CODE.  ADD A
000070*                   NEW LTR-TABLE-ENTRY BLOCK AND BUMP THE
000080*                   OCCURS COUNT TO SUPPORT AN ADDITIONAL
000090*                   LANGUAGE.  EVERY BODY LINE IS PRINTED AS IS,
000100*                   SO A BLANK ONE IS A BLANK LINE ON THE PAGE.
000110*    AUTHOR.......: LOVE BELLINDER
000120*
000130*    MODIFICATION HISTORY
000140*    ----------------------------------------------------------
000150*    DATE       INIT  DESCRIPTION
000160*    ---------  ----  ------------------------------------------
000170*    2026-10-15 LB    ORIGINAL COPYBOOK - SV/EN WELCOME LETTER.
000180***************************************************************
000190 01  LTR-TABLE-VALUES.
000200     05  FILLER                      PIC X(02) VALUE "SV".
000210     05  FILLER                      PIC X(10) VALUE "Hej".
000220     05  FILLER                      PIC X(20) VALUE "Datum:".
000230     05  FILLER                      PIC X(20) VALUE
000240         "Ditt kundnummer:".
000250     05  FILLER                      PIC X(60) VALUE
000260         "Valkommen som kund hos oss! Vi har nu registrerat dig".
000270     05  FILLER                      PIC X(60) VALUE
000280         "med namn och adress enligt detta brev.".
000290     05  FILLER                      PIC X(60) VALUE SPACES.
000300     05  FILLER                      PIC X(60) VALUE
000310         "Stammer nagot inte, kontakta kundtjanst och ange ditt".
000320     05  FILLER                      PIC X(60) VALUE
000330         "kundnummer, sa rattar vi uppgifterna.".
000340     05  FILLER                      PIC X(60) VALUE SPACES.
000350     05  FILLER                      PIC X(30) VALUE
000360         "Med vanlig halsning".
000370     05  FILLER                      PIC X(30) VALUE
000380         "Kundtjanst".
000390     05  FILLER                      PIC X(02) VALUE "EN".
000400     05  FILLER                      PIC X(10) VALUE "Dear".
000410     05  FILLER                      PIC X(20) VALUE "Date:".
000420     05  FILLER                      PIC X(20) VALUE
000430         "Customer number:".
000440     05  FILLER                      PIC X(60) VALUE
000450         "Welcome as our customer! We have now registered you".
000460     05  FILLER                      PIC X(60) VALUE
000470         "with the name and address shown on this letter.".
000480     05  FILLER                      PIC X(60) VALUE SPACES.
000490     05  FILLER                      PIC X(60) VALUE
000500         "If anything is wrong, please contact customer service".
000510     05  FILLER                      PIC X(60) VALUE
000520         "quoting your customer number and we will correct it.".
000530     05  FILLER                      PIC X(60) VALUE SPACES.
000540     05  FILLER                      PIC X(30) VALUE
000550         "Yours sincerely".
000560     05  FILLER                      PIC X(30) VALUE
000570         "Customer Service".
000580 01  LTR-TABLE REDEFINES LTR-TABLE-VALUES.
000590     05  LTR-TABLE-ENTRY OCCURS 2 TIMES
000600                         INDEXED BY LTR-IDX.
000610         10  LTR-LANG-CODE           PIC X(02).
000620         10  LTR-GREETING-WORD       PIC X(10).
000630         10  LTR-DATE-TEXT           PIC X(20).
000640         10  LTR-CUSTNO-TEXT         PIC X(20).
000650         10  LTR-BODY-LINE           PIC X(60)
000660                                     OCCURS 6 TIMES.
000670         10  LTR-CLOSING-TEXT        PIC X(30).
000680         10  LTR-SIGNATURE-TEXT      PIC X(30).
