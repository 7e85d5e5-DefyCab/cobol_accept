000010***************************************************************
000020*    COPYBOOK.....: ALIASREC.CPY
000030*    DESCRIPTION..: RECORD LAYOUT FOR THE INDEXED FORMER-NAME
000040*                   (ALIAS) FILE, ALIASFIL.  ONE RECORD PER NAME
000050*                   A CUSTOMER HAS BEEN KNOWN BY BEFORE THE ONE
000060*                   NOW ON NAMEFILE.  COBOLMNT FILES ONE
000070*                   AUTOMATICALLY WHENEVER A NAME CORRECTION IS
000080*                   REWRITTEN (THE NAME AS IT STOOD BEFORE THE
000090*                   CHANGE), AND THE OPERATOR CAN FILE A KNOWN
000100*                   FORMER NAME BY HAND WITH THE (F)ORMER NAME
000110*                   ACTION.  THE LAST-NAME AND PHONETIC-KEY
000120*                   ALTERNATE KEYS LET COBOLINQ'S BROWSES AND
000130*                   COBOLACCEPT'S DUPLICATE CHECK FIND A CUSTOMER
000140*                   UNDER A NAME THEY NO LONGER CARRY.  THE KEY
000150*                   IS THE CUSTOMER NUMBER PLUS THE DATE AND TIME
000160*                   THE RECORD WAS FILED, SO ALL OF ONE CUSTOMER'S
000170*                   FORMER NAMES READ TOGETHER, OLDEST FIRST.
000180*                   COBOLPRG DELETES THEM WHEN THE CUSTOMER IS
000190*                   ANONYMIZED - A FORMER NAME IS STILL A NAME.
000200*    AUTHOR.......: LOVE BELLINDER
000210*
000220*    MODIFICATION HISTORY
000230*    ----------------------------------------------------------
000240*    DATE       INIT  DESCRIPTION
000250*    ---------  ----  ------------------------------------------
000260*    2026-10-15 LB    ORIGINAL COPYBOOK - FORMER-NAME FILE.
000270***************************************************************
000280 01  ALIAS-RECORD.
000290     05  ALS-KEY.
000300         10  ALS-CUSTOMER-NUMBER     PIC 9(09).
000310         10  ALS-ADDED-DATE          PIC 9(08).
000320         10  ALS-ADDED-TIME          PIC 9(08).
000330     05  FILLER                      PIC X(01) VALUE SPACE.
000340     05  ALS-TITLE                   PIC X(10).
000350     05  ALS-FIRST-NAME              PIC X(30).
000360     05  ALS-MIDDLE-NAME             PIC X(30).
000370     05  ALS-LAST-NAME               PIC X(30).
000380     05  ALS-SUFFIX                  PIC X(10).
000390     05  ALS-WHOLE-NAME              PIC X(60).
000400*    THE SAME SOUNDEX-STYLE CODE OF ALS-LAST-NAME NAMEFILE CARRIES
000410*    IN NR-PHONETIC-KEY (SEE NAMEREC.CPY).
000420     05  ALS-PHONETIC-KEY            PIC X(04).
000430     05  FILLER                      PIC X(01) VALUE SPACE.
000440*    THE DATE THE NAME STOPPED BEING CURRENT - THE DATE OF THE
000450*    CORRECTION FOR AN AUTOMATIC ENTRY, AS GIVEN BY THE OPERATOR
000460*    FOR A MANUAL ONE.  ZERO WHEN THE OPERATOR DID NOT KNOW IT.
000470     05  ALS-END-DATE                PIC 9(08).
000480     05  FILLER                      PIC X(01) VALUE SPACE.
000490     05  ALS-SOURCE                  PIC X(01).
000500         88  ALS-SOURCE-AUTOMATIC    VALUE "A".
000510         88  ALS-SOURCE-MANUAL       VALUE "M".
000520     05  FILLER                      PIC X(01) VALUE SPACE.
000530     05  ALS-ADDED-BY                PIC X(08).
000540     05  FILLER                      PIC X(20).
