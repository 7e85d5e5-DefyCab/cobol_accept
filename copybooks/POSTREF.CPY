000010***************************************************************
000020*    COPYBOOK.....: POSTREF.CPY
000030*    DESCRIPTION..: RECORD LAYOUT FOR THE INDEXED POSTAL CODE
000040*                   REFERENCE FILE (POSTREF), KEYED BY THE FIVE
000050*                   POSTAL CODE DIGITS.  REBUILT EVERY QUARTER
000060*                   BY COBOLPST FROM THE POSTAL SERVICE'S OWN
000070*                   FILE (SEE POSTIN.CPY) AND READ BY EVERY
000080*                   PROGRAM THAT FILES AN ADDRESS, SO A POSTAL
000090*                   CODE AND CITY ARE CHECKED AGAINST EACH
000100*                   OTHER BEFORE THEY REACH ADDRFILE, AND THE
000110*                   CITY SPELLING AND POSTAL CODE FORMAT FILED
000120*                   ARE ALWAYS THE POSTAL SERVICE'S OWN.
000130*    AUTHOR.......: LOVE BELLINDER
000140*
000150*    MODIFICATION HISTORY
000160*    ----------------------------------------------------------
000170*    DATE       INIT  DESCRIPTION
000180*    ---------  ----  ------------------------------------------
000190*    2026-10-15 LB    ORIGINAL COPYBOOK - POSTAL CODE REFERENCE.
000200*                     LOADED BY COBOLPST, READ BY COBOLACCEPT,
000210*                     COBOLMNT AND THE COBOLACL ADDRFILE
000220*                     CLEANSING RUN.
000230***************************************************************
000240 01  POSTAL-REF-RECORD.
000250*    THE KEY IS THE BARE FIVE DIGITS - WHATEVER SPACING OR
000260*    HYPHEN THE OPERATOR KEYED IS SQUEEZED OUT BEFORE THE READ.
000270     05  PST-POSTAL-CODE             PIC X(05).
000280     05  FILLER                      PIC X(01) VALUE SPACE.
000290*    THE STANDARD CITY SPELLING, UPPER CASE, AS THE POSTAL
000300*    SERVICE PRINTS IT - FILED ON ADDRFILE IN PLACE OF
000310*    WHATEVER VARIANT WAS KEYED.
000320     05  PST-CITY                    PIC X(20).
000330     05  FILLER                      PIC X(01) VALUE SPACE.
000340*    THE STANDARD PRINTED FORM OF THE CODE ("NNN NN"), FILED
000350*    ON ADDRFILE IN PLACE OF WHATEVER FORMAT WAS KEYED.
000360     05  PST-DISPLAY-CODE            PIC X(06).
000370     05  FILLER                      PIC X(01) VALUE SPACE.
000380*    THE DATE THE QUARTERLY LOAD THAT FILED THIS CODE RAN.
000390     05  PST-LOAD-DATE               PIC 9(08).
000400     05  FILLER                      PIC X(08) VALUE SPACES.
