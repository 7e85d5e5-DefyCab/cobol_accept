000010***************************************************************
000020*    COPYBOOK.....: WLCREG.CPY
000030*    DESCRIPTION..: RECORD LAYOUT FOR THE INDEXED WELCOME
000040*                   LETTER REGISTER (WLCREG), KEYED BY CUSTOMER
000050*                   NUMBER.  COBOLWLC FILES ONE RECORD FOR EVERY
000060*                   LETTER IT PRINTS AND SKIPS ANY CUSTOMER
000070*                   ALREADY ON IT, SO A RERUN - OR TWO RUNS WHOSE
000080*                   DATE WINDOWS OVERLAP - NEVER MAILS ANYONE
000090*                   TWICE.  A CUSTOMER LISTED AS AN EXCEPTION
000100*                   (NO ADDRESS, RETIRED OR MERGED) IS NOT
000110*                   REGISTERED - NO LETTER WENT OUT.
000111*                   COBOLACCEPT FILES A PENDING RECORD (SENT DATE
000112*                   ZERO) FOR EVERY NEW CUSTOMER, CARRYING THE
000113*                   LANGUAGE OF THE SESSION THAT CAPTURED THEM, SO
000114*                   EACH LETTER GOES OUT IN THE CUSTOMER'S OWN
000115*                   LANGUAGE; COBOLWLC REWRITES IT WHEN THE LETTER
000116*                   IS PRINTED.
000120*    AUTHOR.......: LOVE BELLINDER
000130*
000140*    MODIFICATION HISTORY
000150*    ----------------------------------------------------------
000160*    DATE       INIT  DESCRIPTION
000170*    ---------  ----  ------------------------------------------
000180*    2026-10-15 LB    ORIGINAL COPYBOOK - WELCOME LETTER
000190*                     REGISTER.
000193*    2026-10-15 LB    PENDING RECORD FILED AT CAPTURE, WITH THE
000196*                     CUSTOMER'S LANGUAGE (WLR-LETTER-PENDING).
000200***************************************************************
000210 01  WELCOME-REGISTER-RECORD.
000220     05  WLR-CUSTOMER-NUMBER         PIC 9(09).
000230     05  FILLER                      PIC X(01) VALUE SPACE.
000240     05  WLR-SENT-DATE               PIC 9(08).
000245         88  WLR-LETTER-PENDING      VALUE ZERO.
000250     05  FILLER                      PIC X(01) VALUE SPACE.
000260     05  WLR-SENT-TIME               PIC 9(08).
000270     05  FILLER                      PIC X(01) VALUE SPACE.
000280     05  WLR-LANGUAGE-CODE           PIC X(02).
000290     05  FILLER                      PIC X(01) VALUE SPACE.
000300*    THE POSTAL CODE AND CITY THE LETTER WAS ADDRESSED TO, SO
000310*    A "NEVER ARRIVED" CALL CAN BE ANSWERED FROM THE REGISTER.
000320     05  WLR-POSTAL-CODE             PIC X(10).
000330     05  FILLER                      PIC X(01) VALUE SPACE.
000340     05  WLR-CITY                    PIC X(20).
000350     05  FILLER                      PIC X(08) VALUE SPACES.
