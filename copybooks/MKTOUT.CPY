000010***************************************************************
000020*    COPYBOOK.....: MKTOUT.CPY
000030*    DESCRIPTION..: RECORD LAYOUT FOR THE TWO NIGHTLY MARKETING
000040*                   FILES COBOLMKT WRITES FROM THE CONSENT
000050*                   REGISTER (SEE CONSENT.CPY): MKTPERM, THE
000060*                   CONTACT-PERMITTED EXTRACT, AND MKTSUPP, THE
000070*                   DO-NOT-CONTACT SUPPRESSION FILE.  BOTH FILES
000080*                   CARRY THIS LAYOUT (THE SECOND FD COPIES IT
000090*                   WITH THE PREFIX REPLACED): AN "H" HEADER
000100*                   NAMING THE FILE, THE RUN DATE AND THE LAYOUT
000110*                   VERSION, ONE "D" DETAIL PER CUSTOMER AND A
000120*                   "T" TRAILER GIVING THE DETAIL COUNT SO THE
000130*                   MARKETING SYSTEM CAN VERIFY THE FILE IS
000140*                   COMPLETE.  MKT-CHANNEL-FLAG RUNS POST, E-MAIL,
000150*                   PHONE, SMS.  ON MKTPERM A "Y" MEANS THE
000160*                   CUSTOMER MAY BE CONTACTED THAT WAY, AND ONLY
000170*                   THE CONTACT DETAILS FOR A PERMITTED CHANNEL
000180*                   ARE FILLED IN.  ON MKTSUPP AN "N" MEANS THE
000190*                   CUSTOMER WITHDREW CONSENT FOR THAT CHANNEL AND
000200*                   MUST NOT BE CONTACTED THAT WAY, AND EVERY
000210*                   CONTACT DETAIL ON FILE IS GIVEN SO THE
000220*                   MARKETING SYSTEM CAN MATCH ITS OWN LISTS.  A
000230*                   BLANK FLAG SAYS NOTHING EITHER WAY.
000240*    AUTHOR.......: LOVE BELLINDER
000250*
000260*    MODIFICATION HISTORY
000270*    ----------------------------------------------------------
000280*    DATE       INIT  DESCRIPTION
000290*    ---------  ----  ------------------------------------------
000300*    2026-10-15 LB    ORIGINAL COPYBOOK - MARKETING EXTRACTS,
000310*                     LAYOUT VERSION 01.
000320***************************************************************
000330 01  MKT-DETAIL-RECORD.
000340     05  MKT-RECORD-TYPE             PIC X(01).
000350     05  MKT-CUSTOMER-NUMBER         PIC 9(09).
000360     05  MKT-TITLE                   PIC X(10).
000370     05  MKT-FIRST-NAME              PIC X(30).
000380     05  MKT-LAST-NAME               PIC X(30).
000390     05  MKT-STREET                  PIC X(30).
000400     05  MKT-CITY                    PIC X(20).
000410     05  MKT-POSTAL-CODE             PIC X(10).
000420     05  MKT-PHONE                   PIC X(15).
000430     05  MKT-EMAIL                   PIC X(40).
000440     05  MKT-CHANNEL-FLAG OCCURS 4 TIMES PIC X(01).
000450     05  FILLER                      PIC X(01).
000460
000470 01  MKT-HEADER-RECORD REDEFINES MKT-DETAIL-RECORD.
000480     05  MKT-HDR-RECORD-TYPE         PIC X(01).
000490     05  MKT-HDR-FILE-ID             PIC X(08).
000500     05  MKT-HDR-RUN-DATE            PIC 9(08).
000510     05  MKT-HDR-LAYOUT              PIC X(02).
000520     05  FILLER                      PIC X(181).
000530
000540 01  MKT-TRAILER-RECORD REDEFINES MKT-DETAIL-RECORD.
000550     05  MKT-TRL-RECORD-TYPE         PIC X(01).
000560     05  MKT-TRL-RECORD-COUNT        PIC 9(08).
000570     05  FILLER                      PIC X(191).
