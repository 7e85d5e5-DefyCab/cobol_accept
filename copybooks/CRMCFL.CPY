000010***************************************************************
000020*    COPYBOOK.....: CRMCFL.CPY
000030*    DESCRIPTION..: RECORD LAYOUT FOR THE INDEXED CONTACT-CHANGE
000040*                   CONFLICT FILE (CRMCFL), KEYED BY CUSTOMER
000050*                   NUMBER.  COBOLCIN FILES ONE HERE INSTEAD OF
000060*                   APPLYING A CRM CONTACT CHANGE WHEN OUR SIDE
000070*                   HAS ALSO CHANGED THE CUSTOMER SINCE THE LAST
000080*                   FEED, KEEPING ALL THREE VERSIONS OF THE
000090*                   CONTACT DETAILS - THE CRM'S BEFORE AND AFTER
000100*                   AND OURS AT THE TIME - FOR THE OPERATOR TO
000110*                   DECIDE.  WHILE A CONFLICT IS OPEN COBOLEXT
000120*                   FEEDS NO "A" RECORD FOR THE CUSTOMER, SO
000130*                   NEITHER SIDE OVERWRITES THE OTHER.  A LATER
000140*                   CRM CHANGE FOR A CUSTOMER STILL IN CONFLICT
000150*                   UPDATES ONLY THE CRM NEW VALUES IT TOUCHES
000155*                   AND THE RECORD STAYS OPEN.  THE
000160*                   OPERATOR SETTLES IT WITH COBOLCIN TAKE (FILE
000170*                   THE CRM'S VALUES) OR COBOLCIN KEEP (KEEP
000180*                   OURS AND FEED THEM BACK TO THE CRM).
000190*    AUTHOR.......: LOVE BELLINDER
000200*
000210*    MODIFICATION HISTORY
000220*    ----------------------------------------------------------
000230*    DATE       INIT  DESCRIPTION
000240*    ---------  ----  ------------------------------------------
000250*    2026-10-15 LB    ORIGINAL COPYBOOK - CONTACT-CHANGE
000260*                     CONFLICTS.
000270***************************************************************
000280 01  CONTACT-CONFLICT-RECORD.
000290     05  CFL-CUSTOMER-NUMBER         PIC 9(09).
000300     05  FILLER                      PIC X(01) VALUE SPACE.
000310     05  CFL-STATUS                  PIC X(01).
000320         88  CFL-OPEN                VALUE "O".
000330         88  CFL-TAKEN               VALUE "T".
000340         88  CFL-KEPT                VALUE "K".
000350     05  FILLER                      PIC X(01) VALUE SPACE.
000360*    THE NUMBER AS THE CRM SENT IT - A RETIRED NUMBER RESOLVED
000370*    THROUGH MERGEXRF DIFFERS FROM CFL-CUSTOMER-NUMBER.
000380     05  CFL-FEED-NUMBER             PIC 9(09).
000390     05  FILLER                      PIC X(01) VALUE SPACE.
000400     05  CFL-REASON                  PIC X(01).
000410         88  CFL-REASON-PENDING      VALUE "P".
000420         88  CFL-REASON-CONTACT      VALUE "A".
000425         88  CFL-REASON-OPEN         VALUE "O".
000430     05  FILLER                      PIC X(01) VALUE SPACE.
000440     05  CFL-CHANGE-DATE             PIC 9(08).
000450     05  CFL-CHANGE-TIME             PIC 9(08).
000460     05  CFL-CRM-OLD-CONTACT.
000470         10  CFL-OLD-STREET          PIC X(30).
000480         10  CFL-OLD-CITY            PIC X(20).
000490         10  CFL-OLD-POSTAL-CODE     PIC X(10).
000500         10  CFL-OLD-PHONE           PIC X(15).
000510         10  CFL-OLD-EMAIL           PIC X(40).
000520     05  CFL-CRM-NEW-CONTACT.
000530         10  CFL-NEW-STREET          PIC X(30).
000540         10  CFL-NEW-CITY            PIC X(20).
000550         10  CFL-NEW-POSTAL-CODE     PIC X(10).
000560         10  CFL-NEW-PHONE           PIC X(15).
000570         10  CFL-NEW-EMAIL           PIC X(40).
000580     05  CFL-OUR-CONTACT.
000590         10  CFL-OUR-STREET          PIC X(30).
000600         10  CFL-OUR-CITY            PIC X(20).
000610         10  CFL-OUR-POSTAL-CODE     PIC X(10).
000620         10  CFL-OUR-PHONE           PIC X(15).
000630         10  CFL-OUR-EMAIL           PIC X(40).
000640     05  CFL-RAISED-DATE             PIC 9(08).
000650     05  FILLER                      PIC X(01) VALUE SPACE.
000660     05  CFL-DECIDED-DATE            PIC 9(08).
000670     05  CFL-DECIDED-TIME            PIC 9(08).
000680     05  CFL-DECIDED-BY              PIC X(08).
