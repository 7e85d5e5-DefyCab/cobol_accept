000010***************************************************************
000020*    COPYBOOK.....: CRMCHG.CPY
000030*    DESCRIPTION..: RECORD LAYOUT FOR THE INBOUND CONTACT-CHANGE
000040*                   FILE RETURNED BY THE CRM VENDOR (CRMCHG) -
000050*                   ONE "C" RECORD PER CONTACT CHANGE A CUSTOMER
000060*                   MADE IN THE CRM SELF-SERVICE PORTAL, CARRYING
000070*                   THE CONTACT DETAILS BOTH AS THE CRM HELD THEM
000080*                   BEFORE THE CHANGE (WHAT OUR LAST FEED GAVE
000090*                   IT) AND AS THE CUSTOMER LEFT THEM.  A FIELD
000100*                   WHOSE TWO VALUES ARE EQUAL WAS NOT CHANGED.
000110*                   LIKE THE OUTBOUND FEED (SEE CRMOUT.CPY) THE
000120*                   FILE OPENS WITH A "V" VERSION RECORD AND ENDS
000130*                   WITH A "T" TRAILER COUNTING THE "C" RECORDS,
000140*                   SO COBOLCIN CAN REFUSE A LAYOUT IT DOES NOT
000150*                   EXPECT OR A FILE CUT SHORT IN TRANSFER BEFORE
000160*                   IT TOUCHES ADDRFILE.
000170*    AUTHOR.......: LOVE BELLINDER
000180*
000190*    MODIFICATION HISTORY
000200*    ----------------------------------------------------------
000210*    DATE       INIT  DESCRIPTION
000220*    ---------  ----  ------------------------------------------
000230*    2026-10-15 LB    ORIGINAL COPYBOOK - CRM CONTACT CHANGES,
000240*                     LAYOUT VERSION 01, COORDINATED WITH THE
000250*                     VENDOR.
000260***************************************************************
000270 01  CRM-CHANGE-RECORD.
000280     05  CCH-RECORD-TYPE             PIC X(01).
000290         88  CCH-VERSION-TYPE        VALUE "V".
000300         88  CCH-CHANGE-TYPE         VALUE "C".
000310         88  CCH-TRAILER-TYPE        VALUE "T".
000320     05  CCH-CUSTOMER-NUMBER         PIC X(09).
000330     05  CCH-CHANGE-DATE             PIC 9(08).
000340     05  CCH-CHANGE-TIME             PIC 9(08).
000350     05  CCH-OLD-CONTACT.
000360         10  CCH-OLD-STREET          PIC X(30).
000370         10  CCH-OLD-CITY            PIC X(20).
000380         10  CCH-OLD-POSTAL-CODE     PIC X(10).
000390         10  CCH-OLD-PHONE           PIC X(15).
000400         10  CCH-OLD-EMAIL           PIC X(40).
000410     05  CCH-NEW-CONTACT.
000420         10  CCH-NEW-STREET          PIC X(30).
000430         10  CCH-NEW-CITY            PIC X(20).
000440         10  CCH-NEW-POSTAL-CODE     PIC X(10).
000450         10  CCH-NEW-PHONE           PIC X(15).
000460         10  CCH-NEW-EMAIL           PIC X(40).
000470     05  FILLER                      PIC X(24).
000480
000490 01  CRM-CHANGE-VERSION-RECORD REDEFINES CRM-CHANGE-RECORD.
000500     05  CCH-VER-RECORD-TYPE         PIC X(01).
000510     05  CCH-VER-LAYOUT              PIC X(02).
000520     05  FILLER                      PIC X(277).
000530
000540 01  CRM-CHANGE-TRAILER-RECORD REDEFINES CRM-CHANGE-RECORD.
000550     05  CCH-TRL-RECORD-TYPE         PIC X(01).
000560     05  CCH-TRL-RECORD-COUNT        PIC 9(08).
000570     05  FILLER                      PIC X(271).
