000010***************************************************************
000020*    COPYBOOK.....: CONSENT.CPY
000030*    DESCRIPTION..: RECORD LAYOUT FOR THE INDEXED MARKETING
000040*                   CONSENT AND CONTACT-PREFERENCE REGISTER
000050*                   (CONSENT), KEYED BY CUSTOMER NUMBER LIKE THE
000060*                   ADDRFILE COMPANION MASTER.  ONE ENTRY PER
000070*                   CONTACT CHANNEL - 1 POST, 2 E-MAIL, 3 PHONE,
000080*                   4 SMS, ALWAYS IN THAT ORDER - HOLDS WHETHER
000090*                   THE CUSTOMER GAVE OR WITHDREW CONSENT, THE
000100*                   DATE, THE OPERATOR WHO RECORDED IT AND THE
000110*                   CHANNEL IT CAME IN BY.  A CHANNEL NEVER ASKED
000120*                   ABOUT IS BLANK, AND A CUSTOMER NEVER ASKED AT
000130*                   ALL HAS NO RECORD - NEITHER IS CONSENT.
000140*                   CAPTURED BY COBOLACCEPT (INTERACTIVE AND
000150*                   BATCH), CHANGED WITH COBOLMNT'S (P)REFS
000160*                   ACTION, FOLDED INTO THE SURVIVOR BY A
000163*                   COBOLDUP MERGE, PRINTED IN THE COBOLDOS
000166*                   DOSSIER, AND READ EACH NIGHT BY COBOLMKT FOR
000170*                   THE MARKETING EXTRACTS.  EVERY CHANGE ALSO
000180*                   GOES ON THE AUDIT LOG AS A "CNS" LINE (SEE
000190*                   AUDITLOG.CPY).
000200*    AUTHOR.......: LOVE BELLINDER
000210*
000220*    MODIFICATION HISTORY
000230*    ----------------------------------------------------------
000240*    DATE       INIT  DESCRIPTION
000250*    ---------  ----  ------------------------------------------
000260*    2026-10-15 LB    ORIGINAL COPYBOOK - CONSENT REGISTER.
000270***************************************************************
000280 01  CONSENT-RECORD.
000290     05  CNS-CUSTOMER-NUMBER         PIC 9(09).
000300     05  FILLER                      PIC X(01).
000310     05  CNS-CHANNEL-ENTRY OCCURS 4 TIMES.
000320         10  CNS-CONSENT             PIC X(01).
000330             88  CNS-GIVEN           VALUE "Y".
000340             88  CNS-WITHDRAWN       VALUE "N".
000350             88  CNS-NOT-ASKED       VALUE SPACE.
000360         10  CNS-CONSENT-DATE        PIC 9(08).
000370         10  CNS-CAPTURED-BY         PIC X(08).
000380         10  CNS-CAPTURE-CHANNEL     PIC X(01).
000390             88  CNS-BY-INTERACTIVE  VALUE "I".
000400             88  CNS-BY-BATCH        VALUE "B".
000410             88  CNS-BY-RESUBMIT     VALUE "R".
000420             88  CNS-BY-MAINTENANCE  VALUE "M".
000430         10  FILLER                  PIC X(01).
000440     05  CNS-LAST-CHANGED-DATE       PIC 9(08).
000450     05  FILLER                      PIC X(01).
000460     05  CNS-LAST-CHANGED-BY         PIC X(08).
000470     05  FILLER                      PIC X(20).
