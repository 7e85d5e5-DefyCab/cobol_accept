000184*                     ADDRESS AND CONTACT COLUMNS ADDED TO
000186*                     NAMEIN.CPY, SO A CORRECTED SUSPENSE ROW
000188*                     RESUBMITS WITH ITS CONTACT DETAILS INTACT.
000190*    2026-10-15 LB    THE NAME-INPUT IMAGE NOW CARRIES THE FOUR
000192*                     MARKETING CONSENT COLUMNS ADDED TO
000194*                     NAMEIN.CPY.
000196***************************************************************
000200 01  SUSPENSE-RECORD.
000210     05  SUS-RECORD-NUMBER           PIC 9(08).
000220     05  FILLER                      PIC X(01) VALUE SPACE.
000330         10  SUS-POSTAL-CODE         PIC X(10).
000340         10  SUS-PHONE               PIC X(15).
000350         10  SUS-EMAIL               PIC X(40).
000360         10  SUS-CONSENT-POST        PIC X(01).
000370         10  SUS-CONSENT-EMAIL       PIC X(01).
000380         10  SUS-CONSENT-PHONE       PIC X(01).
000390         10  SUS-CONSENT-SMS         PIC X(01).
