000144*                     THE NEW ADDRFILE COMPANION MASTER (SEE
000146*                     ADDRREC.CPY).  A ROW WITH THESE COLUMNS
000148*                     BLANK ONBOARDS THE NAME ONLY, AS BEFORE.
000149*    2026-10-15 LB    ADDED THE FOUR MARKETING CONSENT COLUMNS
000150*                     (POST, E-MAIL, PHONE, SMS) - "Y" GIVEN, "N"
000151*                     WITHDRAWN, BLANK NOT ASKED.  A ROW WITH ALL
000152*                     FOUR BLANK FILES NO CONSENT RECORD (SEE
000153*                     CONSENT.CPY).
000154***************************************************************
000160 01  NAME-INPUT-RECORD.
000170     05  NI-TITLE                    PIC X(10).
000180     05  NI-FIRST-NAME               PIC X(30).
000240     05  NI-POSTAL-CODE              PIC X(10).
000250     05  NI-PHONE                    PIC X(15).
000260     05  NI-EMAIL                    PIC X(40).
000270     05  NI-CONSENT-POST             PIC X(01).
000280     05  NI-CONSENT-EMAIL            PIC X(01).
000290     05  NI-CONSENT-PHONE            PIC X(01).
000300     05  NI-CONSENT-SMS              PIC X(01).
