000480*                     TALLIES LIKE "CHG" IN COBOLRCN AND
000490*                     COBOLARC - THE RECORD NEITHER CAME NOR
000500*                     WENT, ONLY ITS NAME DID.
000501*    2026-10-15 LB    ADDED THE "CNS" (CONSENT) ACTION, WRITTEN
000502*                     WHENEVER A CUSTOMER'S MARKETING CONSENT IS
000503*                     RECORDED OR CHANGED (SEE CONSENT.CPY), AND
000504*                     ALG-CONSENT-STATE, THE FOUR CHANNEL CONSENTS
000505*                     AFTER THE CHANGE (POST, E-MAIL, PHONE, SMS -
000506*                     "Y" GIVEN, "N" WITHDRAWN, BLANK NOT ASKED).
000507*                     APPENDED AT THE END OF THE LINE AND BLANK ON
000508*                     EVERY OTHER ACTION.  CNS TALLIES LIKE "CHG"
000509*                     IN COBOLRCN AND COBOLARC.
000510***************************************************************
000520 01  AUDIT-LOG-RECORD.
000530     05  ALG-OPERATOR-ID             PIC X(08).
000690         88  ALG-ACTION-CARRIED      VALUE "CFW".
000700         88  ALG-ACTION-MERGED       VALUE "MRG".
000710         88  ALG-ACTION-PURGED       VALUE "PUR".
000720         88  ALG-ACTION-CONSENT      VALUE "CNS".
000730     05  FILLER                      PIC X(01) VALUE SPACE.
000740     05  ALG-CONSENT-STATE           PIC X(04).
