000360*                     PROMPT AND ITS OUTCOME MESSAGES.
000370*    2026-09-02 LB    THE COBOLINQ KEY PROMPT NOW MENTIONS THE
000380*                     "?NAME" SOUNDS-LIKE BROWSE.
000382*    2026-10-15 LB    ADDED THE "POSTAL ADDRESS STANDARDIZED"
000384*                     NOTICE SHOWN WHEN A KEYED CITY OR POSTAL
000386*                     CODE IS REPLACED BY THE POSTREF SPELLING.
000388*    2026-10-15 LB    ADDED THE COMPLIANCE-HOLD NOTICE SHOWN
000390*                     WHEN A NEW CUSTOMER MATCHES THE WATCH
000392*                     LIST, AND THE COBOLSCR SCREENING REVIEW
000394*                     DECIDE PROMPT AND ITS OUTCOME MESSAGES.
000395*    2026-10-15 LB    ADDED THE OPERATOR SIGN-ON PROMPTS AND
000396*                     THE SIGN-ON-REFUSED AND NOT-AUTHORIZED
000397*                     MESSAGES SHARED BY THE ONLINE PROGRAMS
000398*                     (SEE OPERREC.CPY).
000399*    2026-10-15 LB    ADDED THE FORMER-NAME (ALIAS) WORDING -
000400*                     THE "FORMER NAME" MARKER COBOLINQ AND
000401*                     COBOLACCEPT SHOW ON A HIT ON ALIASFIL (SEE
000402*                     ALIASREC.CPY), AND THE COBOLMNT PROMPTS FOR
000403*                     FILING ONE BY HAND.  THE COBOLMNT ACTION
000404*                     PROMPT NOW OFFERS (F)ORMER NAME AND IS
000405*                     WIDENED TO 60.
000406*    2026-10-15 LB    ADDED THE MARKETING CONSENT PROMPTS (SEE
000407*                     CONSENT.CPY) - THE CAPTURE AND CHANGE
000408*                     QUESTIONS, THE FOUR CHANNEL NAMES AND THE
000409*                     "CONSENT RECORDED" MESSAGE - AND PUT
000410*                     (P)REFS ON THE COBOLMNT ACTION PROMPT.
000411***************************************************************
000412 01  PMT-TABLE-VALUES.
000413     05  FILLER                      PIC X(02) VALUE "SV".
000420     05  FILLER                      PIC X(20) VALUE
000430         "Titel ?             ".
000440     05  FILLER                      PIC X(20) VALUE
000600         "Kundnummer (blank avslutar) ? ".
000610     05  FILLER                      PIC X(44) VALUE
000620         "Kundnummer/efternamn/?namn (blank slutar) ? ".
000630     05  FILLER                      PIC X(60) VALUE
000640         "Andra(C/A) tid.namn(F) samtycke(P) ihop(M) pens.(R) ? ".
000650     05  FILLER                      PIC X(42) VALUE
000660         "ENTER behaller vardet, * rensar faltet".
000670     05  FILLER                      PIC X(09) VALUE
001180         "ater i kon for nasta delta".
001190     05  FILLER                      PIC X(30) VALUE
001200         "avslaget accepterat".
001202     05  FILLER                      PIC X(30) VALUE
001204         "Postadressen standardiserad:".
001205     05  FILLER                      PIC X(46) VALUE
001206         "Sparrad for granskning mot bevakningslistan:".
001207     05  FILLER                      PIC X(54) VALUE
001208         "(C) bekrafta - sparrad, (X) avskriv, ENTER senare ? ".
001209     05  FILLER                      PIC X(30) VALUE
001210         "traff bekraftad - sparren kvar".
001211     05  FILLER                      PIC X(30) VALUE
001212         "avskriven - sparren havd".
001213     05  FILLER                      PIC X(20) VALUE
001214         "Operatorsid ?       ".
001215     05  FILLER                      PIC X(20) VALUE
001216         "Losenord ?          ".
001217     05  FILLER                      PIC X(40) VALUE
001218         "Inloggningen nekad".
001219     05  FILLER                      PIC X(40) VALUE
001220         "Behorighet saknas for atgarden".
001221     05  FILLER                      PIC X(12) VALUE
001222         "Inloggad:".
001223     05  FILLER                      PIC X(16) VALUE
001224         "Tidigare namn:".
001225     05  FILLER                      PIC X(32) VALUE
001226         "Ange det tidigare namnet:".
001227     05  FILLER                      PIC X(44) VALUE
001228         "Slutade galla (AAAAMMDD, ENTER = okant) ? ".
001229     05  FILLER                      PIC X(24) VALUE
001230         "tidigare namn sparat".
001231     05  FILLER                      PIC X(50) VALUE
001232         "Samtycke till kontakt (J/N, ENTER = ej fragat):".
001233     05  FILLER                      PIC X(50) VALUE
001234         "Samtycke (J/N, ENTER behaller vardet):".
001235     05  FILLER                      PIC X(08) VALUE "Brev".
001236     05  FILLER                      PIC X(08) VALUE "E-post".
001237     05  FILLER                      PIC X(08) VALUE "Telefon".
001238     05  FILLER                      PIC X(08) VALUE "SMS".
001239     05  FILLER                      PIC X(24) VALUE
001240         "samtycke sparat".
001241     05  FILLER                      PIC X(02) VALUE "EN".
001242     05  FILLER                      PIC X(20) VALUE
001243         "Title ?             ".
001244     05  FILLER                      PIC X(20) VALUE
001250         "First name ?        ".
001260     05  FILLER                      PIC X(20) VALUE
001270         "Middle name ?       ".
001400         "Customer number (blank ends) ? ".
001410     05  FILLER                      PIC X(44) VALUE
001420         "Number, last name or ?name (blank ends) ? ".
001430     05  FILLER                      PIC X(60) VALUE
001440         "(C)hange (A)ddr (F)ormer (P)refs (M)erge (R)etire ? ".
001450     05  FILLER                      PIC X(42) VALUE
001460         "ENTER keeps value, * clears the field".
001470     05  FILLER                      PIC X(09) VALUE
001980         "requeued for the next delta".
001990     05  FILLER                      PIC X(30) VALUE
002000         "refusal accepted".
002002     05  FILLER                      PIC X(30) VALUE
002004         "Postal address standardized:".
002005     05  FILLER                      PIC X(46) VALUE
002006         "Held for compliance review (watch list):".
002007     05  FILLER                      PIC X(54) VALUE
002008         "(C)onfirm - held, (X) clear - release, ENTER later ? ".
002009     05  FILLER                      PIC X(30) VALUE
002010         "match confirmed - still held".
002011     05  FILLER                      PIC X(30) VALUE
002012         "cleared - hold released".
002013     05  FILLER                      PIC X(20) VALUE
002014         "Operator ID ?       ".
002015     05  FILLER                      PIC X(20) VALUE
002016         "Password ?          ".
002017     05  FILLER                      PIC X(40) VALUE
002018         "Sign-on refused".
002019     05  FILLER                      PIC X(40) VALUE
002020         "You are not authorized for this action".
002021     05  FILLER                      PIC X(12) VALUE
002022         "Signed on:".
002023     05  FILLER                      PIC X(16) VALUE
002024         "Former name:".
002025     05  FILLER                      PIC X(32) VALUE
002026         "Enter the former name:".
002027     05  FILLER                      PIC X(44) VALUE
002028         "Used until (YYYYMMDD, ENTER if not known) ? ".
002029     05  FILLER                      PIC X(24) VALUE
002030         "former name filed".
002031     05  FILLER                      PIC X(50) VALUE
002032         "Marketing consent (Y/N, ENTER if not asked):".
002033     05  FILLER                      PIC X(50) VALUE
002034         "Consent (Y/N, ENTER keeps the value):".
002035     05  FILLER                      PIC X(08) VALUE "Post".
002036     05  FILLER                      PIC X(08) VALUE "E-mail".
002037     05  FILLER                      PIC X(08) VALUE "Phone".
002038     05  FILLER                      PIC X(08) VALUE "SMS".
002039     05  FILLER                      PIC X(24) VALUE
002040         "consent recorded".
002041 01  PMT-TABLE REDEFINES PMT-TABLE-VALUES.
002042     05  PMT-TABLE-ENTRY OCCURS 2 TIMES
002043                         INDEXED BY PMT-IDX.
002044         10  PMT-LANG-CODE           PIC X(02).
002050         10  PMT-TITLE-TEXT          PIC X(20).
002060         10  PMT-FIRST-TEXT          PIC X(20).
002070         10  PMT-MIDDLE-TEXT         PIC X(20).
002130         10  PMT-CONFIRM-YES-CHAR    PIC X(01).
002140         10  PMT-CUSTNO-TEXT         PIC X(32).
002150         10  PMT-INQ-KEY-TEXT        PIC X(44).
002160         10  PMT-MAINT-ACTION-TEXT   PIC X(60).
002170         10  PMT-KEEP-CLEAR-TEXT     PIC X(42).
002180         10  PMT-CUST-WORD           PIC X(09).
002190         10  PMT-NOT-ON-FILE-TEXT    PIC X(24).
002420         10  PMT-CWB-DECIDE-TEXT     PIC X(54).
002430         10  PMT-CWB-REQUEUED-TEXT   PIC X(30).
002440         10  PMT-CWB-ACCEPTED-TEXT   PIC X(30).
002450         10  PMT-POSTAL-STD-TEXT     PIC X(30).
002460         10  PMT-SCREEN-HOLD-TEXT    PIC X(46).
002470         10  PMT-SCR-DECIDE-TEXT     PIC X(54).
002480         10  PMT-SCR-CONFIRMED-TEXT  PIC X(30).
002490         10  PMT-SCR-CLEARED-TEXT    PIC X(30).
002500         10  PMT-SIGNON-ID-TEXT      PIC X(20).
002510         10  PMT-SIGNON-PW-TEXT      PIC X(20).
002520         10  PMT-SIGNON-FAIL-TEXT    PIC X(40).
002530         10  PMT-NOT-AUTH-TEXT       PIC X(40).
002540         10  PMT-SIGNED-ON-TEXT      PIC X(12).
002550         10  PMT-FORMER-NAME-TEXT    PIC X(16).
002560         10  PMT-ALIAS-ENTRY-TEXT    PIC X(32).
002570         10  PMT-ALIAS-DATE-TEXT     PIC X(44).
002580         10  PMT-ALIAS-FILED-TEXT    PIC X(24).
002590         10  PMT-CONSENT-HEAD-TEXT   PIC X(50).
002600         10  PMT-CONSENT-MNT-TEXT    PIC X(50).
002610         10  PMT-CONSENT-CHANNEL-TEXT OCCURS 4 TIMES
002620                                     PIC X(08).
002630         10  PMT-CONSENT-FILED-TEXT  PIC X(24).
