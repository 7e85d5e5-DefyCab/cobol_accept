000480*                      COMES OUT IN THE CURRENT ONE.  BASES
000490*                      ALREADY ON THE 2026-08-22 LAYOUT USE THE
000500*                      COBOLSDX CONVERSION INSTEAD.
000503*    2026-10-15 LB    "CNS" (CONSENT) TRAIL LINES ARE SKIPPED
000506*                      LIKE "CHG" WHEN BACK-FILLING.
000510**************************************************************
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
002370     IF ALG-ACTION-CHANGE OR ALG-ACTION-DELETE
002380         OR ALG-ACTION-CARRIED OR ALG-ACTION-MERGED
002390         OR ALG-ACTION-PURGED
002395         OR ALG-ACTION-CONSENT
002400         GO TO 2100-EXIT
002410     END-IF.
002420*    THE LOG CARRIES NINE-DIGIT NUMBERS - THE TABLE IS KEYED
