000460*                      PRESENCE FOR THE CARRY-FORWARD EXACTLY
000470*                      LIKE "DEL" - A MERGED-AWAY RECORD MUST
000480*                      NOT BE CARRIED INTO THE FRESH LOG.
000483*    2026-10-15 LB    "CNS" (CONSENT) TRAIL LINES LEAVE NET
000486*                      PRESENCE ALONE, LIKE "CHG".
000490**************************************************************
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
002230             MOVE SPACE TO CARRY-FLAG (CarryIndexNumber)
002240         WHEN ALG-ACTION-CHANGE
002250         WHEN ALG-ACTION-PURGED
002255         WHEN ALG-ACTION-CONSENT
002260             CONTINUE
002270         WHEN OTHER
002280             MOVE "Y" TO CARRY-FLAG (CarryIndexNumber)
