000010***************************************************************
000020*    COPYBOOK.....: WLCCTL.CPY
000030*    DESCRIPTION..: RECORD LAYOUT FOR THE WELCOME LETTER
000040*                   RUN-CONTROL FILE (WLCCTL) - ONE RECORD,
000050*                   REWRITTEN WHOLE BY EVERY SUCCESSFUL COBOLWLC
000060*                   RUN.  THE NEXT RUN PICKS UP EVERY CUSTOMER
000070*                   ONBOARDED ON OR AFTER WCT-LAST-RUN-DATE; THE
000080*                   DAY OF THE LAST RUN IS TAKEN AGAIN ON
000090*                   PURPOSE (A CUSTOMER FILED THAT EVENING, AFTER
000100*                   THE RUN, WOULD OTHERWISE BE MISSED) AND THE
000110*                   WLCREG REGISTER KEEPS THE OVERLAP FROM
000120*                   MAILING ANYONE TWICE.
000130*    AUTHOR.......: LOVE BELLINDER
000140*
000150*    MODIFICATION HISTORY
000160*    ----------------------------------------------------------
000170*    DATE       INIT  DESCRIPTION
000180*    ---------  ----  ------------------------------------------
000190*    2026-10-15 LB    ORIGINAL COPYBOOK - WELCOME LETTER RUN
000200*                     CONTROL.
000210***************************************************************
000220 01  WELCOME-CONTROL-RECORD.
000230     05  WCT-LAST-RUN-DATE           PIC 9(08).
000240     05  FILLER                      PIC X(01) VALUE SPACE.
000250     05  WCT-LAST-RUN-TIME           PIC 9(08).
000260     05  FILLER                      PIC X(01) VALUE SPACE.
000270     05  WCT-LETTER-COUNT            PIC 9(08).
000280     05  FILLER                      PIC X(01) VALUE SPACE.
000290     05  WCT-EXCEPTION-COUNT         PIC 9(08).
