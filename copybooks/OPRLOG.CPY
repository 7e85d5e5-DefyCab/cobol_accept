000010***************************************************************
000020*    COPYBOOK.....: OPRLOG.CPY
000030*    DESCRIPTION..: RECORD LAYOUT FOR THE OPERATOR SECURITY LOG
000040*                   (OPERLOG), A LINE-SEQUENTIAL FILE APPENDED TO
000050*                   ACROSS RUNS LIKE THE AUDIT LOG.  ONE LINE PER
000060*                   FAILED SIGN-ON, PER ACTION REFUSED FOR WANT OF
000070*                   AUTHORITY, AND PER CHANGE TO THE OPERATOR
000080*                   MASTER (SEE OPERREC.CPY).  OLG-OPERATOR-ID IS
000090*                   THE ID AS KEYED - FOR A FAILED SIGN-ON IT MAY
000100*                   NOT BE ON THE OPERATOR FILE AT ALL.
000110*    AUTHOR.......: LOVE BELLINDER
000120*
000130*    MODIFICATION HISTORY
000140*    ----------------------------------------------------------
000150*    DATE       INIT  DESCRIPTION
000160*    ---------  ----  ------------------------------------------
000170*    2026-10-15 LB    ORIGINAL COPYBOOK - OPERATOR SECURITY LOG.
000180***************************************************************
000190 01  OPERATOR-LOG-RECORD.
000200     05  OLG-RUN-DATE                PIC 9(08).
000210     05  FILLER                      PIC X(01) VALUE SPACE.
000220     05  OLG-RUN-TIME                PIC 9(08).
000230     05  FILLER                      PIC X(01) VALUE SPACE.
000240     05  OLG-PROGRAM-ID              PIC X(12).
000250     05  FILLER                      PIC X(01) VALUE SPACE.
000260     05  OLG-OPERATOR-ID             PIC X(08).
000270     05  FILLER                      PIC X(01) VALUE SPACE.
000280     05  OLG-EVENT                   PIC X(03).
000290         88  OLG-EVENT-SIGNON-FAILED VALUE "SOF".
000300         88  OLG-EVENT-REFUSED       VALUE "REF".
000310         88  OLG-EVENT-OPR-ADDED     VALUE "ADD".
000320         88  OLG-EVENT-OPR-REVOKED   VALUE "REV".
000330         88  OLG-EVENT-OPR-REINSTATED VALUE "RIN".
000340     05  FILLER                      PIC X(01) VALUE SPACE.
000350*    THE ACTION REFUSED, OR THE OPERATOR ID ADDED, REVOKED OR
000360*    REINSTATED.
000370     05  OLG-ACTION                  PIC X(12).
000380     05  FILLER                      PIC X(01) VALUE SPACE.
000390     05  OLG-CUSTOMER-NUMBER         PIC 9(09).
000400     05  FILLER                      PIC X(01) VALUE SPACE.
000410     05  OLG-REASON                  PIC X(40).
