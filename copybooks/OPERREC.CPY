000010***************************************************************
000020*    COPYBOOK.....: OPERREC.CPY
000030*    DESCRIPTION..: RECORD LAYOUT FOR THE INDEXED OPERATOR
000040*                   MASTER FILE (OPERFILE), KEYED BY OPERATOR ID.
000050*                   EVERY ONLINE PROGRAM SIGNS THE OPERATOR ON
000060*                   AGAINST THIS FILE, AND THE OPERATOR'S LEVEL
000070*                   DECIDES WHICH ACTIONS THEY MAY TAKE:
000080*                       1 INQUIRY    - COBOLINQ ONLY
000090*                       2 CAPTURE    - ALSO COBOLACCEPT
000100*                       3 MAINTAIN   - ALSO COBOLMNT CHANGES,
000110*                                      COBOLDUP, COBOLCWB AND
000115*                                      COBOLSCR REVIEW
000120*                       4 SUPERVISOR - ALSO MERGE, RETIRE AND
000130*                                      REFUSAL-ACCEPT, SCREENING
000135*                                      HOLD DECISIONS, AND THE
000140*                                      OPERATOR MAINTENANCE IN
000150*                                      COBOLOPR
000160*                   THE PASSWORD ITSELF IS NEVER STORED - ONLY A
000170*                   DIGEST OF IT WITH THE OPERATOR ID (SEE
000180*                   1820-DIGEST-PASSWORD IN ANY SIGNING-ON
000190*                   PROGRAM), SO THE FILE DOES NOT GIVE THE
000200*                   PASSWORDS AWAY.  A REVOKED OPERATOR STAYS ON
000210*                   FILE - THEIR ID IS ON NAMEFILE AND THE AUDIT
000220*                   LOG - BUT CANNOT SIGN ON.
000230*    AUTHOR.......: LOVE BELLINDER
000240*
000250*    MODIFICATION HISTORY
000260*    ----------------------------------------------------------
000270*    DATE       INIT  DESCRIPTION
000280*    ---------  ----  ------------------------------------------
000290*    2026-10-15 LB    ORIGINAL COPYBOOK - OPERATOR MASTER.
000300***************************************************************
000310 01  OPERATOR-RECORD.
000320     05  OPR-OPERATOR-ID             PIC X(08).
000330     05  FILLER                      PIC X(01) VALUE SPACE.
000340     05  OPR-OPERATOR-NAME           PIC X(30).
000350     05  FILLER                      PIC X(01) VALUE SPACE.
000360*    PROMPT LANGUAGE FOR THE SESSION ONCE SIGNED ON (SEE
000370*    PROMPTS.CPY).
000380     05  OPR-LANGUAGE                PIC X(02).
000390     05  FILLER                      PIC X(01) VALUE SPACE.
000400     05  OPR-STATUS                  PIC X(01).
000410         88  OPR-ACTIVE              VALUE "A".
000420         88  OPR-REVOKED             VALUE "R".
000430     05  FILLER                      PIC X(01) VALUE SPACE.
000440     05  OPR-LEVEL                   PIC 9(01).
000450         88  OPR-LEVEL-INQUIRY       VALUE 1.
000460         88  OPR-LEVEL-CAPTURE       VALUE 2.
000470         88  OPR-LEVEL-MAINTAIN      VALUE 3.
000480         88  OPR-LEVEL-SUPERVISOR    VALUE 4.
000490         88  OPR-LEVEL-VALID         VALUE 1 THRU 4.
000500     05  FILLER                      PIC X(01) VALUE SPACE.
000510     05  OPR-PASSWORD-DIGEST         PIC 9(09).
000520     05  FILLER                      PIC X(01) VALUE SPACE.
000530     05  OPR-ADDED-DATE              PIC 9(08).
000540     05  OPR-ADDED-BY                PIC X(08).
000550     05  FILLER                      PIC X(01) VALUE SPACE.
000560*    THE DATE AND SUPERVISOR OF THE LAST REVOKE OR REINSTATE.
000570     05  OPR-STATUS-DATE             PIC 9(08).
000580     05  OPR-STATUS-BY               PIC X(08).
000590     05  FILLER                      PIC X(20).
