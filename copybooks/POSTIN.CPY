000010***************************************************************
000020*    COPYBOOK.....: POSTIN.CPY
000030*    DESCRIPTION..: RECORD LAYOUT FOR THE POSTAL SERVICE'S
000040*                   QUARTERLY POSTAL CODE FILE (POSTIN), AS
000050*                   DELIVERED - ONE FIXED-WIDTH ROW PER POSTAL
000060*                   CODE.  COBOLPST REBUILDS THE POSTREF
000070*                   REFERENCE FILE (SEE POSTREF.CPY) FROM IT.
000080*                   ONLY THE CODE AND THE CITY ARE TAKEN; THE
000090*                   REST OF THE ROW IS THE POSTAL SERVICE'S
000100*                   AND IS IGNORED.
000110*    AUTHOR.......: LOVE BELLINDER
000120*
000130*    MODIFICATION HISTORY
000140*    ----------------------------------------------------------
000150*    DATE       INIT  DESCRIPTION
000160*    ---------  ----  ------------------------------------------
000170*    2026-10-15 LB    ORIGINAL COPYBOOK - QUARTERLY POSTAL CODE
000180*                     FILE.
000190***************************************************************
000200 01  POSTAL-INPUT-RECORD.
000210     05  PIN-POSTAL-CODE             PIC X(05).
000220     05  FILLER                      PIC X(01).
000230     05  PIN-CITY                    PIC X(20).
000240     05  FILLER                      PIC X(54).
