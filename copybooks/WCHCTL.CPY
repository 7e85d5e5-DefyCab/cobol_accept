000010***************************************************************
000020*    COPYBOOK.....: WCHCTL.CPY
000030*    DESCRIPTION..: RECORD LAYOUT FOR THE WATCH-LIST CONTROL
000040*                   FILE (WCHCTL) - ONE RECORD.  COBOLWCH STAMPS
000050*                   THE LOAD DATE AND TIME AND ZEROES THE
000060*                   RESCREEN STAMP EVERY TIME IT LOADS A NEW
000070*                   LIST; COBOLWRS STAMPS THE RESCREEN ONCE THE
000080*                   WHOLE MASTER HAS BEEN SCREENED AGAINST IT.
000090*                   A LOAD NEWER THAN THE LAST RESCREEN IS WHAT
000100*                   MAKES THE NIGHTLY RESCREEN STEP DO ITS WORK.
000110*    AUTHOR.......: LOVE BELLINDER
000120*
000130*    MODIFICATION HISTORY
000140*    ----------------------------------------------------------
000150*    DATE       INIT  DESCRIPTION
000160*    ---------  ----  ------------------------------------------
000170*    2026-10-15 LB    ORIGINAL COPYBOOK - WATCH-LIST CONTROL.
000180***************************************************************
000190 01  WATCH-CONTROL-RECORD.
000200     05  WCC-LOAD-DATE               PIC 9(08).
000210     05  FILLER                      PIC X(01) VALUE SPACE.
000220     05  WCC-LOAD-TIME               PIC 9(08).
000230     05  FILLER                      PIC X(01) VALUE SPACE.
000240     05  WCC-ENTRY-COUNT             PIC 9(08).
000250     05  FILLER                      PIC X(01) VALUE SPACE.
000260     05  WCC-RESCREEN-DATE           PIC 9(08).
000270     05  FILLER                      PIC X(01) VALUE SPACE.
000280     05  WCC-RESCREEN-TIME           PIC 9(08).
