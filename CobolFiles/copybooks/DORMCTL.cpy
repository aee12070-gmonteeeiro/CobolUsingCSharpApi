000010*****************************************************************
000020*  DORMCTL.CPY
000030*
000040*  ONE-RECORD CONTROL FILE (DORMCTL) FOR THE PERIODIC DORMANCY
000050*  SCAN.  CARRIES THE SCAN'S AS-OF DATE, THE NUMBER OF MONTHS
000060*  WITHOUT ACTIVITY AFTER WHICH AN OPEN ACCOUNT IS MADE DORMANT,
000070*  AND THE (LONGER) NUMBER OF MONTHS AFTER WHICH A DORMANT
000080*  ACCOUNT STILL CARRYING A BALANCE IS LISTED AS AN ESCHEATMENT
000090*  CANDIDATE.  THE OPERATOR SETS THE PERIODS WITHOUT A
000100*  RECOMPILE - SAME IDEA AS ACCRCTL.
000110*
000120*  MODIFICATION HISTORY
000130*      DATE       INIT  DESCRIPTION
000140*      ---------- ----  --------------------------------------
000150*      2026-10-15  GM   ORIGINAL LAYOUT.
000160*****************************************************************
000170 01  DORM-CTL-REC.
000180     05  DCT-SCAN-DATE               PIC X(08).
000190     05  DCT-DORMANT-MONTHS          PIC 9(03).
000200     05  DCT-ESCHEAT-MONTHS          PIC 9(03).
000210     05  FILLER                      PIC X(10).
