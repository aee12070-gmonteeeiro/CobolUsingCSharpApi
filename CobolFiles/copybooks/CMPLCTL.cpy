000010*****************************************************************
000020*  CMPLCTL.CPY
000030*
000040*  ONE-RECORD CONTROL FILE (CMPLCTL) FOR THE COMPLIANCE SCAN
000050*  (CMPLSCAN) OVER TRANHIST.  CARRIES THE REPORTING THRESHOLD -
000060*  ANY TRANSACTION AT OR ABOVE IT IS LISTED - AND THE TERMS OF
000070*  THE STRUCTURING TEST: A TRANSACTION IS "JUST UNDER" WHEN IT
000080*  IS BELOW THE THRESHOLD BUT AT OR ABOVE THE NEAR PERCENTAGE OF
000090*  IT, AND AN ACCOUNT IS FLAGGED WHEN AT LEAST THE MINIMUM COUNT
000100*  OF THOSE FALL WITHIN THE WINDOW OF DAYS AND TOGETHER EXCEED
000110*  THE THRESHOLD.  THE REPORT DATE DEFAULTS TO TODAY AND THE
000120*  HISTORY DATE RANGE TO EVERYTHING ON FILE.  SAME IDEA AS
000130*  DORMCTL: COMPLIANCE CHANGES THE TERMS WITHOUT A RECOMPILE.
000140*
000150*  MODIFICATION HISTORY
000160*      DATE       INIT  DESCRIPTION
000170*      ---------- ----  --------------------------------------
000180*      2026-10-15  GM   ORIGINAL LAYOUT.
000190*****************************************************************
000200 01  CMPL-CTL-REC.
000210     05  CCT-REPORT-DATE             PIC X(08).
000220     05  CCT-THRESHOLD               PIC 9(09)V99.
000230     05  CCT-NEAR-PERCENT            PIC 9(02).
000240     05  CCT-WINDOW-DAYS             PIC 9(03).
000250     05  CCT-MIN-COUNT               PIC 9(02).
000260     05  CCT-FROM-DATE               PIC X(08).
000270     05  CCT-TO-DATE                 PIC X(08).
000280     05  FILLER                      PIC X(10).
