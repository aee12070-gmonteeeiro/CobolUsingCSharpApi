000010*****************************************************************
000020*  NSFCTL.CPY
000030*
000040*  ONE-RECORD CONTROL FILE (NSFCTL) FOR THE NIGHTLY NSF FEE
000050*  STEP.  CARRIES THE FLAT FEE CHARGED FOR EACH RETURNED ITEM,
000060*  THE BRANCH NAME PRINTED ON THE NSF RETURNS REPORT, AND AN
000070*  OPTIONAL BUSINESS DATE FOR THE FEE POSTINGS.  LEFT AT SPACES
000080*  THE POSTING DATE IS THE NEXT PROCESSING DAY (MONDAY TO
000090*  FRIDAY) AFTER THE RETURNS' BUSINESS DATE; THE OPERATOR FILLS
000100*  IT IN WHEN THAT DAY IS A HOLIDAY.  SAME IDEA AS ACCRCTL: THE
000110*  FEE CHANGES WITHOUT A RECOMPILE.
000120*
000130*  MODIFICATION HISTORY
000140*      DATE       INIT  DESCRIPTION
000150*      ---------- ----  --------------------------------------
000160*      2026-10-15  GM   ORIGINAL LAYOUT.
000161*      2026-10-15  GM   DEFAULT POSTING DATE SKIPS WEEKENDS.
000170*****************************************************************
000180 01  NSF-CTL-REC.
000190     05  NSC-FEE-AMOUNT              PIC 9(05)V99.
000200     05  NSC-POST-DATE               PIC X(08).
000210     05  NSC-BRANCH-NAME             PIC X(30).
000220     05  FILLER                      PIC X(10).
