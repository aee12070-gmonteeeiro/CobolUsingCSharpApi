000010*****************************************************************
000020*  MNTCTL.CPY
000030*
000040*  ONE-RECORD CONTROL FILE (MNTCTL) FOR ACCOUNT MAINTENANCE DUAL
000050*  CONTROL.  A SUPERVISOR ADJUSTMENT ("AJ") WHOSE SIZE, EITHER
000060*  SIGN, IS ABOVE MCT-APPROVAL-AMOUNT, AND ANY "LA"/"LC" THAT
000070*  REMOVES A DAILY DEBIT LIMIT, IS PARKED ON MNTPEND INSTEAD OF
000080*  BEING APPLIED, AND WAITS THERE FOR A SECOND USER'S APPROVAL.
000090*  A PARKED REQUEST NOT APPROVED WITHIN MCT-EXPIRY-DAYS DAYS OF
000100*  BEING PARKED EXPIRES.  MCT-RUN-DATE IS THE DATE THE RUN
000110*  PARKS, APPROVES AND EXPIRES AGAINST; LEFT AT SPACES IT IS
000120*  TODAY.  SAME IDEA AS NSFCTL: THE LIMITS CHANGE WITHOUT A
000130*  RECOMPILE.
000140*
000150*  MODIFICATION HISTORY
000160*      DATE       INIT  DESCRIPTION
000170*      ---------- ----  --------------------------------------
000180*      2026-10-15  GM   ORIGINAL LAYOUT.
000190*****************************************************************
000200 01  MNT-CTL-REC.
000210     05  MCT-APPROVAL-AMOUNT         PIC 9(09)V99.
000220     05  MCT-EXPIRY-DAYS             PIC 9(03).
000230     05  MCT-RUN-DATE                PIC X(08).
000240     05  FILLER                      PIC X(10).
