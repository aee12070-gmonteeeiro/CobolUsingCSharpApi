000300*                       LIMIT.  MAINTAINED BY ACCTMNT ("LA"/"LC"
000310*                       ACTIONS).  EXISTING MASTERS MUST BE
000320*                       CONVERTED WITH ACCTCONV (SEE ABOVE).
000321*      2026-10-15  GM   ADDED ACCT-OD-LIMIT, TAKEN FROM THE
000322*                       FILLER SO THE RECORD LENGTH IS
000323*                       UNCHANGED AND NO CONVERSION IS NEEDED:
000324*                       HOW FAR BELOW ZERO A DEBIT MAY TAKE THE
000325*                       BALANCE BEFORE TEST1 RETURNS IT NSF.
000326*                       ZERO MEANS NO OVERDRAFT; A RECORD STILL
000327*                       CARRYING THE OLD SPACES READS AS ZERO.
000328*                       MAINTAINED BY ACCTMNT ("OD" ACTION).
000329*      2026-10-15  GM   ADDED STATUS "D" (DORMANT), SET BY THE
000330*                       DORMSCAN PROGRAM ON AN OPEN ACCOUNT WITH
000331*                       NO ACTIVITY FOR THE SET NUMBER OF
000332*                       MONTHS.  TEST1 SENDS DEBITS TO A DORMANT
000333*                       ACCOUNT TO SUSPENSE AND ACCEPTS CREDITS.
000334*                       CLEARED BY ACCTMNT ("RA" ACTION).
000335*****************************************************************
000340 01  ACCT-REC.
000350     05  ACCT-ACCOUNT-NO             PIC X(12).
000360     05  ACCT-STATUS                 PIC X(01).
000370         88  ACCT-STATUS-OPEN            VALUE "O".
000380         88  ACCT-STATUS-CLOSED          VALUE "C".
000385         88  ACCT-STATUS-DORMANT         VALUE "D".
000390     05  ACCT-BALANCE                PIC S9(11)V99.
000400     05  ACCT-LAST-ACTIVITY-DATE     PIC X(08).
000410     05  ACCT-FEE-FLAG               PIC X(01).
000420         88  ACCT-FEE-CHARGED            VALUE "Y".
000430     05  ACCT-DAILY-DB-LIMIT         PIC 9(09)V99.
000440     05  ACCT-DAILY-TRAN-LIMIT       PIC 9(05).
000450     05  ACCT-OD-LIMIT               PIC 9(07)V99.
