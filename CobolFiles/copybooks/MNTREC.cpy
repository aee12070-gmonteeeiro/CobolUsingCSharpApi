000050*  REQUESTED MASTER CHANGE, READ BY ACCTMNT FROM THE KEYED
000060*  MAINTENANCE FILE (MNTFILE):
000070*      "OP"  OPEN A NEW ACCOUNT WITH AN OPENING BALANCE
000080*      "CL"  CLOSE AN EXISTING OPEN OR DORMANT ACCOUNT
000090*      "RO"  REOPEN A CLOSED ACCOUNT
000100*      "AJ"  SUPERVISOR BALANCE ADJUSTMENT (SIGNED AMOUNT)
000110*      "FY"  FLAG THE ACCOUNT FOR THE MONTHLY SERVICE FEE
000122*            ZERO CLEARS THE LIMIT)
000123*      "LC"  SET THE DAILY DEBIT COUNT LIMIT (WHOLE PART OF
000124*            MNT-AMOUNT; ZERO CLEARS THE LIMIT)
000125*      "OD"  SET THE OVERDRAFT LIMIT (FROM MNT-AMOUNT; ZERO
000126*            MEANS NO OVERDRAFT)
000127*      "RA"  REACTIVATE A DORMANT ACCOUNT (BACK TO OPEN, WITH
000128*            MNT-DATE AS ITS LAST ACTIVITY)
000129*      "AP"  APPROVE THE PENDING REQUEST NAMED BY MNT-PEND-ID
000130*            (SEE MNTPEND).  MNT-ACCOUNT-NO MUST BE THE PENDING
000131*            REQUEST'S ACCOUNT AND MNT-USER-ID, THE CHECKER,
000132*            MUST NOT BE THE USER WHO KEYED IT
000133*  EVERY RECORD CARRIES THE REQUESTING USER SO THE AUDIT TRAIL
000140*  CAN PROVE WHO CHANGED WHAT BALANCE AND WHEN.
000150*
000160*  MODIFICATION HISTORY
000210*                       THE MONTHLY ACCRUAL CYCLE.
000211*      2026-09-02  GM   ADDED THE "LA"/"LC" DAILY DEBIT LIMIT
000212*                       ACTIONS FOR THE VELOCITY CHECK IN TEST1.
000213*      2026-10-15  GM   ADDED THE "OD" OVERDRAFT LIMIT ACTION FOR
000214*                       THE NSF CHECK IN TEST1.
000215*      2026-10-15  GM   ADDED THE "RA" REACTIVATE ACTION FOR
000216*                       ACCOUNTS MADE DORMANT BY DORMSCAN.
000217*      2026-10-15  GM   ADDED THE "AP" APPROVE ACTION AND
000218*                       MNT-PEND-ID, TAKEN FROM THE FILLER, FOR
000219*                       DUAL CONTROL OF LARGE ADJUSTMENTS AND
000220*                       LIMIT REMOVALS.
000221*****************************************************************
000230 01  MNT-REC.
000240     05  MNT-ACTION                  PIC X(02).
000250         88  MNT-ACTION-OPEN             VALUE "OP".
000300         88  MNT-ACTION-FEE-OFF          VALUE "FN".
000301         88  MNT-ACTION-LIMIT-AMT        VALUE "LA".
000302         88  MNT-ACTION-LIMIT-CNT        VALUE "LC".
000303         88  MNT-ACTION-OD-LIMIT         VALUE "OD".
000304         88  MNT-ACTION-REACTIVATE       VALUE "RA".
000305         88  MNT-ACTION-APPROVE          VALUE "AP".
000310     05  MNT-ACCOUNT-NO              PIC X(12).
000320     05  MNT-AMOUNT                  PIC S9(09)V99.
000330     05  MNT-DATE                    PIC X(08).
000340     05  MNT-USER-ID                 PIC X(08).
000350     05  MNT-PEND-ID                 PIC X(10).
