000200*      DATE       INIT  DESCRIPTION
000210*      ---------- ----  --------------------------------------
000220*      2026-09-02  GM   ORIGINAL PROGRAM.
000221*      2026-10-15  GM   THE OVERDRAFT LIMIT IS BUILT AT ZERO (NO
000222*                       OVERDRAFT) LIKE THE DAILY LIMITS.
000230*****************************************************************
000240 identification division.
000250 PROGRAM-ID.    ACCTCONV.
001260     MOVE SPACE TO ACCT-FEE-FLAG.
001270     MOVE ZERO TO ACCT-DAILY-DB-LIMIT.
001280     MOVE ZERO TO ACCT-DAILY-TRAN-LIMIT.
001285     MOVE ZERO TO ACCT-OD-LIMIT.
001290     WRITE ACCT-REC
001300         INVALID KEY
001310             DISPLAY "ACCTCONV003E ACCTMST WRITE FAILED - "
