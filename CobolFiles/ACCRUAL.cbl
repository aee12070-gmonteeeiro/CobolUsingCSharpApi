000050*  MASTER SEQUENTIALLY AT MONTH END AND, USING THE RATES FROM
000060*  THE ACCRCTL CONTROL FILE, GENERATES STANDARD 64-BYTE TRAN-REC
000070*  POSTINGS:
000080*      - INTEREST ("CR") ON EVERY OPEN OR DORMANT ACCOUNT WITH A
000085*        CREDIT (POSITIVE) BALANCE, AT ONE TWELFTH OF THE ANNUAL
000090*        RATE
000100*      - THE FLAT SERVICE FEE ("DB") ON EVERY OPEN ACCOUNT
000110*        FLAGGED FOR FEES (ACCT-FEE-CHARGED)
000120*  THE OUTPUT FILE (ACCRTRAN) IS BRACKETED BY A PROPER HDR/TRL
000180*      DATE       INIT  DESCRIPTION
000190*      ---------- ----  --------------------------------------
000200*      2026-09-02  GM   ORIGINAL PROGRAM.
000201*      2026-10-15  GM   DORMANT ACCOUNTS STILL EARN INTEREST BUT
000202*                       ARE NOT CHARGED THE SERVICE FEE - TEST1
000203*                       WOULD ONLY SEND THE DEBIT TO SUSPENSE.
000204*      2026-10-15  GM   COMPLETION MESSAGE NOW POINTS AT
000205*                       TRANINTK, WHICH MERGES THE FILE.
000210*****************************************************************
000220 identification division.
000230 PROGRAM-ID.    ACCRUAL.
001710         GO TO 2050-EXIT
001720     END-IF.
001730     ADD 1 TO WS-ACCT-COUNT.
001740     IF NOT ACCT-STATUS-OPEN AND NOT ACCT-STATUS-DORMANT
001750         ADD 1 TO WS-SKIP-COUNT
001760         GO TO 2050-EXIT
001770     END-IF.
002040     EXIT.
002050
002060 2200-CHARGE-FEE.
002070     IF NOT ACCT-FEE-CHARGED OR ACCT-STATUS-DORMANT
002080         GO TO 2200-EXIT
002090     END-IF.
002100     IF ACR-FEE-AMOUNT = ZERO
002630         " TOTAL = " WS-CYCLE-CREDIT-TOTAL.
002640     DISPLAY "ACCRUAL009I FEE POSTINGS = " WS-FEE-COUNT
002650         " TOTAL = " WS-CYCLE-DEBIT-TOTAL.
002660     DISPLAY "ACCRUAL010I ACCRTRAN WRITTEN - TRANINTK MERGES "
002670         "IT INTO THAT DATE'S INTAKE".
002680 8000-EXIT.
002690     EXIT.
002700
