000080*  A REJECTED RECORD'S TRAN-ID, RE-RUNS THE TRANEDIT FIELD
000090*  EDITS, AND RESUBMITS THE RECORDS THAT NOW PASS.  THE VALUE IS
000100*  TAKEN LEFT-JUSTIFIED AT THE TARGET FIELD'S OWN LENGTH:
000110*      TRAN-TYPE        2 CHARACTERS ("DB"/"CR"/"TR")
000120*      TRAN-ACCOUNT-NO  12 CHARACTERS
000130*      TRAN-AMOUNT      11 DIGITS, TWO IMPLIED DECIMALS
000140*      TRAN-DATE        8 DIGITS, YYYYMMDD
000145*      TRAN-DEST-ACCT   12 CHARACTERS (TRANSFERS ONLY)
000150*
000160*  MODIFICATION HISTORY
000170*      DATE       INIT  DESCRIPTION
000180*      ---------- ----  --------------------------------------
000190*      2026-09-02  GM   ORIGINAL LAYOUT.
000195*      2026-10-15  GM   TRAN-DEST-ACCT FOR TRANSFERS.
000200*****************************************************************
000210 01  CORR-REC.
000220     05  CORR-TRAN-ID                PIC X(10).
