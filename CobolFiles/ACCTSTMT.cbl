000170*      DATE       INIT  DESCRIPTION
000180*      ---------- ----  --------------------------------------
000190*      2026-09-02  GM   ORIGINAL PROGRAM.
000191*      2026-10-15  GM   A TRANSFER ("TR") IS A DEBIT ON THE
000192*                       STATEMENT OF ITS SOURCE ACCOUNT AND A
000193*                       CREDIT ON THAT OF ITS DESTINATION.
000200*****************************************************************
000210 identification division.
000220 PROGRAM-ID.    ACCTSTMT.
001960     EXIT.
001970
001980*    A DEBIT MOVES THE BALANCE DOWN; FLIP ITS SIGN BEFORE THE
001990*    NETTING ADD ABOVE SO ONE ADD SERVES BOTH TYPES.  A TRANSFER
001995*    IS A DEBIT ONLY WHEN THIS ACCOUNT IS ITS SOURCE.
002000 2200-NET-ONE-TRAN.
002010     IF TRAN-TYPE-DEBIT
002012         OR (TRAN-TYPE-TRANSFER
002014             AND TRAN-ACCOUNT-NO = WS-STMT-ACCOUNT)
002020         COMPUTE TRAN-AMOUNT = ZERO - TRAN-AMOUNT
002030     END-IF.
002040 2200-EXIT.
002790 7100-PRINT-ONE-TRAN.
002800     MOVE WS-STMT-ENTRY(WS-STMT-SUB) TO TRAN-REC.
002810     IF TRAN-TYPE-DEBIT
002812         OR (TRAN-TYPE-TRANSFER
002814             AND TRAN-ACCOUNT-NO = WS-STMT-ACCOUNT)
002820         SUBTRACT TRAN-AMOUNT FROM WS-RUNNING-BALANCE
002830     ELSE
002840         ADD TRAN-AMOUNT TO WS-RUNNING-BALANCE
