000110*      DATE       INIT  DESCRIPTION
000120*      ---------- ----  --------------------------------------
000130*      2026-08-21  GM   ORIGINAL LAYOUT.
000131*      2026-10-15  GM   E006 - TRANSFER DESTINATION ACCOUNT.
000140*****************************************************************
000150 01  TRAN-REJ-REC.
000160     05  REJ-TRAN-DATA               PIC X(64).
000200         88  REJ-BAD-DATE                VALUE "E003".
000210         88  REJ-BAD-ACCOUNT             VALUE "E004".
000220         88  REJ-DUPLICATE-ID            VALUE "E005".
000225         88  REJ-BAD-DEST-ACCOUNT        VALUE "E006".
000230     05  REJ-FIELD-NAME              PIC X(15).
