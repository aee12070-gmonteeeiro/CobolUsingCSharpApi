000010*****************************************************************
000020*  SOREJ.CPY
000030*
000040*  REJECT RECORD WRITTEN BY SOMAINT FOR EVERY STANDING-ORDER
000050*  MAINTENANCE TRANSACTION THAT FAILS THE FIELD EDITS OR THE
000060*  MASTER-STATE CHECKS.  CARRIES THE ORIGINAL RECORD UNCHANGED
000070*  PLUS A REASON CODE AND THE NAME OF THE OFFENDING FIELD, LIKE
000080*  MNTREJ DOES FOR ACCTMNT.
000090*
000100*  MODIFICATION HISTORY
000110*      DATE       INIT  DESCRIPTION
000120*      ---------- ----  --------------------------------------
000130*      2026-10-15  GM   ORIGINAL LAYOUT.
000140*****************************************************************
000150 01  SO-REJ-REC.
000160     05  SREJ-SOM-DATA               PIC X(90).
000170     05  SREJ-REASON-CODE            PIC X(04).
000180         88  SREJ-BAD-ACTION             VALUE "S001".
000190         88  SREJ-BAD-SO-ID              VALUE "S002".
000200         88  SREJ-BAD-ACCOUNT            VALUE "S003".
000210         88  SREJ-BAD-TYPE               VALUE "S004".
000220         88  SREJ-BAD-DEST-ACCOUNT       VALUE "S005".
000230         88  SREJ-BAD-AMOUNT             VALUE "S006".
000240         88  SREJ-BAD-FREQUENCY          VALUE "S007".
000250         88  SREJ-BAD-DAY-OF-MONTH       VALUE "S008".
000260         88  SREJ-BAD-START-DATE         VALUE "S009".
000270         88  SREJ-BAD-END-DATE           VALUE "S010".
000280         88  SREJ-BAD-DATE               VALUE "S011".
000290         88  SREJ-BAD-USER               VALUE "S012".
000300         88  SREJ-ACCOUNT-NOT-OPEN       VALUE "S013".
000310         88  SREJ-UNKNOWN-SO             VALUE "S014".
000320         88  SREJ-DUPLICATE-SO           VALUE "S015".
000330         88  SREJ-WRONG-STATUS           VALUE "S016".
000340     05  SREJ-FIELD-NAME             PIC X(19).
