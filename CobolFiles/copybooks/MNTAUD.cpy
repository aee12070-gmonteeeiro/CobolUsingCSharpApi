000070*  AND BALANCE, THE REQUESTING USER AND THE TIMESTAMP, SO THE
000080*  TRAIL PROVES WHO CHANGED WHAT BALANCE AND WHEN.  THE FILE IS
000090*  EXTENDED, NEVER REWRITTEN, SO THE TRAIL SURVIVES ACROSS RUNS.
000091*  MAUD-USER-ID IS THE USER WHO KEYED THE CHANGE (THE MAKER).  A
000092*  CHANGE THAT WAITED ON MNTPEND FOR A SECOND USER'S APPROVAL
000093*  ALSO CARRIES THAT USER IN MAUD-CHECKER-ID; IT IS SPACES FOR A
000094*  CHANGE APPLIED WITHOUT ONE.
000095*  DORMSCAN ALSO WRITES HERE: ACTION "DM" WITH USER "DORMSCAN"
000096*  WHEN THE SCAN MOVES AN OPEN ACCOUNT TO DORMANT (OLD STATUS
000097*  "O", NEW STATUS "D", BALANCE UNCHANGED).  THE OTHER ACTION
000098*  CODES ARE ACCTMNT'S MNT-ACTION VALUES.
000100*
000110*  MODIFICATION HISTORY
000120*      DATE       INIT  DESCRIPTION
000130*      ---------- ----  --------------------------------------
000140*      2026-09-02  GM   ORIGINAL LAYOUT.
000141*      2026-10-15  GM   MAUD-CHECKER-ID, TAKEN FROM THE FILLER.
000142*      2026-10-15  GM   ACTION "DM" WRITTEN BY DORMSCAN.
000150*****************************************************************
000160 01  MNT-AUD-REC.
000170     05  MAUD-TIMESTAMP              PIC X(16).
000220     05  MAUD-NEW-STATUS             PIC X(01).
000230     05  MAUD-OLD-BALANCE            PIC S9(11)V99.
000240     05  MAUD-NEW-BALANCE            PIC S9(11)V99.
000245     05  MAUD-CHECKER-ID             PIC X(08).
000250     05  FILLER                      PIC X(02).
