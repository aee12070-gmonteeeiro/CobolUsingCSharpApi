000010*****************************************************************
000020*  SOAUD.CPY
000030*
000040*  AUDIT RECORD FOR ONE APPLIED STANDING-ORDER MAINTENANCE
000050*  CHANGE.  SOMAINT WRITES ONE RECORD TO THE SOAUD FILE FOR
000060*  EVERY CHANGE IT APPLIES, CARRYING THE BEFORE AND AFTER
000070*  STATUS, AMOUNT AND END DATE, THE REQUESTING USER AND THE
000080*  TIMESTAMP.  THE FILE IS EXTENDED, NEVER REWRITTEN, SO THE
000090*  TRAIL SURVIVES ACROSS RUNS - SAME RULES AS MNTAUD.
000100*
000110*  MODIFICATION HISTORY
000120*      DATE       INIT  DESCRIPTION
000130*      ---------- ----  --------------------------------------
000140*      2026-10-15  GM   ORIGINAL LAYOUT.
000150*****************************************************************
000160 01  SO-AUD-REC.
000170     05  SAUD-TIMESTAMP              PIC X(16).
000180     05  SAUD-USER-ID                PIC X(08).
000190     05  SAUD-ACTION                 PIC X(02).
000200     05  SAUD-SO-ID                  PIC X(06).
000210     05  SAUD-ACCOUNT-NO             PIC X(12).
000220     05  SAUD-OLD-STATUS             PIC X(01).
000230     05  SAUD-NEW-STATUS             PIC X(01).
000240     05  SAUD-OLD-AMOUNT             PIC 9(09)V99.
000250     05  SAUD-NEW-AMOUNT             PIC 9(09)V99.
000260     05  SAUD-OLD-END-DATE           PIC X(08).
000270     05  SAUD-NEW-END-DATE           PIC X(08).
000280     05  FILLER                      PIC X(10).
