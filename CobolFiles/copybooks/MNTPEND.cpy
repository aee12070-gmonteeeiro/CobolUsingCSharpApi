000010*****************************************************************
000020*  MNTPEND.CPY
000030*
000040*  PENDING-APPROVAL RECORD (MNTPEND).  ACCTMNT PARKS HERE EVERY
000050*  MAINTENANCE REQUEST THAT NEEDS A SECOND USER'S APPROVAL (SEE
000060*  MNTCTL), CARRYING THE REQUEST EXACTLY AS THE MAKER KEYED IT.
000070*  AN "AP" REQUEST FROM A DIFFERENT USER NAMING PND-ID APPLIES
000080*  IT TO ACCTMST; ONE NOT APPROVED BY PND-EXPIRY-DATE EXPIRES.
000090*  AN APPROVED OR EXPIRED REQUEST STAYS ON FILE FOR THE REST OF
000100*  ITS RUN DATE, SO THE DAY'S REPORT SHOWS IT, AND IS DROPPED BY
000110*  THE FIRST RUN ON A LATER DATE.  PND-ID IS THE RUN DATE AS
000120*  YYMMDD PLUS A FOUR-DIGIT SEQUENCE WITHIN THE DATE.
000130*
000140*  MODIFICATION HISTORY
000150*      DATE       INIT  DESCRIPTION
000160*      ---------- ----  --------------------------------------
000170*      2026-10-15  GM   ORIGINAL LAYOUT.
000180*****************************************************************
000190 01  MNT-PEND-REC.
000200     05  PND-ID                      PIC X(10).
000210     05  PND-STATUS                  PIC X(01).
000220         88  PND-WAITING                 VALUE "P".
000230         88  PND-APPROVED                VALUE "A".
000240         88  PND-EXPIRED                 VALUE "X".
000250     05  PND-REASON                  PIC X(01).
000260         88  PND-LARGE-ADJUST            VALUE "A".
000270         88  PND-LIMIT-REMOVAL           VALUE "L".
000280     05  PND-PARKED-DATE             PIC X(08).
000290     05  PND-EXPIRY-DATE             PIC X(08).
000300     05  PND-CHECKER-ID              PIC X(08).
000310     05  PND-DONE-DATE               PIC X(08).
000320*    THE MAKER'S REQUEST, IN MNT-REC LAYOUT.
000330     05  PND-MNT-DATA.
000340         10  PND-ACTION              PIC X(02).
000350         10  PND-ACCOUNT-NO          PIC X(12).
000360         10  PND-AMOUNT              PIC S9(09)V99.
000370         10  PND-MNT-DATE            PIC X(08).
000380         10  PND-MAKER-ID            PIC X(08).
000390         10  FILLER                  PIC X(10).
000400     05  FILLER                      PIC X(10).
