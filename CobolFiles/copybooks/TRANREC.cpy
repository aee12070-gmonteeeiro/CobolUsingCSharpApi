000080*  COBOL SIDE AND THE .NET SIDE AGREE ON A SINGLE LAYOUT FOR THE
000090*  DATA CROSSING THE CALL BOUNDARY.
000100*
000101*  A TRANSFER ("TR") MOVES TRAN-AMOUNT FROM TRAN-ACCOUNT-NO TO
000102*  TRAN-DEST-ACCOUNT-NO AND POSTS AS ONE TWO-LEGGED UNIT.  THE
000103*  DESTINATION IS SPACES ON EVERY OTHER TRANSACTION TYPE.  A
000104*  TRANSFER COUNTS IN BOTH THE DEBIT AND THE CREDIT CONTROL
000105*  TOTALS, ONCE FOR EACH LEG.
000106*
000107*  TRAN-SOURCE-SYSTEM NAMES THE FEED THE RECORD CAME IN ON -
000108*  THE FIRST EIGHT CHARACTERS OF THAT FILE'S HDR-SOURCE-SYSTEM -
000109*  AS STAMPED BY THE INTAKE STEP (TRANINTK).  EVERY LATER COPY
000110*  OF THE RECORD (TRANCLEAN, TRANREJ, FUTRWHS, SUSPENSE AND
000111*  DISPFILE) CARRIES IT UNCHANGED.
000112*
000113*  MODIFICATION HISTORY
000120*      DATE       INIT  DESCRIPTION
000130*      ---------- ----  --------------------------------------
000140*      2026-08-09  GM   ORIGINAL LAYOUT.
000141*      2026-10-15  GM   TRANSFER TYPE "TR" AND DESTINATION
000142*                       ACCOUNT, TAKEN FROM THE FILLER.
000143*      2026-10-15  GM   TRAN-STATUS "R": A DEBIT RETURNED NSF
000144*                       BY TEST1 - NOT POSTED, NOT SUSPENDED.
000145*      2026-10-15  GM   TRAN-SOURCE-SYSTEM, TAKEN FROM THE
000146*                       FILLER.
000150*****************************************************************
000160 01  TRAN-REC.
000170     05  TRAN-ID                     PIC X(10).
000180     05  TRAN-TYPE                   PIC X(02).
000190         88  TRAN-TYPE-DEBIT             VALUE "DB".
000200         88  TRAN-TYPE-CREDIT            VALUE "CR".
000205         88  TRAN-TYPE-TRANSFER          VALUE "TR".
000210     05  TRAN-ACCOUNT-NO             PIC X(12).
000220     05  TRAN-AMOUNT                 PIC S9(09)V99.
000230     05  TRAN-DATE                   PIC X(08).
000250         88  TRAN-STATUS-PENDING         VALUE "P".
000260         88  TRAN-STATUS-PROCESSED       VALUE "D".
000270         88  TRAN-STATUS-ERROR           VALUE "E".
000275         88  TRAN-STATUS-RETURNED        VALUE "R".
000280     05  TRAN-DEST-ACCOUNT-NO        PIC X(12).
000290     05  TRAN-SOURCE-SYSTEM          PIC X(08).
