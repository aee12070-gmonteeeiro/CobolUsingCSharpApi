000050*  FIND CSharpApi.dll AND WHAT API VERSION IT EXPECTS TO FIND
000060*  THERE, SO SWITCHING BUILDS BETWEEN ENVIRONMENTS DOES NOT
000070*  REQUIRE A RECOMPILE.
000071*  THE CANDIDATE FIELDS NAME A NEW BUILD TO RUN IN SHADOW
000072*  ALONGSIDE PRODUCTION (TEST1_SHADOW_MODE=Y): THE CANDIDATE
000073*  LIBRARY AND THE NAME ITS ProcessTransaction IS EXPORTED
000074*  UNDER, WHICH MUST DIFFER FROM PRODUCTION'S SO THE TWO BUILDS
000075*  CAN BE LOADED SIDE BY SIDE.  BLANK WHEN NO RELEASE IS BEING
000076*  VALIDATED.
000080*
000090*  MODIFICATION HISTORY
000100*      DATE       INIT  DESCRIPTION
000110*      ---------- ----  --------------------------------------
000120*      2026-08-09  GM   ORIGINAL LAYOUT.
000121*      2026-10-15  GM   ADDED CANDIDATE BUILD NAME AND ENTRY FOR
000122*                       SHADOW RUNS.
000130*****************************************************************
000140 01  DLL-CFG-REC.
000150     05  DCFG-PRIMARY-NAME           PIC X(80).
000160     05  DCFG-SECONDARY-NAME         PIC X(80).
000170     05  DCFG-EXPECTED-VERSION       PIC X(10).
000180     05  DCFG-CANDIDATE-NAME         PIC X(80).
000190     05  DCFG-CANDIDATE-ENTRY        PIC X(30).
