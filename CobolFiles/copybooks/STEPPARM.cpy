000010*****************************************************************
000020*  STEPPARM.CPY
000030*
000040*  PARAMETER BLOCK FOR CALLS TO THE STEPLDG NIGHT-STEP LEDGER
000050*  SUBPROGRAM.  A STEP CALLS STEPLDG WITH STP-FUNCTION "B" BEFORE
000060*  IT TOUCHES ANY OUTPUT AND WITH "E" ONCE IT HAS FINISHED:
000070*      STP-STEP-NAME      THE CALLING STEP, AS NAMED IN
000080*                         THE STEPTBL COPYBOOK
000090*      STP-BUSINESS-DATE  IN: THE NIGHT'S BUSINESS DATE IF THE
000100*                         STEP KNOWS IT, ELSE SPACES (TAKEN FROM
000110*                         THE LATEST RUNCTL ENTRY).  OUT: THE DATE
000120*                         RECORDED.
000130*      STP-RUN-NUMBER     IN: THE RUNCTL RUN NUMBER IF THE STEP
000140*                         KNOWS IT, ELSE ZERO.  OUT: THE RUN
000150*                         RECORDED.
000160*      STP-FORCE-FLAG     IN: "Y" IF THE STEP'S OWN FORCE OPTION
000170*                         IS SET.  OUT: "Y" IF THE RUN WAS FORCED
000180*                         (HERE OR BY STEP_FORCE=<STEP NAME>).
000190*      STP-RETURN-CODE    OUT: 00 GO AHEAD, 04 GO AHEAD - FORCED
000200*                         PAST A FAILED CHECK, 08 REFUSED - THE
000210*                         PREDECESSOR HAS NOT COMPLETED, 12
000220*                         REFUSED - ALREADY COMPLETED, 16 LEDGER
000230*                         ERROR.
000240*  THE "E" CALL PASSES THE BLOCK BACK EXACTLY AS "B" LEFT IT.
000250*
000260*  MODIFICATION HISTORY
000270*      DATE       INIT  DESCRIPTION
000280*      ---------- ----  --------------------------------------
000290*      2026-10-15  GM   ORIGINAL LAYOUT.
000300*****************************************************************
000310 01  STEP-LEDGER-PARMS.
000320     05  STP-FUNCTION                PIC X(01).
000330         88  STP-BEGIN-STEP              VALUE "B".
000340         88  STP-END-STEP                VALUE "E".
000350     05  STP-STEP-NAME               PIC X(08).
000360     05  STP-BUSINESS-DATE           PIC X(08).
000370     05  STP-RUN-NUMBER              PIC 9(05).
000380     05  STP-FORCE-FLAG              PIC X(01).
000390         88  STP-FORCED                  VALUE "Y".
000400     05  STP-RETURN-CODE             PIC 9(02).
000410         88  STP-ALLOWED                 VALUE 00 04.
000420         88  STP-REFUSED                 VALUE 08 THRU 16.
