000010*****************************************************************
000020*  STEPLOG.CPY
000030*
000040*  NIGHT-STEP LEDGER RECORD.  EVERY STEP OF THE NIGHTLY CHAIN
000050*  (TRANINTK, TRANEDIT, TEST1, GLEXTR, HISTROLL, TRIALBAL,
000060*  DAYRECON, SUSPAGE, CALLHSKP) WRITES ONE RECORD WHEN IT STARTS
000070*  AND ONE WHEN IT COMPLETES, KEYED BY THE BUSINESS DATE AND THE
000080*  RUNCTL RUN NUMBER OF THE NIGHT IT BELONGS TO.  THE LEDGER IS
000090*  HOW A STEP REFUSES TO RUN AHEAD OF ITS PREDECESSOR OR A SECOND
000100*  TIME FOR THE SAME NIGHT.  ALL ACCESS GOES THROUGH THE STEPLDG
000110*  SUBPROGRAM; STEPRPT LISTS IT.  THE FILE IS EXTENDED, NEVER
000120*  REWRITTEN, SO A STARTED RECORD WITH NO COMPLETED RECORD AFTER
000130*  IT IS A STEP THAT ABENDED OR IS STILL RUNNING.
000140*
000150*  MODIFICATION HISTORY
000160*      DATE       INIT  DESCRIPTION
000170*      ---------- ----  --------------------------------------
000180*      2026-10-15  GM   ORIGINAL LAYOUT.
000190*****************************************************************
000200 01  STEP-LOG-REC.
000210     05  SL-BUSINESS-DATE            PIC X(08).
000220     05  SL-RUN-NUMBER               PIC 9(05).
000230     05  SL-STEP-NAME                PIC X(08).
000240     05  SL-EVENT                    PIC X(01).
000250         88  SL-EVENT-STARTED            VALUE "S".
000260         88  SL-EVENT-COMPLETED          VALUE "C".
000270     05  SL-TIMESTAMP                PIC X(16).
000280     05  SL-FORCED-FLAG              PIC X(01).
000290         88  SL-FORCED                   VALUE "Y".
000300     05  FILLER                      PIC X(10).
