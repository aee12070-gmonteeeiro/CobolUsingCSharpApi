000010*****************************************************************
000020*  STEPTBL.CPY
000030*
000040*  THE NIGHTLY CHAIN, IN RUN ORDER, AS THE STEP LEDGER KNOWS IT.
000050*  EACH STEP'S PREDECESSOR IS THE ENTRY BEFORE IT.  SHARED BY
000060*  STEPLDG, WHICH ENFORCES THE ORDER, AND STEPRPT, WHICH PRINTS
000070*  IT; A STEP ADDED TO THE CHAIN IS ADDED HERE AND THE COUNT
000080*  RAISED.  THE STEPS AHEAD OF TEST1 EDIT A NIGHT BEFORE IT IS
000081*  POSTED AND SHARE THE RUN NUMBER TEST1 WILL BE GIVEN NEXT;
000082*  SLT-POST-STEP IS TEST1'S POSITION IN THE CHAIN.
000090*
000100*  MODIFICATION HISTORY
000110*      DATE       INIT  DESCRIPTION
000120*      ---------- ----  --------------------------------------
000130*      2026-10-15  GM   ORIGINAL LAYOUT.
000131*      2026-10-15  GM   TRANINTK (MULTI-SOURCE INTAKE) AHEAD OF
000132*                       TRANEDIT; TEST1'S POSITION NAMED.
000140*****************************************************************
000150 01  SLT-STEP-NAMES.
000155     05  FILLER                      PIC X(08) VALUE "TRANINTK".
000160     05  FILLER                      PIC X(08) VALUE "TRANEDIT".
000170     05  FILLER                      PIC X(08) VALUE "TEST1".
000180     05  FILLER                      PIC X(08) VALUE "GLEXTR".
000190     05  FILLER                      PIC X(08) VALUE "HISTROLL".
000200     05  FILLER                      PIC X(08) VALUE "TRIALBAL".
000210     05  FILLER                      PIC X(08) VALUE "DAYRECON".
000220     05  FILLER                      PIC X(08) VALUE "SUSPAGE".
000230     05  FILLER                      PIC X(08) VALUE "CALLHSKP".
000240 01  SLT-STEP-TABLE REDEFINES SLT-STEP-NAMES.
000250     05  SLT-STEP-NAME               PIC X(08) OCCURS 9 TIMES.
000260 77  SLT-STEP-COUNT                  PIC 9(02) VALUE 9 COMP.
000270 77  SLT-POST-STEP                   PIC 9(02) VALUE 3 COMP.
