000010*****************************************************************
000020*  FUTRCAN.CPY
000030*
000040*  CANCELLATION REQUEST FOR A WAREHOUSED FUTURE-DATED
000050*  TRANSACTION (FUTRCAN), ONE PER TRAN-ID, APPLIED BY FUTRMNT.
000060*  ONLY AN ITEM STILL WAITING CAN BE CANCELLED; A REQUEST FOR AN
000070*  ITEM ALREADY RELEASED, ALREADY CANCELLED OR NOT ON THE
000080*  WAREHOUSE IS REPORTED BACK AND CHANGES NOTHING.
000090*
000100*  MODIFICATION HISTORY
000110*      DATE       INIT  DESCRIPTION
000120*      ---------- ----  --------------------------------------
000130*      2026-10-15  GM   ORIGINAL LAYOUT.
000140*****************************************************************
000150 01  FUTR-CAN-REC.
000160     05  FCN-TRAN-ID                 PIC X(10).
000170     05  FCN-REQUESTED-BY            PIC X(08).
000180     05  FCN-REASON                  PIC X(30).
000190     05  FILLER                      PIC X(10).
