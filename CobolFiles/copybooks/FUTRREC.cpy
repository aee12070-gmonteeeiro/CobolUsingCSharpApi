000010*****************************************************************
000020*  FUTRREC.CPY
000030*
000040*  FUTURE-DATED TRANSACTION WAREHOUSE RECORD (FUTRWHS).  TRANEDIT
000050*  HOLDS EVERY CLEAN TRANSACTION DATED AFTER THE EXTRACT'S
000060*  BUSINESS DATE HERE INSTEAD OF PASSING IT TO TRANCLEAN, AND ON
000070*  EACH LATER NIGHT RELEASES THE ONES WHOSE DATE HAS ARRIVED
000080*  AHEAD OF THAT NIGHT'S EXTRACT.  THE FULL 64-BYTE TRAN-REC
000090*  IMAGE IS CARRIED UNCHANGED.  AN ITEM STAYS ON FILE FOR ONE
000100*  NIGHT AFTER IT RELEASES ("R"), SO DAYRECON CAN ACCOUNT FOR IT
000110*  ON LEG 1 AND A RERUN OF THE SAME NIGHT'S EDIT RELEASES IT
000120*  AGAIN.  FUTRMNT LISTS THE WAREHOUSE AND CANCELS WAITING ITEMS
000130*  ("X"); A CANCELLED ITEM IS DROPPED BY THE EDIT ON THE NIGHT
000140*  IT WOULD HAVE RELEASED.
000150*
000160*  MODIFICATION HISTORY
000170*      DATE       INIT  DESCRIPTION
000180*      ---------- ----  --------------------------------------
000190*      2026-10-15  GM   ORIGINAL LAYOUT.
000191*      2026-10-15  GM   SOURCE-SYSTEM VIEW OF THE CARRIED IMAGE.
000200*****************************************************************
000210 01  FUTR-REC.
000220     05  FUT-TRAN-DATA               PIC X(64).
000230     05  FUT-TRAN-VIEW REDEFINES FUT-TRAN-DATA.
000240         10  FUT-TRAN-ID             PIC X(10).
000250         10  FUT-TRAN-TYPE           PIC X(02).
000260             88  FUT-TYPE-DEBIT          VALUE "DB".
000270             88  FUT-TYPE-CREDIT         VALUE "CR".
000280             88  FUT-TYPE-TRANSFER       VALUE "TR".
000290         10  FUT-ACCOUNT-NO          PIC X(12).
000300         10  FUT-AMOUNT              PIC S9(09)V99.
000310         10  FILLER                  PIC X(21).
000311         10  FUT-SOURCE-SYSTEM       PIC X(08).
000320     05  FUT-EFFECTIVE-DATE          PIC X(08).
000330     05  FUT-HELD-DATE               PIC X(08).
000340     05  FUT-STATUS                  PIC X(01).
000350         88  FUT-WAITING                 VALUE "W".
000360         88  FUT-RELEASED                VALUE "R".
000370         88  FUT-CANCELLED               VALUE "X".
000380     05  FUT-RELEASE-DATE            PIC X(08).
000390     05  FUT-CANCEL-BY               PIC X(08).
000400     05  FUT-CANCEL-DATE             PIC X(08).
000410     05  FUT-CANCEL-REASON           PIC X(30).
000420     05  FILLER                      PIC X(10).
