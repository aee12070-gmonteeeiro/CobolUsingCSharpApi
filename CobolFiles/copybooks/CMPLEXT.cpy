000010*****************************************************************
000020*  CMPLEXT.CPY
000030*
000040*  COMPLIANCE EXTRACT RECORD (CMPLEXT), WRITTEN BY CMPLSCAN FOR
000050*  LOADING INTO COMPLIANCE'S CASE TOOL.  FIXED LAYOUT, ONE
000060*  RECORD PER TRANSACTION IN A HIT.  A HIT IS EITHER A SINGLE
000070*  TRANSACTION AT OR ABOVE THE REPORTING THRESHOLD ("L"), OR A
000080*  GROUP OF JUST-UNDER TRANSACTIONS ON ONE ACCOUNT WITHIN THE
000090*  WINDOW THAT TOGETHER EXCEED IT ("S").  EVERY RECORD OF A HIT
000100*  CARRIES THE SAME HIT NUMBER AND THE HIT'S ITEM COUNT, TOTAL
000110*  AND FIRST/LAST DATES, SO THE TOOL CAN REBUILD THE CASE FROM
000120*  ANY ONE OF THEM.  AMOUNTS ARE UNSIGNED, TWO IMPLIED DECIMALS.
000130*
000140*  MODIFICATION HISTORY
000150*      DATE       INIT  DESCRIPTION
000160*      ---------- ----  --------------------------------------
000170*      2026-10-15  GM   ORIGINAL LAYOUT.
000180*****************************************************************
000190 01  CMPL-EXT-REC.
000200     05  CEX-REPORT-DATE             PIC X(08).
000210     05  CEX-HIT-NO                  PIC 9(07).
000220     05  CEX-HIT-TYPE                PIC X(01).
000230         88  CEX-LARGE-ITEM              VALUE "L".
000240         88  CEX-STRUCTURING             VALUE "S".
000250     05  CEX-ACCOUNT-NO              PIC X(12).
000260     05  CEX-TRAN-ID                 PIC X(10).
000270     05  CEX-TRAN-DATE               PIC X(08).
000280     05  CEX-TRAN-TYPE               PIC X(02).
000290     05  CEX-AMOUNT                  PIC 9(09)V99.
000300     05  CEX-HIT-ITEM-COUNT          PIC 9(05).
000310     05  CEX-HIT-TOTAL               PIC 9(13)V99.
000320     05  CEX-HIT-FIRST-DATE          PIC X(08).
000330     05  CEX-HIT-LAST-DATE           PIC X(08).
000340     05  CEX-THRESHOLD               PIC 9(09)V99.
000350     05  FILLER                      PIC X(10).
