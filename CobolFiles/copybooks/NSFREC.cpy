000010*****************************************************************
000020*  NSFREC.CPY
000030*
000040*  NSF RETURN RECORD.  TEST1 WRITES ONE RECORD TO NSFRETN FOR
000050*  EVERY DEBIT (OR TRANSFER) IT RETURNS BECAUSE POSTING IT
000060*  WOULD HAVE TAKEN THE ACCOUNT BELOW ITS OVERDRAFT LIMIT.  THE
000070*  RECORD CARRIES THE RETURNED TRANSACTION, THE BALANCE AND
000080*  OVERDRAFT LIMIT IT WAS TESTED AGAINST, THE REASON CODE AND
000090*  THE BUSINESS DATE / RUN NUMBER FROM THE RUN-CONTROL
000100*  REGISTRY.  LIKE DISPFILE THE FILE HOLDS ONE NIGHT'S RETURNS;
000110*  NSFFEE READS IT TO BUILD THE NEXT NIGHT'S NSF FEE POSTINGS
000120*  AND THE DAILY NSF RETURNS REPORT.
000130*
000140*  MODIFICATION HISTORY
000150*      DATE       INIT  DESCRIPTION
000160*      ---------- ----  --------------------------------------
000170*      2026-10-15  GM   ORIGINAL LAYOUT.
000180*****************************************************************
000190 01  NSF-RET-REC.
000200     05  NSF-BUSINESS-DATE           PIC X(08).
000210     05  NSF-RUN-NUMBER              PIC 9(05).
000220     05  NSF-REASON-CODE             PIC X(05).
000230     05  NSF-BALANCE                 PIC S9(11)V99.
000240     05  NSF-OD-LIMIT                PIC 9(07)V99.
000250     05  NSF-TRAN-DATA               PIC X(64).
000260     05  FILLER                      PIC X(10).
