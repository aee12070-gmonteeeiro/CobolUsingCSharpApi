000010*****************************************************************
000020*  INTKSUM.CPY
000030*
000040*  PER-SOURCE INTAKE SUMMARY (INTKSUM), WRITTEN BY TRANINTK.  ONE
000050*  RECORD FOR EVERY SOURCE FILE MERGED ("M") INTO TRANMRG ON THE
000060*  NIGHT, OR SKIPPED ("S") BECAUSE ITS HEADER CARRIES A LATER
000070*  BUSINESS DATE.  THE COUNT AND AMOUNTS ARE THE SOURCE'S OWN
000080*  TRAILER, WHICH THE INTAKE HAS PROVED AGAINST ITS DETAILS
000090*  BEFORE MERGING; A SKIPPED SOURCE IS NOT READ PAST ITS HEADER
000091*  AND CARRIES ZEROS.  THE SAME LAYOUT IS APPENDED TO THE INTAKE
000092*  HISTORY (INTKHIST), ONE RECORD PER SOURCE EVER MERGED, WHICH
000093*  IS HOW TRANINTK AND NSFFEE TELL A FILE ALREADY TAKEN IN FROM
000094*  ONE THAT MISSED ITS NIGHT.
000100*  ISM-SOURCE-TAG IS THE VALUE STAMPED IN TRAN-SOURCE-SYSTEM ON
000110*  EVERY RECORD THE SOURCE CONTRIBUTED, SO DAYRECON CAN BALANCE
000120*  EACH FEED ON ITS OWN.
000130*
000140*  MODIFICATION HISTORY
000150*      DATE       INIT  DESCRIPTION
000160*      ---------- ----  --------------------------------------
000170*      2026-10-15  GM   ORIGINAL LAYOUT.
000171*      2026-10-15  GM   ALSO THE INTKHIST LAYOUT.
000180*****************************************************************
000190 01  INTK-SUM-REC.
000200     05  ISM-BUSINESS-DATE           PIC X(08).
000210     05  ISM-SOURCE-FILE             PIC X(10).
000220     05  ISM-SOURCE-SYSTEM           PIC X(10).
000230     05  ISM-SOURCE-TAG              PIC X(08).
000240     05  ISM-STATUS                  PIC X(01).
000250         88  ISM-MERGED                  VALUE "M".
000260         88  ISM-SKIPPED                 VALUE "S".
000270     05  ISM-HEADER-DATE             PIC X(08).
000280     05  ISM-RECORD-COUNT            PIC 9(09).
000290     05  ISM-TOTAL-DEBIT             PIC 9(11)V99.
000300     05  ISM-TOTAL-CREDIT            PIC 9(11)V99.
000310     05  FILLER                      PIC X(10).
