000010*****************************************************************
000020*  SHADCMP.CPY
000030*
000040*  SHADOW-RUN COMPARISON RECORD (SHADCMP).  WHEN TEST1 RUNS IN
000050*  SHADOW MODE EVERY TRANSACTION SENT TO THE PRODUCTION BUILD'S
000060*  ProcessTransaction IS ALSO SENT TO THE CANDIDATE BUILD NAMED
000070*  IN DLLCFGFILE, AND ONE OF THESE RECORDS IS WRITTEN PER
000080*  TRANSACTION WITH BOTH BUILDS' TRAN-STATUS, REASON CODE AND
000090*  MESSAGE.  ONLY THE PRODUCTION RESULT IS EVER POSTED.  SHADRPT
000100*  PRINTS THE DISAGREEMENTS FOR RELEASE SIGN-OFF.
000110*
000120*  MODIFICATION HISTORY
000130*      DATE       INIT  DESCRIPTION
000140*      ---------- ----  --------------------------------------
000150*      2026-10-15  GM   ORIGINAL LAYOUT.
000160*****************************************************************
000170 01  SHADOW-CMP-REC.
000180     05  SHD-BUSINESS-DATE           PIC X(08).
000190     05  SHD-RUN-NUMBER              PIC 9(05).
000200     05  SHD-TRAN-REC-NO             PIC 9(09).
000210     05  SHD-TRAN-ID                 PIC X(10).
000220     05  SHD-TRAN-TYPE               PIC X(02).
000230     05  SHD-ACCOUNT-NO              PIC X(12).
000240     05  SHD-RESULT                  PIC X(01).
000250         88  SHD-AGREED                  VALUE "A".
000260         88  SHD-DISAGREED               VALUE "D".
000270     05  SHD-STATUS-DIFF-FLAG        PIC X(01).
000280         88  SHD-STATUS-DIFFERS          VALUE "Y".
000290     05  SHD-REASON-DIFF-FLAG        PIC X(01).
000300         88  SHD-REASON-DIFFERS          VALUE "Y".
000310     05  SHD-MESSAGE-DIFF-FLAG       PIC X(01).
000320         88  SHD-MESSAGE-DIFFERS         VALUE "Y".
000330     05  SHD-CAND-FAILED-FLAG        PIC X(01).
000340         88  SHD-CAND-CALL-FAILED        VALUE "Y".
000350     05  SHD-PROD-TRAN-STATUS        PIC X(01).
000360     05  SHD-PROD-REASON-CODE        PIC X(05).
000370     05  SHD-PROD-MESSAGE            PIC X(60).
000380     05  SHD-CAND-TRAN-STATUS        PIC X(01).
000390     05  SHD-CAND-REASON-CODE        PIC X(05).
000400     05  SHD-CAND-MESSAGE            PIC X(60).
000410     05  FILLER                      PIC X(10).
