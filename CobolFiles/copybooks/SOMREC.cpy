000010*****************************************************************
000020*  SOMREC.CPY
000030*
000040*  STANDING-ORDER MAINTENANCE TRANSACTION.  ONE RECORD PER
000050*  REQUESTED CHANGE, READ BY SOMAINT FROM THE KEYED MAINTENANCE
000060*  FILE (SOMNTF):
000070*      "AD"  ADD A NEW ACTIVE INSTRUCTION (EVERY FIELD REQUIRED;
000080*            DESTINATION FOR "TR" ONLY, DAY OF MONTH FOR "D"
000090*            ONLY, END DATE OPTIONAL)
000100*      "AM"  AMEND AMOUNT AND/OR END DATE; A FIELD LEFT ZERO OR
000110*            SPACES IS NOT CHANGED
000120*      "HO"  HOLD AN ACTIVE INSTRUCTION - NO PAYMENTS UNTIL
000130*            RESUMED, AND NONE ARE MADE UP AFTERWARDS
000140*      "RS"  RESUME A HELD INSTRUCTION
000150*      "CN"  CANCEL AN ACTIVE OR HELD INSTRUCTION FOR GOOD
000160*  EVERY RECORD CARRIES THE REQUESTING USER SO THE AUDIT TRAIL
000170*  CAN PROVE WHO CHANGED WHAT INSTRUCTION AND WHEN.
000180*
000190*  MODIFICATION HISTORY
000200*      DATE       INIT  DESCRIPTION
000210*      ---------- ----  --------------------------------------
000220*      2026-10-15  GM   ORIGINAL LAYOUT.
000230*****************************************************************
000240 01  SOM-REC.
000250     05  SOM-ACTION                  PIC X(02).
000260         88  SOM-ACTION-ADD              VALUE "AD".
000270         88  SOM-ACTION-AMEND            VALUE "AM".
000280         88  SOM-ACTION-HOLD             VALUE "HO".
000290         88  SOM-ACTION-RESUME           VALUE "RS".
000300         88  SOM-ACTION-CANCEL           VALUE "CN".
000310     05  SOM-SO-ID                   PIC X(06).
000320     05  SOM-ACCOUNT-NO              PIC X(12).
000330     05  SOM-TRAN-TYPE               PIC X(02).
000340     05  SOM-DEST-ACCOUNT-NO         PIC X(12).
000350     05  SOM-AMOUNT                  PIC 9(09)V99.
000360     05  SOM-FREQUENCY               PIC X(01).
000370     05  SOM-DAY-OF-MONTH            PIC X(02).
000380     05  SOM-DAY-OF-MONTH-N REDEFINES SOM-DAY-OF-MONTH
000390                                     PIC 9(02).
000400     05  SOM-START-DATE              PIC X(08).
000410     05  SOM-END-DATE                PIC X(08).
000420     05  SOM-DATE                    PIC X(08).
000430     05  SOM-USER-ID                 PIC X(08).
000440     05  FILLER                      PIC X(10).
