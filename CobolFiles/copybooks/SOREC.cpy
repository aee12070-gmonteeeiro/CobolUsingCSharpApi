000010*****************************************************************
000020*  SOREC.CPY
000030*
000040*  STANDING-ORDER INSTRUCTION.  ONE RECORD PER CUSTOMER
000050*  RECURRING PAYMENT ON THE STANDING-ORDER MASTER (SOMAST),
000060*  KEYED ON SO-ID.  MAINTAINED ONLY BY SOMAINT; READ BY SOSCHED,
000070*  WHICH GENERATES EACH BUSINESS DATE'S DUE PAYMENTS, AND BY
000080*  SOEXCP.  THE PAYMENT IS AN ORDINARY TRAN-REC:
000090*      "DB"  DEBIT SO-ACCOUNT-NO (RENT, LOAN REPAYMENT)
000100*      "CR"  CREDIT SO-ACCOUNT-NO
000110*      "TR"  TRANSFER FROM SO-ACCOUNT-NO TO SO-DEST-ACCOUNT-NO
000120*            (A SWEEP BETWEEN THE CUSTOMER'S OWN ACCOUNTS)
000130*  FREQUENCY:
000140*      "W"  WEEKLY, EVERY SEVEN DAYS FROM SO-START-DATE
000150*      "M"  MONTHLY, ON THE DAY OF MONTH OF SO-START-DATE
000160*      "D"  MONTHLY, ON DAY SO-DAY-OF-MONTH
000170*  A MONTHLY DAY PAST THE END OF A SHORT MONTH FALLS DUE ON THAT
000180*  MONTH'S LAST DAY.  SO-END-DATE SPACES MEANS NO END DATE.
000190*
000200*  MODIFICATION HISTORY
000210*      DATE       INIT  DESCRIPTION
000220*      ---------- ----  --------------------------------------
000230*      2026-10-15  GM   ORIGINAL LAYOUT.
000240*****************************************************************
000250 01  SO-REC.
000260     05  SO-ID                       PIC X(06).
000270     05  SO-ACCOUNT-NO               PIC X(12).
000280     05  SO-TRAN-TYPE                PIC X(02).
000290         88  SO-TYPE-DEBIT               VALUE "DB".
000300         88  SO-TYPE-CREDIT              VALUE "CR".
000310         88  SO-TYPE-TRANSFER            VALUE "TR".
000320     05  SO-DEST-ACCOUNT-NO          PIC X(12).
000330     05  SO-AMOUNT                   PIC 9(09)V99.
000340     05  SO-FREQUENCY                PIC X(01).
000350         88  SO-FREQ-WEEKLY              VALUE "W".
000360         88  SO-FREQ-MONTHLY             VALUE "M".
000370         88  SO-FREQ-DAY-OF-MONTH        VALUE "D".
000380     05  SO-DAY-OF-MONTH             PIC 9(02).
000390     05  SO-START-DATE               PIC X(08).
000400     05  SO-END-DATE                 PIC X(08).
000410     05  SO-STATUS                   PIC X(01).
000420         88  SO-STATUS-ACTIVE            VALUE "A".
000430         88  SO-STATUS-HELD              VALUE "H".
000440         88  SO-STATUS-CANCELLED         VALUE "C".
000450     05  SO-CREATED-DATE             PIC X(08).
000460     05  SO-CREATED-BY               PIC X(08).
000470     05  SO-CHANGED-DATE             PIC X(08).
000480     05  SO-CHANGED-BY               PIC X(08).
000490     05  FILLER                      PIC X(10).
