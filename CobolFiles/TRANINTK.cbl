000010*****************************************************************
000020*  PROGRAM-ID.  TRANINTK
000030*
000040*  NIGHTLY MULTI-SOURCE INTAKE.  THE UPSTREAM EXTRACT (TRANFILE)
000050*  IS NO LONGER THE NIGHT'S ONLY FEED: ACCRUAL WRITES ACCRTRAN,
000060*  REJFIX WRITES RESUBTRAN, NSFFEE WRITES NSFTRAN AND SOSCHED
000070*  WRITES SOTRAN, EACH BRACKETED BY ITS OWN HDR/TRL PAIR.  TEST1
000080*  REGISTERS EACH BUSINESS DATE ONCE IN RUNCTL, SO A FEED THAT
000090*  MISSES THE NIGHT'S EDIT CANNOT BE POSTED FOR THAT DATE WITHOUT
000100*  A FORCED RERUN.  THIS STEP RUNS AHEAD OF TRANEDIT AND MERGES
000110*  EVERY SOURCE PRESENT FOR THE NIGHT INTO ONE FILE (TRANMRG),
000120*  WHICH TRANEDIT EDITS IN PLACE OF TRANFILE:
000130*      - TRANFILE MUST BE PRESENT; ITS HEADER SETS THE NIGHT'S
000140*        BUSINESS DATE.  A SECONDARY SOURCE THAT IS NOT PRESENT
000150*        SIMPLY CONTRIBUTES NOTHING.
000160*      - EVERY SOURCE IS PROVED AGAINST ITS OWN TRAILER (DETAIL
000170*        COUNT AND DEBIT/CREDIT HASH TOTALS, A TRANSFER IN BOTH)
000180*        BEFORE ANYTHING IS WRITTEN; A SOURCE THAT DOES NOT
000190*        BALANCE, OR IS MALFORMED, STOPS THE NIGHT AND IS NAMED.
000200*      - A SECONDARY SOURCE DATED AFTER THE BUSINESS DATE IS
000210*        SKIPPED WITH A WARNING AND LEFT ON DISK FOR ITS OWN
000220*        NIGHT; THE RUN ENDS WITH RETURN CODE 4.  ONE DATED
000221*        BEFORE IT IS NORMALLY LAST NIGHT'S FILE, ALREADY TAKEN
000222*        IN: THE INTAKE HISTORY (INTKHIST) MUST SHOW IT MERGED,
000223*        SAME HEADER DATE AND TRAILER, AND IT IS THEN IGNORED.
000224*        ONE THE HISTORY DOES NOT SHOW MISSED ITS NIGHT, AND THE
000225*        RUN STOPS RATHER THAN LEAVE IT STRANDED.
000230*      - EVERY DETAIL IS STAMPED WITH ITS SOURCE'S HDR-SOURCE-
000240*        SYSTEM (TRAN-SOURCE-SYSTEM, FIRST EIGHT CHARACTERS; THE
000250*        FILE NAME WHEN THE HEADER LEAVES IT BLANK), WHICH EVERY
000260*        LATER STEP CARRIES THROUGH TO DISPFILE.
000270*      - TRANMRG HAS ONE HEADER (THE BUSINESS DATE, SOURCE
000280*        "TRANINTK") AND ONE TRAILER WITH THE COMBINED TOTALS, SO
000290*        TRANEDIT'S TRAILER BALANCE AND DUPLICATE-ID CHECK NOW RUN
000300*        ACROSS ALL THE NIGHT'S FEEDS.
000310*      - A PER-SOURCE SUMMARY (INTKSUM) CARRIES EACH SOURCE'S
000320*        TRAILER TOTALS AND TAG FOR DAYRECON, WHICH BALANCES EVERY
000330*        FEED ON ITS OWN.  EVERY SOURCE MERGED IS ALSO APPENDED
000331*        TO INTKHIST.
000340*  THE SOURCE FILES ARE ONLY READ.  THE INTAKE IS THE FIRST STEP
000350*  OF THE NIGHT-STEP LEDGER (STEPLDG): IT WILL NOT RUN FOR A
000360*  BUSINESS DATE TEST1 HAS ALREADY POSTED UNLESS THE OPERATOR
000370*  FORCES IT, WHICH IS WHAT KEEPS A FEED FROM POSTING TWICE.
000380*
000390*  MODIFICATION HISTORY
000400*      DATE       INIT  DESCRIPTION
000410*      ---------- ----  --------------------------------------
000420*      2026-10-15  GM   ORIGINAL PROGRAM.
000421*      2026-10-15  GM   ONLY A SOURCE DATED AFTER THE BUSINESS
000422*                       DATE IS SKIPPED.  ONE DATED BEFORE IT IS
000423*                       IGNORED WHEN THE NEW INTAKE HISTORY
000424*                       (INTKHIST) SHOWS IT MERGED, AND STOPS
000425*                       THE RUN WHEN IT DOES NOT.
000430*****************************************************************
000440 identification division.
000450 PROGRAM-ID.    TRANINTK.
000460 AUTHOR.        Gabriel Monteiro.
000470 INSTALLATION.  INTEROP BATCH.
000480 DATE-WRITTEN.  2026-10-15.
000490 DATE-COMPILED.
000500 ENVIRONMENT    DIVISION.
000510 CONFIGURATION  SECTION.
000520
000530 input-output section.
000540 file-control.
000550     SELECT TRANFILE ASSIGN TO "TRANFILE"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-TRANFILE-STATUS.
000580     SELECT ACCRFILE ASSIGN TO "ACCRTRAN"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-ACCRFILE-STATUS.
000610     SELECT RESUBFILE ASSIGN TO "RESUBTRAN"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RESUBFILE-STATUS.
000640     SELECT NSFFILE ASSIGN TO "NSFTRAN"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-NSFFILE-STATUS.
000670     SELECT SOFILE ASSIGN TO "SOTRAN"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-SOFILE-STATUS.
000700     SELECT MRGFILE ASSIGN TO "TRANMRG"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-MRGFILE-STATUS.
000730     SELECT SUMFILE ASSIGN TO "INTKSUM"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-SUMFILE-STATUS.
000751     SELECT HISTFILE ASSIGN TO "INTKHIST"
000752         ORGANIZATION IS LINE SEQUENTIAL
000753         FILE STATUS IS WS-HISTFILE-STATUS.
000760
000770 data division.
000780 file section.
000790
000800 FD  TRANFILE.
000810 01  TRANFILE-REC                    PIC X(64).
000820
000830 FD  ACCRFILE.
000840 01  ACCRFILE-REC                    PIC X(64).
000850
000860 FD  RESUBFILE.
000870 01  RESUBFILE-REC                   PIC X(64).
000880
000890 FD  NSFFILE.
000900 01  NSFFILE-REC                     PIC X(64).
000910
000920 FD  SOFILE.
000930 01  SOFILE-REC                      PIC X(64).
000940
000950 FD  MRGFILE.
000960 01  MRG-TRAN-REC                    PIC X(64).
000970
000980 FD  SUMFILE.
000990     COPY INTKSUM.
000991
000992 FD  HISTFILE.
000993     COPY INTKSUM
000994         REPLACING ==INTK-SUM-REC== BY ==INTK-HIST-REC==.
001000
001010 working-storage section.
001020 01  WS-FILE-STATUSES.
001030     05  WS-TRANFILE-STATUS          PIC X(02).
001040     05  WS-ACCRFILE-STATUS          PIC X(02).
001050     05  WS-RESUBFILE-STATUS         PIC X(02).
001060     05  WS-NSFFILE-STATUS           PIC X(02).
001070     05  WS-SOFILE-STATUS            PIC X(02).
001080     05  WS-MRGFILE-STATUS           PIC X(02).
001090     05  WS-SUMFILE-STATUS           PIC X(02).
001095     05  WS-HISTFILE-STATUS          PIC X(02).
001100     05  WS-SOURCE-STATUS            PIC X(02).
001110 01  WS-SWITCHES.
001120     05  WS-EOF-SOURCE               PIC X(01) VALUE "N".
001130         88  WS-EOF-SOURCE-YES           VALUE "Y".
001140     05  WS-HDR-SEEN-FLAG            PIC X(01) VALUE "N".
001150         88  WS-HDR-SEEN                 VALUE "Y".
001160     05  WS-TRL-SEEN-FLAG            PIC X(01) VALUE "N".
001170         88  WS-TRL-SEEN                 VALUE "Y".
001180     05  WS-LEDGER-BEGUN-FLAG        PIC X(01) VALUE "N".
001190         88  WS-LEDGER-BEGUN             VALUE "Y".
001191     05  WS-EOF-HIST                 PIC X(01) VALUE "N".
001192         88  WS-EOF-HIST-YES             VALUE "Y".
001193     05  WS-HIST-FOUND-FLAG          PIC X(01) VALUE "N".
001194         88  WS-HIST-FOUND               VALUE "Y".
001200
001210*    THE NIGHT'S SOURCES, IN MERGE ORDER.  THE UPSTREAM EXTRACT
001220*    COMES FIRST AND MUST BE PRESENT; ITS HEADER DATE IS THE
001230*    NIGHT'S BUSINESS DATE.  A SOURCE ADDED HERE ALSO NEEDS ITS
001240*    SELECT, ITS FD AND A BRANCH IN 6000-6200.
001250 01  SRC-FILE-NAMES.
001260     05  FILLER                      PIC X(10) VALUE "TRANFILE".
001270     05  FILLER                      PIC X(10) VALUE "ACCRTRAN".
001280     05  FILLER                      PIC X(10) VALUE "RESUBTRAN".
001290     05  FILLER                      PIC X(10) VALUE "NSFTRAN".
001300     05  FILLER                      PIC X(10) VALUE "SOTRAN".
001310 01  SRC-FILE-TABLE REDEFINES SRC-FILE-NAMES.
001320     05  SRC-FILE-NAME               PIC X(10) OCCURS 5 TIMES.
001330 77  SRC-COUNT                       PIC 9(02) VALUE 5 COMP.
001340 77  SRC-SUB                         PIC 9(02) VALUE ZERO COMP.
001350
001360*    WHAT THE CHECKING PASS FOUND FOR EACH SOURCE: "A" NOT
001370*    PRESENT, "M" TO BE MERGED, "S" SKIPPED (A LATER NIGHT'S
001380*    FILE), "P" DATED FOR AN EARLIER NIGHT AND STILL TO BE FOUND
001381*    ON INTKHIST, "T" TAKEN IN ON AN EARLIER NIGHT.  THE TRAILER
001382*    TOTALS ARE KEPT FOR EVERY SOURCE READ TO ITS END.
001390 01  SRC-STATE-TABLE.
001400     05  SRC-STATE-ENTRY OCCURS 5 TIMES.
001410         10  SRC-STATE               PIC X(01).
001420             88  SRC-ABSENT              VALUE "A".
001430             88  SRC-MERGE               VALUE "M".
001440             88  SRC-SKIPPED             VALUE "S".
001441             88  SRC-PRIOR               VALUE "P".
001442             88  SRC-TAKEN-EARLIER       VALUE "T".
001450         10  SRC-HDR-DATE            PIC X(08).
001460         10  SRC-SYSTEM              PIC X(10).
001470         10  SRC-TAG                 PIC X(08).
001480         10  SRC-TRL-COUNT           PIC 9(09).
001490         10  SRC-TRL-DEBIT           PIC 9(11)V99.
001500         10  SRC-TRL-CREDIT          PIC 9(11)V99.
001510
001520*    THE RECORD JUST READ, AND ITS HEADER/TRAILER VIEWS.
001530     COPY TRANREC.
001540     COPY TRANCTL.
001550
001560*    RUNNING TOTALS FOR THE SOURCE BEING CHECKED, PROVED AGAINST
001570*    ITS TRAILER AT END OF FILE.
001580 77  WS-CUR-READ-COUNT               PIC 9(09) VALUE ZERO COMP.
001590 01  WS-CUR-DETAIL-COUNT             PIC 9(09) VALUE ZERO.
001600 01  WS-CUR-DEBIT-TOTAL              PIC 9(11)V99 VALUE ZERO.
001610 01  WS-CUR-CREDIT-TOTAL             PIC 9(11)V99 VALUE ZERO.
001620
001630*    TRANMRG CONTROL TOTALS: THE SUM OF THE MERGED SOURCES'
001640*    TRAILERS.
001650 01  WS-BUSINESS-DATE                PIC X(08) VALUE SPACES.
001660 01  WS-MRG-COUNT                    PIC 9(09) VALUE ZERO.
001670 01  WS-MRG-DEBIT-TOTAL              PIC 9(11)V99 VALUE ZERO.
001680 01  WS-MRG-CREDIT-TOTAL             PIC 9(11)V99 VALUE ZERO.
001690 77  WS-COPIED-COUNT                 PIC 9(09) VALUE ZERO COMP.
001700 77  WS-MERGED-SOURCES               PIC 9(02) VALUE ZERO COMP.
001710 77  WS-SKIPPED-SOURCES              PIC 9(02) VALUE ZERO COMP.
001720
001730*    NIGHT-STEP LEDGER PARAMETERS.
001740     COPY STEPPARM.
001750
001760 procedure division.
001770*****************************************************************
001780*  0000-MAINLINE
001790*****************************************************************
001800 0000-MAINLINE.
001810     PERFORM 1000-CHECK-SOURCES THRU 1000-EXIT.
001820     PERFORM 1900-BEGIN-LEDGER-STEP THRU 1900-EXIT.
001830     PERFORM 2000-WRITE-MERGED-FILE THRU 2000-EXIT.
001840     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT.
001850     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001860     STOP RUN.
001870
001880*****************************************************************
001890*  1000-CHECK-SOURCES  --  FIRST PASS: READ EVERY SOURCE PRESENT
001900*  AND PROVE IT AGAINST ITS OWN TRAILER BEFORE ANY OUTPUT IS
001910*  OPENED, SO A BAD FEED STOPS THE NIGHT WITH NOTHING HALF
001920*  WRITTEN.
001930*****************************************************************
001940 1000-CHECK-SOURCES.
001950     PERFORM 1100-CHECK-ONE-SOURCE THRU 1100-EXIT
001960         VARYING SRC-SUB FROM 1 BY 1
001970         UNTIL SRC-SUB > SRC-COUNT.
001980 1000-EXIT.
001990     EXIT.
002000
002010 1100-CHECK-ONE-SOURCE.
002020     MOVE "A" TO SRC-STATE(SRC-SUB).
002030     MOVE SPACES TO SRC-HDR-DATE(SRC-SUB).
002040     MOVE SPACES TO SRC-SYSTEM(SRC-SUB).
002050     MOVE SPACES TO SRC-TAG(SRC-SUB).
002060     MOVE ZERO TO SRC-TRL-COUNT(SRC-SUB).
002070     MOVE ZERO TO SRC-TRL-DEBIT(SRC-SUB).
002080     MOVE ZERO TO SRC-TRL-CREDIT(SRC-SUB).
002090     MOVE ZERO TO WS-CUR-READ-COUNT.
002100     MOVE ZERO TO WS-CUR-DETAIL-COUNT.
002110     MOVE ZERO TO WS-CUR-DEBIT-TOTAL.
002120     MOVE ZERO TO WS-CUR-CREDIT-TOTAL.
002130     MOVE "N" TO WS-HDR-SEEN-FLAG.
002140     MOVE "N" TO WS-TRL-SEEN-FLAG.
002150     PERFORM 6000-OPEN-SOURCE THRU 6000-EXIT.
002160     IF WS-SOURCE-STATUS = "35"
002170         IF SRC-SUB = 1
002180             DISPLAY "TRANINTK001E TRANFILE NOT FOUND, "
002190                 "ABENDING RUN"
002200             PERFORM 9800-ABEND THRU 9800-EXIT
002210         END-IF
002220         DISPLAY "TRANINTK015I " SRC-FILE-NAME(SRC-SUB)
002230             " NOT PRESENT - NOTHING TO MERGE"
002240         GO TO 1100-EXIT
002250     END-IF.
002260     IF WS-SOURCE-STATUS NOT = "00"
002270         DISPLAY "TRANINTK002E " SRC-FILE-NAME(SRC-SUB)
002280             " COULD NOT BE OPENED - STATUS = " WS-SOURCE-STATUS
002290             ", ABENDING RUN"
002300         PERFORM 9800-ABEND THRU 9800-EXIT
002310     END-IF.
002320     MOVE "M" TO SRC-STATE(SRC-SUB).
002330     MOVE "N" TO WS-EOF-SOURCE.
002340     PERFORM 1150-CHECK-ONE-RECORD THRU 1150-EXIT
002350         UNTIL WS-EOF-SOURCE-YES.
002360     PERFORM 6200-CLOSE-SOURCE THRU 6200-EXIT.
002370     IF SRC-SKIPPED(SRC-SUB)
002380         ADD 1 TO WS-SKIPPED-SOURCES
002390         DISPLAY "TRANINTK011W " SRC-FILE-NAME(SRC-SUB)
002400             " HEADER DATE " SRC-HDR-DATE(SRC-SUB)
002410             " IS AFTER BUSINESS DATE " WS-BUSINESS-DATE
002420             " - SKIPPED, LEFT FOR ITS OWN NIGHT"
002430         GO TO 1100-EXIT
002440     END-IF.
002450     PERFORM 1400-BALANCE-ONE-SOURCE THRU 1400-EXIT.
002451     IF SRC-PRIOR(SRC-SUB)
002452         PERFORM 1500-CHECK-PRIOR-SOURCE THRU 1500-EXIT
002453         GO TO 1100-EXIT
002454     END-IF.
002460     ADD 1 TO WS-MERGED-SOURCES.
002470     ADD SRC-TRL-COUNT(SRC-SUB) TO WS-MRG-COUNT.
002480     ADD SRC-TRL-DEBIT(SRC-SUB) TO WS-MRG-DEBIT-TOTAL.
002490     ADD SRC-TRL-CREDIT(SRC-SUB) TO WS-MRG-CREDIT-TOTAL.
002500 1100-EXIT.
002510     EXIT.
002520
002530 1150-CHECK-ONE-RECORD.
002540     PERFORM 6100-READ-SOURCE THRU 6100-EXIT.
002550     IF WS-EOF-SOURCE-YES
002560         GO TO 1150-EXIT
002570     END-IF.
002580     ADD 1 TO WS-CUR-READ-COUNT.
002590     MOVE TRAN-REC TO TRAN-CTL-REC.
002600     EVALUATE TRUE
002610         WHEN CTL-IS-HEADER
002620             PERFORM 1200-CHECK-HEADER THRU 1200-EXIT
002630         WHEN CTL-IS-TRAILER
002640             PERFORM 1250-CHECK-TRAILER THRU 1250-EXIT
002650         WHEN OTHER
002660             PERFORM 1300-CHECK-DETAIL THRU 1300-EXIT
002670     END-EVALUATE.
002680 1150-EXIT.
002690     EXIT.
002700
002710*****************************************************************
002720*  1200-CHECK-HEADER  --  TRANFILE'S HEADER SETS THE NIGHT.  A
002730*  SECONDARY SOURCE DATED FOR A LATER NIGHT IS NOT READ FURTHER:
002740*  IT IS SKIPPED, NOT JUDGED.  ONE DATED FOR AN EARLIER NIGHT IS
002741*  READ AND PROVED LIKE ANY OTHER, THEN LOOKED UP BY 1500.
002750*****************************************************************
002760 1200-CHECK-HEADER.
002770     IF WS-HDR-SEEN
002780         DISPLAY "TRANINTK003E " SRC-FILE-NAME(SRC-SUB)
002790             " DUPLICATE HEADER RECORD AT RECORD "
002800             WS-CUR-READ-COUNT
002810         PERFORM 9800-ABEND THRU 9800-EXIT
002820     END-IF.
002830     MOVE "Y" TO WS-HDR-SEEN-FLAG.
002840     MOVE HDR-BUSINESS-DATE TO SRC-HDR-DATE(SRC-SUB).
002850     MOVE HDR-SOURCE-SYSTEM TO SRC-SYSTEM(SRC-SUB).
002860     IF HDR-SOURCE-SYSTEM = SPACES
002870         MOVE SRC-FILE-NAME(SRC-SUB) TO SRC-TAG(SRC-SUB)
002880     ELSE
002890         MOVE HDR-SOURCE-SYSTEM TO SRC-TAG(SRC-SUB)
002900     END-IF.
002910     IF SRC-SUB = 1
002920         IF HDR-BUSINESS-DATE IS NOT NUMERIC
002930             DISPLAY "TRANINTK010E TRANFILE HEADER BUSINESS DATE "
002940                 "NOT NUMERIC - " HDR-BUSINESS-DATE
002950             PERFORM 9800-ABEND THRU 9800-EXIT
002960         END-IF
002970         MOVE HDR-BUSINESS-DATE TO WS-BUSINESS-DATE
002980         GO TO 1200-EXIT
002990     END-IF.
002991     IF HDR-BUSINESS-DATE IS NOT NUMERIC
002992         DISPLAY "TRANINTK025E " SRC-FILE-NAME(SRC-SUB)
002993             " HEADER BUSINESS DATE NOT NUMERIC - "
002994             HDR-BUSINESS-DATE
002995         PERFORM 9800-ABEND THRU 9800-EXIT
002996     END-IF.
003000     IF HDR-BUSINESS-DATE > WS-BUSINESS-DATE
003010         MOVE "S" TO SRC-STATE(SRC-SUB)
003020         MOVE "Y" TO WS-EOF-SOURCE
003030     END-IF.
003031     IF HDR-BUSINESS-DATE < WS-BUSINESS-DATE
003032         MOVE "P" TO SRC-STATE(SRC-SUB)
003033     END-IF.
003040 1200-EXIT.
003050     EXIT.
003060
003070 1250-CHECK-TRAILER.
003080     IF WS-TRL-SEEN
003090         DISPLAY "TRANINTK006E " SRC-FILE-NAME(SRC-SUB)
003100             " DUPLICATE TRAILER RECORD AT RECORD "
003110             WS-CUR-READ-COUNT
003120         PERFORM 9800-ABEND THRU 9800-EXIT
003130     END-IF.
003140     IF TRL-RECORD-COUNT IS NOT NUMERIC
003150         OR TRL-TOTAL-DEBIT IS NOT NUMERIC
003160         OR TRL-TOTAL-CREDIT IS NOT NUMERIC
003170         DISPLAY "TRANINTK007E " SRC-FILE-NAME(SRC-SUB)
003180             " TRAILER CONTROL FIELDS NOT NUMERIC"
003190         PERFORM 9800-ABEND THRU 9800-EXIT
003200     END-IF.
003210     MOVE "Y" TO WS-TRL-SEEN-FLAG.
003220     MOVE TRL-RECORD-COUNT TO SRC-TRL-COUNT(SRC-SUB).
003230     MOVE TRL-TOTAL-DEBIT TO SRC-TRL-DEBIT(SRC-SUB).
003240     MOVE TRL-TOTAL-CREDIT TO SRC-TRL-CREDIT(SRC-SUB).
003250 1250-EXIT.
003260     EXIT.
003270
003280*****************************************************************
003290*  1300-CHECK-DETAIL  --  THE SAME HASH TOTALS TRANEDIT TAKES: A
003300*  NON-NUMERIC AMOUNT IS LEFT OUT (THE EDIT WILL REJECT IT), A
003310*  TRANSFER COUNTS ONCE ON EACH SIDE.
003320*****************************************************************
003330 1300-CHECK-DETAIL.
003340     IF NOT WS-HDR-SEEN
003350         DISPLAY "TRANINTK004E " SRC-FILE-NAME(SRC-SUB)
003360             " DETAIL RECORD BEFORE HEADER AT RECORD "
003370             WS-CUR-READ-COUNT
003380         PERFORM 9800-ABEND THRU 9800-EXIT
003390     END-IF.
003400     IF WS-TRL-SEEN
003410         DISPLAY "TRANINTK005E " SRC-FILE-NAME(SRC-SUB)
003420             " DETAIL RECORD AFTER TRAILER AT RECORD "
003430             WS-CUR-READ-COUNT
003440         PERFORM 9800-ABEND THRU 9800-EXIT
003450     END-IF.
003460     ADD 1 TO WS-CUR-DETAIL-COUNT.
003470     IF TRAN-AMOUNT IS NUMERIC
003480         EVALUATE TRUE
003490             WHEN TRAN-TYPE-DEBIT
003500                 ADD TRAN-AMOUNT TO WS-CUR-DEBIT-TOTAL
003510             WHEN TRAN-TYPE-CREDIT
003520                 ADD TRAN-AMOUNT TO WS-CUR-CREDIT-TOTAL
003530             WHEN TRAN-TYPE-TRANSFER
003540                 ADD TRAN-AMOUNT TO WS-CUR-DEBIT-TOTAL
003550                 ADD TRAN-AMOUNT TO WS-CUR-CREDIT-TOTAL
003560         END-EVALUATE
003570     END-IF.
003580 1300-EXIT.
003590     EXIT.
003600
003610*****************************************************************
003620*  1400-BALANCE-ONE-SOURCE  --  PROVE THE SOURCE ARRIVED WHOLE.
003630*  A SOURCE THAT DOES NOT BALANCE TO ITS OWN TRAILER STOPS THE
003640*  NIGHT, NAMED, RATHER THAN BEING MERGED SHORT OR LEFT OUT.
003650*****************************************************************
003660 1400-BALANCE-ONE-SOURCE.
003670     IF NOT WS-HDR-SEEN
003680         DISPLAY "TRANINTK008E NO HEADER RECORD IN "
003690             SRC-FILE-NAME(SRC-SUB)
003700         PERFORM 9800-ABEND THRU 9800-EXIT
003710     END-IF.
003720     IF NOT WS-TRL-SEEN
003730         DISPLAY "TRANINTK009E NO TRAILER RECORD IN "
003740             SRC-FILE-NAME(SRC-SUB)
003750         PERFORM 9800-ABEND THRU 9800-EXIT
003760     END-IF.
003770     IF SRC-TRL-COUNT(SRC-SUB) NOT = WS-CUR-DETAIL-COUNT
003780         DISPLAY "TRANINTK012E " SRC-FILE-NAME(SRC-SUB)
003790             " RECORD COUNT OUT OF BALANCE - TRAILER = "
003800             SRC-TRL-COUNT(SRC-SUB) " FILE = " WS-CUR-DETAIL-COUNT
003810         PERFORM 9800-ABEND THRU 9800-EXIT
003820     END-IF.
003830     IF SRC-TRL-DEBIT(SRC-SUB) NOT = WS-CUR-DEBIT-TOTAL
003840         DISPLAY "TRANINTK013E " SRC-FILE-NAME(SRC-SUB)
003850             " DEBIT TOTAL OUT OF BALANCE - TRAILER = "
003860             SRC-TRL-DEBIT(SRC-SUB) " FILE = " WS-CUR-DEBIT-TOTAL
003870         PERFORM 9800-ABEND THRU 9800-EXIT
003880     END-IF.
003890     IF SRC-TRL-CREDIT(SRC-SUB) NOT = WS-CUR-CREDIT-TOTAL
003900         DISPLAY "TRANINTK014E " SRC-FILE-NAME(SRC-SUB)
003910             " CREDIT TOTAL OUT OF BALANCE - TRAILER = "
003920             SRC-TRL-CREDIT(SRC-SUB) " FILE = "
003930             WS-CUR-CREDIT-TOTAL
003940         PERFORM 9800-ABEND THRU 9800-EXIT
003950     END-IF.
003960 1400-EXIT.
003970     EXIT.
003980
003981*****************************************************************
003982*  1500-CHECK-PRIOR-SOURCE  --  A SOURCE DATED FOR AN EARLIER
003983*  NIGHT IS EITHER ONE AN EARLIER INTAKE MERGED AND NOTHING HAS
003984*  REPLACED YET, OR ONE THAT MISSED ITS NIGHT.  ONLY A MERGED
003985*  ENTRY ON INTKHIST FOR THE SAME FILE WITH THE SAME HEADER DATE
003986*  AND TRAILER PROVES THE FIRST.  ANYTHING ELSE STOPS THE NIGHT,
003987*  NAMED, SO THE FEED CANNOT BE QUIETLY LOST.
003988*****************************************************************
003989 1500-CHECK-PRIOR-SOURCE.
003990     PERFORM 1550-FIND-IN-HISTORY THRU 1550-EXIT.
003991     IF NOT WS-HIST-FOUND
003992         DISPLAY "TRANINTK026E " SRC-FILE-NAME(SRC-SUB)
003993             " HEADER DATE " SRC-HDR-DATE(SRC-SUB)
003994             " IS BEFORE BUSINESS DATE " WS-BUSINESS-DATE
003995             " AND IT WAS NEVER MERGED"
003996         DISPLAY "TRANINTK026E RE-DATE IT FOR TONIGHT OR REMOVE "
003997             "IT, THEN RERUN THE INTAKE, ABENDING RUN"
003998         PERFORM 9800-ABEND THRU 9800-EXIT
003999     END-IF.
004000     MOVE "T" TO SRC-STATE(SRC-SUB).
004001     DISPLAY "TRANINTK027I " SRC-FILE-NAME(SRC-SUB)
004002         " DATED " SRC-HDR-DATE(SRC-SUB)
004003         " WAS MERGED ON AN EARLIER NIGHT - IGNORED".
004004 1500-EXIT.
004005     EXIT.
004006
004007 1550-FIND-IN-HISTORY.
004008     MOVE "N" TO WS-HIST-FOUND-FLAG.
004009     OPEN INPUT HISTFILE.
004010     IF WS-HISTFILE-STATUS = "35"
004011         GO TO 1550-EXIT
004012     END-IF.
004013     IF WS-HISTFILE-STATUS NOT = "00"
004014         DISPLAY "TRANINTK028E INTKHIST COULD NOT BE OPENED - "
004015             "STATUS = " WS-HISTFILE-STATUS ", ABENDING RUN"
004016         PERFORM 9800-ABEND THRU 9800-EXIT
004017     END-IF.
004018     MOVE "N" TO WS-EOF-HIST.
004019     PERFORM 1560-MATCH-ONE-HISTORY THRU 1560-EXIT
004020         UNTIL WS-EOF-HIST-YES OR WS-HIST-FOUND.
004021     CLOSE HISTFILE.
004022 1550-EXIT.
004023     EXIT.
004024
004025 1560-MATCH-ONE-HISTORY.
004026     READ HISTFILE
004027         AT END
004028             MOVE "Y" TO WS-EOF-HIST
004029             GO TO 1560-EXIT
004030     END-READ.
004031     IF ISM-MERGED OF INTK-HIST-REC
004032         AND ISM-SOURCE-FILE OF INTK-HIST-REC
004033             = SRC-FILE-NAME(SRC-SUB)
004034         AND ISM-HEADER-DATE OF INTK-HIST-REC
004035             = SRC-HDR-DATE(SRC-SUB)
004036         AND ISM-RECORD-COUNT OF INTK-HIST-REC
004037             = SRC-TRL-COUNT(SRC-SUB)
004038         AND ISM-TOTAL-DEBIT OF INTK-HIST-REC
004039             = SRC-TRL-DEBIT(SRC-SUB)
004040         AND ISM-TOTAL-CREDIT OF INTK-HIST-REC
004041             = SRC-TRL-CREDIT(SRC-SUB)
004042         MOVE "Y" TO WS-HIST-FOUND-FLAG
004043     END-IF.
004044 1560-EXIT.
004045     EXIT.
004046
004047*****************************************************************
004048*  1900-BEGIN-LEDGER-STEP  --  CHECK IN WITH THE NIGHT-STEP
004049*  LEDGER BEFORE TRANMRG IS OPENED: A DATE TEST1 HAS ALREADY
004050*  POSTED IS NOT TAKEN IN AGAIN UNLESS THE OPERATOR FORCES IT.
004051*****************************************************************
004052 1900-BEGIN-LEDGER-STEP.
004053     MOVE "B" TO STP-FUNCTION.
004060     MOVE "TRANINTK" TO STP-STEP-NAME.
004070     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE.
004080     MOVE ZERO TO STP-RUN-NUMBER.
004090     MOVE "N" TO STP-FORCE-FLAG.
004100     CALL "STEPLDG" USING STEP-LEDGER-PARMS.
004110     IF STP-REFUSED
004120         DISPLAY "TRANINTK018E NIGHT-STEP LEDGER REFUSED THE "
004130             "INTAKE - RC = " STP-RETURN-CODE ", ABENDING RUN"
004140         PERFORM 9800-ABEND THRU 9800-EXIT
004150     END-IF.
004160     MOVE "Y" TO WS-LEDGER-BEGUN-FLAG.
004170 1900-EXIT.
004180     EXIT.
004190
004200*****************************************************************
004210*  2000-WRITE-MERGED-FILE  --  SECOND PASS: ONE HEADER, THE
004220*  DETAILS OF EVERY MERGED SOURCE IN TABLE ORDER, EACH STAMPED
004230*  WITH ITS SOURCE, AND ONE TRAILER WITH THE COMBINED TOTALS.
004240*****************************************************************
004250 2000-WRITE-MERGED-FILE.
004260     OPEN OUTPUT MRGFILE.
004270     IF WS-MRGFILE-STATUS NOT = "00"
004280         DISPLAY "TRANINTK016E TRANMRG COULD NOT BE OPENED, "
004290             "ABENDING RUN"
004300         PERFORM 9800-ABEND THRU 9800-EXIT
004310     END-IF.
004320     MOVE SPACES TO TRAN-CTL-REC.
004330     MOVE "HDR" TO CTL-RECORD-MARK.
004340     MOVE WS-BUSINESS-DATE TO HDR-BUSINESS-DATE.
004350     MOVE "TRANINTK" TO HDR-SOURCE-SYSTEM.
004360     WRITE MRG-TRAN-REC FROM TRAN-CTL-REC.
004370     PERFORM 2100-COPY-ONE-SOURCE THRU 2100-EXIT
004380         VARYING SRC-SUB FROM 1 BY 1
004390         UNTIL SRC-SUB > SRC-COUNT.
004400     IF WS-COPIED-COUNT NOT = WS-MRG-COUNT
004410         DISPLAY "TRANINTK023E SOURCE FILES CHANGED DURING THE "
004420             "INTAKE - CHECKED = " WS-MRG-COUNT " COPIED = "
004430             WS-COPIED-COUNT ", ABENDING RUN"
004440         PERFORM 9800-ABEND THRU 9800-EXIT
004450     END-IF.
004460     MOVE SPACES TO TRAN-CTL-REC.
004470     MOVE "TRL" TO CTL-RECORD-MARK.
004480     MOVE WS-MRG-COUNT TO TRL-RECORD-COUNT.
004490     MOVE WS-MRG-DEBIT-TOTAL TO TRL-TOTAL-DEBIT.
004500     MOVE WS-MRG-CREDIT-TOTAL TO TRL-TOTAL-CREDIT.
004510     WRITE MRG-TRAN-REC FROM TRAN-CTL-REC.
004520     CLOSE MRGFILE.
004530 2000-EXIT.
004540     EXIT.
004550
004560 2100-COPY-ONE-SOURCE.
004570     IF NOT SRC-MERGE(SRC-SUB)
004580         GO TO 2100-EXIT
004590     END-IF.
004600     PERFORM 6000-OPEN-SOURCE THRU 6000-EXIT.
004610     IF WS-SOURCE-STATUS NOT = "00"
004620         DISPLAY "TRANINTK002E " SRC-FILE-NAME(SRC-SUB)
004630             " COULD NOT BE OPENED - STATUS = " WS-SOURCE-STATUS
004640             ", ABENDING RUN"
004650         PERFORM 9800-ABEND THRU 9800-EXIT
004660     END-IF.
004670     MOVE "N" TO WS-EOF-SOURCE.
004680     PERFORM 2150-COPY-ONE-RECORD THRU 2150-EXIT
004690         UNTIL WS-EOF-SOURCE-YES.
004700     PERFORM 6200-CLOSE-SOURCE THRU 6200-EXIT.
004710     DISPLAY "TRANINTK020I " SRC-FILE-NAME(SRC-SUB)
004720         " MERGED AS " SRC-TAG(SRC-SUB)
004730         " RECORDS = " SRC-TRL-COUNT(SRC-SUB)
004740         " DEBITS = " SRC-TRL-DEBIT(SRC-SUB)
004750         " CREDITS = " SRC-TRL-CREDIT(SRC-SUB).
004760 2100-EXIT.
004770     EXIT.
004780
004790 2150-COPY-ONE-RECORD.
004800     PERFORM 6100-READ-SOURCE THRU 6100-EXIT.
004810     IF WS-EOF-SOURCE-YES
004820         GO TO 2150-EXIT
004830     END-IF.
004840     MOVE TRAN-REC TO TRAN-CTL-REC.
004850     IF CTL-IS-HEADER OR CTL-IS-TRAILER
004860         GO TO 2150-EXIT
004870     END-IF.
004880     MOVE SRC-TAG(SRC-SUB) TO TRAN-SOURCE-SYSTEM.
004890     WRITE MRG-TRAN-REC FROM TRAN-REC.
004900     ADD 1 TO WS-COPIED-COUNT.
004910 2150-EXIT.
004920     EXIT.
004930
004940*****************************************************************
004950*  3000-WRITE-SUMMARY  --  ONE INTKSUM RECORD PER SOURCE MERGED
004960*  OR SKIPPED, FOR DAYRECON'S PER-SOURCE LEGS, AND ONE INTKHIST
004961*  RECORD PER SOURCE MERGED.  A SOURCE TAKEN IN ON AN EARLIER
004962*  NIGHT IS IN NEITHER.  THE FIRST INTAKE EVER CREATES INTKHIST.
004970*****************************************************************
004980 3000-WRITE-SUMMARY.
004990     OPEN OUTPUT SUMFILE.
005000     IF WS-SUMFILE-STATUS NOT = "00"
005010         DISPLAY "TRANINTK017E INTKSUM COULD NOT BE OPENED, "
005020             "ABENDING RUN"
005030         PERFORM 9800-ABEND THRU 9800-EXIT
005040     END-IF.
005041     OPEN EXTEND HISTFILE.
005042     IF WS-HISTFILE-STATUS = "35"
005043         OPEN OUTPUT HISTFILE
005044     END-IF.
005045     IF WS-HISTFILE-STATUS NOT = "00"
005046         DISPLAY "TRANINTK028E INTKHIST COULD NOT BE OPENED - "
005047             "STATUS = " WS-HISTFILE-STATUS ", ABENDING RUN"
005048         PERFORM 9800-ABEND THRU 9800-EXIT
005049     END-IF.
005050     PERFORM 3100-WRITE-ONE-SUMMARY THRU 3100-EXIT
005060         VARYING SRC-SUB FROM 1 BY 1
005070         UNTIL SRC-SUB > SRC-COUNT.
005080     CLOSE SUMFILE.
005081     CLOSE HISTFILE.
005090 3000-EXIT.
005100     EXIT.
005110
005120 3100-WRITE-ONE-SUMMARY.
005130     IF SRC-ABSENT(SRC-SUB) OR SRC-TAKEN-EARLIER(SRC-SUB)
005140         GO TO 3100-EXIT
005150     END-IF.
005160     MOVE SPACES TO INTK-SUM-REC.
005170     MOVE WS-BUSINESS-DATE TO ISM-BUSINESS-DATE OF INTK-SUM-REC.
005180     MOVE SRC-FILE-NAME(SRC-SUB)
005181         TO ISM-SOURCE-FILE OF INTK-SUM-REC.
005190     MOVE SRC-SYSTEM(SRC-SUB)
005191         TO ISM-SOURCE-SYSTEM OF INTK-SUM-REC.
005200     MOVE SRC-TAG(SRC-SUB) TO ISM-SOURCE-TAG OF INTK-SUM-REC.
005210     MOVE SRC-STATE(SRC-SUB) TO ISM-STATUS OF INTK-SUM-REC.
005220     MOVE SRC-HDR-DATE(SRC-SUB)
005221         TO ISM-HEADER-DATE OF INTK-SUM-REC.
005230     MOVE SRC-TRL-COUNT(SRC-SUB)
005231         TO ISM-RECORD-COUNT OF INTK-SUM-REC.
005240     MOVE SRC-TRL-DEBIT(SRC-SUB)
005241         TO ISM-TOTAL-DEBIT OF INTK-SUM-REC.
005250     MOVE SRC-TRL-CREDIT(SRC-SUB)
005251         TO ISM-TOTAL-CREDIT OF INTK-SUM-REC.
005260     WRITE INTK-SUM-REC.
005261     IF SRC-MERGE(SRC-SUB)
005262         WRITE INTK-HIST-REC FROM INTK-SUM-REC
005263     END-IF.
005270 3100-EXIT.
005280     EXIT.
005290
005300*****************************************************************
005310*  6000-6200  --  OPEN, READ AND CLOSE THE SOURCE SRC-SUB NAMES.
005320*  THE RECORD READ IS DELIVERED IN TRAN-REC.
005330*****************************************************************
005340 6000-OPEN-SOURCE.
005350     EVALUATE SRC-SUB
005360         WHEN 1
005370             OPEN INPUT TRANFILE
005380             MOVE WS-TRANFILE-STATUS TO WS-SOURCE-STATUS
005390         WHEN 2
005400             OPEN INPUT ACCRFILE
005410             MOVE WS-ACCRFILE-STATUS TO WS-SOURCE-STATUS
005420         WHEN 3
005430             OPEN INPUT RESUBFILE
005440             MOVE WS-RESUBFILE-STATUS TO WS-SOURCE-STATUS
005450         WHEN 4
005460             OPEN INPUT NSFFILE
005470             MOVE WS-NSFFILE-STATUS TO WS-SOURCE-STATUS
005480         WHEN 5
005490             OPEN INPUT SOFILE
005500             MOVE WS-SOFILE-STATUS TO WS-SOURCE-STATUS
005510     END-EVALUATE.
005520 6000-EXIT.
005530     EXIT.
005540
005550 6100-READ-SOURCE.
005560     EVALUATE SRC-SUB
005570         WHEN 1
005580             READ TRANFILE INTO TRAN-REC
005590                 AT END
005600                     MOVE "Y" TO WS-EOF-SOURCE
005610             END-READ
005620         WHEN 2
005630             READ ACCRFILE INTO TRAN-REC
005640                 AT END
005650                     MOVE "Y" TO WS-EOF-SOURCE
005660             END-READ
005670         WHEN 3
005680             READ RESUBFILE INTO TRAN-REC
005690                 AT END
005700                     MOVE "Y" TO WS-EOF-SOURCE
005710             END-READ
005720         WHEN 4
005730             READ NSFFILE INTO TRAN-REC
005740                 AT END
005750                     MOVE "Y" TO WS-EOF-SOURCE
005760             END-READ
005770         WHEN 5
005780             READ SOFILE INTO TRAN-REC
005790                 AT END
005800                     MOVE "Y" TO WS-EOF-SOURCE
005810             END-READ
005820     END-EVALUATE.
005830 6100-EXIT.
005840     EXIT.
005850
005860 6200-CLOSE-SOURCE.
005870     EVALUATE SRC-SUB
005880         WHEN 1
005890             CLOSE TRANFILE
005900         WHEN 2
005910             CLOSE ACCRFILE
005920         WHEN 3
005930             CLOSE RESUBFILE
005940         WHEN 4
005950             CLOSE NSFFILE
005960         WHEN 5
005970             CLOSE SOFILE
005980     END-EVALUATE.
005990 6200-EXIT.
006000     EXIT.
006010
006020*****************************************************************
006030*  8000-FINALIZE  --  INTAKE TOTALS, THE LEDGER COMPLETION, AND
006040*  RETURN CODE 4 WHEN A SOURCE WAS LEFT FOR A LATER NIGHT.
006050*****************************************************************
006060 8000-FINALIZE.
006070     DISPLAY "TRANINTK021I TRANMRG WRITTEN FOR " WS-BUSINESS-DATE
006080         " - SOURCES MERGED = " WS-MERGED-SOURCES
006090         " RECORDS = " WS-MRG-COUNT.
006100     DISPLAY "TRANINTK022I TRANMRG DEBITS = " WS-MRG-DEBIT-TOTAL
006110         " CREDITS = " WS-MRG-CREDIT-TOTAL.
006120     IF WS-LEDGER-BEGUN
006130         MOVE "E" TO STP-FUNCTION
006140         CALL "STEPLDG" USING STEP-LEDGER-PARMS
006150         IF STP-RETURN-CODE NOT = ZERO
006160             DISPLAY "TRANINTK024E INTAKE COMPLETE BUT NOT "
006170                 "RECORDED ON THE NIGHT-STEP LEDGER - DO NOT "
006180                 "RERUN"
006190             MOVE 8 TO RETURN-CODE
006200         END-IF
006210     END-IF.
006220     IF WS-SKIPPED-SOURCES > ZERO
006230         DISPLAY "TRANINTK019W SOURCES SKIPPED = "
006240             WS-SKIPPED-SOURCES " - SEE TRANINTK011W ABOVE"
006245         IF RETURN-CODE < 4
006250             MOVE 4 TO RETURN-CODE
006255         END-IF
006260     END-IF.
006270 8000-EXIT.
006280     EXIT.
006290
006300*****************************************************************
006310*  9800-ABEND  --  CLEAN, LOGGED TERMINATION FOR CONDITIONS THAT
006320*  MAKE IT UNSAFE TO CONTINUE THE RUN.
006330*****************************************************************
006340 9800-ABEND.
006350     DISPLAY "TRANINTK ABENDING - SEE PRIOR MESSAGES".
006360     MOVE 16 TO RETURN-CODE.
006370     STOP RUN.
006380 9800-EXIT.
006390     EXIT.
