000010*****************************************************************
000020*  PROGRAM-ID.  DORMSCAN
000030*
000040*  PERIODIC DORMANCY SCAN OVER THE ACCOUNT MASTER.  TEST1 KEEPS
000050*  ACCT-LAST-ACTIVITY-DATE CURRENT ON EVERY CUSTOMER POSTING
000051*  (THE BANK'S OWN ACCRUAL AND NSF FEE POSTINGS DO NOT COUNT AS
000052*  ACTIVITY); THIS PROGRAM READS THE MASTER SEQUENTIALLY AND,
000053*  USING THE PERIODS FROM THE DORMCTL CONTROL FILE:
000080*      - MOVES EVERY OPEN ACCOUNT WITH NO ACTIVITY FOR THE SET
000090*        NUMBER OF MONTHS TO DORMANT STATUS ("D").  TEST1 SENDS
000100*        DEBITS TO A DORMANT ACCOUNT TO SUSPENSE FOR REVIEW AND
000110*        STILL ACCEPTS CREDITS; ACCTMNT'S "RA" ACTION REACTIVATES
000120*        THE ACCOUNT WHEN THE CUSTOMER COMES BACK.  EACH
000121*        CHANGE TO DORMANT WRITES A "DM" RECORD TO THE MNTAUD
000122*        AUDIT TRAIL, AS ACCTMNT DOES FOR ITS STATUS CHANGES
000130*      - PRINTS THE DORMANCY REPORT (DORMRPT): EVERY ACCOUNT MADE
000140*        DORMANT BY THIS SCAN, THEN THE SCAN'S TOTALS
000150*      - PRINTS THE ESCHEATMENT-CANDIDATE LIST (ESCHLST): EVERY
000160*        DORMANT ACCOUNT, NEW OR OLD, STILL CARRYING A CREDIT
000170*        BALANCE WITH NO ACTIVITY FOR THE LONGER ESCHEATMENT
000180*        PERIOD
000190*  THE SCAN REWRITES ACCTMST, SO IT RUNS BETWEEN NIGHTS, NEVER
000200*  ALONGSIDE TEST1 OR ACCTMNT.  A SECOND SCAN ON THE SAME DATE
000210*  FINDS NOTHING NEW TO FLAG AND REPRINTS THE SAME ESCHEATMENT
000220*  LIST.
000230*
000240*  MODIFICATION HISTORY
000250*      DATE       INIT  DESCRIPTION
000260*      ---------- ----  --------------------------------------
000270*      2026-10-15  GM   ORIGINAL PROGRAM.
000271*      2026-10-15  GM   EVERY ACCOUNT MADE DORMANT IS AUDITED ON
000272*                       MNTAUD (ACTION "DM").
000280*****************************************************************
000290 identification division.
000300 PROGRAM-ID.    DORMSCAN.
000310 AUTHOR.        Gabriel Monteiro.
000320 INSTALLATION.  INTEROP BATCH.
000330 DATE-WRITTEN.  2026-10-15.
000340 DATE-COMPILED.
000350 ENVIRONMENT    DIVISION.
000360 CONFIGURATION  SECTION.
000370
000380 input-output section.
000390 file-control.
000400     SELECT DORMCTL ASSIGN TO "DORMCTL"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-DORMCTL-STATUS.
000430     SELECT ACCTMST ASSIGN TO "ACCTMST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS ACCT-ACCOUNT-NO
000470         FILE STATUS IS WS-ACCTMST-STATUS.
000480     SELECT RPTFILE ASSIGN TO "DORMRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RPTFILE-STATUS.
000510     SELECT ESCHFILE ASSIGN TO "ESCHLST"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-ESCHFILE-STATUS.
000531     SELECT AUDFILE ASSIGN TO "MNTAUD"
000532         ORGANIZATION IS LINE SEQUENTIAL
000533         FILE STATUS IS WS-AUDFILE-STATUS.
000540
000550 data division.
000560 file section.
000570
000580 FD  DORMCTL.
000590     COPY DORMCTL.
000600
000610 FD  ACCTMST.
000620     COPY ACCTMST.
000630
000640 FD  RPTFILE.
000650 01  RPT-LINE                        PIC X(132).
000660
000670 FD  ESCHFILE.
000680 01  ESCH-LINE                       PIC X(132).
000681
000682 FD  AUDFILE.
000683     COPY MNTAUD.
000690
000700 working-storage section.
000710 01  WS-FILE-STATUSES.
000720     05  WS-DORMCTL-STATUS           PIC X(02).
000730     05  WS-ACCTMST-STATUS           PIC X(02).
000740     05  WS-RPTFILE-STATUS           PIC X(02).
000750     05  WS-ESCHFILE-STATUS          PIC X(02).
000751     05  WS-AUDFILE-STATUS           PIC X(02).
000760 01  WS-SWITCHES.
000770     05  WS-EOF-ACCTMST              PIC X(01) VALUE "N".
000780         88  WS-EOF-ACCTMST-YES          VALUE "Y".
000790
000800 77  WS-ACCT-COUNT                   PIC 9(09) VALUE ZERO COMP.
000810 77  WS-CLOSED-COUNT                 PIC 9(09) VALUE ZERO COMP.
000820 77  WS-NO-DATE-COUNT                PIC 9(09) VALUE ZERO COMP.
000830 77  WS-NEW-DORMANT-COUNT            PIC 9(09) VALUE ZERO COMP.
000840 77  WS-DORMANT-COUNT                PIC 9(09) VALUE ZERO COMP.
000850 77  WS-ESCHEAT-COUNT                PIC 9(09) VALUE ZERO COMP.
000860 01  WS-NEW-DORMANT-TOTAL            PIC S9(13)V99 VALUE ZERO.
000870 01  WS-ESCHEAT-TOTAL                PIC S9(13)V99 VALUE ZERO.
000880
000890*    SCAN DATE AND THE TWO CUT-OFF DATES.  AN ACCOUNT WHOSE LAST
000900*    ACTIVITY FALLS BEFORE A CUT-OFF HAS BEEN IDLE FOR MORE THAN
000910*    THAT MANY MONTHS.  A CUT-OFF KEEPS THE SCAN DATE'S DAY EVEN
000920*    WHEN THE TARGET MONTH IS SHORTER (E.G. 20260231): IT IS ONLY
000930*    EVER COMPARED, NEVER POSTED, AND STILL SORTS BETWEEN THE
000940*    LAST DAY OF THAT MONTH AND THE FIRST OF THE NEXT.
000950 01  WS-SCAN-DATE.
000960     05  WS-SCAN-YEAR                PIC 9(04).
000970     05  WS-SCAN-MONTH               PIC 9(02).
000980     05  WS-SCAN-DAY                 PIC 9(02).
000990 01  WS-DORMANT-CUTOFF.
001000     05  WS-DCUT-YEAR                PIC 9(04).
001010     05  WS-DCUT-MONTH               PIC 9(02).
001020     05  WS-DCUT-DAY                 PIC 9(02).
001030 01  WS-ESCHEAT-CUTOFF.
001040     05  WS-ECUT-YEAR                PIC 9(04).
001050     05  WS-ECUT-MONTH               PIC 9(02).
001060     05  WS-ECUT-DAY                 PIC 9(02).
001070 01  WS-LAST-DATE.
001080     05  WS-LAST-YEAR                PIC 9(04).
001090     05  WS-LAST-MONTH               PIC 9(02).
001100     05  WS-LAST-DAY                 PIC 9(02).
001110
001120*    MONTH ARITHMETIC: A DATE'S MONTH NUMBER COUNTED FROM YEAR
001130*    ZERO, SO WHOLE MONTHS ADD AND SUBTRACT ACROSS YEAR ENDS.
001140 01  WS-SCAN-MONTH-NO                PIC 9(06) COMP.
001150 01  WS-WORK-MONTH-NO                PIC 9(06) COMP.
001160 01  WS-WORK-YEAR                    PIC 9(04) COMP.
001170 01  WS-WORK-REMAINDER               PIC 9(02) COMP.
001180 01  WS-IDLE-MONTHS                  PIC 9(05) COMP.
001190
001200*    PRINT-LINE EDIT FIELDS.
001210 01  WS-BALANCE-EDIT                 PIC -Z(12)9.99.
001220 01  WS-MONTHS-EDIT                  PIC ZZ,ZZ9.
001230 01  WS-COUNT-EDIT                   PIC ZZZ,ZZZ,ZZ9.
001240 01  WS-TOTAL-EDIT                   PIC -Z(12)9.99.
001250 01  WS-PERIOD-EDIT                  PIC ZZ9.
001260 01  RPT-LINE-OUT                    PIC X(132).
001261
001262 01  WS-TIMESTAMP-FIELDS.
001263     05  WS-CURRENT-DATE             PIC X(08).
001264     05  WS-CURRENT-TIME             PIC X(08).
001265     05  WS-CURRENT-TIMESTAMP        PIC X(16).
001270
001280 procedure division.
001290*****************************************************************
001300*  0000-MAINLINE
001310*****************************************************************
001320 0000-MAINLINE.
001330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001340     PERFORM 2000-SCAN-MASTER THRU 2000-EXIT.
001350     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001360     STOP RUN.
001370
001380*****************************************************************
001390*  1000-INITIALIZE  --  THE CONTROL FILE IS MANDATORY: A
001400*  DEFAULTED PERIOD COULD FREEZE DEBITS ON EVERY ACCOUNT IN THE
001410*  BANK.  BOTH PERIODS MUST BE SET, AND THE ESCHEATMENT PERIOD
001420*  MAY NOT BE SHORTER THAN THE DORMANCY PERIOD.
001430*****************************************************************
001440 1000-INITIALIZE.
001450     OPEN INPUT DORMCTL.
001460     IF WS-DORMCTL-STATUS NOT = "00"
001470         DISPLAY "DORMSCAN001E DORMCTL NOT FOUND - NO PERIODS, "
001480             "ABENDING RUN"
001490         PERFORM 9800-ABEND THRU 9800-EXIT
001500     END-IF.
001510     READ DORMCTL
001520         AT END
001530             DISPLAY "DORMSCAN002E DORMCTL IS EMPTY - NO "
001540                 "PERIODS, ABENDING RUN"
001550             PERFORM 9800-ABEND THRU 9800-EXIT
001560     END-READ.
001570     CLOSE DORMCTL.
001580     IF DCT-SCAN-DATE IS NOT NUMERIC
001590         OR DCT-DORMANT-MONTHS IS NOT NUMERIC
001600         OR DCT-ESCHEAT-MONTHS IS NOT NUMERIC
001610         DISPLAY "DORMSCAN003E DORMCTL CONTROL FIELDS NOT "
001620             "NUMERIC, ABENDING RUN"
001630         PERFORM 9800-ABEND THRU 9800-EXIT
001640     END-IF.
001650     IF DCT-DORMANT-MONTHS = ZERO
001660         OR DCT-ESCHEAT-MONTHS < DCT-DORMANT-MONTHS
001670         DISPLAY "DORMSCAN004E DORMCTL PERIODS INVALID - "
001680             "DORMANT = " DCT-DORMANT-MONTHS
001690             " ESCHEAT = " DCT-ESCHEAT-MONTHS
001700             ", ABENDING RUN"
001710         PERFORM 9800-ABEND THRU 9800-EXIT
001720     END-IF.
001730     MOVE DCT-SCAN-DATE TO WS-SCAN-DATE.
001740     IF WS-SCAN-MONTH < 1 OR WS-SCAN-MONTH > 12
001750         OR WS-SCAN-DAY < 1 OR WS-SCAN-DAY > 31
001760         DISPLAY "DORMSCAN005E DORMCTL SCAN DATE INVALID - "
001770             DCT-SCAN-DATE ", ABENDING RUN"
001780         PERFORM 9800-ABEND THRU 9800-EXIT
001790     END-IF.
001800     PERFORM 1100-SET-CUTOFFS THRU 1100-EXIT.
001810     DISPLAY "DORMSCAN006I SCAN DATE = " DCT-SCAN-DATE
001820         " DORMANT IF IDLE SINCE BEFORE " WS-DORMANT-CUTOFF
001830         " ESCHEAT IF IDLE SINCE BEFORE " WS-ESCHEAT-CUTOFF.
001840     OPEN I-O ACCTMST.
001850     IF WS-ACCTMST-STATUS NOT = "00"
001860         DISPLAY "DORMSCAN007E ACCTMST COULD NOT BE OPENED - "
001870             "STATUS = " WS-ACCTMST-STATUS ", ABENDING RUN"
001880         PERFORM 9800-ABEND THRU 9800-EXIT
001890     END-IF.
001900     OPEN OUTPUT RPTFILE.
001910     IF WS-RPTFILE-STATUS NOT = "00"
001920         DISPLAY "DORMSCAN008E DORMRPT COULD NOT BE OPENED, "
001930             "ABENDING RUN"
001940         PERFORM 9800-ABEND THRU 9800-EXIT
001950     END-IF.
001960     OPEN OUTPUT ESCHFILE.
001970     IF WS-ESCHFILE-STATUS NOT = "00"
001980         DISPLAY "DORMSCAN009E ESCHLST COULD NOT BE OPENED, "
001990             "ABENDING RUN"
002000         PERFORM 9800-ABEND THRU 9800-EXIT
002010     END-IF.
002011*    THE AUDIT TRAIL IS APPEND-ONLY ACROSS RUNS AND SHARED WITH
002012*    ACCTMNT.
002013     OPEN EXTEND AUDFILE.
002014     IF WS-AUDFILE-STATUS NOT = "00"
002015         OPEN OUTPUT AUDFILE
002016     END-IF.
002017     IF WS-AUDFILE-STATUS NOT = "00"
002018         DISPLAY "DORMSCAN015E MNTAUD COULD NOT BE OPENED, "
002019             "ABENDING RUN"
002020         PERFORM 9800-ABEND THRU 9800-EXIT
002021     END-IF.
002022     PERFORM 1200-PRINT-HEADERS THRU 1200-EXIT.
002030 1000-EXIT.
002040     EXIT.
002050
002060*****************************************************************
002070*  1100-SET-CUTOFFS  --  STEP BACK THE SET NUMBER OF WHOLE
002080*  MONTHS FROM THE SCAN DATE FOR EACH CUT-OFF.
002090*****************************************************************
002100 1100-SET-CUTOFFS.
002110     COMPUTE WS-SCAN-MONTH-NO =
002120         WS-SCAN-YEAR * 12 + WS-SCAN-MONTH - 1.
002130     COMPUTE WS-WORK-MONTH-NO =
002140         WS-SCAN-MONTH-NO - DCT-DORMANT-MONTHS.
002150     DIVIDE WS-WORK-MONTH-NO BY 12 GIVING WS-WORK-YEAR
002160         REMAINDER WS-WORK-REMAINDER.
002170     MOVE WS-WORK-YEAR TO WS-DCUT-YEAR.
002180     COMPUTE WS-DCUT-MONTH = WS-WORK-REMAINDER + 1.
002190     MOVE WS-SCAN-DAY TO WS-DCUT-DAY.
002200     COMPUTE WS-WORK-MONTH-NO =
002210         WS-SCAN-MONTH-NO - DCT-ESCHEAT-MONTHS.
002220     DIVIDE WS-WORK-MONTH-NO BY 12 GIVING WS-WORK-YEAR
002230         REMAINDER WS-WORK-REMAINDER.
002240     MOVE WS-WORK-YEAR TO WS-ECUT-YEAR.
002250     COMPUTE WS-ECUT-MONTH = WS-WORK-REMAINDER + 1.
002260     MOVE WS-SCAN-DAY TO WS-ECUT-DAY.
002270 1100-EXIT.
002280     EXIT.
002290
002300 1200-PRINT-HEADERS.
002310     MOVE DCT-DORMANT-MONTHS TO WS-PERIOD-EDIT.
002320     MOVE SPACES TO RPT-LINE-OUT.
002330     STRING "DORMSCAN - DORMANCY REPORT - AS OF "
002340             DCT-SCAN-DATE
002350             " - ACCOUNTS MADE DORMANT AFTER "
002360             WS-PERIOD-EDIT
002370             " MONTHS WITHOUT ACTIVITY"
002380         DELIMITED BY SIZE INTO RPT-LINE-OUT.
002390     WRITE RPT-LINE FROM RPT-LINE-OUT.
002400     MOVE SPACES TO RPT-LINE-OUT.
002410     WRITE RPT-LINE FROM RPT-LINE-OUT.
002420     PERFORM 1250-BUILD-COLUMN-HEADING THRU 1250-EXIT.
002430     WRITE RPT-LINE FROM RPT-LINE-OUT.
002440     MOVE DCT-ESCHEAT-MONTHS TO WS-PERIOD-EDIT.
002450     MOVE SPACES TO RPT-LINE-OUT.
002460     STRING "DORMSCAN - ESCHEATMENT CANDIDATES - AS OF "
002470             DCT-SCAN-DATE
002480             " - DORMANT, WITH A BALANCE, NO ACTIVITY FOR "
002490             WS-PERIOD-EDIT
002500             " MONTHS"
002510         DELIMITED BY SIZE INTO RPT-LINE-OUT.
002520     WRITE ESCH-LINE FROM RPT-LINE-OUT.
002530     MOVE SPACES TO RPT-LINE-OUT.
002540     WRITE ESCH-LINE FROM RPT-LINE-OUT.
002550     PERFORM 1250-BUILD-COLUMN-HEADING THRU 1250-EXIT.
002560     WRITE ESCH-LINE FROM RPT-LINE-OUT.
002570 1200-EXIT.
002580     EXIT.
002590
002600 1250-BUILD-COLUMN-HEADING.
002610     MOVE SPACES TO RPT-LINE-OUT.
002620     MOVE "ACCOUNT" TO RPT-LINE-OUT(1:7).
002630     MOVE "BALANCE" TO RPT-LINE-OUT(27:7).
002640     MOVE "LAST ACTIVITY" TO RPT-LINE-OUT(37:13).
002650     MOVE "MONTHS IDLE" TO RPT-LINE-OUT(53:11).
002660 1250-EXIT.
002670     EXIT.
002680
002690*****************************************************************
002700*  2000-SCAN-MASTER  --  ONE PASS OVER THE MASTER IN KEY ORDER.
002710*****************************************************************
002720 2000-SCAN-MASTER.
002730     PERFORM 2050-READ-AND-SCAN THRU 2050-EXIT
002740         UNTIL WS-EOF-ACCTMST-YES.
002750 2000-EXIT.
002760     EXIT.
002770
002780*****************************************************************
002790*  2050-READ-AND-SCAN  --  CLOSED ACCOUNTS ARE PASSED OVER.  AN
002800*  ACCOUNT WITH NO USABLE LAST-ACTIVITY DATE CANNOT BE AGED AND
002810*  IS LEFT AS IT IS, WITH A WARNING SO THE MASTER GETS FIXED.
002820*****************************************************************
002830 2050-READ-AND-SCAN.
002840     READ ACCTMST NEXT RECORD
002850         AT END
002860             MOVE "Y" TO WS-EOF-ACCTMST
002870     END-READ.
002880     IF WS-EOF-ACCTMST-YES
002890         GO TO 2050-EXIT
002900     END-IF.
002910     ADD 1 TO WS-ACCT-COUNT.
002920     IF ACCT-STATUS-CLOSED
002930         ADD 1 TO WS-CLOSED-COUNT
002940         GO TO 2050-EXIT
002950     END-IF.
002960     IF ACCT-LAST-ACTIVITY-DATE IS NOT NUMERIC
002970         ADD 1 TO WS-NO-DATE-COUNT
002980         DISPLAY "DORMSCAN010W NO LAST-ACTIVITY DATE - "
002990             "ACCOUNT = " ACCT-ACCOUNT-NO " NOT AGED"
003000         GO TO 2050-EXIT
003010     END-IF.
003020     MOVE ACCT-LAST-ACTIVITY-DATE TO WS-LAST-DATE.
003030     PERFORM 2060-COUNT-IDLE-MONTHS THRU 2060-EXIT.
003040     IF ACCT-STATUS-OPEN
003050         AND WS-LAST-DATE < WS-DORMANT-CUTOFF
003060         PERFORM 2100-MAKE-DORMANT THRU 2100-EXIT
003070     END-IF.
003080     IF NOT ACCT-STATUS-DORMANT
003090         GO TO 2050-EXIT
003100     END-IF.
003110     ADD 1 TO WS-DORMANT-COUNT.
003120     IF WS-LAST-DATE < WS-ESCHEAT-CUTOFF
003130         AND ACCT-BALANCE > ZERO
003140         PERFORM 2200-LIST-ESCHEAT THRU 2200-EXIT
003150     END-IF.
003160 2050-EXIT.
003170     EXIT.
003180
003190*****************************************************************
003200*  2060-COUNT-IDLE-MONTHS  --  WHOLE MONTHS FROM THE LAST
003210*  ACTIVITY TO THE SCAN DATE, FOR THE REPORTS.
003220*****************************************************************
003230 2060-COUNT-IDLE-MONTHS.
003240     COMPUTE WS-WORK-MONTH-NO =
003250         WS-LAST-YEAR * 12 + WS-LAST-MONTH - 1.
003260     IF WS-WORK-MONTH-NO > WS-SCAN-MONTH-NO
003270         MOVE ZERO TO WS-IDLE-MONTHS
003280         GO TO 2060-EXIT
003290     END-IF.
003300     COMPUTE WS-IDLE-MONTHS = WS-SCAN-MONTH-NO - WS-WORK-MONTH-NO.
003310     IF WS-LAST-DAY > WS-SCAN-DAY
003320         AND WS-IDLE-MONTHS > ZERO
003330         SUBTRACT 1 FROM WS-IDLE-MONTHS
003340     END-IF.
003350 2060-EXIT.
003360     EXIT.
003370
003380*****************************************************************
003390*  2100-MAKE-DORMANT  --  ONLY THE STATUS CHANGES; THE BALANCE
003400*  AND LAST-ACTIVITY DATE ARE LEFT AS THEY WERE.  THE CHANGE IS
003401*  AUDITED ON MNTAUD ONCE THE MASTER HAS TAKEN IT.
003410*****************************************************************
003420 2100-MAKE-DORMANT.
003430     MOVE "D" TO ACCT-STATUS.
003440     REWRITE ACCT-REC.
003450     IF WS-ACCTMST-STATUS NOT = "00"
003460         DISPLAY "DORMSCAN011E ACCTMST REWRITE FAILED - "
003470             "ACCOUNT = " ACCT-ACCOUNT-NO " STATUS = "
003480             WS-ACCTMST-STATUS
003490         PERFORM 9800-ABEND THRU 9800-EXIT
003500     END-IF.
003501     PERFORM 2150-WRITE-AUDIT THRU 2150-EXIT.
003510     ADD 1 TO WS-NEW-DORMANT-COUNT.
003520     ADD ACCT-BALANCE TO WS-NEW-DORMANT-TOTAL.
003530     PERFORM 2300-BUILD-ACCOUNT-LINE THRU 2300-EXIT.
003540     WRITE RPT-LINE FROM RPT-LINE-OUT.
003550 2100-EXIT.
003560     EXIT.
003561
003562*****************************************************************
003563*  2150-WRITE-AUDIT  --  SAME RECORD ACCTMNT WRITES FOR ITS
003564*  STATUS CHANGES.  THE SCAN ITSELF IS THE USER; NO BALANCE
003565*  MOVES, SO BOTH BALANCE IMAGES CARRY THE SAME VALUE.
003566*****************************************************************
003567 2150-WRITE-AUDIT.
003568     PERFORM 6000-BUILD-TIMESTAMP THRU 6000-EXIT.
003569     MOVE SPACES TO MNT-AUD-REC.
003570     MOVE WS-CURRENT-TIMESTAMP TO MAUD-TIMESTAMP.
003571     MOVE "DORMSCAN" TO MAUD-USER-ID.
003572     MOVE SPACES TO MAUD-CHECKER-ID.
003573     MOVE "DM" TO MAUD-ACTION.
003574     MOVE ACCT-ACCOUNT-NO TO MAUD-ACCOUNT-NO.
003575     MOVE "O" TO MAUD-OLD-STATUS.
003576     MOVE "D" TO MAUD-NEW-STATUS.
003577     MOVE ACCT-BALANCE TO MAUD-OLD-BALANCE.
003578     MOVE ACCT-BALANCE TO MAUD-NEW-BALANCE.
003579     WRITE MNT-AUD-REC.
003580 2150-EXIT.
003581     EXIT.
003582
003583 2200-LIST-ESCHEAT.
003590     ADD 1 TO WS-ESCHEAT-COUNT.
003600     ADD ACCT-BALANCE TO WS-ESCHEAT-TOTAL.
003610     PERFORM 2300-BUILD-ACCOUNT-LINE THRU 2300-EXIT.
003620     WRITE ESCH-LINE FROM RPT-LINE-OUT.
003630 2200-EXIT.
003640     EXIT.
003650
003660 2300-BUILD-ACCOUNT-LINE.
003670     MOVE SPACES TO RPT-LINE-OUT.
003680     MOVE ACCT-ACCOUNT-NO TO RPT-LINE-OUT(1:12).
003690     MOVE ACCT-BALANCE TO WS-BALANCE-EDIT.
003700     MOVE WS-BALANCE-EDIT TO RPT-LINE-OUT(17:17).
003710     MOVE ACCT-LAST-ACTIVITY-DATE TO RPT-LINE-OUT(40:8).
003720     MOVE WS-IDLE-MONTHS TO WS-MONTHS-EDIT.
003730     MOVE WS-MONTHS-EDIT TO RPT-LINE-OUT(58:6).
003740 2300-EXIT.
003750     EXIT.
003751
003752 6000-BUILD-TIMESTAMP.
003753     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003754     ACCEPT WS-CURRENT-TIME FROM TIME.
003755     STRING WS-CURRENT-DATE DELIMITED BY SIZE
003756            WS-CURRENT-TIME DELIMITED BY SIZE
003757         INTO WS-CURRENT-TIMESTAMP.
003758 6000-EXIT.
003759     EXIT.
003760
003770*****************************************************************
003780*  8000-FINALIZE  --  TOTALS ON BOTH LISTS, THEN SHOW THE
003790*  OPERATOR WHAT THE SCAN DID.
003800*****************************************************************
003810 8000-FINALIZE.
003820     MOVE SPACES TO RPT-LINE-OUT.
003830     WRITE RPT-LINE FROM RPT-LINE-OUT.
003840     IF WS-NEW-DORMANT-COUNT = ZERO
003850         MOVE "NO ACCOUNTS MADE DORMANT BY THIS SCAN"
003860             TO RPT-LINE-OUT
003870         WRITE RPT-LINE FROM RPT-LINE-OUT
003880         MOVE SPACES TO RPT-LINE-OUT
003890     END-IF.
003900     MOVE WS-ACCT-COUNT TO WS-COUNT-EDIT.
003910     STRING "ACCOUNTS READ          = " WS-COUNT-EDIT
003920         DELIMITED BY SIZE INTO RPT-LINE-OUT.
003930     WRITE RPT-LINE FROM RPT-LINE-OUT.
003940     MOVE SPACES TO RPT-LINE-OUT.
003950     MOVE WS-NEW-DORMANT-COUNT TO WS-COUNT-EDIT.
003960     MOVE WS-NEW-DORMANT-TOTAL TO WS-TOTAL-EDIT.
003970     STRING "MADE DORMANT THIS SCAN = " WS-COUNT-EDIT
003980             "   BALANCES = " WS-TOTAL-EDIT
003990         DELIMITED BY SIZE INTO RPT-LINE-OUT.
004000     WRITE RPT-LINE FROM RPT-LINE-OUT.
004010     MOVE SPACES TO RPT-LINE-OUT.
004020     MOVE WS-DORMANT-COUNT TO WS-COUNT-EDIT.
004030     STRING "DORMANT AFTER SCAN     = " WS-COUNT-EDIT
004040         DELIMITED BY SIZE INTO RPT-LINE-OUT.
004050     WRITE RPT-LINE FROM RPT-LINE-OUT.
004060     MOVE SPACES TO RPT-LINE-OUT.
004070     MOVE WS-CLOSED-COUNT TO WS-COUNT-EDIT.
004080     STRING "CLOSED, NOT SCANNED    = " WS-COUNT-EDIT
004090         DELIMITED BY SIZE INTO RPT-LINE-OUT.
004100     WRITE RPT-LINE FROM RPT-LINE-OUT.
004110     MOVE SPACES TO RPT-LINE-OUT.
004120     MOVE WS-NO-DATE-COUNT TO WS-COUNT-EDIT.
004130     STRING "NO ACTIVITY DATE       = " WS-COUNT-EDIT
004140         DELIMITED BY SIZE INTO RPT-LINE-OUT.
004150     WRITE RPT-LINE FROM RPT-LINE-OUT.
004160     MOVE SPACES TO RPT-LINE-OUT.
004170     WRITE ESCH-LINE FROM RPT-LINE-OUT.
004180     IF WS-ESCHEAT-COUNT = ZERO
004190         MOVE "NO ESCHEATMENT CANDIDATES AS OF THIS SCAN"
004200             TO RPT-LINE-OUT
004210         WRITE ESCH-LINE FROM RPT-LINE-OUT
004220         MOVE SPACES TO RPT-LINE-OUT
004230     END-IF.
004240     MOVE WS-ESCHEAT-COUNT TO WS-COUNT-EDIT.
004250     MOVE WS-ESCHEAT-TOTAL TO WS-TOTAL-EDIT.
004260     STRING "ESCHEATMENT CANDIDATES = " WS-COUNT-EDIT
004270             "   BALANCES = " WS-TOTAL-EDIT
004280         DELIMITED BY SIZE INTO RPT-LINE-OUT.
004290     WRITE ESCH-LINE FROM RPT-LINE-OUT.
004300     CLOSE ACCTMST.
004310     CLOSE RPTFILE.
004320     CLOSE ESCHFILE.
004321     CLOSE AUDFILE.
004330     DISPLAY "DORMSCAN012I ACCOUNTS READ = " WS-ACCT-COUNT
004340         " CLOSED SKIPPED = " WS-CLOSED-COUNT
004350         " NO ACTIVITY DATE = " WS-NO-DATE-COUNT.
004360     DISPLAY "DORMSCAN013I MADE DORMANT = " WS-NEW-DORMANT-COUNT
004370         " DORMANT AFTER SCAN = " WS-DORMANT-COUNT
004380         " ESCHEATMENT CANDIDATES = " WS-ESCHEAT-COUNT.
004390     IF WS-NO-DATE-COUNT > ZERO
004400         DISPLAY "DORMSCAN014W ACCOUNTS WITHOUT AN ACTIVITY DATE "
004410             "WERE NOT AGED - SEE PRIOR MESSAGES"
004420     END-IF.
004430 8000-EXIT.
004440     EXIT.
004450
004460*****************************************************************
004470*  9800-ABEND  --  CLEAN, LOGGED TERMINATION FOR CONDITIONS THAT
004480*  MAKE IT UNSAFE TO CONTINUE THE RUN.
004490*****************************************************************
004500 9800-ABEND.
004510     DISPLAY "DORMSCAN ABENDING - SEE PRIOR MESSAGES".
004520     MOVE 16 TO RETURN-CODE.
004530     STOP RUN.
004540 9800-EXIT.
004550     EXIT.
