000010*****************************************************************
000020*  PROGRAM-ID.  CMPLSCAN
000030*
000040*  LARGE-CASH AND STRUCTURING COMPLIANCE SCAN OVER THE
000050*  CUMULATIVE HISTORY (TRANHIST, MAINTAINED BY HISTROLL IN
000060*  ACCOUNT / TRANSACTION-DATE ORDER).  USING THE TERMS IN THE
000070*  CMPLCTL CONTROL FILE, ONE PASS OVER THE HISTORY:
000080*      - LISTS EVERY TRANSACTION AT OR ABOVE THE REPORTING
000090*        THRESHOLD
000100*      - FLAGS EVERY ACCOUNT WHOSE ACTIVITY LOOKS STRUCTURED:
000110*        AT LEAST THE MINIMUM COUNT OF TRANSACTIONS JUST UNDER
000120*        THE THRESHOLD WITHIN A ROLLING WINDOW OF DAYS THAT
000130*        TOGETHER EXCEED IT
000140*  AND WRITES BOTH KINDS OF HIT TO THE DATED REPORT (CMPLRPT)
000150*  AND TO THE FIXED-LAYOUT EXTRACT (CMPLEXT) FOR COMPLIANCE'S
000160*  CASE TOOL, WITH THE ACCOUNT, TRAN-IDS, DATES AND AMOUNTS.
000170*  POSTINGS THE BANK MAKES ITSELF (ACCRUAL AND NSF FEE ITEMS)
000180*  ARE NOT CUSTOMER ACTIVITY AND ARE PASSED OVER.  A TRANSFER IS
000190*  FILED ON TRANHIST UNDER BOTH ITS ACCOUNTS AND IS SCANNED AS
000200*  ACTIVITY ON EACH.  READ-ONLY: THE SCAN MAY RUN AT ANY TIME.
000210*
000220*  MODIFICATION HISTORY
000230*      DATE       INIT  DESCRIPTION
000240*      ---------- ----  --------------------------------------
000250*      2026-10-15  GM   ORIGINAL PROGRAM.
000251*      2026-10-15  GM   A STRUCTURING WINDOW MUST EXCEED THE
000252*                       THRESHOLD, NOT JUST REACH IT.
000260*****************************************************************
000270 identification division.
000280 PROGRAM-ID.    CMPLSCAN.
000290 AUTHOR.        Gabriel Monteiro.
000300 INSTALLATION.  INTEROP BATCH.
000310 DATE-WRITTEN.  2026-10-15.
000320 DATE-COMPILED.
000330 ENVIRONMENT    DIVISION.
000340 CONFIGURATION  SECTION.
000350
000360 input-output section.
000370 file-control.
000380     SELECT CMPLCTL ASSIGN TO "CMPLCTL"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-CMPLCTL-STATUS.
000410     SELECT HISTFILE ASSIGN TO "TRANHIST"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-HISTFILE-STATUS.
000440     SELECT RPTFILE ASSIGN TO "CMPLRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RPTFILE-STATUS.
000470     SELECT EXTFILE ASSIGN TO "CMPLEXT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-EXTFILE-STATUS.
000500
000510 data division.
000520 file section.
000530
000540 FD  CMPLCTL.
000550     COPY CMPLCTL.
000560
000570 FD  HISTFILE.
000580     COPY HISTREC.
000590
000600 FD  RPTFILE.
000610 01  RPT-LINE                        PIC X(132).
000620
000630 FD  EXTFILE.
000640     COPY CMPLEXT.
000650
000660 working-storage section.
000670 01  WS-FILE-STATUSES.
000680     05  WS-CMPLCTL-STATUS           PIC X(02).
000690     05  WS-HISTFILE-STATUS          PIC X(02).
000700     05  WS-RPTFILE-STATUS           PIC X(02).
000710     05  WS-EXTFILE-STATUS           PIC X(02).
000720 01  WS-SWITCHES.
000730     05  WS-EOF-HISTFILE             PIC X(01) VALUE "N".
000740         88  WS-EOF-HISTFILE-YES         VALUE "Y".
000750     05  WS-WINDOW-FULL-FLAG         PIC X(01) VALUE "N".
000760         88  WS-WINDOW-FULL              VALUE "Y".
000770     05  WS-ACCT-FLAGGED-FLAG        PIC X(01) VALUE "N".
000780         88  WS-ACCT-FLAGGED             VALUE "Y".
000790
000800 77  WS-READ-COUNT                   PIC 9(09) VALUE ZERO COMP.
000810 77  WS-OUT-OF-RANGE-COUNT           PIC 9(09) VALUE ZERO COMP.
000820 77  WS-BANK-POSTING-COUNT           PIC 9(09) VALUE ZERO COMP.
000830 77  WS-SCANNED-COUNT                PIC 9(09) VALUE ZERO COMP.
000840 77  WS-NO-DATE-COUNT                PIC 9(09) VALUE ZERO COMP.
000850 77  WS-HIT-NO                       PIC 9(07) VALUE ZERO COMP.
000860 77  WS-LARGE-COUNT                  PIC 9(09) VALUE ZERO COMP.
000870 77  WS-STRUCT-COUNT                 PIC 9(09) VALUE ZERO COMP.
000880 77  WS-STRUCT-ITEM-COUNT            PIC 9(09) VALUE ZERO COMP.
000890 77  WS-ACCT-FLAGGED-COUNT           PIC 9(09) VALUE ZERO COMP.
000900 77  WS-EXTRACT-COUNT                PIC 9(09) VALUE ZERO COMP.
000910 01  WS-LARGE-TOTAL                  PIC S9(13)V99 VALUE ZERO.
000920 01  WS-STRUCT-TOTAL                 PIC S9(13)V99 VALUE ZERO.
000930
000940*    THE TERMS OF THE SCAN, FROM CMPLCTL.  THE NEAR FLOOR IS THE
000950*    LOWEST AMOUNT STILL COUNTED AS JUST UNDER THE THRESHOLD.
000960 01  WS-REPORT-DATE                  PIC X(08).
000970 01  WS-FROM-DATE                    PIC X(08) VALUE "00000000".
000980 01  WS-TO-DATE                      PIC X(08) VALUE "99999999".
000990 01  WS-THRESHOLD                    PIC S9(09)V99 VALUE ZERO.
001000 01  WS-NEAR-FLOOR                   PIC S9(09)V99 VALUE ZERO.
001010 01  WS-NEAR-PERCENT                 PIC 9(02) VALUE ZERO.
001020 01  WS-WINDOW-DAYS                  PIC 9(03) VALUE ZERO.
001030 01  WS-MIN-COUNT                    PIC 9(02) VALUE ZERO.
001040
001050*    THE TRANSACTION IMAGE UNDER REVIEW, SAME LAYOUT THE WHOLE
001060*    PIPELINE SHARES.
001070     COPY TRANREC.
001080 01  WS-TRAN-ID-PREFIX               PIC X(04).
001090     88  WS-BANK-POSTING                 VALUE "ACCR" "NSFF".
001100
001110*    THE ACCOUNT IN HAND AND ITS JUST-UNDER TRANSACTIONS, HELD IN
001120*    DATE ORDER UNTIL THE ACCOUNT CHANGES.  THE WINDOW TEST NEEDS
001130*    A DAY COUNT ACROSS MONTH AND YEAR ENDS, WHICH NEEDS THE
001140*    INTEGER-DATE FUNCTIONS; ORDINARY VERBS CANNOT DO CALENDAR
001150*    SUBTRACTION.
001160 01  WS-CUR-ACCOUNT                  PIC X(12) VALUE SPACES.
001170 01  WS-WORK-DATE-N                  PIC 9(08).
001180 01  WS-NEAR-TABLE-CONTROL.
001190     05  WS-NEAR-COUNT               PIC 9(05) VALUE ZERO COMP.
001200     05  WS-NEAR-SUB                 PIC 9(05) VALUE ZERO COMP.
001210     05  WS-WIN-START                PIC 9(05) VALUE ZERO COMP.
001220     05  WS-WIN-END                  PIC 9(05) VALUE ZERO COMP.
001230     05  WS-WIN-NEXT                 PIC 9(05) VALUE ZERO COMP.
001240     05  WS-WIN-ITEMS                PIC 9(05) VALUE ZERO COMP.
001250 01  WS-WIN-TOTAL                    PIC S9(13)V99 VALUE ZERO.
001260 01  WS-NEAR-TABLE.
001270     05  WS-NEAR-ENTRY OCCURS 2000 TIMES.
001280         10  WS-NEAR-TRAN-ID         PIC X(10).
001290         10  WS-NEAR-TRAN-DATE       PIC X(08).
001300         10  WS-NEAR-TRAN-TYPE       PIC X(02).
001310         10  WS-NEAR-AMOUNT          PIC S9(09)V99.
001320         10  WS-NEAR-DAY-INT         PIC 9(08) COMP.
001330
001340*    PRINT-LINE EDIT FIELDS.
001350 01  WS-AMOUNT-EDIT                  PIC -Z(08)9.99.
001360 01  WS-TOTAL-EDIT                   PIC -Z(12)9.99.
001370 01  WS-HIT-EDIT                     PIC Z(06)9.
001380 01  WS-COUNT-EDIT                   PIC ZZZ,ZZZ,ZZ9.
001390 01  WS-DAYS-EDIT                    PIC ZZ9.
001400 01  WS-PERCENT-EDIT                 PIC Z9.
001410 01  WS-MIN-EDIT                     PIC Z9.
001420 01  RPT-LINE-OUT                    PIC X(132).
001430
001440 procedure division.
001450*****************************************************************
001460*  0000-MAINLINE
001470*****************************************************************
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001500     PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT.
001510     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001520     STOP RUN.
001530
001540*****************************************************************
001550*  1000-INITIALIZE  --  THE CONTROL FILE IS MANDATORY: A
001560*  DEFAULTED THRESHOLD WOULD SILENTLY DECIDE WHAT COMPLIANCE
001570*  NEVER SEES.  THE NEAR PERCENTAGE DEFAULTS TO 90, THE MINIMUM
001580*  COUNT TO 3 (AND MAY NOT BE BELOW 2 - ONE TRANSACTION IS NOT
001590*  A PATTERN); THE THRESHOLD AND THE WINDOW MUST BE SET.
001600*****************************************************************
001610 1000-INITIALIZE.
001620     OPEN INPUT CMPLCTL.
001630     IF WS-CMPLCTL-STATUS NOT = "00"
001640         DISPLAY "CMPLSCAN001E CMPLCTL NOT FOUND - NO TERMS, "
001650             "ABENDING RUN"
001660         PERFORM 9800-ABEND THRU 9800-EXIT
001670     END-IF.
001680     READ CMPLCTL
001690         AT END
001700             DISPLAY "CMPLSCAN002E CMPLCTL IS EMPTY - NO "
001710                 "TERMS, ABENDING RUN"
001720             PERFORM 9800-ABEND THRU 9800-EXIT
001730     END-READ.
001740     CLOSE CMPLCTL.
001750     IF CCT-THRESHOLD IS NOT NUMERIC
001760         OR CCT-WINDOW-DAYS IS NOT NUMERIC
001770         DISPLAY "CMPLSCAN003E CMPLCTL THRESHOLD OR WINDOW NOT "
001780             "NUMERIC, ABENDING RUN"
001790         PERFORM 9800-ABEND THRU 9800-EXIT
001800     END-IF.
001810     IF CCT-THRESHOLD = ZERO
001820         OR CCT-WINDOW-DAYS = ZERO
001830         DISPLAY "CMPLSCAN004E CMPLCTL THRESHOLD AND WINDOW MUST "
001840             "BOTH BE SET, ABENDING RUN"
001850         PERFORM 9800-ABEND THRU 9800-EXIT
001860     END-IF.
001870     MOVE CCT-THRESHOLD TO WS-THRESHOLD.
001880     MOVE CCT-WINDOW-DAYS TO WS-WINDOW-DAYS.
001890     MOVE 90 TO WS-NEAR-PERCENT.
001900     IF CCT-NEAR-PERCENT IS NUMERIC
001910         AND CCT-NEAR-PERCENT > ZERO
001920         MOVE CCT-NEAR-PERCENT TO WS-NEAR-PERCENT
001930     END-IF.
001940     MOVE 3 TO WS-MIN-COUNT.
001950     IF CCT-MIN-COUNT IS NUMERIC
001960         AND CCT-MIN-COUNT > ZERO
001970         MOVE CCT-MIN-COUNT TO WS-MIN-COUNT
001980     END-IF.
001990     IF WS-MIN-COUNT < 2
002000         DISPLAY "CMPLSCAN005W CMPLCTL MINIMUM COUNT BELOW 2 - "
002010             "2 USED"
002020         MOVE 2 TO WS-MIN-COUNT
002030     END-IF.
002040     COMPUTE WS-NEAR-FLOOR ROUNDED =
002050         WS-THRESHOLD * WS-NEAR-PERCENT / 100.
002060     MOVE CCT-REPORT-DATE TO WS-REPORT-DATE.
002070     IF WS-REPORT-DATE = SPACES
002080         OR WS-REPORT-DATE IS NOT NUMERIC
002090         ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
002100     END-IF.
002110     IF CCT-FROM-DATE IS NUMERIC
002120         MOVE CCT-FROM-DATE TO WS-FROM-DATE
002130     END-IF.
002140     IF CCT-TO-DATE IS NUMERIC
002150         MOVE CCT-TO-DATE TO WS-TO-DATE
002160     END-IF.
002170     DISPLAY "CMPLSCAN006I REPORT DATE = " WS-REPORT-DATE
002180         " HISTORY " WS-FROM-DATE " TO " WS-TO-DATE
002190         " THRESHOLD = " CCT-THRESHOLD.
002200     OPEN INPUT HISTFILE.
002210     IF WS-HISTFILE-STATUS NOT = "00"
002220         DISPLAY "CMPLSCAN007E TRANHIST NOT FOUND - RUN "
002230             "HISTROLL FIRST, ABENDING RUN"
002240         PERFORM 9800-ABEND THRU 9800-EXIT
002250     END-IF.
002260     OPEN OUTPUT RPTFILE.
002270     IF WS-RPTFILE-STATUS NOT = "00"
002280         DISPLAY "CMPLSCAN008E CMPLRPT COULD NOT BE OPENED, "
002290             "ABENDING RUN"
002300         PERFORM 9800-ABEND THRU 9800-EXIT
002310     END-IF.
002320     OPEN OUTPUT EXTFILE.
002330     IF WS-EXTFILE-STATUS NOT = "00"
002340         DISPLAY "CMPLSCAN009E CMPLEXT COULD NOT BE OPENED, "
002350             "ABENDING RUN"
002360         PERFORM 9800-ABEND THRU 9800-EXIT
002370     END-IF.
002380     PERFORM 1200-PRINT-HEADERS THRU 1200-EXIT.
002390 1000-EXIT.
002400     EXIT.
002410
002420 1200-PRINT-HEADERS.
002430     MOVE WS-THRESHOLD TO WS-AMOUNT-EDIT.
002440     MOVE SPACES TO RPT-LINE-OUT.
002450     STRING "CMPLSCAN - LARGE-CASH AND STRUCTURING REPORT - "
002460             "REPORT DATE " WS-REPORT-DATE
002470             " - THRESHOLD " WS-AMOUNT-EDIT
002480         DELIMITED BY SIZE INTO RPT-LINE-OUT.
002490     WRITE RPT-LINE FROM RPT-LINE-OUT.
002500     MOVE WS-NEAR-FLOOR TO WS-AMOUNT-EDIT.
002510     MOVE WS-WINDOW-DAYS TO WS-DAYS-EDIT.
002520     MOVE WS-NEAR-PERCENT TO WS-PERCENT-EDIT.
002530     MOVE WS-MIN-COUNT TO WS-MIN-EDIT.
002540     MOVE SPACES TO RPT-LINE-OUT.
002550     STRING "HISTORY " WS-FROM-DATE " TO " WS-TO-DATE
002560             " - STRUCTURING: " WS-MIN-EDIT
002570             " OR MORE ITEMS FROM " WS-AMOUNT-EDIT
002580             " (" WS-PERCENT-EDIT "%) WITHIN "
002590             WS-DAYS-EDIT " DAYS"
002600         DELIMITED BY SIZE INTO RPT-LINE-OUT.
002610     WRITE RPT-LINE FROM RPT-LINE-OUT.
002620     MOVE SPACES TO RPT-LINE-OUT.
002630     WRITE RPT-LINE FROM RPT-LINE-OUT.
002640     MOVE "HIT" TO RPT-LINE-OUT(5:3).
002650     MOVE "KIND" TO RPT-LINE-OUT(10:4).
002660     MOVE "ACCOUNT" TO RPT-LINE-OUT(17:7).
002670     MOVE "DATE" TO RPT-LINE-OUT(31:4).
002680     MOVE "TRAN-ID" TO RPT-LINE-OUT(41:7).
002690     MOVE "TY" TO RPT-LINE-OUT(53:2).
002700     MOVE "AMOUNT" TO RPT-LINE-OUT(64:6).
002710     WRITE RPT-LINE FROM RPT-LINE-OUT.
002720 1200-EXIT.
002730     EXIT.
002740
002750*****************************************************************
002760*  2000-SCAN-HISTORY  --  ONE PASS OVER THE HISTORY.  LARGE
002770*  ITEMS ARE LISTED AS THEY ARE READ; AN ACCOUNT'S STRUCTURING
002780*  TEST RUNS WHEN THE NEXT ACCOUNT (OR END OF FILE) ARRIVES.
002790*****************************************************************
002800 2000-SCAN-HISTORY.
002810     PERFORM 2050-READ-ONE-HISTORY THRU 2050-EXIT
002820         UNTIL WS-EOF-HISTFILE-YES.
002830     PERFORM 3000-CHECK-STRUCTURING THRU 3000-EXIT.
002840 2000-EXIT.
002850     EXIT.
002860
002870 2050-READ-ONE-HISTORY.
002880     READ HISTFILE
002890         AT END
002900             MOVE "Y" TO WS-EOF-HISTFILE
002910     END-READ.
002920     IF WS-EOF-HISTFILE-YES
002930         GO TO 2050-EXIT
002940     END-IF.
002950     ADD 1 TO WS-READ-COUNT.
002960     IF HIST-ACCOUNT-NO NOT = WS-CUR-ACCOUNT
002970         PERFORM 3000-CHECK-STRUCTURING THRU 3000-EXIT
002980         MOVE HIST-ACCOUNT-NO TO WS-CUR-ACCOUNT
002990         MOVE ZERO TO WS-NEAR-COUNT
003000         MOVE "N" TO WS-ACCT-FLAGGED-FLAG
003010     END-IF.
003020     IF HIST-TRAN-DATE < WS-FROM-DATE
003030         OR HIST-TRAN-DATE > WS-TO-DATE
003040         ADD 1 TO WS-OUT-OF-RANGE-COUNT
003050         GO TO 2050-EXIT
003060     END-IF.
003070     MOVE HIST-TRAN-DATA TO TRAN-REC.
003080     MOVE TRAN-ID(1:4) TO WS-TRAN-ID-PREFIX.
003090     IF WS-BANK-POSTING
003100         ADD 1 TO WS-BANK-POSTING-COUNT
003110         GO TO 2050-EXIT
003120     END-IF.
003130     ADD 1 TO WS-SCANNED-COUNT.
003140     IF TRAN-AMOUNT NOT < WS-THRESHOLD
003150         PERFORM 2100-REPORT-LARGE-ITEM THRU 2100-EXIT
003160         GO TO 2050-EXIT
003170     END-IF.
003180     IF TRAN-AMOUNT NOT < WS-NEAR-FLOOR
003190         PERFORM 2200-HOLD-NEAR-ITEM THRU 2200-EXIT
003200     END-IF.
003210 2050-EXIT.
003220     EXIT.
003230
003240*****************************************************************
003250*  2100-REPORT-LARGE-ITEM  --  ONE TRANSACTION AT OR ABOVE THE
003260*  THRESHOLD IS A HIT ON ITS OWN.
003270*****************************************************************
003280 2100-REPORT-LARGE-ITEM.
003290     ADD 1 TO WS-HIT-NO.
003300     ADD 1 TO WS-LARGE-COUNT.
003310     ADD TRAN-AMOUNT TO WS-LARGE-TOTAL.
003320     PERFORM 2900-FLAG-ACCOUNT THRU 2900-EXIT.
003330     MOVE SPACES TO RPT-LINE-OUT.
003340     MOVE WS-HIT-NO TO WS-HIT-EDIT.
003350     MOVE WS-HIT-EDIT TO RPT-LINE-OUT(1:7).
003360     MOVE "LARGE" TO RPT-LINE-OUT(10:5).
003370     MOVE HIST-ACCOUNT-NO TO RPT-LINE-OUT(17:12).
003380     MOVE HIST-TRAN-DATE TO RPT-LINE-OUT(31:8).
003390     MOVE TRAN-ID TO RPT-LINE-OUT(41:10).
003400     MOVE TRAN-TYPE TO RPT-LINE-OUT(53:2).
003410     MOVE TRAN-AMOUNT TO WS-AMOUNT-EDIT.
003420     MOVE WS-AMOUNT-EDIT TO RPT-LINE-OUT(57:13).
003430     WRITE RPT-LINE FROM RPT-LINE-OUT.
003440     MOVE SPACES TO CMPL-EXT-REC.
003450     MOVE "L" TO CEX-HIT-TYPE.
003460     MOVE 1 TO CEX-HIT-ITEM-COUNT.
003470     MOVE TRAN-AMOUNT TO CEX-HIT-TOTAL.
003480     MOVE HIST-TRAN-DATE TO CEX-HIT-FIRST-DATE.
003490     MOVE HIST-TRAN-DATE TO CEX-HIT-LAST-DATE.
003500     MOVE HIST-TRAN-DATE TO CEX-TRAN-DATE.
003510     MOVE TRAN-ID TO CEX-TRAN-ID.
003520     MOVE TRAN-TYPE TO CEX-TRAN-TYPE.
003530     MOVE TRAN-AMOUNT TO CEX-AMOUNT.
003540     PERFORM 2800-WRITE-EXTRACT THRU 2800-EXIT.
003550 2100-EXIT.
003560     EXIT.
003570
003580*****************************************************************
003590*  2200-HOLD-NEAR-ITEM  --  HOLD A JUST-UNDER TRANSACTION FOR
003600*  THE ACCOUNT'S WINDOW TEST.  ONE WITHOUT A USABLE DATE CANNOT
003610*  BE PLACED IN A WINDOW AND IS LEFT OUT, WITH A WARNING.
003620*****************************************************************
003630 2200-HOLD-NEAR-ITEM.
003640     IF HIST-TRAN-DATE IS NOT NUMERIC
003650         ADD 1 TO WS-NO-DATE-COUNT
003660         DISPLAY "CMPLSCAN010W NO TRANSACTION DATE - TRAN-ID = "
003670             TRAN-ID " ACCOUNT = " HIST-ACCOUNT-NO
003680             " NOT WINDOWED"
003690         GO TO 2200-EXIT
003700     END-IF.
003710     IF WS-NEAR-COUNT >= 2000
003720         DISPLAY "CMPLSCAN011E MORE THAN 2000 JUST-UNDER "
003730             "TRANSACTIONS ON ACCOUNT " HIST-ACCOUNT-NO
003740             " - NARROW THE DATE RANGE, ABENDING RUN"
003750         PERFORM 9800-ABEND THRU 9800-EXIT
003760     END-IF.
003770     ADD 1 TO WS-NEAR-COUNT.
003780     MOVE TRAN-ID TO WS-NEAR-TRAN-ID(WS-NEAR-COUNT).
003790     MOVE HIST-TRAN-DATE TO WS-NEAR-TRAN-DATE(WS-NEAR-COUNT).
003800     MOVE TRAN-TYPE TO WS-NEAR-TRAN-TYPE(WS-NEAR-COUNT).
003810     MOVE TRAN-AMOUNT TO WS-NEAR-AMOUNT(WS-NEAR-COUNT).
003820     MOVE HIST-TRAN-DATE TO WS-WORK-DATE-N.
003830     COMPUTE WS-NEAR-DAY-INT(WS-NEAR-COUNT) =
003840         FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-N).
003850 2200-EXIT.
003860     EXIT.
003870
003880 2800-WRITE-EXTRACT.
003890     MOVE WS-REPORT-DATE TO CEX-REPORT-DATE.
003900     MOVE WS-HIT-NO TO CEX-HIT-NO.
003910     MOVE WS-CUR-ACCOUNT TO CEX-ACCOUNT-NO.
003920     MOVE WS-THRESHOLD TO CEX-THRESHOLD.
003930     WRITE CMPL-EXT-REC.
003940     IF WS-EXTFILE-STATUS NOT = "00"
003950         DISPLAY "CMPLSCAN012E CMPLEXT WRITE FAILED - STATUS = "
003960             WS-EXTFILE-STATUS ", ABENDING RUN"
003970         PERFORM 9800-ABEND THRU 9800-EXIT
003980     END-IF.
003990     ADD 1 TO WS-EXTRACT-COUNT.
004000 2800-EXIT.
004010     EXIT.
004020
004030 2900-FLAG-ACCOUNT.
004040     IF NOT WS-ACCT-FLAGGED
004050         MOVE "Y" TO WS-ACCT-FLAGGED-FLAG
004060         ADD 1 TO WS-ACCT-FLAGGED-COUNT
004070     END-IF.
004080 2900-EXIT.
004090     EXIT.
004100
004110*****************************************************************
004120*  3000-CHECK-STRUCTURING  --  SLIDE A WINDOW OVER THE ACCOUNT'S
004130*  HELD JUST-UNDER TRANSACTIONS.  FROM EACH STARTING ITEM THE
004140*  WINDOW TAKES EVERY LATER ITEM DATED FEWER THAN THE WINDOW'S
004150*  DAYS AFTER IT.  A WINDOW WITH ENOUGH ITEMS THAT TOGETHER
004160*  EXCEED THE THRESHOLD IS ONE HIT, AND THE NEXT WINDOW STARTS
004170*  AFTER IT, SO NO TRANSACTION IS REPORTED IN TWO HITS.
004180*****************************************************************
004190 3000-CHECK-STRUCTURING.
004200     IF WS-NEAR-COUNT < WS-MIN-COUNT
004210         GO TO 3000-EXIT
004220     END-IF.
004230     MOVE 1 TO WS-WIN-START.
004240     PERFORM 3100-TRY-ONE-WINDOW THRU 3100-EXIT
004250         UNTIL WS-WIN-START > WS-NEAR-COUNT.
004260 3000-EXIT.
004270     EXIT.
004280
004290 3100-TRY-ONE-WINDOW.
004300     MOVE WS-WIN-START TO WS-WIN-END.
004310     MOVE WS-NEAR-AMOUNT(WS-WIN-START) TO WS-WIN-TOTAL.
004320     MOVE "N" TO WS-WINDOW-FULL-FLAG.
004330     PERFORM 3150-EXTEND-WINDOW THRU 3150-EXIT
004340         UNTIL WS-WINDOW-FULL.
004350     COMPUTE WS-WIN-ITEMS = WS-WIN-END - WS-WIN-START + 1.
004360     IF WS-WIN-ITEMS NOT < WS-MIN-COUNT
004370         AND WS-WIN-TOTAL > WS-THRESHOLD
004380         PERFORM 3200-REPORT-STRUCTURING THRU 3200-EXIT
004390         COMPUTE WS-WIN-START = WS-WIN-END + 1
004400     ELSE
004410         ADD 1 TO WS-WIN-START
004420     END-IF.
004430 3100-EXIT.
004440     EXIT.
004450
004460 3150-EXTEND-WINDOW.
004470     COMPUTE WS-WIN-NEXT = WS-WIN-END + 1.
004480     IF WS-WIN-NEXT > WS-NEAR-COUNT
004490         MOVE "Y" TO WS-WINDOW-FULL-FLAG
004500         GO TO 3150-EXIT
004510     END-IF.
004520     IF WS-NEAR-DAY-INT(WS-WIN-NEXT)
004530         - WS-NEAR-DAY-INT(WS-WIN-START) NOT < WS-WINDOW-DAYS
004540         MOVE "Y" TO WS-WINDOW-FULL-FLAG
004550         GO TO 3150-EXIT
004560     END-IF.
004570     MOVE WS-WIN-NEXT TO WS-WIN-END.
004580     ADD WS-NEAR-AMOUNT(WS-WIN-END) TO WS-WIN-TOTAL.
004590 3150-EXIT.
004600     EXIT.
004610
004620*****************************************************************
004630*  3200-REPORT-STRUCTURING  --  A SUMMARY LINE FOR THE HIT, THEN
004640*  ONE LINE AND ONE EXTRACT RECORD PER TRANSACTION IN IT.
004650*****************************************************************
004660 3200-REPORT-STRUCTURING.
004670     ADD 1 TO WS-HIT-NO.
004680     ADD 1 TO WS-STRUCT-COUNT.
004690     ADD WS-WIN-ITEMS TO WS-STRUCT-ITEM-COUNT.
004700     ADD WS-WIN-TOTAL TO WS-STRUCT-TOTAL.
004710     PERFORM 2900-FLAG-ACCOUNT THRU 2900-EXIT.
004720     MOVE SPACES TO RPT-LINE-OUT.
004730     MOVE WS-HIT-NO TO WS-HIT-EDIT.
004740     MOVE WS-HIT-EDIT TO RPT-LINE-OUT(1:7).
004750     MOVE "STRUCT" TO RPT-LINE-OUT(10:6).
004760     MOVE WS-CUR-ACCOUNT TO RPT-LINE-OUT(17:12).
004770     MOVE WS-WIN-ITEMS TO WS-COUNT-EDIT.
004780     MOVE WS-WIN-TOTAL TO WS-TOTAL-EDIT.
004790     STRING WS-NEAR-TRAN-DATE(WS-WIN-START) " TO "
004800             WS-NEAR-TRAN-DATE(WS-WIN-END)
004810             " - ITEMS " WS-COUNT-EDIT
004820             " TOTAL " WS-TOTAL-EDIT
004830         DELIMITED BY SIZE INTO RPT-LINE-OUT(31:).
004840     WRITE RPT-LINE FROM RPT-LINE-OUT.
004850     PERFORM 3250-REPORT-STRUCTURED-ITEM THRU 3250-EXIT
004860         VARYING WS-NEAR-SUB FROM WS-WIN-START BY 1
004870         UNTIL WS-NEAR-SUB > WS-WIN-END.
004880 3200-EXIT.
004890     EXIT.
004900
004910 3250-REPORT-STRUCTURED-ITEM.
004920     MOVE SPACES TO RPT-LINE-OUT.
004930     MOVE WS-NEAR-TRAN-DATE(WS-NEAR-SUB) TO RPT-LINE-OUT(31:8).
004940     MOVE WS-NEAR-TRAN-ID(WS-NEAR-SUB) TO RPT-LINE-OUT(41:10).
004950     MOVE WS-NEAR-TRAN-TYPE(WS-NEAR-SUB) TO RPT-LINE-OUT(53:2).
004960     MOVE WS-NEAR-AMOUNT(WS-NEAR-SUB) TO WS-AMOUNT-EDIT.
004970     MOVE WS-AMOUNT-EDIT TO RPT-LINE-OUT(57:13).
004980     WRITE RPT-LINE FROM RPT-LINE-OUT.
004990     MOVE SPACES TO CMPL-EXT-REC.
005000     MOVE "S" TO CEX-HIT-TYPE.
005010     MOVE WS-WIN-ITEMS TO CEX-HIT-ITEM-COUNT.
005020     MOVE WS-WIN-TOTAL TO CEX-HIT-TOTAL.
005030     MOVE WS-NEAR-TRAN-DATE(WS-WIN-START) TO CEX-HIT-FIRST-DATE.
005040     MOVE WS-NEAR-TRAN-DATE(WS-WIN-END) TO CEX-HIT-LAST-DATE.
005050     MOVE WS-NEAR-TRAN-DATE(WS-NEAR-SUB) TO CEX-TRAN-DATE.
005060     MOVE WS-NEAR-TRAN-ID(WS-NEAR-SUB) TO CEX-TRAN-ID.
005070     MOVE WS-NEAR-TRAN-TYPE(WS-NEAR-SUB) TO CEX-TRAN-TYPE.
005080     MOVE WS-NEAR-AMOUNT(WS-NEAR-SUB) TO CEX-AMOUNT.
005090     PERFORM 2800-WRITE-EXTRACT THRU 2800-EXIT.
005100 3250-EXIT.
005110     EXIT.
005120
005130*****************************************************************
005140*  8000-FINALIZE  --  TOTALS, THEN SHOW THE OPERATOR WHAT THE
005150*  SCAN FOUND.
005160*****************************************************************
005170 8000-FINALIZE.
005180     MOVE SPACES TO RPT-LINE-OUT.
005190     WRITE RPT-LINE FROM RPT-LINE-OUT.
005200     IF WS-HIT-NO = ZERO
005210         MOVE "NO REPORTABLE ACTIVITY IN THE PERIOD"
005220             TO RPT-LINE-OUT
005230         WRITE RPT-LINE FROM RPT-LINE-OUT
005240         MOVE SPACES TO RPT-LINE-OUT
005250     END-IF.
005260     MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
005270     STRING "HISTORY RECORDS READ    = " WS-COUNT-EDIT
005280         DELIMITED BY SIZE INTO RPT-LINE-OUT.
005290     WRITE RPT-LINE FROM RPT-LINE-OUT.
005300     MOVE SPACES TO RPT-LINE-OUT.
005310     MOVE WS-OUT-OF-RANGE-COUNT TO WS-COUNT-EDIT.
005320     STRING "OUTSIDE THE DATE RANGE  = " WS-COUNT-EDIT
005330         DELIMITED BY SIZE INTO RPT-LINE-OUT.
005340     WRITE RPT-LINE FROM RPT-LINE-OUT.
005350     MOVE SPACES TO RPT-LINE-OUT.
005360     MOVE WS-BANK-POSTING-COUNT TO WS-COUNT-EDIT.
005370     STRING "BANK POSTINGS SKIPPED   = " WS-COUNT-EDIT
005380         DELIMITED BY SIZE INTO RPT-LINE-OUT.
005390     WRITE RPT-LINE FROM RPT-LINE-OUT.
005400     MOVE SPACES TO RPT-LINE-OUT.
005410     MOVE WS-SCANNED-COUNT TO WS-COUNT-EDIT.
005420     STRING "TRANSACTIONS SCANNED    = " WS-COUNT-EDIT
005430         DELIMITED BY SIZE INTO RPT-LINE-OUT.
005440     WRITE RPT-LINE FROM RPT-LINE-OUT.
005450     MOVE SPACES TO RPT-LINE-OUT.
005460     MOVE WS-LARGE-COUNT TO WS-COUNT-EDIT.
005470     MOVE WS-LARGE-TOTAL TO WS-TOTAL-EDIT.
005480     STRING "AT OR ABOVE THRESHOLD   = " WS-COUNT-EDIT
005490             "   AMOUNT = " WS-TOTAL-EDIT
005500         DELIMITED BY SIZE INTO RPT-LINE-OUT.
005510     WRITE RPT-LINE FROM RPT-LINE-OUT.
005520     MOVE SPACES TO RPT-LINE-OUT.
005530     MOVE WS-STRUCT-COUNT TO WS-COUNT-EDIT.
005540     STRING "STRUCTURING HITS        = " WS-COUNT-EDIT
005550         DELIMITED BY SIZE INTO RPT-LINE-OUT.
005560     WRITE RPT-LINE FROM RPT-LINE-OUT.
005570     MOVE SPACES TO RPT-LINE-OUT.
005580     MOVE WS-STRUCT-ITEM-COUNT TO WS-COUNT-EDIT.
005590     MOVE WS-STRUCT-TOTAL TO WS-TOTAL-EDIT.
005600     STRING "  TRANSACTIONS IN THEM  = " WS-COUNT-EDIT
005610             "   AMOUNT = " WS-TOTAL-EDIT
005620         DELIMITED BY SIZE INTO RPT-LINE-OUT.
005630     WRITE RPT-LINE FROM RPT-LINE-OUT.
005640     MOVE SPACES TO RPT-LINE-OUT.
005650     MOVE WS-ACCT-FLAGGED-COUNT TO WS-COUNT-EDIT.
005660     STRING "ACCOUNTS WITH HITS      = " WS-COUNT-EDIT
005670         DELIMITED BY SIZE INTO RPT-LINE-OUT.
005680     WRITE RPT-LINE FROM RPT-LINE-OUT.
005690     MOVE SPACES TO RPT-LINE-OUT.
005700     MOVE WS-NO-DATE-COUNT TO WS-COUNT-EDIT.
005710     STRING "NO DATE, NOT WINDOWED   = " WS-COUNT-EDIT
005720         DELIMITED BY SIZE INTO RPT-LINE-OUT.
005730     WRITE RPT-LINE FROM RPT-LINE-OUT.
005740     CLOSE HISTFILE.
005750     CLOSE RPTFILE.
005760     CLOSE EXTFILE.
005770     DISPLAY "CMPLSCAN013I HISTORY READ = " WS-READ-COUNT
005780         " SCANNED = " WS-SCANNED-COUNT
005790         " EXTRACT RECORDS = " WS-EXTRACT-COUNT.
005800     DISPLAY "CMPLSCAN014I LARGE ITEMS = " WS-LARGE-COUNT
005810         " STRUCTURING HITS = " WS-STRUCT-COUNT
005820         " ACCOUNTS = " WS-ACCT-FLAGGED-COUNT.
005830     IF WS-NO-DATE-COUNT > ZERO
005840         DISPLAY "CMPLSCAN015W TRANSACTIONS WITHOUT A DATE WERE "
005850             "NOT WINDOWED - SEE PRIOR MESSAGES"
005860     END-IF.
005870 8000-EXIT.
005880     EXIT.
005890
005900*****************************************************************
005910*  9800-ABEND  --  CLEAN, LOGGED TERMINATION FOR CONDITIONS THAT
005920*  MAKE IT UNSAFE TO CONTINUE THE RUN.
005930*****************************************************************
005940 9800-ABEND.
005950     DISPLAY "CMPLSCAN ABENDING - SEE PRIOR MESSAGES".
005960     MOVE 16 TO RETURN-CODE.
005970     STOP RUN.
005980 9800-EXIT.
005990     EXIT.
