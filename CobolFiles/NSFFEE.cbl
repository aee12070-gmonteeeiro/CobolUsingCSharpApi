000010*****************************************************************
000020*  PROGRAM-ID.  NSFFEE
000030*
000040*  NIGHTLY NSF FEE AND RETURNS REPORT.  READS THE NSF RETURNS
000050*  FILE (NSFRETN) THAT TEST1 WRITES FOR EVERY DEBIT OR TRANSFER
000060*  IT RETURNED FOR INSUFFICIENT FUNDS AND, USING THE FEE FROM
000070*  THE NSFCTL CONTROL FILE:
000080*      - GENERATES ONE NSF FEE POSTING ("DB") PER RETURNED ITEM
000090*        AGAINST THE ACCOUNT THAT COULD NOT COVER IT, DATED FOR
000100*        THE NEXT PROCESSING NIGHT
000110*      - PRINTS THE DAILY NSF RETURNS REPORT FOR THE BRANCH
000120*        (NSFRPT): EVERY RETURNED ITEM WITH THE BALANCE AND
000130*        OVERDRAFT LIMIT IT WAS TESTED AGAINST AND THE FEE IT
000140*        DREW, THEN THE NIGHT'S TOTALS
000150*  THE FEE FILE (NSFTRAN) IS BRACKETED BY A PROPER HDR/TRL PAIR
000160*  EXACTLY LIKE ACCRTRAN, SO IT RUNS THROUGH TRANEDIT AND TEST1
000170*  UNCHANGED AND SHOWS UP IN DISPFILE, GLFILE AND THE AUDIT
000180*  TRAIL LIKE ANY OTHER NIGHT'S WORK.  TEST1 NEVER RETURNS A
000190*  FEE POSTING ("NSFF" TRAN-IDS), SO A FEE CANNOT BREED ANOTHER.
000191*  NSFTRAN IS REPLACED EACH NIGHT, SO THE RUN REFUSES TO WRITE A
000192*  NEW ONE WHILE THE ONE ON DISK HAS NOT BEEN TAKEN IN BY THE
000193*  INTAKE (TRANINTK RECORDS EVERY FILE IT MERGES ON INTKHIST).
000200*
000210*  MODIFICATION HISTORY
000220*      DATE       INIT  DESCRIPTION
000230*      ---------- ----  --------------------------------------
000240*      2026-10-15  GM   ORIGINAL PROGRAM.
000241*      2026-10-15  GM   COMPLETION MESSAGE NOW POINTS AT
000242*                       TRANINTK, WHICH MERGES THE FILE.
000243*      2026-10-15  GM   DEFAULT POSTING DATE IS THE NEXT
000244*                       PROCESSING DAY (MONDAY TO FRIDAY), NOT
000245*                       THE NEXT CALENDAR DAY.  AN NSFTRAN NOT
000246*                       YET TAKEN IN IS NO LONGER OVERWRITTEN.
000250*****************************************************************
000260 identification division.
000270 PROGRAM-ID.    NSFFEE.
000280 AUTHOR.        Gabriel Monteiro.
000290 INSTALLATION.  INTEROP BATCH.
000300 DATE-WRITTEN.  2026-10-15.
000310 DATE-COMPILED.
000320 ENVIRONMENT    DIVISION.
000330 CONFIGURATION  SECTION.
000340
000350 input-output section.
000360 file-control.
000370     SELECT NSFCTL ASSIGN TO "NSFCTL"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-NSFCTL-STATUS.
000400     SELECT NSFFILE ASSIGN TO "NSFRETN"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-NSFFILE-STATUS.
000430     SELECT FEEOUT ASSIGN TO "NSFTRAN"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-FEEOUT-STATUS.
000460     SELECT RPTFILE ASSIGN TO "NSFRPT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RPTFILE-STATUS.
000481     SELECT HISTFILE ASSIGN TO "INTKHIST"
000482         ORGANIZATION IS LINE SEQUENTIAL
000483         FILE STATUS IS WS-HISTFILE-STATUS.
000490
000500 data division.
000510 file section.
000520
000530 FD  NSFCTL.
000540     COPY NSFCTL.
000550
000560 FD  NSFFILE.
000570     COPY NSFREC.
000580
000590 FD  FEEOUT.
000600 01  FEE-TRAN-REC                    PIC X(64).
000610
000620 FD  RPTFILE.
000630 01  RPT-LINE                        PIC X(132).
000631
000632 FD  HISTFILE.
000633     COPY INTKSUM.
000640
000650 working-storage section.
000660 01  WS-FILE-STATUSES.
000670     05  WS-NSFCTL-STATUS            PIC X(02).
000680     05  WS-NSFFILE-STATUS           PIC X(02).
000690     05  WS-FEEOUT-STATUS            PIC X(02).
000700     05  WS-RPTFILE-STATUS           PIC X(02).
000701     05  WS-HISTFILE-STATUS          PIC X(02).
000710 01  WS-SWITCHES.
000720     05  WS-EOF-NSFFILE              PIC X(01) VALUE "N".
000730         88  WS-EOF-NSFFILE-YES          VALUE "Y".
000731     05  WS-EOF-PRIOR                PIC X(01) VALUE "N".
000732         88  WS-EOF-PRIOR-YES            VALUE "Y".
000733     05  WS-PRIOR-TRL-FLAG           PIC X(01) VALUE "N".
000734         88  WS-PRIOR-TRL-SEEN           VALUE "Y".
000735     05  WS-HIST-FOUND-FLAG          PIC X(01) VALUE "N".
000736         88  WS-HIST-FOUND               VALUE "Y".
000737     05  WS-PRIOR-INCOMPLETE-FLAG    PIC X(01) VALUE "N".
000738         88  WS-PRIOR-INCOMPLETE         VALUE "Y".
000740
000750 77  WS-RETURN-COUNT                 PIC 9(09) VALUE ZERO COMP.
000760 77  WS-FEE-COUNT                    PIC 9(09) VALUE ZERO COMP.
000770 77  WS-TRAN-SEQ                     PIC 9(06) VALUE ZERO.
000780 01  WS-RETURN-TOTAL                 PIC 9(11)V99 VALUE ZERO.
000790
000800*    THE GENERATED POSTING, BUILT IN THE SAME LAYOUT THE WHOLE
000810*    PIPELINE SHARES; THE RETURNED ITEM IS UNPACKED INTO IT FIRST
000820*    FOR THE REPORT LINE.
000830     COPY TRANREC.
000840
000850*    HEADER/TRAILER VIEWS FOR THE OUTPUT FILE'S CONTROL RECORDS.
000860     COPY TRANCTL.
000870
000880*    FEE FILE CONTROL TOTALS FOR THE TRAILER.
000890 01  WS-CYCLE-COUNT                  PIC 9(09) VALUE ZERO.
000900 01  WS-CYCLE-DEBIT-TOTAL            PIC 9(11)V99 VALUE ZERO.
000910 01  WS-CYCLE-CREDIT-TOTAL           PIC 9(11)V99 VALUE ZERO.
000911
000912*    HEADER DATE AND TRAILER OF THE NSFTRAN ALREADY ON DISK, IF
000913*    ANY, FOR THE INTKHIST LOOK-UP.
000914 01  WS-PRIOR-HDR-DATE               PIC X(08) VALUE SPACES.
000915 01  WS-PRIOR-TRL-COUNT              PIC 9(09) VALUE ZERO.
000916 01  WS-PRIOR-TRL-DEBIT              PIC 9(11)V99 VALUE ZERO.
000917 01  WS-PRIOR-TRL-CREDIT             PIC 9(11)V99 VALUE ZERO.
000920
000930*    BUSINESS DATE OF THE RETURNS AND OF THE FEE POSTINGS.  THE
000940*    DEFAULT POSTING DATE IS THE NEXT PROCESSING DAY AFTER THE
000950*    RETURNS, ACROSS WEEKENDS, MONTH AND YEAR ENDS, WHICH NEEDS
000960*    THE INTEGER-DATE FUNCTIONS; ORDINARY VERBS CANNOT DO
000961*    CALENDAR ARITHMETIC.  DAY 1 OF THE INTEGER CALENDAR WAS A
000962*    MONDAY, SO THE REMAINDER BY 7 IS 6 ON A SATURDAY AND 0 ON A
000963*    SUNDAY.
000970 01  WS-RETURN-DATE                  PIC X(08) VALUE SPACES.
000980 01  WS-RETURN-DATE-N REDEFINES WS-RETURN-DATE
000990                                     PIC 9(08).
001000 01  WS-POST-DATE                    PIC X(08) VALUE SPACES.
001010 01  WS-POST-DATE-N REDEFINES WS-POST-DATE
001020                                     PIC 9(08).
001030 01  WS-POST-DATE-INT                PIC 9(08) COMP.
001031 01  WS-POST-WEEKS                   PIC 9(08) COMP.
001032 01  WS-POST-WEEKDAY                 PIC 9(01) COMP.
001040
001050*    FEE TRAN-ID FOR THE CURRENT RETURN, SPACES WHEN NO FEE WAS
001060*    CHARGED, AND THE ACCOUNT THE FEE IS CHARGED TO.
001070 01  WS-FEE-TRAN-ID                  PIC X(10).
001080 01  WS-FEE-ACCOUNT-NO               PIC X(12).
001090
001100*    PRINT-LINE EDIT FIELDS.
001110 01  WS-AMOUNT-EDIT                  PIC -Z(10)9.99.
001120 01  WS-BALANCE-EDIT                 PIC -Z(12)9.99.
001130 01  WS-LIMIT-EDIT                   PIC Z(07)9.99.
001140 01  WS-COUNT-EDIT                   PIC ZZZ,ZZZ,ZZ9.
001150 01  WS-TOTAL-EDIT                   PIC Z(11)9.99.
001160 01  RPT-LINE-OUT                    PIC X(132).
001170
001180 procedure division.
001190*****************************************************************
001200*  0000-MAINLINE
001210*****************************************************************
001220 0000-MAINLINE.
001230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001240     PERFORM 2000-PROCESS-RETURNS THRU 2000-EXIT.
001250     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001260     STOP RUN.
001270
001280*****************************************************************
001290*  1000-INITIALIZE  --  THE CONTROL FILE IS MANDATORY, AS FOR THE
001300*  ACCRUAL CYCLE: CHARGING CUSTOMERS A DEFAULTED FEE WOULD MOVE
001310*  REAL MONEY ON GUESSWORK.  THE RETURNS FILE IS MANDATORY TOO -
001320*  TEST1 ALWAYS WRITES ONE, EMPTY ON A NIGHT WITH NO RETURNS.
001330*****************************************************************
001340 1000-INITIALIZE.
001350     OPEN INPUT NSFCTL.
001360     IF WS-NSFCTL-STATUS NOT = "00"
001370         DISPLAY "NSFFEE001E NSFCTL NOT FOUND - NO FEE, "
001380             "ABENDING RUN"
001390         PERFORM 9800-ABEND THRU 9800-EXIT
001400     END-IF.
001410     READ NSFCTL
001420         AT END
001430             DISPLAY "NSFFEE002E NSFCTL IS EMPTY - NO FEE, "
001440                 "ABENDING RUN"
001450             PERFORM 9800-ABEND THRU 9800-EXIT
001460     END-READ.
001470     CLOSE NSFCTL.
001480     IF NSC-FEE-AMOUNT IS NOT NUMERIC
001490         DISPLAY "NSFFEE003E NSFCTL FEE AMOUNT NOT NUMERIC, "
001500             "ABENDING RUN"
001510         PERFORM 9800-ABEND THRU 9800-EXIT
001520     END-IF.
001530     IF NSC-POST-DATE NOT = SPACES
001540         AND NSC-POST-DATE IS NOT NUMERIC
001550         DISPLAY "NSFFEE004E NSFCTL POSTING DATE NOT NUMERIC - "
001560             NSC-POST-DATE ", ABENDING RUN"
001570         PERFORM 9800-ABEND THRU 9800-EXIT
001580     END-IF.
001590     OPEN INPUT NSFFILE.
001600     IF WS-NSFFILE-STATUS NOT = "00"
001610         DISPLAY "NSFFEE005E NSFRETN NOT FOUND - RUN TEST1 "
001620             "FIRST, ABENDING RUN"
001630         PERFORM 9800-ABEND THRU 9800-EXIT
001640     END-IF.
001650     PERFORM 1100-ESTABLISH-DATES THRU 1100-EXIT.
001660     DISPLAY "NSFFEE006I RETURNS DATE = " WS-RETURN-DATE
001670         " FEE POSTING DATE = " WS-POST-DATE
001680         " FEE = " NSC-FEE-AMOUNT.
001681     PERFORM 1150-CHECK-PRIOR-FEE-FILE THRU 1150-EXIT.
001690     OPEN OUTPUT FEEOUT.
001700     IF WS-FEEOUT-STATUS NOT = "00"
001710         DISPLAY "NSFFEE007E NSFTRAN COULD NOT BE OPENED, "
001720             "ABENDING RUN"
001730         PERFORM 9800-ABEND THRU 9800-EXIT
001740     END-IF.
001750     OPEN OUTPUT RPTFILE.
001760     IF WS-RPTFILE-STATUS NOT = "00"
001770         DISPLAY "NSFFEE008E NSFRPT COULD NOT BE OPENED, "
001780             "ABENDING RUN"
001790         PERFORM 9800-ABEND THRU 9800-EXIT
001800     END-IF.
001810     PERFORM 1200-WRITE-HEADER THRU 1200-EXIT.
001820     PERFORM 1300-PRINT-REPORT-HEADER THRU 1300-EXIT.
001830 1000-EXIT.
001840     EXIT.
001850
001860*****************************************************************
001870*  1100-ESTABLISH-DATES  --  THE RETURNS' BUSINESS DATE COMES
001880*  FROM THE FIRST RETURN ON FILE (THE FILE HOLDS ONE NIGHT); THAT
001890*  RECORD STAYS IN THE RECORD AREA FOR THE MAIN LOOP.  A NIGHT
001900*  WITH NO RETURNS FALLS BACK TO TODAY'S DATE FOR THE REPORT AND
001910*  THE EMPTY FEE FILE'S HEADER.  THE FEES POST ON THE NEXT
001911*  PROCESSING DAY: A SATURDAY OR SUNDAY MOVES TO THE MONDAY.  A
001912*  HOLIDAY IS NOT KNOWN HERE - THE OPERATOR SETS NSC-POST-DATE,
001913*  AND A FILE DATED FOR A NIGHT THAT NEVER RAN STOPS THE NEXT
001914*  INTAKE RATHER THAN BEING LOST.
001920*****************************************************************
001930 1100-ESTABLISH-DATES.
001940     READ NSFFILE
001950         AT END
001960             MOVE "Y" TO WS-EOF-NSFFILE
001970     END-READ.
001980     IF WS-EOF-NSFFILE-YES
001990         ACCEPT WS-RETURN-DATE FROM DATE YYYYMMDD
002000     ELSE
002010         MOVE NSF-BUSINESS-DATE TO WS-RETURN-DATE
002020     END-IF.
002030     IF WS-RETURN-DATE IS NOT NUMERIC
002040         DISPLAY "NSFFEE009E NSFRETN BUSINESS DATE NOT NUMERIC - "
002050             WS-RETURN-DATE ", ABENDING RUN"
002060         PERFORM 9800-ABEND THRU 9800-EXIT
002070     END-IF.
002080     IF NSC-POST-DATE NOT = SPACES
002090         MOVE NSC-POST-DATE TO WS-POST-DATE
002100     ELSE
002110         COMPUTE WS-POST-DATE-INT =
002120             FUNCTION INTEGER-OF-DATE(WS-RETURN-DATE-N) + 1
002121         DIVIDE WS-POST-DATE-INT BY 7 GIVING WS-POST-WEEKS
002122             REMAINDER WS-POST-WEEKDAY
002123         EVALUATE WS-POST-WEEKDAY
002124             WHEN 6
002125                 ADD 2 TO WS-POST-DATE-INT
002126             WHEN 0
002127                 ADD 1 TO WS-POST-DATE-INT
002128         END-EVALUATE
002130         COMPUTE WS-POST-DATE-N =
002140             FUNCTION DATE-OF-INTEGER(WS-POST-DATE-INT)
002150     END-IF.
002160     IF WS-POST-DATE NOT > WS-RETURN-DATE
002170         DISPLAY "NSFFEE010E FEE POSTING DATE " WS-POST-DATE
002180             " IS NOT AFTER THE RETURNS DATE " WS-RETURN-DATE
002190             ", ABENDING RUN"
002200         PERFORM 9800-ABEND THRU 9800-EXIT
002210     END-IF.
002220 1100-EXIT.
002230     EXIT.
002240
002241*****************************************************************
002242*  1150-CHECK-PRIOR-FEE-FILE  --  THE NSFTRAN ALREADY ON DISK MAY
002243*  BE REPLACED ONLY WHEN ITS FEES CANNOT BE LOST: THE INTAKE HAS
002244*  TAKEN IT IN (A MERGED INTKHIST ENTRY WITH ITS HEADER DATE AND
002245*  TRAILER), OR IT IS AN EARLIER ATTEMPT AT THIS SAME POSTING
002246*  DATE, OR IT HAS NO TRAILER (AN ATTEMPT THAT NEVER FINISHED,
002247*  WHICH THE INTAKE WOULD REFUSE).  ANYTHING ELSE STOPS THE RUN.
002248*****************************************************************
002249 1150-CHECK-PRIOR-FEE-FILE.
002250     OPEN INPUT FEEOUT.
002251     IF WS-FEEOUT-STATUS = "35"
002252         GO TO 1150-EXIT
002253     END-IF.
002254     IF WS-FEEOUT-STATUS NOT = "00"
002255         DISPLAY "NSFFEE007E NSFTRAN COULD NOT BE OPENED, "
002256             "ABENDING RUN"
002257         PERFORM 9800-ABEND THRU 9800-EXIT
002258     END-IF.
002259     MOVE "N" TO WS-EOF-PRIOR.
002260     PERFORM 1160-READ-PRIOR-FEE THRU 1160-EXIT
002261         UNTIL WS-EOF-PRIOR-YES.
002262     CLOSE FEEOUT.
002263     IF NOT WS-PRIOR-TRL-SEEN
002264         MOVE "Y" TO WS-PRIOR-INCOMPLETE-FLAG
002265         DISPLAY "NSFFEE015W EXISTING NSFTRAN HAS NO TRAILER - "
002266             "INCOMPLETE EARLIER RUN, REPLACED"
002267         GO TO 1150-EXIT
002268     END-IF.
002269     IF WS-PRIOR-HDR-DATE = WS-POST-DATE
002270         DISPLAY "NSFFEE016I EXISTING NSFTRAN FOR " WS-POST-DATE
002271             " IS AN EARLIER ATTEMPT AT THIS NIGHT - REPLACED"
002272         GO TO 1150-EXIT
002273     END-IF.
002274     PERFORM 1170-FIND-IN-HISTORY THRU 1170-EXIT.
002275     IF NOT WS-HIST-FOUND
002276         DISPLAY "NSFFEE014E EXISTING NSFTRAN DATED "
002277             WS-PRIOR-HDR-DATE " HAS NOT BEEN TAKEN IN BY "
002278             "TRANINTK - ITS FEES ARE NOT POSTED"
002279         DISPLAY "NSFFEE014E RUN THE INTAKE FOR THAT DATE OR "
002280             "RE-DATE THE FILE FIRST, ABENDING RUN"
002281         PERFORM 9800-ABEND THRU 9800-EXIT
002282     END-IF.
002283 1150-EXIT.
002284     EXIT.
002285
002286 1160-READ-PRIOR-FEE.
002287     READ FEEOUT
002288         AT END
002289             MOVE "Y" TO WS-EOF-PRIOR
002290             GO TO 1160-EXIT
002291     END-READ.
002292     MOVE FEE-TRAN-REC TO TRAN-CTL-REC.
002293     IF CTL-IS-HEADER
002294         MOVE HDR-BUSINESS-DATE TO WS-PRIOR-HDR-DATE
002295     END-IF.
002296     IF CTL-IS-TRAILER
002297         MOVE "Y" TO WS-PRIOR-TRL-FLAG
002298         MOVE TRL-RECORD-COUNT TO WS-PRIOR-TRL-COUNT
002299         MOVE TRL-TOTAL-DEBIT TO WS-PRIOR-TRL-DEBIT
002300         MOVE TRL-TOTAL-CREDIT TO WS-PRIOR-TRL-CREDIT
002301     END-IF.
002302 1160-EXIT.
002303     EXIT.
002304
002305 1170-FIND-IN-HISTORY.
002306     MOVE "N" TO WS-HIST-FOUND-FLAG.
002307     OPEN INPUT HISTFILE.
002308     IF WS-HISTFILE-STATUS = "35"
002309         GO TO 1170-EXIT
002310     END-IF.
002311     IF WS-HISTFILE-STATUS NOT = "00"
002312         DISPLAY "NSFFEE017E INTKHIST COULD NOT BE OPENED - "
002313             "STATUS = " WS-HISTFILE-STATUS ", ABENDING RUN"
002314         PERFORM 9800-ABEND THRU 9800-EXIT
002315     END-IF.
002316     MOVE "N" TO WS-EOF-PRIOR.
002317     PERFORM 1180-MATCH-ONE-HISTORY THRU 1180-EXIT
002318         UNTIL WS-EOF-PRIOR-YES OR WS-HIST-FOUND.
002319     CLOSE HISTFILE.
002320 1170-EXIT.
002321     EXIT.
002322
002323 1180-MATCH-ONE-HISTORY.
002324     READ HISTFILE
002325         AT END
002326             MOVE "Y" TO WS-EOF-PRIOR
002327             GO TO 1180-EXIT
002328     END-READ.
002329     IF ISM-MERGED
002330         AND ISM-SOURCE-FILE = "NSFTRAN"
002331         AND ISM-HEADER-DATE = WS-PRIOR-HDR-DATE
002332         AND ISM-RECORD-COUNT = WS-PRIOR-TRL-COUNT
002333         AND ISM-TOTAL-DEBIT = WS-PRIOR-TRL-DEBIT
002334         AND ISM-TOTAL-CREDIT = WS-PRIOR-TRL-CREDIT
002335         MOVE "Y" TO WS-HIST-FOUND-FLAG
002336     END-IF.
002337 1180-EXIT.
002338     EXIT.
002339
002340 1200-WRITE-HEADER.
002341     MOVE SPACES TO TRAN-CTL-REC.
002342     MOVE "HDR" TO CTL-RECORD-MARK.
002343     MOVE WS-POST-DATE TO HDR-BUSINESS-DATE.
002344     MOVE "NSFFEE" TO HDR-SOURCE-SYSTEM.
002345     MOVE TRAN-CTL-REC TO FEE-TRAN-REC.
002346     WRITE FEE-TRAN-REC.
002347 1200-EXIT.
002348     EXIT.
002349
002350 1300-PRINT-REPORT-HEADER.
002360     MOVE SPACES TO RPT-LINE-OUT.
002370     STRING "NSFFEE - NSF RETURNS - " DELIMITED BY SIZE
002380             NSC-BRANCH-NAME DELIMITED BY "  "
002390             " - BUSINESS DATE " DELIMITED BY SIZE
002400             WS-RETURN-DATE DELIMITED BY SIZE
002410         INTO RPT-LINE-OUT.
002420     WRITE RPT-LINE FROM RPT-LINE-OUT.
002430     MOVE SPACES TO RPT-LINE-OUT.
002440     WRITE RPT-LINE FROM RPT-LINE-OUT.
002450     MOVE SPACES TO RPT-LINE-OUT.
002460     MOVE "ACCOUNT" TO RPT-LINE-OUT(1:7).
002470     MOVE "TRAN-ID" TO RPT-LINE-OUT(15:7).
002480     MOVE "TYPE" TO RPT-LINE-OUT(27:4).
002490     MOVE "AMOUNT" TO RPT-LINE-OUT(42:6).
002500     MOVE "BALANCE" TO RPT-LINE-OUT(60:7).
002510     MOVE "OD LIMIT" TO RPT-LINE-OUT(72:8).
002520     MOVE "REASON" TO RPT-LINE-OUT(82:6).
002530     MOVE "FEE TRAN-ID" TO RPT-LINE-OUT(90:11).
002540     WRITE RPT-LINE FROM RPT-LINE-OUT.
002550 1300-EXIT.
002560     EXIT.
002570
002580*****************************************************************
002590*  2000-PROCESS-RETURNS  --  ONE FEE AND ONE REPORT LINE PER
002600*  RETURNED ITEM.  1100 HAS ALREADY READ THE FIRST RECORD.
002610*****************************************************************
002620 2000-PROCESS-RETURNS.
002630     PERFORM 2050-PROCESS-AND-READ THRU 2050-EXIT
002640         UNTIL WS-EOF-NSFFILE-YES.
002650 2000-EXIT.
002660     EXIT.
002670
002680 2050-PROCESS-AND-READ.
002690     ADD 1 TO WS-RETURN-COUNT.
002700     MOVE NSF-TRAN-DATA TO TRAN-REC.
002710     ADD TRAN-AMOUNT TO WS-RETURN-TOTAL.
002720     MOVE SPACES TO WS-FEE-TRAN-ID.
002730     PERFORM 2100-CHARGE-FEE THRU 2100-EXIT.
002740     PERFORM 2200-PRINT-ONE-RETURN THRU 2200-EXIT.
002750     READ NSFFILE
002760         AT END
002770             MOVE "Y" TO WS-EOF-NSFFILE
002780     END-READ.
002790 2050-EXIT.
002800     EXIT.
002810
002820*****************************************************************
002830*  2100-CHARGE-FEE  --  THE FEE IS A DEBIT TO THE ACCOUNT THAT
002840*  COULD NOT COVER THE ITEM (A TRANSFER'S SOURCE).  TRAN-IDS RUN
002850*  "NSFF" PLUS A 6-DIGIT SEQUENCE SO TRANEDIT'S DUPLICATE CHECK
002860*  PASSES AND THE AUDIT TRAIL SHOWS WHERE THE POSTING CAME FROM.
002870*  A ZERO FEE IN NSFCTL CHARGES NOTHING.
002880*****************************************************************
002890 2100-CHARGE-FEE.
002900     IF NSC-FEE-AMOUNT = ZERO
002910         GO TO 2100-EXIT
002920     END-IF.
002930     ADD 1 TO WS-FEE-COUNT.
002940     ADD 1 TO WS-TRAN-SEQ.
002950     STRING "NSFF" WS-TRAN-SEQ DELIMITED BY SIZE
002960         INTO WS-FEE-TRAN-ID.
002970     MOVE TRAN-ACCOUNT-NO TO WS-FEE-ACCOUNT-NO.
002980     MOVE SPACES TO TRAN-REC.
002990     MOVE WS-FEE-TRAN-ID TO TRAN-ID.
003000     MOVE "DB" TO TRAN-TYPE.
003010     MOVE WS-FEE-ACCOUNT-NO TO TRAN-ACCOUNT-NO.
003020     MOVE NSC-FEE-AMOUNT TO TRAN-AMOUNT.
003030     MOVE WS-POST-DATE TO TRAN-DATE.
003040     MOVE "P" TO TRAN-STATUS.
003050     ADD NSC-FEE-AMOUNT TO WS-CYCLE-DEBIT-TOTAL.
003060     ADD 1 TO WS-CYCLE-COUNT.
003070     MOVE TRAN-REC TO FEE-TRAN-REC.
003080     WRITE FEE-TRAN-REC.
003090     MOVE NSF-TRAN-DATA TO TRAN-REC.
003100 2100-EXIT.
003110     EXIT.
003120
003130 2200-PRINT-ONE-RETURN.
003140     MOVE SPACES TO RPT-LINE-OUT.
003150     MOVE TRAN-ACCOUNT-NO TO RPT-LINE-OUT(1:12).
003160     MOVE TRAN-ID TO RPT-LINE-OUT(15:10).
003170     MOVE TRAN-TYPE TO RPT-LINE-OUT(28:2).
003180     MOVE TRAN-AMOUNT TO WS-AMOUNT-EDIT.
003190     MOVE WS-AMOUNT-EDIT TO RPT-LINE-OUT(33:15).
003200     MOVE NSF-BALANCE TO WS-BALANCE-EDIT.
003210     MOVE WS-BALANCE-EDIT TO RPT-LINE-OUT(50:17).
003220     MOVE NSF-OD-LIMIT TO WS-LIMIT-EDIT.
003230     MOVE WS-LIMIT-EDIT TO RPT-LINE-OUT(69:11).
003240     MOVE NSF-REASON-CODE TO RPT-LINE-OUT(82:5).
003250     MOVE WS-FEE-TRAN-ID TO RPT-LINE-OUT(90:10).
003260     WRITE RPT-LINE FROM RPT-LINE-OUT.
003270 2200-EXIT.
003280     EXIT.
003290
003300*****************************************************************
003310*  8000-FINALIZE  --  WRITE THE BALANCING TRAILER, FINISH THE
003320*  REPORT AND SHOW THE OPERATOR WHAT THE NIGHT GENERATED.
003330*****************************************************************
003340 8000-FINALIZE.
003350     MOVE SPACES TO TRAN-CTL-REC.
003360     MOVE "TRL" TO CTL-RECORD-MARK.
003370     MOVE WS-CYCLE-COUNT TO TRL-RECORD-COUNT.
003380     MOVE WS-CYCLE-DEBIT-TOTAL TO TRL-TOTAL-DEBIT.
003390     MOVE WS-CYCLE-CREDIT-TOTAL TO TRL-TOTAL-CREDIT.
003400     MOVE TRAN-CTL-REC TO FEE-TRAN-REC.
003410     WRITE FEE-TRAN-REC.
003420     PERFORM 8100-PRINT-REPORT-TOTALS THRU 8100-EXIT.
003430     CLOSE NSFFILE.
003440     CLOSE FEEOUT.
003450     CLOSE RPTFILE.
003460     DISPLAY "NSFFEE011I NSF RETURNS = " WS-RETURN-COUNT
003470         " AMOUNT RETURNED = " WS-RETURN-TOTAL.
003480     DISPLAY "NSFFEE012I NSF FEE POSTINGS = " WS-FEE-COUNT
003490         " TOTAL = " WS-CYCLE-DEBIT-TOTAL.
003500     DISPLAY "NSFFEE013I NSFTRAN WRITTEN - TRANINTK MERGES "
003510         "IT INTO THAT DATE'S INTAKE".
003511     IF WS-PRIOR-INCOMPLETE
003512         MOVE 4 TO RETURN-CODE
003513     END-IF.
003520 8000-EXIT.
003530     EXIT.
003540
003550 8100-PRINT-REPORT-TOTALS.
003560     MOVE SPACES TO RPT-LINE-OUT.
003570     WRITE RPT-LINE FROM RPT-LINE-OUT.
003580     IF WS-RETURN-COUNT = ZERO
003590         MOVE "NO ITEMS RETURNED NSF ON THIS BUSINESS DATE"
003600             TO RPT-LINE-OUT
003610         WRITE RPT-LINE FROM RPT-LINE-OUT
003620         MOVE SPACES TO RPT-LINE-OUT
003630     END-IF.
003640     MOVE WS-RETURN-COUNT TO WS-COUNT-EDIT.
003650     MOVE WS-RETURN-TOTAL TO WS-TOTAL-EDIT.
003660     STRING "ITEMS RETURNED NSF = " WS-COUNT-EDIT
003670             "   AMOUNT RETURNED = " WS-TOTAL-EDIT
003680         DELIMITED BY SIZE INTO RPT-LINE-OUT.
003690     WRITE RPT-LINE FROM RPT-LINE-OUT.
003700     MOVE SPACES TO RPT-LINE-OUT.
003710     MOVE WS-FEE-COUNT TO WS-COUNT-EDIT.
003720     MOVE WS-CYCLE-DEBIT-TOTAL TO WS-TOTAL-EDIT.
003730     STRING "NSF FEES CHARGED   = " WS-COUNT-EDIT
003740             "   FEE TOTAL       = " WS-TOTAL-EDIT
003750             "   POSTING DATE = " WS-POST-DATE
003760         DELIMITED BY SIZE INTO RPT-LINE-OUT.
003770     WRITE RPT-LINE FROM RPT-LINE-OUT.
003780 8100-EXIT.
003790     EXIT.
003800
003810*****************************************************************
003820*  9800-ABEND  --  CLEAN, LOGGED TERMINATION FOR CONDITIONS THAT
003830*  MAKE IT UNSAFE TO CONTINUE THE RUN.
003840*****************************************************************
003850 9800-ABEND.
003860     DISPLAY "NSFFEE ABENDING - SEE PRIOR MESSAGES".
003870     MOVE 16 TO RETURN-CODE.
003880     STOP RUN.
003890 9800-EXIT.
003900     EXIT.
