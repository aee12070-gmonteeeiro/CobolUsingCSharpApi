000010*****************************************************************
000020*  PROGRAM-ID.  SOSCHED
000030*
000040*  STANDING-ORDER SCHEDULER.  READS THE STANDING-ORDER MASTER
000050*  (SOMAST) SEQUENTIALLY AND, FOR EVERY ACTIVE INSTRUCTION,
000060*  GENERATES A STANDARD 64-BYTE TRAN-REC PAYMENT FOR EACH DATE
000070*  ON WHICH IT FALLS DUE AFTER THE PREVIOUS SCHEDULER RUN, UP TO
000080*  AND INCLUDING THE BUSINESS DATE ON THE SOCTL CONTROL FILE:
000090*      - WEEKLY: EVERY SEVEN DAYS FROM THE START DATE
000100*      - MONTHLY: ON THE START DATE'S DAY OF MONTH
000110*      - SPECIFIC DAY: ON THE INSTRUCTION'S DAY OF MONTH
000120*  A MONTHLY DAY PAST THE END OF A SHORT MONTH FALLS DUE ON THE
000130*  MONTH'S LAST DAY.  NOTHING IS DUE BEFORE THE START DATE OR
000140*  AFTER THE END DATE, AND HELD OR CANCELLED INSTRUCTIONS
000150*  GENERATE NOTHING.  THE OUTPUT FILE (SOTRAN) IS BRACKETED BY A
000160*  PROPER HDR/TRL PAIR, THE SAME WAY ACCRUAL BUILDS ACCRTRAN, SO
000170*  IT RUNS THROUGH TRANEDIT AND TEST1 UNCHANGED - NO SIDE-DOOR
000180*  POSTINGS.  A PAYMENT'S TRAN-ID IS "SO" + SO-ID + A TWO-DIGIT
000190*  SEQUENCE, WHICH IS HOW SOEXCP TRACES A PAYMENT THAT ENDS UP
000200*  IN SUSPENSE OR DEAD-LETTER BACK TO ITS INSTRUCTION.
000210*
000220*  MODIFICATION HISTORY
000230*      DATE       INIT  DESCRIPTION
000240*      ---------- ----  --------------------------------------
000250*      2026-10-15  GM   ORIGINAL PROGRAM.
000251*      2026-10-15  GM   COMPLETION MESSAGE NOW POINTS AT
000252*                       TRANINTK, WHICH MERGES THE FILE.
000260*****************************************************************
000270 identification division.
000280 PROGRAM-ID.    SOSCHED.
000290 AUTHOR.        Gabriel Monteiro.
000300 INSTALLATION.  INTEROP BATCH.
000310 DATE-WRITTEN.  2026-10-15.
000320 DATE-COMPILED.
000330 ENVIRONMENT    DIVISION.
000340 CONFIGURATION  SECTION.
000350
000360 input-output section.
000370 file-control.
000380     SELECT SOCTL ASSIGN TO "SOCTL"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-SOCTL-STATUS.
000410     SELECT SOMAST ASSIGN TO "SOMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS SO-ID
000450         FILE STATUS IS WS-SOMAST-STATUS.
000460     SELECT SOOUT ASSIGN TO "SOTRAN"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-SOOUT-STATUS.
000490
000500 data division.
000510 file section.
000520
000530 FD  SOCTL.
000540     COPY SOCTL.
000550
000560 FD  SOMAST.
000570     COPY SOREC.
000580
000590 FD  SOOUT.
000600 01  SO-TRAN-REC                     PIC X(64).
000610
000620 working-storage section.
000630 01  WS-FILE-STATUSES.
000640     05  WS-SOCTL-STATUS             PIC X(02).
000650     05  WS-SOMAST-STATUS            PIC X(02).
000660     05  WS-SOOUT-STATUS             PIC X(02).
000670 01  WS-SWITCHES.
000680     05  WS-EOF-SOMAST               PIC X(01) VALUE "N".
000690         88  WS-EOF-SOMAST-YES           VALUE "Y".
000700     05  WS-SOMAST-OPEN-FLAG         PIC X(01) VALUE "N".
000710         88  WS-SOMAST-OPEN              VALUE "Y".
000720     05  WS-DUE-FLAG                 PIC X(01) VALUE "N".
000730         88  WS-DUE-TODAY                VALUE "Y".
000740
000750 77  WS-SO-COUNT                     PIC 9(09) VALUE ZERO COMP.
000760 77  WS-ACTIVE-COUNT                 PIC 9(09) VALUE ZERO COMP.
000770 77  WS-INACTIVE-COUNT               PIC 9(09) VALUE ZERO COMP.
000780 77  WS-BAD-START-COUNT              PIC 9(09) VALUE ZERO COMP.
000790 77  WS-PAYMENT-COUNT                PIC 9(09) VALUE ZERO COMP.
000800 77  WS-OCCUR-SEQ                    PIC 9(02) VALUE ZERO.
000810
000820*    THE GENERATED PAYMENT, BUILT IN THE SAME LAYOUT THE WHOLE
000830*    PIPELINE SHARES.
000840     COPY TRANREC.
000850
000860*    HEADER/TRAILER VIEWS FOR THE OUTPUT FILE'S CONTROL RECORDS.
000870     COPY TRANCTL.
000880
000890*    RUN CONTROL TOTALS FOR THE TRAILER.
000900 01  WS-RUN-COUNT                    PIC 9(09) VALUE ZERO.
000910 01  WS-RUN-DEBIT-TOTAL              PIC 9(11)V99 VALUE ZERO.
000920 01  WS-RUN-CREDIT-TOTAL             PIC 9(11)V99 VALUE ZERO.
000930
000940*    DUE-DATE ARITHMETIC.  THE RUN WINDOW, THE WEEKLY CYCLE AND
000950*    THE LAST-DAY-OF-MONTH TEST ALL CROSS MONTH AND YEAR ENDS,
000960*    WHICH NEEDS THE INTEGER-DATE FUNCTIONS; ORDINARY VERBS
000970*    CANNOT DO CALENDAR ARITHMETIC.  THE WINDOW IS THE DAYS AFTER
000980*    THE PREVIOUS RUN UP TO AND INCLUDING THE BUSINESS DATE.
000990 01  WS-BUSINESS-DATE                PIC X(08).
001000 01  WS-BUSINESS-DATE-N REDEFINES WS-BUSINESS-DATE
001010                                     PIC 9(08).
001020 01  WS-PREV-RUN-DATE                PIC X(08).
001030 01  WS-PREV-RUN-DATE-N REDEFINES WS-PREV-RUN-DATE
001040                                     PIC 9(08).
001050 01  WS-FIRST-DAY-INT                PIC 9(08) COMP.
001060 01  WS-LAST-DAY-INT                 PIC 9(08) COMP.
001070 01  WS-WINDOW-DAYS                  PIC S9(08) COMP.
001080 01  WS-DAY-INT                      PIC 9(08) COMP.
001090 01  WS-DAY-DATE.
001100     05  WS-DAY-YYYYMM               PIC X(06).
001110     05  WS-DAY-DD                   PIC 9(02).
001120 01  WS-DAY-DATE-N REDEFINES WS-DAY-DATE
001130                                     PIC 9(08).
001140 01  WS-NEXT-DATE.
001150     05  FILLER                      PIC X(06).
001160     05  WS-NEXT-DD                  PIC 9(02).
001170 01  WS-NEXT-DATE-N REDEFINES WS-NEXT-DATE
001180                                     PIC 9(08).
001190 01  WS-START-DATE.
001200     05  FILLER                      PIC X(06).
001210     05  WS-START-DD                 PIC 9(02).
001220 01  WS-START-DATE-N REDEFINES WS-START-DATE
001230                                     PIC 9(08).
001240 01  WS-START-INT                    PIC 9(08) COMP.
001250 01  WS-TARGET-DD                    PIC 9(02).
001260 01  WS-DAYS-SINCE-START             PIC 9(08) COMP.
001270 01  WS-WEEK-QUOTIENT                PIC 9(08) COMP.
001280 01  WS-WEEK-REMAINDER               PIC 9(02) COMP.
001290
001300 procedure division.
001310*****************************************************************
001320*  0000-MAINLINE
001330*****************************************************************
001340 0000-MAINLINE.
001350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001360     PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT.
001370     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001380     STOP RUN.
001390
001400*****************************************************************
001410*  1000-INITIALIZE  --  THE CONTROL FILE IS MANDATORY: GUESSING
001420*  THE BUSINESS DATE WOULD PAY CUSTOMERS' STANDING ORDERS ON THE
001430*  WRONG DAY.  A WINDOW OF MORE THAN 31 DAYS IS TAKEN AS A
001440*  KEYING ERROR ON THE CONTROL RECORD, NOT A LONG SHUTDOWN.
001450*****************************************************************
001460 1000-INITIALIZE.
001470     OPEN INPUT SOCTL.
001480     IF WS-SOCTL-STATUS NOT = "00"
001490         DISPLAY "SOSCHED001E SOCTL NOT FOUND - NO BUSINESS "
001500             "DATE, ABENDING RUN"
001510         PERFORM 9800-ABEND THRU 9800-EXIT
001520     END-IF.
001530     READ SOCTL
001540         AT END
001550             DISPLAY "SOSCHED002E SOCTL IS EMPTY - NO BUSINESS "
001560                 "DATE, ABENDING RUN"
001570             PERFORM 9800-ABEND THRU 9800-EXIT
001580     END-READ.
001590     CLOSE SOCTL.
001600     MOVE SCT-BUSINESS-DATE TO WS-BUSINESS-DATE.
001610     IF WS-BUSINESS-DATE IS NOT NUMERIC
001620         DISPLAY "SOSCHED003E SOCTL BUSINESS DATE NOT NUMERIC - "
001630             WS-BUSINESS-DATE ", ABENDING RUN"
001640         PERFORM 9800-ABEND THRU 9800-EXIT
001650     END-IF.
001660     COMPUTE WS-LAST-DAY-INT =
001670         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-N).
001680     IF SCT-PREV-RUN-DATE = SPACES
001690         COMPUTE WS-FIRST-DAY-INT = WS-LAST-DAY-INT
001700     ELSE
001710         MOVE SCT-PREV-RUN-DATE TO WS-PREV-RUN-DATE
001720         IF WS-PREV-RUN-DATE IS NOT NUMERIC
001730             DISPLAY "SOSCHED004E SOCTL PREVIOUS RUN DATE NOT "
001740                 "NUMERIC - " WS-PREV-RUN-DATE ", ABENDING RUN"
001750             PERFORM 9800-ABEND THRU 9800-EXIT
001760         END-IF
001770         COMPUTE WS-FIRST-DAY-INT =
001780             FUNCTION INTEGER-OF-DATE(WS-PREV-RUN-DATE-N) + 1
001790     END-IF.
001800     COMPUTE WS-WINDOW-DAYS =
001810         WS-LAST-DAY-INT - WS-FIRST-DAY-INT + 1.
001820     IF WS-WINDOW-DAYS < 1 OR WS-WINDOW-DAYS > 31
001830         DISPLAY "SOSCHED005E PREVIOUS RUN DATE "
001840             SCT-PREV-RUN-DATE " GIVES A WINDOW OF "
001850             WS-WINDOW-DAYS
001860             " DAYS - MUST BE 1 TO 31, ABENDING RUN"
001870         PERFORM 9800-ABEND THRU 9800-EXIT
001880     END-IF.
001890     DISPLAY "SOSCHED006I BUSINESS DATE = " WS-BUSINESS-DATE
001900         " DAYS IN WINDOW = " WS-WINDOW-DAYS.
001910*    NO MASTER MEANS NO STANDING ORDER HAS EVER BEEN ADDED: THE
001920*    FILE IS STILL WRITTEN, HEADER AND TRAILER ONLY, SO THE
001930*    NIGHT'S INTAKE DOES NOT BREAK.
001940     OPEN INPUT SOMAST.
001950     IF WS-SOMAST-STATUS = "35"
001960         DISPLAY "SOSCHED007W SOMAST NOT FOUND - NO STANDING "
001970             "ORDERS ON FILE"
001980         MOVE "Y" TO WS-EOF-SOMAST
001990     ELSE
002000         IF WS-SOMAST-STATUS NOT = "00"
002010             DISPLAY "SOSCHED008E SOMAST COULD NOT BE OPENED - "
002020                 "STATUS = " WS-SOMAST-STATUS ", ABENDING RUN"
002030             PERFORM 9800-ABEND THRU 9800-EXIT
002040         END-IF
002050         MOVE "Y" TO WS-SOMAST-OPEN-FLAG
002060     END-IF.
002070     OPEN OUTPUT SOOUT.
002080     IF WS-SOOUT-STATUS NOT = "00"
002090         DISPLAY "SOSCHED009E SOTRAN COULD NOT BE OPENED, "
002100             "ABENDING RUN"
002110         PERFORM 9800-ABEND THRU 9800-EXIT
002120     END-IF.
002130     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT.
002140 1000-EXIT.
002150     EXIT.
002160
002170 1100-WRITE-HEADER.
002180     MOVE SPACES TO TRAN-CTL-REC.
002190     MOVE "HDR" TO CTL-RECORD-MARK.
002200     MOVE WS-BUSINESS-DATE TO HDR-BUSINESS-DATE.
002210     MOVE "SOSCHED" TO HDR-SOURCE-SYSTEM.
002220     MOVE TRAN-CTL-REC TO SO-TRAN-REC.
002230     WRITE SO-TRAN-REC.
002240 1100-EXIT.
002250     EXIT.
002260
002270*****************************************************************
002280*  2000-PROCESS-MASTER  --  ONE SEQUENTIAL PASS; EVERY ACTIVE
002290*  INSTRUCTION IS TESTED AGAINST EACH DAY OF THE WINDOW.
002300*****************************************************************
002310 2000-PROCESS-MASTER.
002320     PERFORM 2050-READ-AND-SCHEDULE THRU 2050-EXIT
002330         UNTIL WS-EOF-SOMAST-YES.
002340 2000-EXIT.
002350     EXIT.
002360
002370 2050-READ-AND-SCHEDULE.
002380     READ SOMAST NEXT RECORD
002390         AT END
002400             MOVE "Y" TO WS-EOF-SOMAST
002410     END-READ.
002420     IF WS-EOF-SOMAST-YES
002430         GO TO 2050-EXIT
002440     END-IF.
002450     ADD 1 TO WS-SO-COUNT.
002460     IF NOT SO-STATUS-ACTIVE
002470         ADD 1 TO WS-INACTIVE-COUNT
002480         GO TO 2050-EXIT
002490     END-IF.
002500     ADD 1 TO WS-ACTIVE-COUNT.
002510     MOVE SO-START-DATE TO WS-START-DATE.
002520     IF WS-START-DATE IS NOT NUMERIC
002530         ADD 1 TO WS-BAD-START-COUNT
002540         DISPLAY "SOSCHED010W SO-ID " SO-ID " START DATE NOT "
002550             "NUMERIC - " SO-START-DATE " - SKIPPED"
002560         GO TO 2050-EXIT
002570     END-IF.
002580     COMPUTE WS-START-INT =
002590         FUNCTION INTEGER-OF-DATE(WS-START-DATE-N).
002600     IF SO-FREQ-DAY-OF-MONTH
002610         MOVE SO-DAY-OF-MONTH TO WS-TARGET-DD
002620     ELSE
002630         MOVE WS-START-DD TO WS-TARGET-DD
002640     END-IF.
002650     MOVE ZERO TO WS-OCCUR-SEQ.
002660     PERFORM 2100-TEST-ONE-DAY THRU 2100-EXIT
002670         VARYING WS-DAY-INT FROM WS-FIRST-DAY-INT BY 1
002680         UNTIL WS-DAY-INT > WS-LAST-DAY-INT.
002690 2050-EXIT.
002700     EXIT.
002710
002720*****************************************************************
002730*  2100-TEST-ONE-DAY  --  IS THE INSTRUCTION DUE ON THIS DAY OF
002740*  THE WINDOW?  A DAY IS THE LAST OF ITS MONTH WHEN THE NEXT DAY
002750*  IS THE FIRST, SO A MONTHLY DAY OF 29, 30 OR 31 IS PAID ON THE
002760*  LAST DAY OF ANY SHORTER MONTH.
002770*****************************************************************
002780 2100-TEST-ONE-DAY.
002790     MOVE "N" TO WS-DUE-FLAG.
002800     COMPUTE WS-DAY-DATE-N = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
002810     IF WS-DAY-INT < WS-START-INT
002820         GO TO 2100-EXIT
002830     END-IF.
002840     IF SO-END-DATE NOT = SPACES
002850         AND WS-DAY-DATE > SO-END-DATE
002860         GO TO 2100-EXIT
002870     END-IF.
002880     IF SO-FREQ-WEEKLY
002890         COMPUTE WS-DAYS-SINCE-START = WS-DAY-INT - WS-START-INT
002900         DIVIDE 7 INTO WS-DAYS-SINCE-START
002910             GIVING WS-WEEK-QUOTIENT
002920             REMAINDER WS-WEEK-REMAINDER
002930         IF WS-WEEK-REMAINDER = ZERO
002940             MOVE "Y" TO WS-DUE-FLAG
002950         END-IF
002960     ELSE
002970         COMPUTE WS-NEXT-DATE-N =
002980             FUNCTION DATE-OF-INTEGER(WS-DAY-INT + 1)
002990         IF WS-DAY-DD = WS-TARGET-DD
003000             OR (WS-DAY-DD < WS-TARGET-DD AND WS-NEXT-DD = 01)
003010             MOVE "Y" TO WS-DUE-FLAG
003020         END-IF
003030     END-IF.
003040     IF WS-DUE-TODAY
003050         PERFORM 2300-WRITE-ONE-PAYMENT THRU 2300-EXIT
003060     END-IF.
003070 2100-EXIT.
003080     EXIT.
003090
003100*****************************************************************
003110*  2300-WRITE-ONE-PAYMENT  --  THE PAYMENT IS DATED THE DAY IT
003120*  FELL DUE.  A TRANSFER COUNTS IN BOTH CONTROL TOTALS, ONCE FOR
003130*  EACH LEG, AS EVERYWHERE ELSE IN THE PIPELINE.
003140*****************************************************************
003150 2300-WRITE-ONE-PAYMENT.
003160     ADD 1 TO WS-OCCUR-SEQ.
003170     MOVE SPACES TO TRAN-REC.
003180     STRING "SO" SO-ID WS-OCCUR-SEQ DELIMITED BY SIZE
003190         INTO TRAN-ID.
003200     MOVE SO-TRAN-TYPE TO TRAN-TYPE.
003210     MOVE SO-ACCOUNT-NO TO TRAN-ACCOUNT-NO.
003220     MOVE SO-AMOUNT TO TRAN-AMOUNT.
003230     MOVE WS-DAY-DATE TO TRAN-DATE.
003240     MOVE "P" TO TRAN-STATUS.
003250     IF SO-TYPE-TRANSFER
003260         MOVE SO-DEST-ACCOUNT-NO TO TRAN-DEST-ACCOUNT-NO
003270     END-IF.
003280     EVALUATE TRUE
003290         WHEN SO-TYPE-DEBIT
003300             ADD SO-AMOUNT TO WS-RUN-DEBIT-TOTAL
003310         WHEN SO-TYPE-CREDIT
003320             ADD SO-AMOUNT TO WS-RUN-CREDIT-TOTAL
003330         WHEN OTHER
003340             ADD SO-AMOUNT TO WS-RUN-DEBIT-TOTAL
003350             ADD SO-AMOUNT TO WS-RUN-CREDIT-TOTAL
003360     END-EVALUATE.
003370     ADD 1 TO WS-RUN-COUNT.
003380     ADD 1 TO WS-PAYMENT-COUNT.
003390     MOVE TRAN-REC TO SO-TRAN-REC.
003400     WRITE SO-TRAN-REC.
003410 2300-EXIT.
003420     EXIT.
003430
003440*****************************************************************
003450*  8000-FINALIZE  --  WRITE THE BALANCING TRAILER AND SHOW THE
003460*  OPERATOR WHAT THE RUN GENERATED.
003470*****************************************************************
003480 8000-FINALIZE.
003490     MOVE SPACES TO TRAN-CTL-REC.
003500     MOVE "TRL" TO CTL-RECORD-MARK.
003510     MOVE WS-RUN-COUNT TO TRL-RECORD-COUNT.
003520     MOVE WS-RUN-DEBIT-TOTAL TO TRL-TOTAL-DEBIT.
003530     MOVE WS-RUN-CREDIT-TOTAL TO TRL-TOTAL-CREDIT.
003540     MOVE TRAN-CTL-REC TO SO-TRAN-REC.
003550     WRITE SO-TRAN-REC.
003560     IF WS-SOMAST-OPEN
003570         CLOSE SOMAST
003580     END-IF.
003590     CLOSE SOOUT.
003600     DISPLAY "SOSCHED011I INSTRUCTIONS READ = " WS-SO-COUNT
003610         " ACTIVE = " WS-ACTIVE-COUNT
003620         " HELD OR CANCELLED = " WS-INACTIVE-COUNT.
003630     DISPLAY "SOSCHED012I PAYMENTS GENERATED = " WS-PAYMENT-COUNT
003640         " DEBITS = " WS-RUN-DEBIT-TOTAL
003650         " CREDITS = " WS-RUN-CREDIT-TOTAL.
003660     DISPLAY "SOSCHED013I SOTRAN WRITTEN - TRANINTK MERGES "
003670         "IT INTO THAT DATE'S INTAKE".
003680     IF WS-BAD-START-COUNT > ZERO
003690         MOVE 4 TO RETURN-CODE
003700     END-IF.
003710 8000-EXIT.
003720     EXIT.
003730
003740*****************************************************************
003750*  9800-ABEND  --  CLEAN, LOGGED TERMINATION FOR CONDITIONS THAT
003760*  MAKE IT UNSAFE TO CONTINUE THE RUN.
003770*****************************************************************
003780 9800-ABEND.
003790     DISPLAY "SOSCHED ABENDING - SEE PRIOR MESSAGES".
003800     MOVE 16 TO RETURN-CODE.
003810     STOP RUN.
003820 9800-EXIT.
003830     EXIT.
