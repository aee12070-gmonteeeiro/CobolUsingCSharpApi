000005*****************************************************************
000010*  PROGRAM-ID.  TEST1
000015*
000020*  BATCH DRIVER FOR THE CSharpApi.dll INTEROP LAYER.  READS THE
000025*  NIGHTLY TRANSACTION EXTRACT (TRANFILE) AND INVOKES
000030*  CSharpApi.dll ONCE FOR EACH RECORD.
000035*
000040*  MODIFICATION HISTORY
000045*      DATE       INIT  DESCRIPTION
000050*      ---------- ----  --------------------------------------
000055*      2026-08-09  GM   INITIAL ONE-SHOT ShowMessage DEMO.
000060*      2026-08-09  GM   REBUILT AS A TRANFILE-DRIVEN BATCH JOB
000065*                       INSTEAD OF A SINGLE MANUAL TRIGGER.
000070*      2026-08-09  GM   ADDED EXCEPTION CHECKING AROUND THE DLL
000075*                       LOAD AND THE CALL SO A MISSING DLL OR
000080*                       ENTRY POINT IS DIAGNOSED, NOT SWALLOWED.
000085*      2026-08-09  GM   ADDED A RUN-MODE SWITCH SO AN UNATTENDED
000090*                       OVERNIGHT RUN CAN SKIP THE OPERATOR
000095*                       CONFIRMATION PROMPT.
000100*      2026-08-09  GM   ADDED AN AUDIT LOG (CALLLOG) OF EVERY CALL
000105*                       MADE ACROSS THE CSharpApi.dll BOUNDARY.
000110*      2026-08-09  GM   ADDED THE ProcessTransaction ENTRY POINT,
000115*                       PASSING TRAN-REC BY REFERENCE SO
000120*                       CSharpApi.dll RECEIVES REAL TRANSACTION
000125*                       DATA INSTEAD OF JUST TRIGGERING A POPUP.
000130*      2026-08-09  GM   ADDED THE ENTRY-POINT CONTROL FILE
000135*                       (EPCTLFILE) SO ACTIVE CSharpApi.dll ENTRY
000140*                       POINTS CAN CHANGE WITHOUT A RECOMPILE, AND
000145*                       ADDED AN END-OF-RUN RECONCILIATION TALLY.
000150*      2026-08-09  GM   ADDED A GetApiVersion PRE-FLIGHT CHECK SO
000155*                       AN UNEXPECTED CSharpApi.dll BUILD ABENDS
000160*                       THE RUN BEFORE ANY TRANSACTION IS TOUCHED.
000165*      2026-08-09  GM   MOVED THE DLL NAME/PATH AND EXPECTED API
000170*                       VERSION OUT TO A CONTROL FILE (DLLCFGFILE)
000175*                       WITH A SECONDARY FALLBACK NAME INSTEAD OF
000180*                       HARDCODING "CSharpApi.dll" IN THE PROGRAM.
000185*      2026-08-09  GM   ADDED CHECKPOINT/RESTART SUPPORT
000190*                       (CKPTFILE) SO A RE-RUN AFTER AN ABEND
000195*                       RESUMES PAST THE LAST TRANFILE RECORD
000200*                       FULLY PROCESSED INSTEAD OF REPROCESSING
000205*                       THE WHOLE FILE.
000210*      2026-08-21  GM   TRANFILE NOW ARRIVES PRE-EDITED: THE RUN
000215*                       READS THE TRANCLEAN FILE PRODUCED BY THE
000220*                       TRANEDIT FRONT-END EDIT INSTEAD OF THE
000225*                       RAW EXTRACT.
000230*      2026-08-21  GM   ADDED THE ACCOUNT MASTER (ACCTMST):
000235*                       EVERY TRANSACTION IS CHECKED AGAINST THE
000240*                       MASTER BEFORE ANY DLL CALL, UNKNOWN AND
000245*                       CLOSED ACCOUNTS ARE REJECTED, AND
000250*                       COMPLETED DEBITS/CREDITS POST TO THE
000255*                       RUNNING BALANCE AS A COBOL-SIDE BOOK OF
000260*                       RECORD.
000265*      2026-08-21  GM   EVERY PROCESSED RECORD IS NOW WRITTEN TO
000270*                       A DISPOSITION FILE (DISPFILE) AND ERROR
000275*                       OUTCOMES TO A SUSPENSE FILE (SUSPFILE)
000280*                       THAT THE NEXT RUN RE-READS AHEAD OF THE
000285*                       NEW TRANFILE.  ProcessTransaction NOW
000290*                       CARRIES A RESPONSE AREA (REASON CODE AND
000295*                       MESSAGE) SO A FAILED TRANSACTION SAYS WHY
000300*                       IT FAILED.
000305*      2026-08-21  GM   THE TRANSACTION FILE NOW CARRIES HDR/TRL
000310*                       CONTROL RECORDS.  THE READ LOOP
000315*                       CLASSIFIES THEM, ACCUMULATES ITS OWN
000320*                       COUNT AND DEBIT/CREDIT HASH TOTALS, AND
000325*                       ABENDS BEFORE FINALIZE IF THE FILE DOES
000330*                       NOT BALANCE TO THE TRAILER.
000335*      2026-08-21  GM   FAILED ENTRY-POINT CALLS ARE NOW RETRIED
000340*                       (TEST1_RETRY_LIMIT TIMES, PAUSING
000345*                       TEST1_RETRY_WAIT SECONDS) BEFORE THEY
000350*                       COUNT AS FAILED, AND A CIRCUIT BREAKER
000355*                       ABENDS THE RUN WHEN THE FAILURE RATE
000360*                       EXCEEDS TEST1_CB_FAIL_PCT PERCENT AFTER
000365*                       TEST1_CB_MIN_CALLS CALLS.  BOTH KNOBS
000370*                       ARE OPERATOR-SET, NO RECOMPILE NEEDED.
000375*      2026-08-21  GM   ADDED THE RUN-CONTROL REGISTRY (RUNCTL):
000380*                       EVERY LAUNCH IS RECORDED WITH BUSINESS
000385*                       DATE, RUN NUMBER, START/END TIMESTAMPS,
000390*                       RECORD COUNT AND STATUS.  A DATE ALREADY
000395*                       COMPLETED IS REFUSED UNLESS
000400*                       TEST1_FORCE_RERUN=Y, AND ONLY A DATE
000405*                       LEFT IN-FLIGHT ROUTES INTO THE
000410*                       CHECKPOINT RESUME PATH.
000415*      2026-08-21  GM   ADDED THE ROUTING-RULES FILE (EPRTFILE)
000420*                       MAPPING TRAN-TYPE VALUES (AND A "**"
000425*                       DEFAULT) TO ENTRY POINTS, SO DEBITS AND
000430*                       CREDITS CAN GO TO DIFFERENT HANDLERS.
000435*                       WITHOUT THE FILE, EVERY ACTIVE ENTRY
000440*                       POINT STILL FIRES FOR EVERY RECORD.
000445*      2026-08-21  GM   ADDED BLOCK-MODE BATCH CALLS: WITH
000450*                       TEST1_BLOCK_SIZE > 1, RECORDS BOUND FOR
000455*                       ProcessTransaction ACCUMULATE INTO A
000460*                       BLOCK AND CROSS THE BOUNDARY IN ONE
000465*                       ProcessTransactionBatch CALL, WITH
000470*                       PER-RECORD STATUSES COMING BACK IN A
000475*                       PARALLEL RESULTS AREA.  CHECKPOINTS ARE
000480*                       TAKEN ONLY AT BLOCK BOUNDARIES SO A
000485*                       RESTART NEVER RE-SENDS HALF A BLOCK.
000490*      2026-09-02  GM   EVERY BALANCE POSTING NOW WRITES A
000495*                       BEFORE-IMAGE/AFTER-IMAGE RECORD TO THE
000500*                       POSTING JOURNAL (POSTJRNL), KEYED BY
000505*                       BUSINESS DATE AND RUN NUMBER, SO THE
000510*                       ACCTRBK UTILITY CAN BACK A BAD RESTART
000515*                       OUT OF ACCTMST INSTEAD OF RELYING ON A
000520*                       FILE COPY SOMEBODY MAY NOT HAVE TAKEN.
000525*      2026-09-02  GM   SUSPENSE RECORDS NOW CARRY THE BUSINESS
000530*                       DATE THEY FIRST SUSPENDED AND A RETRY
000535*                       CYCLE COUNT; A RECORD OVER THE
000540*                       OPERATOR-SET LIMIT (TEST1_SUSP_MAX_CYCLES)
000545*                       MOVES TO THE DEAD-LETTER FILE (DEADLTR)
000550*                       FOR MANUAL DISPOSITION INSTEAD OF
000555*                       RECYCLING THROUGH THE DLL FOREVER.
000560*      2026-09-02  GM   ADDED PER-ACCOUNT DAILY DEBIT LIMITS:
000565*                       THE MASTER NOW CARRIES A DAILY DEBIT
000570*                       AMOUNT AND COUNT LIMIT, THE PER-RECORD
000575*                       ACCOUNT CHECK ACCUMULATES EACH ACCOUNT'S
000580*                       IN-RUN DEBIT ACTIVITY, AND A DEBIT THAT
000585*                       WOULD BREACH A LIMIT GOES TO SUSPENSE
000590*                       (REASON ACCTL) BEFORE ANY DLL CALL.  AN
000595*                       OVERRIDE FILE (OVRDFILE) KEYED BY
000600*                       ACCOUNT AND BUSINESS DATE LETS A
000605*                       SUPERVISOR AUTHORIZE AN EXCEPTION FOR A
000610*                       SINGLE NIGHT.
000615*      2026-10-15  GM   ACCOUNT-TO-ACCOUNT TRANSFER ("TR"): BOTH
000620*                       ACCOUNTS ARE CHECKED BEFORE ANY DLL CALL,
000625*                       THE SOURCE CLEARS THE DAILY DEBIT LIMITS,
000630*                       AND THE TWO LEGS POST TO ACCTMST AND
000635*                       POSTJRNL TOGETHER OR NOT AT ALL.  A
000640*                       TRANSFER COUNTS IN BOTH CONTROL TOTALS.
000646*      2026-10-15  GM   INSUFFICIENT FUNDS: A DEBIT (OR A
000647*                       TRANSFER) THAT WOULD TAKE THE BALANCE
000648*                       BELOW THE ACCOUNT'S OVERDRAFT LIMIT IS
000649*                       RETURNED NSF (STATUS "R", REASON
000650*                       ACCTN) BEFORE ANY DLL CALL - NOT POSTED
000651*                       AND NOT SUSPENDED - AND WRITTEN TO THE
000652*                       NSF RETURNS FILE (NSFRETN) FOR NSFFEE.
000653*                       THE CHECK TAKES OFF THE BALANCE ANY
000654*                       DEBITS ALREADY ACCEPTED INTO THE PENDING
000655*                       BLOCK; POSTING RE-CHECKS AND ABENDS IF
000656*                       THE ACCOUNT HAS STILL GONE SHORT.
000660*      2026-10-15  GM   DORMANT ACCOUNTS: A DEBIT (OR A
000670*                       TRANSFER) FROM AN ACCOUNT DORMSCAN HAS
000680*                       MADE DORMANT IS REJECTED TO SUSPENSE
000690*                       (REASON ACCTD) BEFORE ANY DLL CALL;
000700*                       CREDITS TO IT ARE STILL ACCEPTED.
000701*      2026-10-15  GM   NIGHT-STEP LEDGER (STEPLDG): BEFORE THE
000702*                       RUN IS REGISTERED THE LEDGER MUST SHOW
000703*                       TRANEDIT COMPLETED FOR THE BUSINESS DATE
000704*                       SINCE THE LAST POSTING RUN OF IT;
000705*                       TEST1_FORCE_RERUN=Y ALSO FORCES PAST THE
000706*                       LEDGER.  COMPLETION IS RECORDED THERE
000707*                       ALONGSIDE RUNCTL.
000708*      2026-10-15  GM   SHADOW MODE (TEST1_SHADOW_MODE=Y): EVERY
000709*                       TRANSACTION SENT TO ProcessTransaction IS
000710*                       ALSO SENT TO THE CANDIDATE BUILD NAMED IN
000711*                       DLLCFGFILE.  ONLY THE PRODUCTION RESULT
000712*                       POSTS; BOTH RESULTS GO TO THE COMPARISON
000713*                       FILE (SHADCMP) FOR SHADRPT.  BLOCK MODE IS
000714*                       OFF IN A SHADOW RUN.
000715*      2026-10-15  GM   THE BANK'S OWN ACCRUAL AND NSF FEE
000716*                       POSTINGS NO LONGER MOVE THE ACCOUNT'S
000717*                       LAST-ACTIVITY DATE, SO INTEREST ALONE
000718*                       CANNOT KEEP AN ACCOUNT FROM DORMANCY.
000719*****************************************************************
000997 identification division.
001000 PROGRAM-ID.    test1.
001010 AUTHOR.        Gabriel Monteiro.
001527     SELECT OVRDFILE ASSIGN TO "OVRDFILE"
001528         ORGANIZATION IS LINE SEQUENTIAL
001529         FILE STATUS IS WS-OVRDFILE-STATUS.
001530     SELECT NSFFILE ASSIGN TO "NSFRETN"
001531         ORGANIZATION IS LINE SEQUENTIAL
001532         FILE STATUS IS WS-NSFFILE-STATUS.
001533     SELECT SHADFILE ASSIGN TO "SHADCMP"
001534         ORGANIZATION IS LINE SEQUENTIAL
001535         FILE STATUS IS WS-SHADFILE-STATUS.
001536
001540 data division.
001550 file section.
001560
002011
002012 FD  PJRNFILE.
002013     COPY PJRNREC.
002014
002015 FD  NSFFILE.
002016     COPY NSFREC.
002017
002018 FD  SHADFILE.
002019     COPY SHADCMP.
002020
002030 working-storage section.
002040 01  DLL                             PROCEDURE-POINTER
002050                                      VALUE NULL.
002051*    CANDIDATE BUILD IN A SHADOW RUN: THE LIBRARY, AND ITS
002052*    ProcessTransaction RESOLVED BY THE EXPORT NAME IN DLLCFGFILE.
002053 01  CAND-DLL                        PROCEDURE-POINTER
002054                                      VALUE NULL.
002055 01  CAND-PROCESS-TRAN               PROCEDURE-POINTER
002056                                      VALUE NULL.
002060 01  WS-FILE-STATUSES.
002070     05  WS-TRANFILE-STATUS          PIC X(02).
002080     05  WS-CALLLOG-STATUS           PIC X(02).
002191     05  WS-PJRNFILE-STATUS          PIC X(02).
002192     05  WS-DEADLTR-STATUS           PIC X(02).
002193     05  WS-OVRDFILE-STATUS          PIC X(02).
002194     05  WS-NSFFILE-STATUS           PIC X(02).
002195     05  WS-SHADFILE-STATUS          PIC X(02).
002200 01  WS-SWITCHES.
002210     05  WS-RUN-MODE                 PIC X(01) VALUE "B".
002220         88  WS-RUN-MODE-INTERACTIVE     VALUE "I".
002320         88  WS-ACCT-UNKNOWN             VALUE "U".
002330         88  WS-ACCT-CLOSED              VALUE "C".
002331         88  WS-ACCT-LIMIT               VALUE "L".
002332         88  WS-ACCT-DORMANT             VALUE "D".
002333     05  WS-EOF-OVRDFILE             PIC X(01) VALUE "N".
002334         88  WS-EOF-OVRDFILE-YES         VALUE "Y".
002335     05  WS-LIMIT-HIT-FLAG           PIC X(01) VALUE "N".
002336         88  WS-LIMIT-HIT                VALUE "Y".
002337     05  WS-OV-MATCHED-FLAG          PIC X(01) VALUE "N".
002338         88  WS-OV-MATCHED               VALUE "Y".
002339     05  WS-LM-FULL-WARNED-FLAG      PIC X(01) VALUE "N".
002340         88  WS-LM-FULL-WARNED           VALUE "Y".
002341     05  WS-EOF-SUSPIN               PIC X(01) VALUE "N".
002350         88  WS-EOF-SUSPIN-YES           VALUE "Y".
002360     05  WS-CALL-FAILED-FLAG         PIC X(01) VALUE "N".
002370         88  WS-CALL-FAILED              VALUE "Y".
002590         88  WS-SUSP-SEEN-FULL           VALUE "Y".
002600     05  WS-FORCE-RERUN              PIC X(01) VALUE "N".
002610         88  WS-FORCE-RERUN-YES          VALUE "Y".
002611*    SET WHEN THE FAILING ACCOUNT IS A TRANSFER'S DESTINATION
002612*    RATHER THAN THE TRANSACTION'S OWN ACCOUNT.
002613     05  WS-ACCT-DEST-FLAG           PIC X(01) VALUE "N".
002614         88  WS-ACCT-BAD-IS-DEST         VALUE "Y".
002615     05  WS-XFER-FAILED-FLAG         PIC X(01) VALUE "N".
002616         88  WS-XFER-FAILED              VALUE "Y".
002617     05  WS-NSF-FLAG                 PIC X(01) VALUE "N".
002618         88  WS-NSF-RETURNED             VALUE "Y".
002619     05  WS-SHADOW-MODE              PIC X(01) VALUE "N".
002620         88  WS-SHADOW-ON                VALUE "Y".
002621 01  WS-CURRENT-CALL.
002630     05  WS-CURRENT-ENTRY-POINT      PIC X(30).
002640     05  WS-CURRENT-CALL-STATUS      PIC X(01).
002650     05  WS-CURRENT-RETURN-CODE      PIC 9(05).
003260             88  RC-T-ABENDED            VALUE "A".
003270         10  FILLER                  PIC X(10).
003280
003281*    NIGHT-STEP LEDGER PARAMETERS.  THIS RUN'S LEDGER ENTRY
003282*    CARRIES THE RUN NUMBER 1840 IS ABOUT TO REGISTER.
003283     COPY STEPPARM.
003284
003285*    SHADOW-RUN AREAS.  THE CANDIDATE IS CALLED WITH ITS OWN COPY
003286*    OF THE TRANSACTION AS IT STOOD BEFORE THE PRODUCTION CALL AND
003287*    ITS OWN RESPONSE AREA, SO NOTHING IT RETURNS CAN REACH THE
003288*    POSTING.  WS-SHADOW-TRAN-REC FOLLOWS THE TRANREC LAYOUT.
003289 01  WS-SHADOW-TRAN-IN               PIC X(64).
003290 01  WS-SHADOW-TRAN-REC.
003291     05  FILLER                      PIC X(43).
003292     05  WS-SHADOW-TRAN-STATUS       PIC X(01).
003293     05  FILLER                      PIC X(20).
003294 01  WS-SHADOW-RESPONSE.
003295     05  WS-SHADOW-REASON-CODE       PIC X(05).
003296     05  WS-SHADOW-MESSAGE           PIC X(60).
003297 77  WS-SHADOW-COUNT                 PIC 9(09) VALUE ZERO COMP.
003298 77  WS-SHADOW-DIFF-COUNT            PIC 9(09) VALUE ZERO COMP.
003299 77  WS-SHADOW-FAIL-COUNT            PIC 9(09) VALUE ZERO COMP.
003300
003301*    BLOCK-MODE CALL AREAS AND CONTROLS.  WS-BLOCK-SIZE OF 1
003302*    (THE DEFAULT) MEANS ONE CALL PER RECORD, AS ALWAYS;
003310*    TEST1_BLOCK_SIZE UP TO 100 TURNS ON BATCH CALLS.
003320     COPY TRANBLK.
003330 77  WS-BLOCK-SIZE                   PIC 9(03) VALUE 1 COMP.
003440     05  WS-TB-REC-NO OCCURS 100 TIMES
003450                                     PIC 9(09) COMP.
003460
003461*    NSF CHECK AT POSTING.  A MASTER RECORD WRITTEN BEFORE THE
003462*    OVERDRAFT LIMIT EXISTED CARRIES SPACES THERE AND IS TESTED
003463*    AS ZERO.  FEES THE BANK LEVIES ITSELF (THE ACCRUAL CYCLE'S
003464*    SERVICE FEE AND NSFFEE'S OWN CHARGE) ARE NEVER RETURNED.
003465 01  WS-NSF-OD-LIMIT                 PIC 9(07)V99 VALUE ZERO.
003466 01  WS-NSF-PENDING-DB               PIC 9(11)V99 VALUE ZERO.
003467 01  WS-TRAN-ID-PREFIX               PIC X(04).
003468     88  WS-BANK-FEE-POSTING             VALUE "ACCR" "NSFF".
003469 77  WS-NSF-COUNT                    PIC 9(09) VALUE ZERO COMP.
003470 01  WS-NSF-AMOUNT                   PIC 9(11)V99 VALUE ZERO.
003471
003480*    ROUTING RULES LOADED FROM EPRTFILE AT STARTUP.  AN EMPTY
003490*    TABLE MEANS NO ROUTING FILE: EVERY RECORD THEN GOES TO
003500*    EVERY ACTIVE ENTRY POINT AS BEFORE.
003841         10  LM-DB-COUNT             PIC 9(09) COMP.
003842         10  LM-OVERRIDE-NOTED-FLAG  PIC X(01).
003843
003844*    DEBITS ALREADY ACCEPTED INTO THE CURRENT UN-FLUSHED BLOCK,
003845*    BY ACCOUNT.  THE MASTER DOES NOT SEE THEM UNTIL THE BLOCK
003846*    IS RESOLVED, SO THE FUNDS CHECK TAKES THEM OFF THE BALANCE
003847*    IT READS.  NEVER MORE ENTRIES THAN BLOCK SLOTS; EMPTIED BY
003848*    EVERY FLUSH.
003849 01  BF-TABLE-CONTROL.
003850     05  BF-COUNT                    PIC 9(04) VALUE ZERO COMP.
003851     05  BF-SUB                      PIC 9(04) VALUE ZERO COMP.
003852     05  BF-FOUND-SUB                PIC 9(04) VALUE ZERO COMP.
003853 01  BF-TABLE.
003854     05  BF-ENTRY OCCURS 100 TIMES.
003855         10  BF-ACCOUNT-NO           PIC X(12).
003856         10  BF-DB-AMOUNT            PIC 9(11)V99.
003857
003858*    SUPERVISOR OVERRIDES LOADED FROM OVRDFILE AT STARTUP: AN
003859*    ACCOUNT/BUSINESS-DATE PAIR AUTHORIZED TO EXCEED ITS DAILY
003860*    DEBIT LIMITS FOR THIS ONE NIGHT.
003861 01  OV-TABLE-CONTROL.
003862     05  OV-COUNT                    PIC 9(03) VALUE ZERO COMP.
003863     05  OV-SUB                      PIC 9(03) VALUE ZERO COMP.
003864 01  OV-TABLE.
003865     05  OV-ENTRY OCCURS 500 TIMES.
003866         10  OV-T-ACCOUNT-NO         PIC X(12).
003867         10  OV-T-BUSINESS-DATE      PIC X(08).
003868
003869*    ACCOUNT-MASTER RUN TALLIES FOR THE END-OF-RUN
003870*    RECONCILIATION.
003871 77  WS-ACCT-REJECT-COUNT            PIC 9(09) VALUE ZERO COMP.
003872 77  WS-ACCT-POSTED-COUNT            PIC 9(09) VALUE ZERO COMP.
003873 77  WS-DISP-COUNT                   PIC 9(09) VALUE ZERO COMP.
003874 77  WS-DORMANT-REJECT-COUNT         PIC 9(09) VALUE ZERO COMP.
003875 77  WS-SUSP-IN-COUNT                PIC 9(09) VALUE ZERO COMP.
003880 77  WS-SUSP-OUT-COUNT               PIC 9(09) VALUE ZERO COMP.
003890 77  WS-SUSP-DUP-COUNT               PIC 9(09) VALUE ZERO COMP.
003900 77  WS-SUSP-SEEN-SUB                PIC 9(05) VALUE ZERO COMP.
003910 01  WS-SUSP-SEEN-COUNT              PIC 9(05) VALUE ZERO COMP.
003920
003921*    TRANSFER POSTING WORK FIELDS: EACH LEG'S BALANCE AND
003922*    ACTIVITY DATE BEFORE AND AFTER, HELD UNTIL BOTH LEGS ARE
003923*    ON THE MASTER SO THE PAIR IS JOURNALLED TOGETHER - OR, IF
003924*    THE SECOND LEG FAILS, SO THE FIRST CAN BE PUT BACK.
003925 01  WS-XFER-WORK.
003926     05  WS-XFER-SRC-OLD-BALANCE     PIC S9(11)V99.
003927     05  WS-XFER-SRC-OLD-ACT-DATE    PIC X(08).
003928     05  WS-XFER-SRC-NEW-BALANCE     PIC S9(11)V99.
003929     05  WS-XFER-DST-OLD-BALANCE     PIC S9(11)V99.
003930     05  WS-XFER-DST-OLD-ACT-DATE    PIC X(08).
003931     05  WS-XFER-DST-NEW-BALANCE     PIC S9(11)V99.
003932 77  WS-XFER-POSTED-COUNT            PIC 9(09) VALUE ZERO COMP.
003933 77  WS-XFER-FAILED-COUNT            PIC 9(09) VALUE ZERO COMP.
003934
003935*    TRAN-IDS ALREADY TAKEN FROM THE SUSPENSE FILE THIS RUN,
003940*    FOR THE 2025 DUPLICATE CHECK.
003950 01  WS-SUSP-SEEN-TABLE.
003960     05  WS-SUSP-SEEN-ID OCCURS 10000 TIMES
004450     PERFORM 1500-LOAD-ENTRY-POINT-TABLE THRU 1500-EXIT.
004460     PERFORM 1650-LOAD-OVERRIDES THRU 1650-EXIT.
004461     PERFORM 1900-LOAD-ROUTING-RULES THRU 1900-EXIT.
004465     PERFORM 1960-SETUP-SHADOW-MODE THRU 1960-EXIT.
004470     PERFORM 1950-SETUP-BLOCK-MODE THRU 1950-EXIT.
004480     PERFORM 1250-RESOLVE-DLL THRU 1250-EXIT.
004490     IF NOT WS-DLL-LOADED-YES
004500         PERFORM 9800-ABEND THRU 9800-EXIT
004510     END-IF.
004515     PERFORM 1260-RESOLVE-CANDIDATE-DLL THRU 1260-EXIT.
004520     OPEN EXTEND CALLLOG.
004530     IF WS-CALLLOG-STATUS NOT = "00"
004540         OPEN OUTPUT CALLLOG
004910             "ABENDING RUN"
004920         PERFORM 9800-ABEND THRU 9800-EXIT
004930     END-IF.
004931*    THE NSF RETURNS FILE FOLLOWS DISPFILE: ONE NIGHT'S RETURNS,
004932*    KEPT AND EXTENDED ON A CHECKPOINT RESUME.
004933     IF WS-CKPT-LAST-REC-NO > ZERO
004934         OPEN EXTEND NSFFILE
004935         IF WS-NSFFILE-STATUS = "35"
004936             OPEN OUTPUT NSFFILE
004937         END-IF
004938     ELSE
004939         OPEN OUTPUT NSFFILE
004940     END-IF.
004941     IF WS-NSFFILE-STATUS NOT = "00"
004942         DISPLAY "TEST1067E NSFRETN COULD NOT BE OPENED, "
004943             "ABENDING RUN"
004944         PERFORM 9800-ABEND THRU 9800-EXIT
004945     END-IF.
004946     IF WS-CKPT-LAST-REC-NO > ZERO
004950         OPEN EXTEND SUSPOUT
004960         IF WS-SUSPOUT-STATUS = "35"
004970             OPEN OUTPUT SUSPOUT
005081             "ABENDING RUN"
005082         PERFORM 9800-ABEND THRU 9800-EXIT
005083     END-IF.
005084*    THE COMPARISON FILE FOLLOWS DISPFILE: ONE NIGHT'S SHADOW
005085*    RESULTS, KEPT AND EXTENDED ON A CHECKPOINT RESUME.
005086     IF WS-SHADOW-ON
005087         IF WS-CKPT-LAST-REC-NO > ZERO
005088             OPEN EXTEND SHADFILE
005089             IF WS-SHADFILE-STATUS = "35"
005090                 OPEN OUTPUT SHADFILE
005091             END-IF
005092         ELSE
005093             OPEN OUTPUT SHADFILE
005094         END-IF
005095         IF WS-SHADFILE-STATUS NOT = "00"
005096             DISPLAY "TEST1078E SHADCMP COULD NOT BE OPENED, "
005097                 "ABENDING RUN"
005098             PERFORM 9800-ABEND THRU 9800-EXIT
005099         END-IF
005100     END-IF.
005101 1000-EXIT.
005102     EXIT.
005103
005104*****************************************************************
005110*  1050-CHECK-API-VERSION  --  CONFIRM THE DLL IS THE VERSION THIS
005120*  PROGRAM WAS BUILT AGAINST BEFORE ANY TRANSACTION IS PROCESSED,
005130*  SO A MISMATCHED DLL IS CAUGHT UP FRONT, NOT PARTWAY THROUGH.
006550     MOVE "CSharpApi.dll" TO DCFG-PRIMARY-NAME.
006560     MOVE SPACES TO DCFG-SECONDARY-NAME.
006570     MOVE "1.0.0" TO DCFG-EXPECTED-VERSION.
006575     MOVE SPACES TO DCFG-CANDIDATE-NAME.
006576     MOVE SPACES TO DCFG-CANDIDATE-ENTRY.
006580 1210-EXIT.
006590     EXIT.
006600
006800     END-IF.
006810 1250-EXIT.
006820     EXIT.
006821
006822*****************************************************************
006823*  1260-RESOLVE-CANDIDATE-DLL  --  IN A SHADOW RUN, LOAD THE
006824*  CANDIDATE BUILD AND RESOLVE ITS ProcessTransaction.  THE
006825*  CANDIDATE IS LOADED ONLY AFTER PRODUCTION, SO THE CALLS BY
006826*  NAME KEEP RESOLVING TO THE PRODUCTION BUILD; THE CANDIDATE IS
006827*  ONLY EVER REACHED THROUGH ITS OWN PROCEDURE-POINTER.  A
006828*  SHADOW RUN THAT CANNOT REACH THE CANDIDATE STOPS: THE NIGHT
006829*  WAS SCHEDULED FOR SIGN-OFF AND WOULD PROVE NOTHING.
006830*****************************************************************
006831 1260-RESOLVE-CANDIDATE-DLL.
006832     IF NOT WS-SHADOW-ON
006833         GO TO 1260-EXIT
006834     END-IF.
006835     SET CAND-DLL TO ENTRY DCFG-CANDIDATE-NAME.
006836     IF CAND-DLL = NULL
006837         DISPLAY "TEST1075E CANDIDATE DLL NOT FOUND - NAME = "
006838             DCFG-CANDIDATE-NAME
006839         PERFORM 9800-ABEND THRU 9800-EXIT
006840     END-IF.
006841     SET CAND-PROCESS-TRAN TO ENTRY DCFG-CANDIDATE-ENTRY.
006842     IF CAND-PROCESS-TRAN = NULL
006843         DISPLAY "TEST1076E CANDIDATE ENTRY POINT NOT FOUND - "
006844             "NAME = " DCFG-CANDIDATE-ENTRY
006845         PERFORM 9800-ABEND THRU 9800-EXIT
006846     END-IF.
006847     DISPLAY "TEST1077I SHADOW RUN - CANDIDATE = "
006848         DCFG-CANDIDATE-NAME.
006849 1260-EXIT.
006850     EXIT.
006851
006852*****************************************************************
006853*  1500-LOAD-ENTRY-POINT-TABLE  --  READ THE ACTIVE/INACTIVE ENTRY
006860*  POINT LIST FROM EPCTLFILE.  IF THE CONTROL FILE IS MISSING OR
006870*  EMPTY, DEFAULT TO THE TWO ENTRY POINTS THIS PROGRAM HAS ALWAYS
006880*  CALLED SO A MISSING CONTROL FILE DOES NOT STOP THE RUN.
008120     ELSE
008130         PERFORM 1850-CLEAR-STALE-CHECKPOINT THRU 1850-EXIT
008140     END-IF.
008141     MOVE "B" TO STP-FUNCTION.
008142     MOVE "TEST1" TO STP-STEP-NAME.
008143     MOVE WS-BUSINESS-DATE TO STP-BUSINESS-DATE.
008144     COMPUTE STP-RUN-NUMBER = RC-MAX-RUN-NO + 1.
008145     MOVE WS-FORCE-RERUN TO STP-FORCE-FLAG.
008146     CALL "STEPLDG" USING STEP-LEDGER-PARMS.
008147     IF STP-REFUSED
008148         DISPLAY "TEST1071E NIGHT-STEP LEDGER REFUSED THE RUN - "
008149             "RC = " STP-RETURN-CODE ", ABENDING RUN"
008150         PERFORM 9800-ABEND THRU 9800-EXIT
008151     END-IF.
008152     PERFORM 1840-REGISTER-THIS-RUN THRU 1840-EXIT.
008160 1800-EXIT.
008170     EXIT.
008180
009290     END-IF.
009300 1955-EXIT.
009310     EXIT.
009311
009312*****************************************************************
009313*  1960-SETUP-SHADOW-MODE  --  TEST1_SHADOW_MODE=Y SENDS EVERY
009314*  TRANSACTION THROUGH THE CANDIDATE BUILD AS WELL.  THE
009315*  COMPARISON IS RECORD BY RECORD, SO BLOCK MODE IS TURNED OFF
009316*  BEFORE THE BATCH ENTRY POINT IS SET UP.
009317*****************************************************************
009318 1960-SETUP-SHADOW-MODE.
009319     MOVE "N" TO WS-SHADOW-MODE.
009320     ACCEPT WS-SHADOW-MODE FROM ENVIRONMENT "TEST1_SHADOW_MODE".
009321     IF WS-SHADOW-MODE NOT = "Y"
009322         MOVE "N" TO WS-SHADOW-MODE
009323         GO TO 1960-EXIT
009324     END-IF.
009325     IF DCFG-CANDIDATE-NAME = SPACES
009326         OR DCFG-CANDIDATE-ENTRY = SPACES
009327         DISPLAY "TEST1073E SHADOW MODE REQUESTED BUT DLLCFGFILE "
009328             "NAMES NO CANDIDATE BUILD, ABENDING RUN"
009329         PERFORM 9800-ABEND THRU 9800-EXIT
009330     END-IF.
009331     IF WS-BLOCK-SIZE > 1
009332         DISPLAY "TEST1074W SHADOW MODE - BLOCK MODE TURNED OFF"
009333         MOVE 1 TO WS-BLOCK-SIZE
009334     END-IF.
009335 1960-EXIT.
009336     EXIT.
009337
009338*****************************************************************
009340*  1810-READ-HEADER-RECORD  --  THE FIRST RECORD OF THE EDITED
009350*  TRANSACTION FILE MUST BE THE HEADER; IT CARRIES THE BUSINESS
009360*  DATE THE RUN-CONTROL CHECK KEYS ON.
012070
012080 2045-TALLY-CONTROL-TOTALS.
012090     ADD 1 TO WS-RUN-DETAIL-COUNT.
012100     IF TRAN-TYPE-DEBIT OR TRAN-TYPE-TRANSFER
012110         ADD TRAN-AMOUNT TO WS-RUN-DEBIT-TOTAL
012120     END-IF.
012130     IF TRAN-TYPE-CREDIT OR TRAN-TYPE-TRANSFER
012140         ADD TRAN-AMOUNT TO WS-RUN-CREDIT-TOTAL
012150     END-IF.
012160 2045-EXIT.
012270     IF WS-TRAN-REC-NO > WS-CKPT-LAST-REC-NO
012280         MOVE "N" TO WS-CALL-FAILED-FLAG
012290         MOVE "N" TO WS-REC-BLOCKED-FLAG
012291         MOVE "N" TO WS-NSF-FLAG
012300         MOVE SPACES TO API-RESPONSE
012310         PERFORM 2100-CHECK-ACCOUNT-MASTER THRU 2100-EXIT
012311*        A DEBIT MUST ALSO CLEAR THE ACCOUNT'S DAILY LIMITS
012312*        BEFORE IT CAN REACH AN ENTRY POINT OR THE BLOCK BUFFER.
012313*        A TRANSFER IS A DEBIT TO ITS SOURCE ACCOUNT.
012314         IF WS-ACCT-GOOD
012315             AND (TRAN-TYPE-DEBIT OR TRAN-TYPE-TRANSFER)
012316             PERFORM 2120-CHECK-DEBIT-LIMITS THRU 2120-EXIT
012317         END-IF
012318*        ...AND MUST BE COVERED BY THE BALANCE LESS THE DEBITS
012319*        ALREADY WAITING IN THE BLOCK; A SHORTFALL IS RETURNED
012320*        NSF HERE, SO NO ENTRY POINT EVER PROCESSES IT.
012321         IF WS-ACCT-GOOD
012322             AND (TRAN-TYPE-DEBIT OR TRAN-TYPE-TRANSFER)
012323             PERFORM 2146-CHECK-FUNDS-AHEAD THRU 2146-EXIT
012324         END-IF
012325         EVALUATE TRUE
012326             WHEN WS-NSF-RETURNED
012327                 PERFORM 2400-WRITE-DISPOSITION THRU 2400-EXIT
012328             WHEN WS-ACCT-GOOD
012330                 PERFORM 2200-INVOKE-ACTIVE-ENTRY-POINTS
012340                     THRU 2200-EXIT
012350*                A RECORD HELD IN THE BLOCK IS POSTED AND
012360*                DISPOSITIONED WHEN THE BLOCK IS FLUSHED, NOT
012361*                HERE; ITS DEBIT IS NOTED AS PENDING FOR 2146.
012370                 IF WS-REC-BLOCKED
012371                     PERFORM 2147-NOTE-BLOCK-DEBIT THRU 2147-EXIT
012372                 ELSE
012375                     MOVE WS-TRAN-REC-NO TO WS-PJ-REC-NO
012380                     PERFORM 2250-POST-ACCOUNT-MASTER
012390                         THRU 2250-EXIT
012400                     PERFORM 2400-WRITE-DISPOSITION THRU 2400-EXIT
012410                 END-IF
012420             WHEN OTHER
012430                 PERFORM 2150-REJECT-ACCOUNT-TRAN
012440                     THRU 2150-EXIT
012450                 PERFORM 2400-WRITE-DISPOSITION THRU 2400-EXIT
012460         END-EVALUATE
012470*        A RECORD RESOLVED INLINE MAY ADVANCE THE CHECKPOINT
012480*        ONLY WHEN NO BLOCK IS PENDING BEHIND IT; OTHERWISE THE
012490*        CHECKPOINT WAITS FOR THE FLUSH.
012680*  2100-CHECK-ACCOUNT-MASTER  --  READ THE ACCOUNT MASTER FOR THE
012690*  CURRENT TRANSACTION'S ACCOUNT BEFORE ANY DLL CALL IS MADE.  AN
012700*  UNKNOWN OR CLOSED ACCOUNT MARKS THE TRANSACTION FOR REJECTION
012710*  SO CSharpApi.dll NEVER SEES IT.  A TRANSFER'S DESTINATION
012711*  IS CHECKED THE SAME WAY, AND FIRST, SO THE SOURCE READ LEAVES
012712*  THE SOURCE ACCOUNT IN THE RECORD AREA FOR THE LIMIT CHECK.
012713*  A DORMANT ACCOUNT TAKES CREDITS BUT NOT DEBITS: A DEBIT OR
012714*  TRANSFER FROM IT IS MARKED FOR REJECTION TO SUSPENSE.
012720*****************************************************************
012730 2100-CHECK-ACCOUNT-MASTER.
012740     MOVE "G" TO WS-ACCT-CHECK-RESULT.
012741     MOVE "N" TO WS-ACCT-DEST-FLAG.
012742     IF TRAN-TYPE-TRANSFER
012743         PERFORM 2110-CHECK-DEST-ACCOUNT THRU 2110-EXIT
012744         IF NOT WS-ACCT-GOOD
012745             GO TO 2100-EXIT
012746         END-IF
012747     END-IF.
012750     MOVE TRAN-ACCOUNT-NO TO ACCT-ACCOUNT-NO.
012760     READ ACCTMST
012770         INVALID KEY
012790         NOT INVALID KEY
012800             IF ACCT-STATUS-CLOSED
012810                 MOVE "C" TO WS-ACCT-CHECK-RESULT
012811             END-IF
012812             IF ACCT-STATUS-DORMANT
012813                 AND (TRAN-TYPE-DEBIT OR TRAN-TYPE-TRANSFER)
012814                 MOVE "D" TO WS-ACCT-CHECK-RESULT
012820             END-IF
012830     END-READ.
012840 2100-EXIT.
012955     EXIT.
012956
012957*****************************************************************
012958*  2146-CHECK-FUNDS-AHEAD  --  THE ACCOUNT TO BE DEBITED IS IN
012959*  THE RECORD AREA.  ITS BALANCE, LESS ANY DEBITS TO IT ALREADY
012960*  ACCEPTED INTO THE UN-FLUSHED BLOCK, MUST COVER THIS DEBIT
012961*  DOWN TO THE NEGATIVE OF ITS OVERDRAFT LIMIT (ZERO: DOWN TO
012962*  ZERO); OTHERWISE 2256 RETURNS IT NSF BEFORE ANY ENTRY POINT
012963*  IS CALLED.  INLINE THE MASTER IS ALREADY CURRENT AND THE
012964*  BLOCK TABLE STAYS EMPTY.  IN BLOCK MODE THE CHECK IS
012965*  DELIBERATELY CONSERVATIVE: A CREDIT (OR INCOMING TRANSFER)
012966*  WAITING IN THE SAME BLOCK IS NOT COUNTED UNTIL THE FLUSH HAS
012967*  POSTED IT, SO BLOCK MODE CAN RETURN A DEBIT INLINE MODE
012968*  WOULD HAVE POSTED.  COUNTING IT WOULD PASS DEBITS ON MONEY
012969*  THE ENTRY POINTS MAY YET FAIL, LEAVING THE 2255 GUARD TO STOP
012970*  THE RUN.  A RETURNED DEBIT GIVES BACK WHAT 2120 COUNTED
012971*  AGAINST THE DAILY LIMITS.  BANK FEE POSTINGS ARE NEVER
012972*  RETURNED.
012973*****************************************************************
012974 2146-CHECK-FUNDS-AHEAD.
012975     MOVE "N" TO WS-NSF-FLAG.
012976     MOVE TRAN-ID TO WS-TRAN-ID-PREFIX.
012977     IF WS-BANK-FEE-POSTING
012978         GO TO 2146-EXIT
012979     END-IF.
012980     IF ACCT-OD-LIMIT IS NUMERIC
012981         MOVE ACCT-OD-LIMIT TO WS-NSF-OD-LIMIT
012982     ELSE
012983         MOVE ZERO TO WS-NSF-OD-LIMIT
012984     END-IF.
012985     PERFORM 2148-FIND-BLOCK-DEBIT THRU 2148-EXIT.
012986     MOVE ZERO TO WS-NSF-PENDING-DB.
012987     IF BF-FOUND-SUB > ZERO
012988         MOVE BF-DB-AMOUNT(BF-FOUND-SUB) TO WS-NSF-PENDING-DB
012989     END-IF.
012990     IF ACCT-BALANCE - WS-NSF-PENDING-DB - TRAN-AMOUNT
012991         + WS-NSF-OD-LIMIT < ZERO
012992         MOVE "Y" TO WS-NSF-FLAG
012993         PERFORM 2256-RETURN-NSF THRU 2256-EXIT
012994         IF LM-FOUND-SUB > ZERO
012995             SUBTRACT TRAN-AMOUNT FROM LM-DB-AMOUNT(LM-FOUND-SUB)
012996             SUBTRACT 1 FROM LM-DB-COUNT(LM-FOUND-SUB)
012997         END-IF
012998     END-IF.
012999 2146-EXIT.
013000     EXIT.
013001
013002*****************************************************************
013003*  2147-NOTE-BLOCK-DEBIT  --  A DEBIT (OR TRANSFER) JUST TAKEN
013004*  INTO THE BLOCK IS ADDED TO ITS ACCOUNT'S PENDING TOTAL, SO
013005*  2146 SEES IT UNTIL THE FLUSH POSTS IT TO THE MASTER.  BANK
013006*  FEE POSTINGS COUNT TOO: THEY STILL REDUCE THE BALANCE.
013007*****************************************************************
013008 2147-NOTE-BLOCK-DEBIT.
013009     IF NOT (TRAN-TYPE-DEBIT OR TRAN-TYPE-TRANSFER)
013010         GO TO 2147-EXIT
013011     END-IF.
013012     PERFORM 2148-FIND-BLOCK-DEBIT THRU 2148-EXIT.
013013     IF BF-FOUND-SUB = ZERO
013014         ADD 1 TO BF-COUNT
013015         MOVE BF-COUNT TO BF-FOUND-SUB
013016         MOVE TRAN-ACCOUNT-NO TO BF-ACCOUNT-NO(BF-FOUND-SUB)
013017         MOVE ZERO TO BF-DB-AMOUNT(BF-FOUND-SUB)
013018     END-IF.
013019     ADD TRAN-AMOUNT TO BF-DB-AMOUNT(BF-FOUND-SUB).
013020 2147-EXIT.
013021     EXIT.
013022
013023 2148-FIND-BLOCK-DEBIT.
013024     MOVE ZERO TO BF-FOUND-SUB.
013025     IF BF-COUNT > ZERO
013026         PERFORM 2149-SCAN-ONE-BLOCK-DEBIT THRU 2149-EXIT
013027             VARYING BF-SUB FROM 1 BY 1
013028             UNTIL BF-SUB > BF-COUNT
013029                OR BF-FOUND-SUB > ZERO
013030     END-IF.
013031 2148-EXIT.
013032     EXIT.
013033
013034 2149-SCAN-ONE-BLOCK-DEBIT.
013035     IF BF-ACCOUNT-NO(BF-SUB) = TRAN-ACCOUNT-NO
013036         MOVE BF-SUB TO BF-FOUND-SUB
013037     END-IF.
013038 2149-EXIT.
013039     EXIT.
013040
013041*****************************************************************
013042*  2150-REJECT-ACCOUNT-TRAN  --  A TRANSACTION AGAINST AN
013043*  UNKNOWN OR CLOSED ACCOUNT, A DEBIT OVER ITS DAILY LIMIT, OR
013044*  A DEBIT FROM A DORMANT ACCOUNT, IS MARKED IN ERROR AND
013045*  COUNTED; NO ENTRY POINT IS INVOKED FOR IT.
013046*****************************************************************
013047 2150-REJECT-ACCOUNT-TRAN.
013048     ADD 1 TO WS-ACCT-REJECT-COUNT.
013049     MOVE "E" TO TRAN-STATUS.
013050     EVALUATE TRUE
013051         WHEN WS-ACCT-BAD-IS-DEST
013052             DISPLAY "TEST1063W TRAN REJECTED - UNKNOWN OR "
013053                 "CLOSED DESTINATION ACCOUNT - TRAN-ID = "
013054                 TRAN-ID " ACCOUNT = " TRAN-DEST-ACCOUNT-NO
013055         WHEN WS-ACCT-UNKNOWN
013056             DISPLAY "TEST1018W TRAN REJECTED - UNKNOWN ACCOUNT"
013057                 " - TRAN-ID = " TRAN-ID " ACCOUNT = "
013058                 TRAN-ACCOUNT-NO
013059         WHEN WS-ACCT-LIMIT
013060             ADD 1 TO WS-LIMIT-REJECT-COUNT
013061             DISPLAY "TEST1062W TRAN REJECTED - DAILY DEBIT "
013062                 "LIMIT - TRAN-ID = " TRAN-ID " ACCOUNT = "
013063                 TRAN-ACCOUNT-NO
013064         WHEN WS-ACCT-DORMANT
013065             ADD 1 TO WS-DORMANT-REJECT-COUNT
013066             DISPLAY "TEST1070W TRAN REJECTED - DEBIT FROM "
013067                 "DORMANT ACCOUNT - TRAN-ID = " TRAN-ID
013068                 " ACCOUNT = " TRAN-ACCOUNT-NO
013069         WHEN OTHER
013070             DISPLAY "TEST1018W TRAN REJECTED - CLOSED ACCOUNT"
013071                 " - TRAN-ID = " TRAN-ID " ACCOUNT = "
013072                 TRAN-ACCOUNT-NO
013073     END-EVALUATE.
013074 2150-EXIT.
013075     EXIT.
013076
013077*****************************************************************
013078*  2110-CHECK-DEST-ACCOUNT  --  A TRANSFER'S DESTINATION MUST
013079*  BE ON THE MASTER AND OPEN, THE SAME TEST THE SOURCE GETS.
013080*****************************************************************
013081 2110-CHECK-DEST-ACCOUNT.
013082     MOVE TRAN-DEST-ACCOUNT-NO TO ACCT-ACCOUNT-NO.
013083     READ ACCTMST
013084         INVALID KEY
013085             MOVE "U" TO WS-ACCT-CHECK-RESULT
013086             MOVE "Y" TO WS-ACCT-DEST-FLAG
013087         NOT INVALID KEY
013088             IF ACCT-STATUS-CLOSED
013089                 MOVE "C" TO WS-ACCT-CHECK-RESULT
013090                 MOVE "Y" TO WS-ACCT-DEST-FLAG
013091             END-IF
013092     END-READ.
013093 2110-EXIT.
013094     EXIT.
013095
013096*****************************************************************
013097*  2250-POST-ACCOUNT-MASTER  --  POST A COMPLETED TRANSACTION TO
013098*  THE RUNNING BALANCE AND REWRITE THE MASTER, SO THE COBOL-SIDE
013099*  BOOK OF RECORD TRACKS WHAT THE .NET SIDE HAS PROCESSED.
013100*  A SHORTFALL WAS RETURNED NSF BY 2146 BEFORE ANY ENTRY POINT
013101*  WAS CALLED; 2255 ONLY GUARDS THAT THE (SOURCE) ACCOUNT IS
013102*  STILL COVERED NOW, AND ABENDS THE RUN IF IT IS NOT.
013103*****************************************************************
013104 2250-POST-ACCOUNT-MASTER.
013110     IF NOT TRAN-STATUS-PROCESSED
013120         GO TO 2250-EXIT
013130     END-IF.
013131     IF TRAN-TYPE-DEBIT OR TRAN-TYPE-TRANSFER
013132         PERFORM 2255-CHECK-FUNDS THRU 2255-EXIT
013136     END-IF.
013137     IF TRAN-TYPE-TRANSFER
013138         PERFORM 2270-POST-TRANSFER THRU 2270-EXIT
013139         GO TO 2250-EXIT
013140     END-IF.
013141     MOVE ACCT-BALANCE TO WS-PJ-OLD-BALANCE.
013142     MOVE ACCT-LAST-ACTIVITY-DATE TO WS-PJ-OLD-ACT-DATE.
013143     IF TRAN-TYPE-DEBIT
013150         SUBTRACT TRAN-AMOUNT FROM ACCT-BALANCE
013160     ELSE
013170         ADD TRAN-AMOUNT TO ACCT-BALANCE
013180     END-IF.
013181*    ONLY CUSTOMER ACTIVITY COUNTS AGAINST DORMANCY.
013182     MOVE TRAN-ID TO WS-TRAN-ID-PREFIX.
013183     IF NOT WS-BANK-FEE-POSTING
013190         MOVE TRAN-DATE TO ACCT-LAST-ACTIVITY-DATE
013191     END-IF.
013200     REWRITE ACCT-REC
013210         INVALID KEY
013220             DISPLAY "TEST1020E ACCTMST REWRITE FAILED - "
013430 2400-EXIT.
013440     EXIT.
013450
013451*****************************************************************
013452*  2270-POST-TRANSFER  --  A TRANSFER IS ONE UNIT OF TWO LEGS:
013453*  THE DEBIT TO THE SOURCE AND THE CREDIT TO THE DESTINATION
013454*  REACH ACCTMST AND POSTJRNL TOGETHER OR NOT AT ALL.  BOTH
013455*  ACCOUNTS ARE READ BEFORE EITHER IS CHANGED; IF THE SECOND
013456*  REWRITE FAILS THE FIRST IS PUT BACK, AND ONLY A PAIR THAT
013457*  IS WHOLLY ON THE MASTER IS JOURNALLED.  A TRANSFER THAT
013458*  CANNOT POST IS MARKED IN ERROR SO IT GOES TO SUSPENSE.
013459*****************************************************************
013460 2270-POST-TRANSFER.
013461     MOVE "N" TO WS-XFER-FAILED-FLAG.
013462     MOVE TRAN-DEST-ACCOUNT-NO TO ACCT-ACCOUNT-NO.
013463     READ ACCTMST
013464         INVALID KEY
013465             MOVE "Y" TO WS-XFER-FAILED-FLAG
013466     END-READ.
013467     IF WS-XFER-FAILED
013468         DISPLAY "TEST1064E TRANSFER NOT POSTED - DESTINATION "
013469             "NOT READABLE - TRAN-ID = " TRAN-ID " ACCOUNT = "
013470             TRAN-DEST-ACCOUNT-NO " STATUS = " WS-ACCTMST-STATUS
013471         PERFORM 2290-FAIL-TRANSFER THRU 2290-EXIT
013472         GO TO 2270-EXIT
013473     END-IF.
013474     MOVE ACCT-BALANCE TO WS-XFER-DST-OLD-BALANCE.
013475     MOVE ACCT-LAST-ACTIVITY-DATE TO WS-XFER-DST-OLD-ACT-DATE.
013476     MOVE TRAN-ACCOUNT-NO TO ACCT-ACCOUNT-NO.
013477     READ ACCTMST
013478         INVALID KEY
013479             MOVE "Y" TO WS-XFER-FAILED-FLAG
013480     END-READ.
013481     IF WS-XFER-FAILED
013482         DISPLAY "TEST1064E TRANSFER NOT POSTED - SOURCE "
013483             "NOT READABLE - TRAN-ID = " TRAN-ID " ACCOUNT = "
013484             TRAN-ACCOUNT-NO " STATUS = " WS-ACCTMST-STATUS
013485         PERFORM 2290-FAIL-TRANSFER THRU 2290-EXIT
013486         GO TO 2270-EXIT
013487     END-IF.
013488*    FIRST LEG: DEBIT THE SOURCE.
013489     MOVE ACCT-BALANCE TO WS-XFER-SRC-OLD-BALANCE.
013490     MOVE ACCT-LAST-ACTIVITY-DATE TO WS-XFER-SRC-OLD-ACT-DATE.
013491     SUBTRACT TRAN-AMOUNT FROM ACCT-BALANCE.
013492     MOVE ACCT-BALANCE TO WS-XFER-SRC-NEW-BALANCE.
013493     MOVE TRAN-DATE TO ACCT-LAST-ACTIVITY-DATE.
013494     REWRITE ACCT-REC
013495         INVALID KEY
013496             MOVE "Y" TO WS-XFER-FAILED-FLAG
013497     END-REWRITE.
013498     IF WS-XFER-FAILED
013499         DISPLAY "TEST1020E ACCTMST REWRITE FAILED - "
013500             "ACCOUNT = " ACCT-ACCOUNT-NO " STATUS = "
013501             WS-ACCTMST-STATUS
013502         PERFORM 2290-FAIL-TRANSFER THRU 2290-EXIT
013503         GO TO 2270-EXIT
013504     END-IF.
013505*    SECOND LEG: CREDIT THE DESTINATION.
013506     MOVE TRAN-DEST-ACCOUNT-NO TO ACCT-ACCOUNT-NO.
013507     READ ACCTMST
013508         INVALID KEY
013509             MOVE "Y" TO WS-XFER-FAILED-FLAG
013510     END-READ.
013511     IF NOT WS-XFER-FAILED
013512         ADD TRAN-AMOUNT TO ACCT-BALANCE
013513         MOVE ACCT-BALANCE TO WS-XFER-DST-NEW-BALANCE
013514         MOVE TRAN-DATE TO ACCT-LAST-ACTIVITY-DATE
013515         REWRITE ACCT-REC
013516             INVALID KEY
013517                 MOVE "Y" TO WS-XFER-FAILED-FLAG
013518         END-REWRITE
013519     END-IF.
013520     IF WS-XFER-FAILED
013521         DISPLAY "TEST1020E ACCTMST REWRITE FAILED - "
013522             "ACCOUNT = " TRAN-DEST-ACCOUNT-NO " STATUS = "
013523             WS-ACCTMST-STATUS
013524         PERFORM 2280-BACK-OUT-SOURCE-LEG THRU 2280-EXIT
013525         PERFORM 2290-FAIL-TRANSFER THRU 2290-EXIT
013526         GO TO 2270-EXIT
013527     END-IF.
013528*    BOTH LEGS ARE ON THE MASTER: JOURNAL THE PAIR.
013529     ADD 1 TO WS-ACCT-POSTED-COUNT.
013530     ADD 1 TO WS-XFER-POSTED-COUNT.
013531     MOVE SPACES TO POST-JRNL-REC.
013532     MOVE TRAN-ACCOUNT-NO TO PJ-ACCOUNT-NO.
013533     MOVE WS-XFER-SRC-OLD-BALANCE TO PJ-OLD-BALANCE.
013534     MOVE WS-XFER-SRC-NEW-BALANCE TO PJ-NEW-BALANCE.
013535     MOVE WS-XFER-SRC-OLD-ACT-DATE TO PJ-OLD-ACTIVITY-DATE.
013536     PERFORM 2275-WRITE-TRANSFER-JOURNAL THRU 2275-EXIT.
013537     MOVE SPACES TO POST-JRNL-REC.
013538     MOVE TRAN-DEST-ACCOUNT-NO TO PJ-ACCOUNT-NO.
013539     MOVE WS-XFER-DST-OLD-BALANCE TO PJ-OLD-BALANCE.
013540     MOVE WS-XFER-DST-NEW-BALANCE TO PJ-NEW-BALANCE.
013541     MOVE WS-XFER-DST-OLD-ACT-DATE TO PJ-OLD-ACTIVITY-DATE.
013542     PERFORM 2275-WRITE-TRANSFER-JOURNAL THRU 2275-EXIT.
013543 2270-EXIT.
013544     EXIT.
013545
013546*****************************************************************
013547*  2275-WRITE-TRANSFER-JOURNAL  --  ONE LEG'S BEFORE/AFTER
013548*  IMAGE; THE CALLER HAS ALREADY PLACED THE ACCOUNT AND BOTH
013549*  BALANCES IN THE JOURNAL RECORD.  OTHERWISE THE SAME RECORD
013550*  2260 WRITES.
013551*****************************************************************
013552 2275-WRITE-TRANSFER-JOURNAL.
013553     PERFORM 6000-BUILD-TIMESTAMP THRU 6000-EXIT.
013554     MOVE WS-BUSINESS-DATE TO PJ-BUSINESS-DATE.
013555     MOVE RC-T-RUN-NUMBER(RC-CUR) TO PJ-RUN-NUMBER.
013556     MOVE WS-PJ-REC-NO TO PJ-TRAN-REC-NO.
013557     MOVE TRAN-ID TO PJ-TRAN-ID.
013558     MOVE WS-CURRENT-TIMESTAMP TO PJ-TIMESTAMP.
013559     WRITE POST-JRNL-REC.
013560 2275-EXIT.
013561     EXIT.
013562
013563*****************************************************************
013564*  2280-BACK-OUT-SOURCE-LEG  --  THE DESTINATION LEG FAILED
013565*  AFTER THE SOURCE WAS DEBITED: RESTORE THE SOURCE'S BALANCE
013566*  AND ACTIVITY DATE.  IF EVEN THAT FAILS THE MASTER IS OUT BY
013567*  HALF A TRANSFER AND THE RUN CANNOT GO ON; THE ABEND LEAVES
013568*  THE CHECKPOINT SHORT OF THIS RECORD FOR THE RECOVERY.
013569*****************************************************************
013570 2280-BACK-OUT-SOURCE-LEG.
013571     MOVE TRAN-ACCOUNT-NO TO ACCT-ACCOUNT-NO.
013572     READ ACCTMST
013573         INVALID KEY
013574             DISPLAY "TEST1065E TRANSFER SOURCE LEG COULD NOT "
013575                 "BE BACKED OUT - TRAN-ID = " TRAN-ID
013576                 " ACCOUNT = " TRAN-ACCOUNT-NO
013577             PERFORM 9800-ABEND THRU 9800-EXIT
013578     END-READ.
013579     MOVE WS-XFER-SRC-OLD-BALANCE TO ACCT-BALANCE.
013580     MOVE WS-XFER-SRC-OLD-ACT-DATE TO ACCT-LAST-ACTIVITY-DATE.
013581     REWRITE ACCT-REC
013582         INVALID KEY
013583             DISPLAY "TEST1065E TRANSFER SOURCE LEG COULD NOT "
013584                 "BE BACKED OUT - TRAN-ID = " TRAN-ID
013585                 " ACCOUNT = " TRAN-ACCOUNT-NO
013586             PERFORM 9800-ABEND THRU 9800-EXIT
013587     END-REWRITE.
013588 2280-EXIT.
013589     EXIT.
013590
013591 2290-FAIL-TRANSFER.
013592     ADD 1 TO WS-XFER-FAILED-COUNT.
013593     MOVE "E" TO TRAN-STATUS.
013594     MOVE "XFERF" TO RESP-REASON-CODE.
013595     MOVE "TRANSFER NOT POSTED - NEITHER LEG APPLIED"
013596         TO RESP-MESSAGE.
013597 2290-EXIT.
013598     EXIT.
013599
013600*****************************************************************
013601*  2450-WRITE-SUSPENSE  --  CARRY THE FAILED TRANSACTION INTO THE
013602*  NEW SUSPENSE FILE WITH THE REASON CODE AND MESSAGE THAT
013603*  EXPLAIN WHY IT FAILED.
013604*****************************************************************
013605 2450-WRITE-SUSPENSE.
013606     ADD 1 TO WS-SUSP-OUT-COUNT.
013607     MOVE TRAN-REC TO SUSP-OUT-TRAN-DATA.
013608     EVALUATE TRUE
013609         WHEN WS-ACCT-BAD-IS-DEST AND WS-ACCT-UNKNOWN
013610             MOVE "ACCTU" TO SUSP-OUT-REASON-CODE
013611             MOVE "UNKNOWN DESTINATION ACCOUNT - NO DLL CALL MADE"
013612                 TO SUSP-OUT-MESSAGE
013613         WHEN WS-ACCT-BAD-IS-DEST
013614             MOVE "ACCTC" TO SUSP-OUT-REASON-CODE
013615             MOVE "CLOSED DESTINATION ACCOUNT - NO DLL CALL MADE"
013616                 TO SUSP-OUT-MESSAGE
013617         WHEN WS-ACCT-UNKNOWN
013618             MOVE "ACCTU" TO SUSP-OUT-REASON-CODE
013619             MOVE "UNKNOWN ACCOUNT - NO DLL CALL MADE"
013620                 TO SUSP-OUT-MESSAGE
013621         WHEN WS-ACCT-CLOSED
013622             MOVE "ACCTC" TO SUSP-OUT-REASON-CODE
013623             MOVE "CLOSED ACCOUNT - NO DLL CALL MADE"
013624                 TO SUSP-OUT-MESSAGE
013625         WHEN WS-ACCT-LIMIT
013626             MOVE "ACCTL" TO SUSP-OUT-REASON-CODE
013627             MOVE "DAILY DEBIT LIMIT EXCEEDED - NO DLL CALL MADE"
013628                 TO SUSP-OUT-MESSAGE
013629         WHEN WS-ACCT-DORMANT
013630             MOVE "ACCTD" TO SUSP-OUT-REASON-CODE
013631             MOVE "DEBIT FROM DORMANT ACCOUNT - NO DLL CALL MADE"
013632                 TO SUSP-OUT-MESSAGE
013633         WHEN OTHER
013640             MOVE RESP-REASON-CODE TO SUSP-OUT-REASON-CODE
013650             MOVE RESP-MESSAGE TO SUSP-OUT-MESSAGE
013660     END-EVALUATE.
013670     WRITE SUSP-OUT-REC.
013680 2450-EXIT.
013690     EXIT.
013691
013692*****************************************************************
013693*  2255-CHECK-FUNDS  --  POSTING-TIME GUARD.  THE ACCOUNT TO BE
013694*  DEBITED IS IN THE RECORD AREA AND 2146 HAS ALREADY PASSED
013695*  THIS DEBIT AGAINST ITS BALANCE LESS THE PENDING BLOCK, SO
013696*  THE DEBIT MUST STILL FIT ABOVE THE NEGATIVE OF THE OVERDRAFT
013697*  LIMIT.  IF IT DOES NOT, THE MASTER HAS MOVED UNDER THE RUN;
013698*  THE ENTRY POINTS HAVE ALREADY PROCESSED THE ITEM, SO IT
013699*  CANNOT BE QUIETLY RETURNED NSF NOW - THE RUN ABENDS FOR
013700*  INVESTIGATION INSTEAD.  2256 DOES THE RETURN FOR 2146.
013701*****************************************************************
013702 2255-CHECK-FUNDS.
013703     MOVE "N" TO WS-NSF-FLAG.
013704     MOVE TRAN-ID TO WS-TRAN-ID-PREFIX.
013705     IF WS-BANK-FEE-POSTING
013706         GO TO 2255-EXIT
013707     END-IF.
013708     IF ACCT-OD-LIMIT IS NUMERIC
013709         MOVE ACCT-OD-LIMIT TO WS-NSF-OD-LIMIT
013710     ELSE
013711         MOVE ZERO TO WS-NSF-OD-LIMIT
013712     END-IF.
013713     IF ACCT-BALANCE - TRAN-AMOUNT + WS-NSF-OD-LIMIT < ZERO
013714         DISPLAY "TEST1081E FUNDS SHORT AT POSTING AFTER ENTRY "
013715             "POINT CALL - TRAN-ID = " TRAN-ID
013716         DISPLAY "TEST1081E ACCOUNT = " ACCT-ACCOUNT-NO
013717             " BALANCE = " ACCT-BALANCE ", ABENDING RUN"
013718         PERFORM 9800-ABEND THRU 9800-EXIT
013719     END-IF.
013720 2255-EXIT.
013721     EXIT.
013722
013723 2256-RETURN-NSF.
013724     ADD 1 TO WS-NSF-COUNT.
013725     ADD TRAN-AMOUNT TO WS-NSF-AMOUNT.
013726     MOVE "R" TO TRAN-STATUS.
013727     MOVE "ACCTN" TO RESP-REASON-CODE.
013728     MOVE "INSUFFICIENT FUNDS - RETURNED NSF, NOT POSTED"
013729         TO RESP-MESSAGE.
013730     DISPLAY "TEST1068W TRAN RETURNED NSF - TRAN-ID = " TRAN-ID
013731         " ACCOUNT = " ACCT-ACCOUNT-NO " BALANCE = " ACCT-BALANCE.
013732     MOVE SPACES TO NSF-RET-REC.
013733     MOVE WS-BUSINESS-DATE TO NSF-BUSINESS-DATE.
013734     MOVE RC-T-RUN-NUMBER(RC-CUR) TO NSF-RUN-NUMBER.
013735     MOVE RESP-REASON-CODE TO NSF-REASON-CODE.
013736     MOVE ACCT-BALANCE TO NSF-BALANCE.
013737     MOVE WS-NSF-OD-LIMIT TO NSF-OD-LIMIT.
013738     MOVE TRAN-REC TO NSF-TRAN-DATA.
013739     WRITE NSF-RET-REC.
013740 2256-EXIT.
013741     EXIT.
013742
013743*****************************************************************
013744*  2500-FLUSH-TRAN-BLOCK  --  SEND THE ACCUMULATED BLOCK ACROSS
013745*  THE BOUNDARY IN ONE CALL, THEN RESOLVE EACH RECORD FROM THE
013746*  PARALLEL RESULTS AREA: TALLIES, CALL LOG, MASTER POSTING AND
013750*  DISPOSITION/SUSPENSE, EXACTLY AS A SINGLE CALL WOULD HAVE.
013760*  THE CHECKPOINT ADVANCES AFTER EVERY SLOT RESOLVED, SO A
013770*  RESTART NEVER RE-SENDS HALF A BLOCK AND NEVER RE-POSTS A
013910         VARYING WS-TB-SUB FROM 1 BY 1
013920         UNTIL WS-TB-SUB > TB-BLOCK-COUNT.
013930     MOVE ZERO TO TB-BLOCK-COUNT.
013931     MOVE ZERO TO BF-COUNT.
013940     MOVE WS-CKPT-CANDIDATE TO WS-CKPT-LAST-REC-NO.
013950     PERFORM 2310-REWRITE-CKPT-FILE THRU 2310-EXIT.
013960     PERFORM 2230-CHECK-CIRCUIT-BREAKER THRU 2230-EXIT.
014890             PERFORM 5150-ADD-TO-BLOCK THRU 5150-EXIT
014900             GO TO 2210-EXIT
014910         END-IF
014915         IF WS-SHADOW-ON
014916             MOVE TRAN-REC TO WS-SHADOW-TRAN-IN
014917         END-IF
014920         ADD 1 TO EP-ATTEMPTED(EP-IDX)
014930         PERFORM 2215-DISPATCH-ENTRY-POINT THRU 2215-EXIT
014940         MOVE ZERO TO WS-RETRY-COUNT
015020             ADD 1 TO EP-FAILED(EP-IDX)
015030         END-IF
015040         PERFORM 2230-CHECK-CIRCUIT-BREAKER THRU 2230-EXIT
015045         IF WS-SHADOW-ON
015046             AND EP-NAME(EP-IDX) = "PROCESSTRANSACTION"
015047             PERFORM 5300-SHADOW-CANDIDATE THRU 5300-EXIT
015048         END-IF
015050     END-IF.
015060 2210-EXIT.
015070     EXIT.
016680     PERFORM 5500-WRITE-CALL-LOG THRU 5500-EXIT.
016690 5100-EXIT.
016700     EXIT.
016701
016702*****************************************************************
016703*  5300-SHADOW-CANDIDATE  --  SEND THE TRANSACTION, AS IT STOOD
016704*  BEFORE THE PRODUCTION CALL, TO THE CANDIDATE BUILD AND RECORD
016705*  BOTH RESULTS ON THE COMPARISON FILE.  THE CANDIDATE WORKS ON
016706*  ITS OWN COPIES, IS NOT RETRIED, AND IS KEPT OUT OF THE CALL
016707*  LOG AND THE CIRCUIT BREAKER, WHICH MEASURE PRODUCTION ONLY.
016708*****************************************************************
016709 5300-SHADOW-CANDIDATE.
016710     ADD 1 TO WS-SHADOW-COUNT.
016711     MOVE WS-SHADOW-TRAN-IN TO WS-SHADOW-TRAN-REC.
016712     MOVE SPACES TO WS-SHADOW-RESPONSE.
016713     MOVE SPACES TO SHADOW-CMP-REC.
016714     MOVE "N" TO SHD-CAND-FAILED-FLAG.
016715     CALL CAND-PROCESS-TRAN USING WS-SHADOW-TRAN-REC
016716             WS-SHADOW-RESPONSE
016717         ON EXCEPTION
016718             MOVE "Y" TO SHD-CAND-FAILED-FLAG
016719             MOVE "CALLF" TO WS-SHADOW-REASON-CODE
016720             MOVE "ENTRY POINT CALL FAILED" TO WS-SHADOW-MESSAGE
016721             ADD 1 TO WS-SHADOW-FAIL-COUNT
016722     END-CALL.
016723     MOVE WS-BUSINESS-DATE TO SHD-BUSINESS-DATE.
016724     MOVE RC-T-RUN-NUMBER(RC-CUR) TO SHD-RUN-NUMBER.
016725     MOVE WS-TRAN-REC-NO TO SHD-TRAN-REC-NO.
016726     MOVE TRAN-ID TO SHD-TRAN-ID.
016727     MOVE TRAN-TYPE TO SHD-TRAN-TYPE.
016728     MOVE TRAN-ACCOUNT-NO TO SHD-ACCOUNT-NO.
016729     MOVE TRAN-STATUS TO SHD-PROD-TRAN-STATUS.
016730     MOVE RESP-REASON-CODE TO SHD-PROD-REASON-CODE.
016731     MOVE RESP-MESSAGE TO SHD-PROD-MESSAGE.
016732     MOVE WS-SHADOW-TRAN-STATUS TO SHD-CAND-TRAN-STATUS.
016733     MOVE WS-SHADOW-REASON-CODE TO SHD-CAND-REASON-CODE.
016734     MOVE WS-SHADOW-MESSAGE TO SHD-CAND-MESSAGE.
016735     MOVE "N" TO SHD-STATUS-DIFF-FLAG.
016736     MOVE "N" TO SHD-REASON-DIFF-FLAG.
016737     MOVE "N" TO SHD-MESSAGE-DIFF-FLAG.
016738     IF SHD-PROD-TRAN-STATUS NOT = SHD-CAND-TRAN-STATUS
016739         MOVE "Y" TO SHD-STATUS-DIFF-FLAG
016740     END-IF.
016741     IF SHD-PROD-REASON-CODE NOT = SHD-CAND-REASON-CODE
016742         MOVE "Y" TO SHD-REASON-DIFF-FLAG
016743     END-IF.
016744     IF SHD-PROD-MESSAGE NOT = SHD-CAND-MESSAGE
016745         MOVE "Y" TO SHD-MESSAGE-DIFF-FLAG
016746     END-IF.
016747     IF SHD-STATUS-DIFFERS OR SHD-REASON-DIFFERS
016748         OR SHD-MESSAGE-DIFFERS
016749         MOVE "D" TO SHD-RESULT
016750         ADD 1 TO WS-SHADOW-DIFF-COUNT
016751     ELSE
016752         MOVE "A" TO SHD-RESULT
016753     END-IF.
016754     WRITE SHADOW-CMP-REC.
016755 5300-EXIT.
016756     EXIT.
016757
016758*****************************************************************
016759*  5150-ADD-TO-BLOCK  --  HOLD THE CURRENT TRAN-REC IN THE BLOCK
016760*  INSTEAD OF CALLING ACROSS THE BOUNDARY; THE RESULT SLOT IS
016761*  PRIMED AS FAILED SO A SLOT THE .NET SIDE NEVER FILLS CANNOT
016762*  READ AS A SUCCESS.
016770*****************************************************************
016780 5150-ADD-TO-BLOCK.
016790*    A RECORD ROUTED HERE MORE THAN ONCE CAN ARRIVE WITH THE
018300     CLOSE SUSPOUT.
018301     CLOSE PJRNFILE.
018302     CLOSE DEADLTR.
018303     CLOSE NSFFILE.
018304     IF WS-SHADOW-ON
018305         CLOSE SHADFILE
018306     END-IF.
018310     PERFORM 8060-SWAP-SUSPENSE-FILE THRU 8060-EXIT.
018320     PERFORM 8070-COMPLETE-RUN-CONTROL THRU 8070-EXIT.
018330     PERFORM 8050-CLEAR-CHECKPOINT THRU 8050-EXIT.
018710*****************************************************************
018720*  8070-COMPLETE-RUN-CONTROL  --  MARK THIS RUN COMPLETED IN THE
018730*  REGISTRY WITH ITS END TIMESTAMP AND RECORD COUNT, CLOSING OUT
018740*  THE ELAPSED-TIME HISTORY FOR THE NIGHT, AND ON THE NIGHT-STEP
018745*  LEDGER.
018750*****************************************************************
018760 8070-COMPLETE-RUN-CONTROL.
018770     IF NOT WS-RC-READY
018820     MOVE WS-TRAN-REC-NO TO RC-T-TRAN-COUNT(RC-CUR).
018830     MOVE "C" TO RC-T-STATUS(RC-CUR).
018840     PERFORM 6100-REWRITE-RUN-CONTROL THRU 6100-EXIT.
018841     MOVE "E" TO STP-FUNCTION.
018842     CALL "STEPLDG" USING STEP-LEDGER-PARMS.
018843     IF STP-RETURN-CODE NOT = ZERO
018844         DISPLAY "TEST1072E RUN COMPLETE BUT NOT RECORDED ON THE "
018845             "NIGHT-STEP LEDGER - DO NOT RERUN"
018846         MOVE 8 TO RETURN-CODE
018847     END-IF.
018850 8070-EXIT.
018860     EXIT.
018870
018980     DISPLAY "TEST1019I ACCOUNT MASTER - POSTED = "
018990         WS-ACCT-POSTED-COUNT " REJECTED = "
019000         WS-ACCT-REJECT-COUNT " (DAILY LIMIT = "
019001         WS-LIMIT-REJECT-COUNT " DORMANT = "
019002         WS-DORMANT-REJECT-COUNT ")".
019003     IF WS-XFER-POSTED-COUNT > ZERO OR WS-XFER-FAILED-COUNT > ZERO
019004         DISPLAY "TEST1066I TRANSFERS - POSTED = "
019005             WS-XFER-POSTED-COUNT " NOT POSTED = "
019006             WS-XFER-FAILED-COUNT
019007     END-IF.
019008     IF WS-NSF-COUNT > ZERO
019009         DISPLAY "TEST1069W RETURNED NSF = " WS-NSF-COUNT
019010             " AMOUNT = " WS-NSF-AMOUNT " - SEE NSFRETN"
019011     END-IF.
019012     DISPLAY "TEST1024I DISPOSITIONS WRITTEN = " WS-DISP-COUNT
019020         " SUSPENSE IN = " WS-SUSP-IN-COUNT
019030         " SUSPENSE OUT = " WS-SUSP-OUT-COUNT.
019031     IF WS-SHADOW-ON
019032         DISPLAY "TEST1079I SHADOW RUN - COMPARED = "
019033             WS-SHADOW-COUNT " DISAGREED = " WS-SHADOW-DIFF-COUNT
019034             " CANDIDATE CALLS FAILED = " WS-SHADOW-FAIL-COUNT
019035         IF WS-SHADOW-DIFF-COUNT > ZERO
019036             DISPLAY "TEST1080W CANDIDATE BUILD DISAGREES WITH "
019037                 "PRODUCTION - SEE SHADCMP / SHADRPT"
019038         END-IF
019039     END-IF.
019040 8100-EXIT.
019050     EXIT.
019060
