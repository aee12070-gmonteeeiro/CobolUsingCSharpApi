000050*  AHEAD OF TEST1 AND VALIDATES EVERY TRANFILE RECORD AGAINST
000060*  THE TRANREC LAYOUT BEFORE ANYTHING CROSSES THE CSharpApi.dll
000070*  BOUNDARY:
000080*      - TRAN-TYPE MUST BE "DB", "CR" OR "TR"
000090*      - TRAN-AMOUNT MUST BE NUMERIC
000100*      - TRAN-DATE MUST BE A REAL CALENDAR DATE (YYYYMMDD)
000110*      - TRAN-ACCOUNT-NO MUST NOT BE SPACES
000120*      - TRAN-ID MUST BE UNIQUE WITHIN THE FILE
000121*      - A TRANSFER ("TR") MUST NAME A DESTINATION ACCOUNT
000122*        OTHER THAN ITS SOURCE ACCOUNT
000130*  CLEAN RECORDS GO TO TRANCLEAN, WHICH TEST1 READS; FAILURES GO
000140*  TO TRANREJ WITH A REASON CODE AND THE OFFENDING FIELD NAME.
000141*  A CLEAN RECORD DATED AFTER THE HEADER BUSINESS DATE IS HELD
000142*  ON THE FUTURE-DATED WAREHOUSE (FUTRWHS) INSTEAD OF GOING TO
000143*  TRANCLEAN, AND WAREHOUSED ITEMS WHOSE DATE HAS ARRIVED ARE
000144*  RELEASED TO TRANCLEAN AHEAD OF THE NIGHT'S EXTRACT.
000145*  THE EXTRACT EDITED IS TRANMRG, THE NIGHT'S FEEDS AS MERGED BY
000146*  THE INTAKE STEP (TRANINTK): THE UPSTREAM TRANFILE PLUS ANY
000147*  ACCRTRAN, RESUBTRAN, NSFTRAN AND SOTRAN FOR THE SAME BUSINESS
000148*  DATE, UNDER ONE HEADER AND TRAILER.  THE FD KEEPS THE NAME
000149*  TRANFILE.
000150*
000160*  MODIFICATION HISTORY
000170*      DATE       INIT  DESCRIPTION
000320*                       AND WRITES A FRESH HEADER AND TRAILER
000330*                       ON TRANCLEAN REFLECTING THE CLEAN
000340*                       RECORDS ONLY.
000341*      2026-10-15  GM   TRANSFER TYPE "TR" ACCEPTED.  THE
000342*                       DESTINATION ACCOUNT IS EDITED (E006) AND
000343*                       A TRANSFER COUNTS IN BOTH THE DEBIT AND
000344*                       THE CREDIT HASH TOTALS, ONE PER LEG.
000345*      2026-10-15  GM   THE EDIT IS NOW A STEP OF THE NIGHT-STEP
000346*                       LEDGER (STEPLDG): IT WILL NOT EDIT A
000347*                       BUSINESS DATE TEST1 HAS ALREADY POSTED
000348*                       UNLESS THE OPERATOR FORCES IT, AND IT
000349*                       RECORDS ITS COMPLETION.  THE DUPLICATE-ID
000350*                       PRE-PASS NOW RUNS FIRST AND CAPTURES THE
000351*                       EXTRACT'S BUSINESS DATE FOR THE LEDGER
000352*                       BEFORE ANY OUTPUT IS OPENED.
000353*      2026-10-15  GM   FUTURE-DATED WAREHOUSE (FUTRWHS): A CLEAN
000354*                       RECORD DATED AFTER THE BUSINESS DATE IS
000355*                       HELD, NOT PASSED TO TRANCLEAN; ITEMS DUE
000356*                       BY THE BUSINESS DATE ARE RELEASED RIGHT
000357*                       AFTER THE HEADER.  THE TRANCLEAN TRAILER
000358*                       COUNTS THE RELEASES, AND THE EDIT PROVES
000359*                       EVERY DETAIL WAS PASSED, REJECTED OR HELD.
000360*                       THE WAREHOUSE IS REBUILT AS FUTRWHS.NEW
000361*                       AND RENAMED OVER FUTRWHS AT FINALIZE.
000362*      2026-10-15  GM   EDITS TRANMRG, THE INTAKE STEP'S MERGE
000363*                       OF ALL THE NIGHT'S FEEDS, INSTEAD OF THE
000364*                       UPSTREAM TRANFILE, SO THE DUPLICATE-ID
000365*                       CHECK AND THE TRAILER BALANCE SPAN EVERY
000366*                       FEED.  EACH RECORD'S SOURCE TAG IS PASSED
000367*                       THROUGH UNCHANGED.
000368*****************************************************************
000369 identification division.
000370 PROGRAM-ID.    TRANEDIT.
000380 AUTHOR.        Gabriel Monteiro.
000390 INSTALLATION.  INTEROP BATCH.
000440
000450 input-output section.
000460 file-control.
000470     SELECT TRANFILE ASSIGN TO "TRANMRG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-TRANFILE-STATUS.
000500     SELECT CLEANFILE ASSIGN TO "TRANCLEAN"
000530     SELECT REJFILE ASSIGN TO "TRANREJ"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-REJFILE-STATUS.
000551     SELECT WHSIN ASSIGN TO "FUTRWHS"
000552         ORGANIZATION IS LINE SEQUENTIAL
000553         FILE STATUS IS WS-WHSIN-STATUS.
000554     SELECT WHSOUT ASSIGN TO "FUTRWHS.NEW"
000555         ORGANIZATION IS LINE SEQUENTIAL
000556         FILE STATUS IS WS-WHSOUT-STATUS.
000560     SELECT SORTWK ASSIGN TO "SORTWK".
000570
000580 data division.
000660
000670 FD  REJFILE.
000680     COPY TRANREJ.
000681 FD  WHSIN.
000682 01  FUT-IN-REC                      PIC X(145).
000683
000684 FD  WHSOUT.
000685 01  FUT-OUT-REC                     PIC X(145).
000690
000700 SD  SORTWK.
000710 01  SORT-REC.
000760     05  WS-TRANFILE-STATUS          PIC X(02).
000770     05  WS-CLEANFILE-STATUS         PIC X(02).
000780     05  WS-REJFILE-STATUS           PIC X(02).
000781     05  WS-WHSIN-STATUS             PIC X(02).
000782     05  WS-WHSOUT-STATUS            PIC X(02).
000790 01  WS-SWITCHES.
000800     05  WS-EOF-TRANFILE             PIC X(01) VALUE "N".
000810         88  WS-EOF-TRANFILE-YES         VALUE "Y".
000880         88  WS-HDR-SEEN                 VALUE "Y".
000890     05  WS-TRL-SEEN-FLAG            PIC X(01) VALUE "N".
000900         88  WS-TRL-SEEN                 VALUE "Y".
000901     05  WS-LEDGER-BEGUN-FLAG        PIC X(01) VALUE "N".
000902         88  WS-LEDGER-BEGUN             VALUE "Y".
000903     05  WS-EOF-WHSIN                PIC X(01) VALUE "N".
000904         88  WS-EOF-WHSIN-YES            VALUE "Y".
000910
000920 77  WS-READ-COUNT                   PIC 9(09) VALUE ZERO COMP.
000930 77  WS-CLEAN-COUNT                  PIC 9(09) VALUE ZERO COMP.
000940 77  WS-REJECT-COUNT                 PIC 9(09) VALUE ZERO COMP.
000950 77  WS-DETAIL-COUNT                 PIC 9(09) VALUE ZERO COMP.
000951 77  WS-HELD-COUNT                   PIC 9(09) VALUE ZERO COMP.
000952 77  WS-RELEASED-COUNT               PIC 9(09) VALUE ZERO COMP.
000953 77  WS-WAITING-COUNT                PIC 9(09) VALUE ZERO COMP.
000954 77  WS-PURGED-COUNT                 PIC 9(09) VALUE ZERO COMP.
000955 77  WS-REHELD-COUNT                 PIC 9(09) VALUE ZERO COMP.
000960
000970*    RUNNING HASH TOTALS OVER THE RAW DETAIL RECORDS (FOR THE
000980*    INBOUND TRAILER BALANCE) AND OVER THE CLEAN RECORDS (FOR THE
001360                   INDEXED BY DUP-IDX.
001370         10  WS-DUP-ID               PIC X(10).
001380 01  WS-PREV-SORT-ID                 PIC X(10).
001381
001382*    BUSINESS DATE FROM THE EXTRACT HEADER, CAPTURED BY THE
001383*    PRE-PASS FOR THE NIGHT-STEP LEDGER.
001384 01  WS-EXTRACT-DATE                 PIC X(08) VALUE SPACES.
001385     COPY STEPPARM.
001386*    FUTURE-DATED WAREHOUSE ITEM IN HAND, AND THE NAMES FOR THE
001387*    END-OF-RUN SWAP OF THE REBUILT WAREHOUSE (FUTRWHS.NEW AND A
001388*    RENAME, LIKE TEST1'S SUSPENSE FILE).
001389     COPY FUTRREC.
001390 01  WS-WHS-RENAME-FIELDS.
001391     05  WS-WHS-TMP-NAME             PIC X(21) VALUE
001392             "FUTRWHS.NEW".
001393     05  WS-WHS-FINAL-NAME           PIC X(21) VALUE
001394             "FUTRWHS".
001395     05  WS-WHS-RENAME-RC            PIC 9(02) COMP.
001396
001400 procedure division.
001410*****************************************************************
001420*  0000-MAINLINE
001430*****************************************************************
001440 0000-MAINLINE.
001450     PERFORM 1500-FIND-DUPLICATE-IDS THRU 1500-EXIT.
001455     PERFORM 1900-BEGIN-LEDGER-STEP THRU 1900-EXIT.
001460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001470     PERFORM 2000-PROCESS-TRANFILE THRU 2000-EXIT.
001480     PERFORM 7000-BALANCE-TO-TRAILER THRU 7000-EXIT.
001490     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001620             "ABENDING RUN"
001630         PERFORM 9800-ABEND THRU 9800-EXIT
001640     END-IF.
001641     OPEN OUTPUT WHSOUT.
001642     IF WS-WHSOUT-STATUS NOT = "00"
001643         DISPLAY "TRANEDIT025E FUTRWHS.NEW COULD NOT BE OPENED, "
001644             "ABENDING RUN"
001645         PERFORM 9800-ABEND THRU 9800-EXIT
001646     END-IF.
001650 1000-EXIT.
001660     EXIT.
001670
001870 1510-RELEASE-IDS.
001880     OPEN INPUT TRANFILE.
001890     IF WS-TRANFILE-STATUS NOT = "00"
001900         DISPLAY "TRANEDIT001E TRANMRG NOT FOUND - RUN TRANINTK "
001901             "FIRST, ABENDING RUN"
001910         PERFORM 9800-ABEND THRU 9800-EXIT
001920     END-IF.
001930     MOVE "N" TO WS-EOF-TRANFILE.
002030             MOVE "Y" TO WS-EOF-TRANFILE
002040         NOT AT END
002050             MOVE TRAN-REC TO TRAN-CTL-REC
002055             IF CTL-IS-HEADER AND WS-EXTRACT-DATE = SPACES
002056                 MOVE HDR-BUSINESS-DATE TO WS-EXTRACT-DATE
002057             END-IF
002060             IF NOT CTL-IS-HEADER AND NOT CTL-IS-TRAILER
002070                 MOVE TRAN-ID TO SRT-TRAN-ID
002080                 RELEASE SORT-REC
002460     MOVE SRT-TRAN-ID TO WS-DUP-ID(WS-DUP-COUNT).
002470 1540-EXIT.
002480     EXIT.
002481
002482*****************************************************************
002483*  1900-BEGIN-LEDGER-STEP  --  CHECK IN WITH THE NIGHT-STEP
002484*  LEDGER BEFORE TRANCLEAN IS OPENED: A DATE TEST1 HAS ALREADY
002485*  POSTED IS NOT RE-EDITED UNLESS THE OPERATOR FORCES IT.  AN
002486*  EXTRACT WITHOUT A USABLE HEADER IS LEFT TO THE HEADER EDIT,
002487*  WHICH ABENDS THE RUN.
002488*****************************************************************
002489 1900-BEGIN-LEDGER-STEP.
002490     IF WS-EXTRACT-DATE IS NOT NUMERIC
002491         GO TO 1900-EXIT
002492     END-IF.
002493     MOVE "B" TO STP-FUNCTION.
002494     MOVE "TRANEDIT" TO STP-STEP-NAME.
002495     MOVE WS-EXTRACT-DATE TO STP-BUSINESS-DATE.
002496     MOVE ZERO TO STP-RUN-NUMBER.
002497     MOVE "N" TO STP-FORCE-FLAG.
002498     CALL "STEPLDG" USING STEP-LEDGER-PARMS.
002499     IF STP-REFUSED
002500         DISPLAY "TRANEDIT023E NIGHT-STEP LEDGER REFUSED THE "
002501             "EDIT - RC = " STP-RETURN-CODE ", ABENDING RUN"
002502         PERFORM 9800-ABEND THRU 9800-EXIT
002503     END-IF.
002504     MOVE "Y" TO WS-LEDGER-BEGUN-FLAG.
002505 1900-EXIT.
002506     EXIT.
002507
002508*****************************************************************
002510*  2000-PROCESS-TRANFILE  --  MAIN EDIT LOOP
002520*****************************************************************
002530 2000-PROCESS-TRANFILE.
002540     OPEN INPUT TRANFILE.
002550     IF WS-TRANFILE-STATUS NOT = "00"
002560         DISPLAY "TRANEDIT001E TRANMRG NOT FOUND - RUN TRANINTK "
002561             "FIRST, ABENDING RUN"
002570         PERFORM 9800-ABEND THRU 9800-EXIT
002580     END-IF.
002590     MOVE "N" TO WS-EOF-TRANFILE.
003010     MOVE "Y" TO WS-HDR-SEEN-FLAG.
003020     MOVE TRAN-REC TO CLEAN-TRAN-REC.
003030     WRITE CLEAN-TRAN-REC.
003031     PERFORM 2150-RELEASE-WAREHOUSE THRU 2150-EXIT.
003040 2100-EXIT.
003050     EXIT.
003051*****************************************************************
003052*  2150-RELEASE-WAREHOUSE  --  PASS THE FUTURE-DATED WAREHOUSE
003053*  INTO FUTRWHS.NEW, RELEASING TO TRANCLEAN, AHEAD OF THE
003054*  EXTRACT'S DETAILS, EVERY WAITING ITEM DATED ON OR BEFORE THE
003055*  BUSINESS DATE.  NO WAREHOUSE YET SIMPLY MEANS NOTHING IS
003056*  WAITING.
003057*****************************************************************
003058 2150-RELEASE-WAREHOUSE.
003059     OPEN INPUT WHSIN.
003060     IF WS-WHSIN-STATUS = "35"
003061         GO TO 2150-EXIT
003062     END-IF.
003063     IF WS-WHSIN-STATUS NOT = "00"
003064         DISPLAY "TRANEDIT026E FUTRWHS COULD NOT BE OPENED - "
003065             "STATUS = " WS-WHSIN-STATUS ", ABENDING RUN"
003066         PERFORM 9800-ABEND THRU 9800-EXIT
003067     END-IF.
003068     MOVE "N" TO WS-EOF-WHSIN.
003069     PERFORM 2160-PASS-ONE-ITEM THRU 2160-EXIT
003070         UNTIL WS-EOF-WHSIN-YES.
003071     CLOSE WHSIN.
003072 2150-EXIT.
003073     EXIT.
003074
003075*****************************************************************
003076*  2160-PASS-ONE-ITEM  --  WHAT EACH ITEM BECOMES TONIGHT:
003077*      - HELD TONIGHT: DROPPED.  ONLY A RERUN OF THE SAME
003078*        NIGHT'S EDIT SEES ONE, AND THE EXTRACT BEING EDITED
003079*        HOLDS IT AGAIN
003080*      - WAITING AND DUE, OR RELEASED TONIGHT BY AN EARLIER RUN
003081*        OF THIS EDIT: RELEASED (AGAIN) AND KEPT AS RELEASED
003082*      - RELEASED ON AN EARLIER NIGHT, OR CANCELLED AND PAST ITS
003083*        DATE: PURGED
003084*      - ANYTHING ELSE: KEPT AS IT IS
003085*****************************************************************
003086 2160-PASS-ONE-ITEM.
003087     READ WHSIN
003088         AT END
003089             MOVE "Y" TO WS-EOF-WHSIN
003090     END-READ.
003091     IF WS-EOF-WHSIN-YES
003092         GO TO 2160-EXIT
003093     END-IF.
003094     MOVE FUT-IN-REC TO FUTR-REC.
003095     EVALUATE TRUE
003096         WHEN FUT-HELD-DATE = WS-EXTRACT-DATE
003097             ADD 1 TO WS-REHELD-COUNT
003098         WHEN FUT-WAITING
003099             AND FUT-EFFECTIVE-DATE NOT > WS-EXTRACT-DATE
003100         WHEN FUT-RELEASED
003101             AND FUT-RELEASE-DATE = WS-EXTRACT-DATE
003102             PERFORM 2170-RELEASE-ONE-ITEM THRU 2170-EXIT
003103         WHEN FUT-RELEASED
003104             AND FUT-RELEASE-DATE < WS-EXTRACT-DATE
003105         WHEN FUT-CANCELLED
003106             AND FUT-EFFECTIVE-DATE NOT > WS-EXTRACT-DATE
003107             ADD 1 TO WS-PURGED-COUNT
003108         WHEN OTHER
003109             IF FUT-WAITING
003110                 ADD 1 TO WS-WAITING-COUNT
003111             END-IF
003112             PERFORM 2190-WRITE-WAREHOUSE THRU 2190-EXIT
003113     END-EVALUATE.
003114 2160-EXIT.
003115     EXIT.
003116
003117*****************************************************************
003118*  2170-RELEASE-ONE-ITEM  --  THE RELEASED IMAGE GOES TO
003119*  TRANCLEAN UNCHANGED (IT WAS EDITED THE NIGHT IT WAS HELD) AND
003120*  COUNTS IN THE TRANCLEAN TRAILER LIKE A CLEAN RECORD.
003121*****************************************************************
003122 2170-RELEASE-ONE-ITEM.
003123     MOVE FUT-TRAN-DATA TO CLEAN-TRAN-REC.
003124     WRITE CLEAN-TRAN-REC.
003125     ADD 1 TO WS-RELEASED-COUNT.
003126     EVALUATE TRUE
003127         WHEN FUT-TYPE-DEBIT
003128             ADD FUT-AMOUNT TO WS-CLEAN-DEBIT-TOTAL
003129         WHEN FUT-TYPE-CREDIT
003130             ADD FUT-AMOUNT TO WS-CLEAN-CREDIT-TOTAL
003131         WHEN OTHER
003132             ADD FUT-AMOUNT TO WS-CLEAN-DEBIT-TOTAL
003133             ADD FUT-AMOUNT TO WS-CLEAN-CREDIT-TOTAL
003134     END-EVALUATE.
003135     MOVE "R" TO FUT-STATUS.
003136     MOVE WS-EXTRACT-DATE TO FUT-RELEASE-DATE.
003137     PERFORM 2190-WRITE-WAREHOUSE THRU 2190-EXIT.
003138 2170-EXIT.
003139     EXIT.
003140
003141 2190-WRITE-WAREHOUSE.
003142     WRITE FUT-OUT-REC FROM FUTR-REC.
003143     IF WS-WHSOUT-STATUS NOT = "00"
003144         DISPLAY "TRANEDIT027E FUTRWHS.NEW WRITE FAILED - "
003145             "STATUS = " WS-WHSOUT-STATUS ", ABENDING RUN"
003146         PERFORM 9800-ABEND THRU 9800-EXIT
003147     END-IF.
003148 2190-EXIT.
003149     EXIT.
003150
003151*****************************************************************
003152*  2200-HANDLE-TRAILER  --  SAVE THE EXTRACT'S CONTROL TOTALS
003153*  FOR THE END-OF-FILE BALANCE.  THE TRANCLEAN TRAILER IS BUILT
003154*  FRESH AT FINALIZE FROM THE CLEAN-RECORD TOTALS.
003155*****************************************************************
003156 2200-HANDLE-TRAILER.
003157     IF WS-TRL-SEEN
003158         DISPLAY "TRANEDIT011E DUPLICATE TRAILER RECORD AT "
003159             "RECORD " WS-READ-COUNT
003160         PERFORM 9800-ABEND THRU 9800-EXIT
003170     END-IF.
003180     IF TRL-RECORD-COUNT IS NOT NUMERIC
003480     END-IF.
003490     ADD 1 TO WS-DETAIL-COUNT.
003500     IF TRAN-AMOUNT IS NUMERIC
003510         EVALUATE TRUE
003520             WHEN TRAN-TYPE-DEBIT
003530                 ADD TRAN-AMOUNT TO WS-DEBIT-TOTAL
003540             WHEN TRAN-TYPE-CREDIT
003550                 ADD TRAN-AMOUNT TO WS-CREDIT-TOTAL
003560             WHEN TRAN-TYPE-TRANSFER
003562                 ADD TRAN-AMOUNT TO WS-DEBIT-TOTAL
003564                 ADD TRAN-AMOUNT TO WS-CREDIT-TOTAL
003570         END-EVALUATE
003580     END-IF.
003590     PERFORM 3000-EDIT-ONE-TRAN THRU 3000-EXIT.
003600     PERFORM 4000-DISPOSE-ONE-TRAN THRU 4000-EXIT.
003700 3000-EDIT-ONE-TRAN.
003710     MOVE "C" TO WS-EDIT-RESULT.
003720     IF NOT TRAN-TYPE-DEBIT AND NOT TRAN-TYPE-CREDIT
003725         AND NOT TRAN-TYPE-TRANSFER
003730         MOVE "R" TO WS-EDIT-RESULT
003740         MOVE "E001" TO REJ-REASON-CODE
003750         MOVE "TRAN-TYPE" TO REJ-FIELD-NAME
003910         MOVE "TRAN-ACCOUNT-NO" TO REJ-FIELD-NAME
003920         GO TO 3000-EXIT
003930     END-IF.
003931     IF TRAN-TYPE-TRANSFER
003932         IF TRAN-DEST-ACCOUNT-NO = SPACES
003933             OR TRAN-DEST-ACCOUNT-NO = TRAN-ACCOUNT-NO
003934             MOVE "R" TO WS-EDIT-RESULT
003935             MOVE "E006" TO REJ-REASON-CODE
003936             MOVE "TRAN-DEST-ACCT" TO REJ-FIELD-NAME
003937             GO TO 3000-EXIT
003938         END-IF
003939     END-IF.
003940     PERFORM 3200-EDIT-TRAN-ID-UNIQUE THRU 3200-EXIT.
003950 3000-EXIT.
003960     EXIT.
005000
005010*****************************************************************
005020*  4000-DISPOSE-ONE-TRAN  --  ROUTE THE EDITED RECORD TO THE
005030*  CLEAN FILE OR, WITH ITS DIAGNOSIS, TO THE REJECT FILE.  A
005031*  CLEAN RECORD DATED AFTER THE BUSINESS DATE IS HELD ON THE
005032*  WAREHOUSE INSTEAD.
005040*****************************************************************
005050 4000-DISPOSE-ONE-TRAN.
005051     IF WS-EDIT-CLEAN
005052         AND TRAN-DATE > WS-EXTRACT-DATE
005053         PERFORM 4100-HOLD-FUTURE-TRAN THRU 4100-EXIT
005054         GO TO 4000-EXIT
005055     END-IF.
005060     IF WS-EDIT-CLEAN
005070         ADD 1 TO WS-CLEAN-COUNT
005080         EVALUATE TRUE
005090             WHEN TRAN-TYPE-DEBIT
005100                 ADD TRAN-AMOUNT TO WS-CLEAN-DEBIT-TOTAL
005110             WHEN TRAN-TYPE-CREDIT
005112                 ADD TRAN-AMOUNT TO WS-CLEAN-CREDIT-TOTAL
005114             WHEN OTHER
005116                 ADD TRAN-AMOUNT TO WS-CLEAN-DEBIT-TOTAL
005118                 ADD TRAN-AMOUNT TO WS-CLEAN-CREDIT-TOTAL
005120         END-EVALUATE
005130         MOVE TRAN-REC TO CLEAN-TRAN-REC
005140         WRITE CLEAN-TRAN-REC
005150     ELSE
005190     END-IF.
005200 4000-EXIT.
005210     EXIT.
005211 4100-HOLD-FUTURE-TRAN.
005212     MOVE SPACES TO FUTR-REC.
005213     MOVE TRAN-REC TO FUT-TRAN-DATA.
005214     MOVE TRAN-DATE TO FUT-EFFECTIVE-DATE.
005215     MOVE WS-EXTRACT-DATE TO FUT-HELD-DATE.
005216     MOVE "W" TO FUT-STATUS.
005217     PERFORM 2190-WRITE-WAREHOUSE THRU 2190-EXIT.
005218     ADD 1 TO WS-HELD-COUNT.
005219 4100-EXIT.
005220     EXIT.
005221
005230*****************************************************************
005240*  7000-BALANCE-TO-TRAILER  --  PROVE THE EXTRACT ARRIVED WHOLE:
005250*  THE DETAIL COUNT AND THE DEBIT/CREDIT HASH TOTALS ACCUMULATED
005260*  FROM THE RAW FILE MUST MATCH THE TRAILER, OR THE FILE WAS
005270*  TRUNCATED OR CORRUPTED IN TRANSMISSION AND THE RUN STOPS HERE.
005271*  EVERY DETAIL MUST ALSO HAVE GONE SOMEWHERE: TO TRANCLEAN, TO
005272*  TRANREJ OR TO THE WAREHOUSE.
005280*****************************************************************
005290 7000-BALANCE-TO-TRAILER.
005300     IF NOT WS-HDR-SEEN
005310         DISPLAY "TRANEDIT015E NO HEADER RECORD IN TRANMRG"
005320         PERFORM 9800-ABEND THRU 9800-EXIT
005330     END-IF.
005340     IF NOT WS-TRL-SEEN
005350         DISPLAY "TRANEDIT016E NO TRAILER RECORD IN TRANMRG"
005360         PERFORM 9800-ABEND THRU 9800-EXIT
005370     END-IF.
005380     IF WS-FILE-TRL-COUNT NOT = WS-DETAIL-COUNT
005530             WS-CREDIT-TOTAL
005540         PERFORM 9800-ABEND THRU 9800-EXIT
005550     END-IF.
005551     IF WS-DETAIL-COUNT NOT =
005552         WS-CLEAN-COUNT + WS-REJECT-COUNT + WS-HELD-COUNT
005553         DISPLAY "TRANEDIT028E DETAILS NOT ACCOUNTED FOR - "
005554             "FILE = " WS-DETAIL-COUNT " CLEAN = " WS-CLEAN-COUNT
005555             " REJECTED = " WS-REJECT-COUNT
005556             " HELD = " WS-HELD-COUNT
005557         PERFORM 9800-ABEND THRU 9800-EXIT
005558     END-IF.
005560 7000-EXIT.
005570     EXIT.
005580
005590*****************************************************************
005600*  8000-FINALIZE  --  WRITE THE TRANCLEAN TRAILER FROM THE CLEAN
005601*  TOTALS (RELEASED ITEMS INCLUDED), SWAP IN THE REBUILT
005602*  WAREHOUSE, CLOSE THE FILES AND DISPLAY THE EDIT TOTALS SO THE
005620*  OPERATOR CAN CONFIRM EVERY RECORD IS ACCOUNTED FOR BEFORE
005630*  TEST1 RUNS.
005640*****************************************************************
005650 8000-FINALIZE.
005660     MOVE SPACES TO TRAN-CTL-REC.
005670     MOVE "TRL" TO CTL-RECORD-MARK.
005680     COMPUTE TRL-RECORD-COUNT =
005681         WS-CLEAN-COUNT + WS-RELEASED-COUNT.
005690     MOVE WS-CLEAN-DEBIT-TOTAL TO TRL-TOTAL-DEBIT.
005700     MOVE WS-CLEAN-CREDIT-TOTAL TO TRL-TOTAL-CREDIT.
005710     MOVE TRAN-CTL-REC TO CLEAN-TRAN-REC.
005730     CLOSE TRANFILE.
005740     CLOSE CLEANFILE.
005750     CLOSE REJFILE.
005751     CLOSE WHSOUT.
005752     PERFORM 8050-SWAP-WAREHOUSE THRU 8050-EXIT.
005760     DISPLAY "TRANEDIT005I RECORDS READ     = " WS-READ-COUNT.
005770     DISPLAY "TRANEDIT020I DETAIL RECORDS   = " WS-DETAIL-COUNT.
005780     DISPLAY "TRANEDIT006I RECORDS CLEAN    = " WS-CLEAN-COUNT.
005800     IF WS-REJECT-COUNT > ZERO
005810         DISPLAY "TRANEDIT008W REJECTS PRESENT - SEE TRANREJ"
005820     END-IF.
005821     DISPLAY "TRANEDIT030I FUTURE-DATED HELD = " WS-HELD-COUNT
005822         " RELEASED = " WS-RELEASED-COUNT
005823         " STILL WAITING = " WS-WAITING-COUNT
005824         " PURGED = " WS-PURGED-COUNT.
005825     IF WS-REHELD-COUNT > ZERO
005826         DISPLAY "TRANEDIT031W RERUN OF " WS-EXTRACT-DATE
005827             " - ITEMS HELD BY THE EARLIER RUN REPLACED = "
005828             WS-REHELD-COUNT
005829     END-IF.
005830     IF WS-LEDGER-BEGUN
005831         MOVE "E" TO STP-FUNCTION
005832         CALL "STEPLDG" USING STEP-LEDGER-PARMS
005833         IF STP-RETURN-CODE NOT = ZERO
005834             DISPLAY "TRANEDIT024E EDIT COMPLETE BUT NOT "
005835                 "RECORDED ON THE NIGHT-STEP LEDGER - DO NOT "
005836                 "RERUN"
005837             MOVE 8 TO RETURN-CODE
005838         END-IF
005839     END-IF.
005840 8000-EXIT.
005841     EXIT.
005842*****************************************************************
005843*  8050-SWAP-WAREHOUSE  --  THE REBUILT WAREHOUSE REPLACES THE ONE
005844*  THIS RUN READ ONLY AT FINALIZE, SO AN ABENDED EDIT LEAVES THE
005845*  PRIOR WAREHOUSE INTACT FOR THE RERUN.  A FAILED SWAP WOULD
005846*  RELEASE TONIGHT'S ITEMS AGAIN TOMORROW, SO IT ABENDS THE EDIT.
005847*****************************************************************
005848 8050-SWAP-WAREHOUSE.
005849     CALL "CBL_RENAME_FILE" USING WS-WHS-TMP-NAME
005850             WS-WHS-FINAL-NAME
005851         RETURNING WS-WHS-RENAME-RC
005852     END-CALL.
005853     IF WS-WHS-RENAME-RC NOT = ZERO
005854         DISPLAY "TRANEDIT029E FUTRWHS RENAME FAILED - RC = "
005855             WS-WHS-RENAME-RC ", ABENDING RUN"
005856         PERFORM 9800-ABEND THRU 9800-EXIT
005857     END-IF.
005858 8050-EXIT.
005859     EXIT.
005860
005861*****************************************************************
005870*  9800-ABEND  --  CLEAN, LOGGED TERMINATION FOR CONDITIONS THAT
005880*  MAKE IT UNSAFE TO CONTINUE THE RUN.
005890*****************************************************************
