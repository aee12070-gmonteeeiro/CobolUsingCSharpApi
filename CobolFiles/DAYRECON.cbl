000060*  TRANCLEAN, GLEXTR TO ITS TOTAL LINE - BUT NOTHING PROVED THE
000070*  WHOLE NIGHT TIED OUT END TO END.  THIS PROGRAM RUNS LAST AND
000080*  RECONCILES ACROSS THE FILES:
000090*      LEG 1  RAW TRANMRG TRAILER + RELEASED FROM FUTRWHS
000091*             = TRANCLEAN TRAILER + TRANREJ + HELD ON FUTRWHS
000100*      LEG 2  TRANCLEAN DETAILS    = DISPFILE RECORDS
000110*      LEG 3  DISPFILE PROCESSED AMOUNTS = GLFILE TOTAL LINE
000120*      LEG 4  NET OF POSTED DEBITS/CREDITS = CHANGE IN ACCTMST
000260*  AMOUNT TIE; THEY ARE COUNTED AND REPORTED SO THE OPERATOR
000270*  KNOWS WHY THAT LEG MAY CARRY A DIFFERENCE.
000280*
000281*  A TRANSFER ("TR") IS A BALANCED PAIR: ITS AMOUNT COUNTS ONCE
000282*  IN THE DEBITS AND ONCE IN THE CREDITS, MATCHING THE TWO
000283*  GLFILE LINES AND THE TWO POSTJRNL IMAGES IT PRODUCES, SO IT
000284*  NETS TO ZERO ON LEG 4.
000285*
000286*  ON LEG 1, TRANEDIT HOLDS A CLEAN RECORD DATED AFTER THE
000287*  BUSINESS DATE ON THE FUTURE-DATED WAREHOUSE (FUTRWHS) RATHER
000288*  THAN PASSING IT TO TRANCLEAN, AND RELEASES DUE ITEMS FROM THE
000289*  WAREHOUSE INTO TRANCLEAN.  THE WAREHOUSE RECORDS WHICH NIGHT
000290*  HELD OR RELEASED EACH ITEM, SO BOTH ARE TAKEN FROM IT.
000291*
000292*  THE RAW SIDE OF LEG 1 IS TRANMRG, THE INTAKE STEP'S MERGE OF
000293*  THE NIGHT'S FEEDS.  LEG 1 IS ALSO PROVED FOR EACH FEED ON ITS
000294*  OWN: THE INTAKE SUMMARY (INTKSUM) GIVES EACH SOURCE'S TRAILER,
000295*  AND TRANCLEAN, TRANREJ AND THE WAREHOUSE ARE TALLIED BY THE
000296*  SOURCE TAG EVERY RECORD CARRIES (TRAN-SOURCE-SYSTEM), SO A
000297*  LEG 1 DIFFERENCE IS TRACED TO THE FEED IT CAME FROM.  A SOURCE
000298*  THE INTAKE SKIPPED AS ANOTHER NIGHT'S FILE IS NOTED.
000299*
000300*  MODIFICATION HISTORY
000301*      DATE       INIT  DESCRIPTION
000310*      ---------- ----  --------------------------------------
000320*      2026-09-02  GM   ORIGINAL PROGRAM.
000321*      2026-10-15  GM   TRANSFERS COUNT IN BOTH THE DEBIT AND
000322*                       CREDIT TOTALS ON EVERY LEG.
000323*      2026-10-15  GM   RE-EDIT VIEW CARRIES THE NEW RETURNED
000324*                       (NSF) STATUS.  A RETURNED DISPOSITION
000325*                       COUNTS ON LEG 2 BUT, NEVER POSTING, IS
000326*                       OUT OF LEGS 3 AND 4 LIKE AN ERROR.
000327*      2026-10-15  GM   NIGHT-STEP LEDGER (STEPLDG): RUNS ONLY
000328*                       AFTER TRIALBAL HAS COMPLETED FOR THE
000329*                       NIGHT, AND ONLY ONCE PER NIGHT UNLESS
000330*                       FORCED WITH STEP_FORCE=DAYRECON;
000331*                       COMPLETION IS RECORDED ON THE LEDGER.
000332*                       AN OUT-OF-BALANCE NIGHT IS NOT RECORDED
000333*                       AS COMPLETE, SO THE RECONCILIATION CAN BE
000334*                       RERUN ONCE CORRECTED AND SUSPAGE WAITS
000335*                       FOR IT.
000336*      2026-10-15  GM   LEG 1 ACCOUNTS FOR THE FUTURE-DATED
000337*                       WAREHOUSE: ITEMS HELD TONIGHT ON THE
000338*                       CLEAN SIDE, ITEMS RELEASED TONIGHT ON THE
000339*                       RAW SIDE.
000340*      2026-10-15  GM   RAW SIDE IS THE INTAKE'S MERGED FILE
000341*                       (TRANMRG).  LEG 1 IS ALSO PROVED PER
000342*                       SOURCE FROM THE INTAKE SUMMARY (INTKSUM)
000343*                       AND THE SOURCE TAG ON EVERY RECORD.
000344*****************************************************************
000345 identification division.
000350 PROGRAM-ID.    DAYRECON.
000360 AUTHOR.        Gabriel Monteiro.
000370 INSTALLATION.  INTEROP BATCH.
000420
000430 input-output section.
000440 file-control.
000450     SELECT RAWFILE ASSIGN TO "TRANMRG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RAWFILE-STATUS.
000480     SELECT CLEANFILE ASSIGN TO "TRANCLEAN"
000630     SELECT RPTFILE ASSIGN TO "DAYRECON"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RPTFILE-STATUS.
000651     SELECT WHSFILE ASSIGN TO "FUTRWHS"
000652         ORGANIZATION IS LINE SEQUENTIAL
000653         FILE STATUS IS WS-WHSFILE-STATUS.
000654     SELECT SUMFILE ASSIGN TO "INTKSUM"
000655         ORGANIZATION IS LINE SEQUENTIAL
000656         FILE STATUS IS WS-SUMFILE-STATUS.
000660
000670 data division.
000680 file section.
000870
000880 FD  RPTFILE.
000890 01  RPT-LINE                        PIC X(132).
000891 FD  WHSFILE.
000892     COPY FUTRREC.
000893 FD  SUMFILE.
000894     COPY INTKSUM.
000900
000910 working-storage section.
000920 01  WS-FILE-STATUSES.
000970     05  WS-GLFILE-STATUS            PIC X(02).
000980     05  WS-PJRNFILE-STATUS          PIC X(02).
000990     05  WS-RPTFILE-STATUS           PIC X(02).
000991     05  WS-WHSFILE-STATUS           PIC X(02).
000992     05  WS-SUMFILE-STATUS           PIC X(02).
001000 01  WS-SWITCHES.
001010     05  WS-EOF-CURRENT              PIC X(01) VALUE "N".
001020         88  WS-EOF-CURRENT-YES          VALUE "Y".
001062         88  WS-LEG-CARRY                VALUE "Y".
001070
001080*    RE-EDITABLE VIEW OF A REJECTED RECORD'S TRANSACTION IMAGE,
001090*    SO ITS TYPE AND AMOUNT CAN FEED THE LEG 1 AMOUNT TIE; ALSO
001091*    USED FOR A TRANCLEAN DETAIL'S SOURCE TAG.
001100     COPY TRANREC
001110         REPLACING ==TRAN-REC== BY ==RJT-TRAN-REC==
001120         ==TRAN-ID== BY ==RJT-TRAN-ID==
001130         ==TRAN-TYPE== BY ==RJT-TRAN-TYPE==
001140         ==TRAN-TYPE-DEBIT== BY ==RJT-TRAN-TYPE-DEBIT==
001150         ==TRAN-TYPE-CREDIT== BY ==RJT-TRAN-TYPE-CREDIT==
001155         ==TRAN-TYPE-TRANSFER== BY ==RJT-TRAN-TYPE-TRANSFER==
001160         ==TRAN-ACCOUNT-NO== BY ==RJT-TRAN-ACCOUNT-NO==
001170         ==TRAN-AMOUNT== BY ==RJT-TRAN-AMOUNT==
001180         ==TRAN-DATE== BY ==RJT-TRAN-DATE==
001200         ==TRAN-STATUS-PENDING== BY ==RJT-TRAN-STATUS-PENDING==
001210         ==TRAN-STATUS-PROCESSED== BY
001220             ==RJT-TRAN-STATUS-PROCESSED==
001230         ==TRAN-STATUS-ERROR== BY ==RJT-TRAN-STATUS-ERROR==
001231         ==TRAN-STATUS-RETURNED== BY
001232             ==RJT-TRAN-STATUS-RETURNED==
001235         ==TRAN-DEST-ACCOUNT-NO== BY ==RJT-TRAN-DEST-ACCOUNT-NO==
001236         ==TRAN-SOURCE-SYSTEM== BY ==RJT-TRAN-SOURCE-SYSTEM==.
001240
001250*    HEADER/TRAILER VIEWS OF THE RECORD JUST READ.
001260     COPY TRANCTL.
001480 77  WS-DISP-PROC-COUNT              PIC 9(09) VALUE ZERO COMP.
001490 01  WS-DISP-PROC-DEBIT              PIC 9(13)V99 VALUE ZERO.
001500 01  WS-DISP-PROC-CREDIT             PIC 9(13)V99 VALUE ZERO.
001501*    FUTURE-DATED WAREHOUSE TALLIES FOR THE BUSINESS DATE.
001502 77  WS-HELD-COUNT                   PIC 9(09) VALUE ZERO COMP.
001503 01  WS-HELD-DEBIT                   PIC 9(11)V99 VALUE ZERO.
001504 01  WS-HELD-CREDIT                  PIC 9(11)V99 VALUE ZERO.
001505 77  WS-REL-COUNT                    PIC 9(09) VALUE ZERO COMP.
001506 01  WS-REL-DEBIT                    PIC 9(11)V99 VALUE ZERO.
001507 01  WS-REL-CREDIT                   PIC 9(11)V99 VALUE ZERO.
001508*    LEG 1 BY SOURCE.  ONE ENTRY PER SOURCE TAG: THE EXPECTED SIDE
001509*    IS THE SOURCE'S TRAILER FROM INTKSUM PLUS ITS ITEMS RELEASED
001510*    FROM THE WAREHOUSE TONIGHT, THE ACTUAL SIDE ITS TRANCLEAN
001511*    DETAILS, REJECTS AND ITEMS HELD TONIGHT.  A TAG SEEN ONLY ON
001512*    RECORDS (A RELEASE FROM AN EARLIER NIGHT'S FEED) GETS AN
001513*    ENTRY OF ITS OWN.  A SOURCE THE INTAKE SKIPPED IS KEPT FOR
001514*    ITS NOTE LINE ONLY.  SHOULD THE TABLE FILL, FURTHER TAGS ARE
001515*    FOLDED INTO ITS LAST ENTRY.
001516 01  SRC-RECON-TABLE.
001517     05  SRC-ENTRY OCCURS 20 TIMES.
001518         10  SRC-TAG                 PIC X(08).
001519         10  SRC-FILE                PIC X(10).
001520         10  SRC-INTAKE-STATUS       PIC X(01).
001521             88  SRC-ON-INTAKE           VALUE "M".
001522             88  SRC-SKIPPED             VALUE "S".
001523         10  SRC-HDR-DATE            PIC X(08).
001524         10  SRC-EXP-COUNT           PIC 9(09).
001525         10  SRC-EXP-DEBIT           PIC 9(11)V99.
001526         10  SRC-EXP-CREDIT          PIC 9(11)V99.
001527         10  SRC-ACT-COUNT           PIC 9(09).
001528         10  SRC-ACT-DEBIT           PIC 9(11)V99.
001529         10  SRC-ACT-CREDIT          PIC 9(11)V99.
001530 77  SRC-COUNT                       PIC 9(02) VALUE ZERO COMP.
001531 77  SRC-MAX                         PIC 9(02) VALUE 20 COMP.
001532 77  SRC-SUB                         PIC 9(02) VALUE ZERO COMP.
001533 77  SRC-FOUND-SUB                   PIC 9(02) VALUE ZERO COMP.
001534*    ONE RECORD'S CONTRIBUTION, FOR 2800-TALLY-BY-SOURCE.
001535 01  WS-TALLY-FIELDS.
001536     05  WS-TALLY-TAG                PIC X(08).
001537     05  WS-TALLY-SIDE               PIC X(01).
001538         88  WS-TALLY-EXPECTED           VALUE "E".
001539     05  WS-TALLY-TYPE               PIC X(02).
001540     05  WS-TALLY-AMOUNT             PIC S9(09)V99.
001541     05  WS-TALLY-AMT-FLAG           PIC X(01).
001542         88  WS-TALLY-AMT-OK             VALUE "Y".
001543 01  WS-TAG-EDIT                     PIC X(10).
001544
001545*    GL-FILE TOTAL LINE.
001546 01  WS-GL-TOTAL-AMOUNT              PIC 9(13)V99 VALUE ZERO.
001547 77  WS-GL-TOTAL-SEEN-FLAG           PIC X(01) VALUE "N".
001550     88  WS-GL-TOTAL-SEEN                VALUE "Y".
001560
001570*    POSTING-JOURNAL NET BALANCE MOVEMENT FOR THE BUSINESS DATE.
001690 01  WS-COUNT-EDIT                   PIC ZZZ,ZZZ,ZZ9.
001700 01  RPT-LINE-OUT                    PIC X(132).
001710
001711*    NIGHT-STEP LEDGER PARAMETERS.
001712     COPY STEPPARM.
001713
001720 procedure division.
001730*****************************************************************
001740*  0000-MAINLINE
001750*****************************************************************
001760 0000-MAINLINE.
001761     PERFORM 0900-BEGIN-LEDGER-STEP THRU 0900-EXIT.
001770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001780     PERFORM 2000-READ-RAW-TRAILER THRU 2000-EXIT.
001790     PERFORM 2100-READ-CLEAN-FILE THRU 2100-EXIT.
001810     PERFORM 2300-READ-DISP-FILE THRU 2300-EXIT.
001820     PERFORM 2400-READ-GL-FILE THRU 2400-EXIT.
001830     PERFORM 2500-READ-POST-JOURNAL THRU 2500-EXIT.
001835     PERFORM 2600-READ-WAREHOUSE THRU 2600-EXIT.
001836     PERFORM 2700-READ-INTAKE-SUMMARY THRU 2700-EXIT.
001840     PERFORM 7000-RECONCILE-ALL-LEGS THRU 7000-EXIT.
001850     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001860     STOP RUN.
001870
001871*****************************************************************
001872*  0900-BEGIN-LEDGER-STEP  --  CHECK IN WITH THE NIGHT-STEP
001873*  LEDGER BEFORE ANY OUTPUT IS OPENED.  DAYRECON RUNS ONCE PER
001874*  NIGHT, AFTER TRIALBAL HAS COMPLETED, UNLESS THE OPERATOR
001875*  FORCES IT.
001876*****************************************************************
001877 0900-BEGIN-LEDGER-STEP.
001878     MOVE "B" TO STP-FUNCTION.
001879     MOVE "DAYRECON" TO STP-STEP-NAME.
001880     MOVE SPACES TO STP-BUSINESS-DATE.
001881     MOVE ZERO TO STP-RUN-NUMBER.
001882     MOVE "N" TO STP-FORCE-FLAG.
001883     CALL "STEPLDG" USING STEP-LEDGER-PARMS.
001884     IF STP-REFUSED
001885         DISPLAY "DAYRECON010E NIGHT-STEP LEDGER REFUSED THE "
001886             "RUN - RC = " STP-RETURN-CODE ", ABENDING RUN"
001887         PERFORM 9800-ABEND THRU 9800-EXIT
001888     END-IF.
001889 0900-EXIT.
001890     EXIT.
001891
001892 1000-INITIALIZE.
001893     OPEN OUTPUT RPTFILE.
001900     IF WS-RPTFILE-STATUS NOT = "00"
001910         DISPLAY "DAYRECON001E DAYRECON REPORT COULD NOT BE "
001920             "OPENED, ABENDING RUN"
002040 2000-READ-RAW-TRAILER.
002050     OPEN INPUT RAWFILE.
002060     IF WS-RAWFILE-STATUS NOT = "00"
002070         DISPLAY "DAYRECON002E TRANMRG NOT FOUND - CANNOT "
002080             "RECONCILE THE NIGHT, ABENDING RUN"
002090         PERFORM 9800-ABEND THRU 9800-EXIT
002100     END-IF.
002590                     MOVE TRL-TOTAL-CREDIT
002600                         TO WS-CLEAN-TRL-CREDIT
002610                 WHEN OTHER
002620                     MOVE CLEAN-TRAN-REC TO RJT-TRAN-REC
002621                     MOVE RJT-TRAN-SOURCE-SYSTEM TO WS-TALLY-TAG
002622                     MOVE "A" TO WS-TALLY-SIDE
002623                     MOVE RJT-TRAN-TYPE TO WS-TALLY-TYPE
002624                     MOVE RJT-TRAN-AMOUNT TO WS-TALLY-AMOUNT
002625                     MOVE "Y" TO WS-TALLY-AMT-FLAG
002626                     PERFORM 2800-TALLY-BY-SOURCE THRU 2800-EXIT
002630             END-EVALUATE
002640     END-READ.
002650 2150-EXIT.
002900         NOT AT END
002910             ADD 1 TO WS-REJ-COUNT
002920             MOVE REJ-TRAN-DATA TO RJT-TRAN-REC
002921             MOVE RJT-TRAN-SOURCE-SYSTEM TO WS-TALLY-TAG
002922             MOVE "A" TO WS-TALLY-SIDE
002923             MOVE RJT-TRAN-TYPE TO WS-TALLY-TYPE
002924             MOVE "N" TO WS-TALLY-AMT-FLAG
002930             IF RJT-TRAN-AMOUNT IS NUMERIC
002931                 MOVE RJT-TRAN-AMOUNT TO WS-TALLY-AMOUNT
002932                 MOVE "Y" TO WS-TALLY-AMT-FLAG
002940                 EVALUATE TRUE
002950                     WHEN RJT-TRAN-TYPE-DEBIT
002960                         ADD RJT-TRAN-AMOUNT TO WS-REJ-DEBIT-TOTAL
002970                     WHEN RJT-TRAN-TYPE-CREDIT
002980                         ADD RJT-TRAN-AMOUNT
002990                             TO WS-REJ-CREDIT-TOTAL
002992                     WHEN RJT-TRAN-TYPE-TRANSFER
002994                         ADD RJT-TRAN-AMOUNT TO WS-REJ-DEBIT-TOTAL
002996                         ADD RJT-TRAN-AMOUNT
002998                             TO WS-REJ-CREDIT-TOTAL
003010                 END-EVALUATE
003020             ELSE
003030                 ADD 1 TO WS-REJ-BAD-AMT-COUNT
003040             END-IF
003041             PERFORM 2800-TALLY-BY-SOURCE THRU 2800-EXIT
003050     END-READ.
003060 2250-EXIT.
003070     EXIT.
003280             ADD 1 TO WS-DISP-COUNT
003290             IF TRAN-STATUS-PROCESSED
003300                 ADD 1 TO WS-DISP-PROC-COUNT
003310                 EVALUATE TRUE
003320                     WHEN TRAN-TYPE-DEBIT
003330                         ADD TRAN-AMOUNT TO WS-DISP-PROC-DEBIT
003335                     WHEN TRAN-TYPE-CREDIT
003340                         ADD TRAN-AMOUNT TO WS-DISP-PROC-CREDIT
003342                     WHEN OTHER
003344                         ADD TRAN-AMOUNT TO WS-DISP-PROC-DEBIT
003346                         ADD TRAN-AMOUNT TO WS-DISP-PROC-CREDIT
003350                 END-EVALUATE
003360             END-IF
003370     END-READ.
003380 2350-EXIT.
004030     END-READ.
004040 2550-EXIT.
004050     EXIT.
004051*****************************************************************
004052*  2600-READ-WAREHOUSE  --  ITEMS TRANEDIT HELD OR RELEASED FOR
004053*  THE BUSINESS DATE.  AN ITEM HELD TONIGHT COUNTS WHATEVER HAS
004054*  HAPPENED TO IT SINCE (A CANCELLATION DOES NOT UNDO THE HOLD).
004055*  NO WAREHOUSE MEANS NOTHING WAS EVER HELD.
004056*****************************************************************
004057 2600-READ-WAREHOUSE.
004058     OPEN INPUT WHSFILE.
004059     IF WS-WHSFILE-STATUS NOT = "00"
004060         GO TO 2600-EXIT
004061     END-IF.
004062     MOVE "N" TO WS-EOF-CURRENT.
004063     PERFORM 2650-READ-ONE-ITEM THRU 2650-EXIT
004064         UNTIL WS-EOF-CURRENT-YES.
004065     CLOSE WHSFILE.
004066 2600-EXIT.
004067     EXIT.
004068
004069 2650-READ-ONE-ITEM.
004070     READ WHSFILE
004071         AT END
004072             MOVE "Y" TO WS-EOF-CURRENT
004073         NOT AT END
004074             EVALUATE TRUE
004075                 WHEN FUT-HELD-DATE = WS-BUSINESS-DATE
004076                     ADD 1 TO WS-HELD-COUNT
004077                     MOVE "A" TO WS-TALLY-SIDE
004078                     PERFORM 2660-TALLY-ONE-ITEM THRU 2660-EXIT
004079                     EVALUATE TRUE
004080                         WHEN FUT-TYPE-DEBIT
004081                             ADD FUT-AMOUNT TO WS-HELD-DEBIT
004082                         WHEN FUT-TYPE-CREDIT
004083                             ADD FUT-AMOUNT TO WS-HELD-CREDIT
004084                         WHEN OTHER
004085                             ADD FUT-AMOUNT TO WS-HELD-DEBIT
004086                             ADD FUT-AMOUNT TO WS-HELD-CREDIT
004087                     END-EVALUATE
004088                 WHEN FUT-RELEASED
004089                     AND FUT-RELEASE-DATE = WS-BUSINESS-DATE
004090                     ADD 1 TO WS-REL-COUNT
004091                     MOVE "E" TO WS-TALLY-SIDE
004092                     PERFORM 2660-TALLY-ONE-ITEM THRU 2660-EXIT
004093                     EVALUATE TRUE
004094                         WHEN FUT-TYPE-DEBIT
004095                             ADD FUT-AMOUNT TO WS-REL-DEBIT
004096                         WHEN FUT-TYPE-CREDIT
004097                             ADD FUT-AMOUNT TO WS-REL-CREDIT
004098                         WHEN OTHER
004099                             ADD FUT-AMOUNT TO WS-REL-DEBIT
004100                             ADD FUT-AMOUNT TO WS-REL-CREDIT
004101                     END-EVALUATE
004102                 WHEN OTHER
004103                     CONTINUE
004104             END-EVALUATE
004105     END-READ.
004106 2650-EXIT.
004107     EXIT.
004108
004109 2660-TALLY-ONE-ITEM.
004110     MOVE FUT-SOURCE-SYSTEM TO WS-TALLY-TAG.
004111     MOVE FUT-TRAN-TYPE TO WS-TALLY-TYPE.
004112     MOVE FUT-AMOUNT TO WS-TALLY-AMOUNT.
004113     MOVE "Y" TO WS-TALLY-AMT-FLAG.
004114     PERFORM 2800-TALLY-BY-SOURCE THRU 2800-EXIT.
004115 2660-EXIT.
004116     EXIT.
004117
004118*****************************************************************
004119*  2700-READ-INTAKE-SUMMARY  --  EACH SOURCE'S OWN TRAILER, AS THE
004120*  INTAKE PROVED AND MERGED IT, IS THE EXPECTED SIDE OF ITS LEG.
004121*  THE SUMMARY MUST BE THE SAME NIGHT'S AS TRANCLEAN.
004122*****************************************************************
004123 2700-READ-INTAKE-SUMMARY.
004124     OPEN INPUT SUMFILE.
004125     IF WS-SUMFILE-STATUS NOT = "00"
004126         DISPLAY "DAYRECON012E INTKSUM NOT FOUND - CANNOT "
004127             "RECONCILE THE FEEDS, ABENDING RUN"
004128         PERFORM 9800-ABEND THRU 9800-EXIT
004129     END-IF.
004130     MOVE "N" TO WS-EOF-CURRENT.
004131     PERFORM 2750-READ-ONE-SUMMARY THRU 2750-EXIT
004132         UNTIL WS-EOF-CURRENT-YES.
004133     CLOSE SUMFILE.
004134 2700-EXIT.
004135     EXIT.
004136
004137 2750-READ-ONE-SUMMARY.
004138     READ SUMFILE
004139         AT END
004140             MOVE "Y" TO WS-EOF-CURRENT
004141             GO TO 2750-EXIT
004142     END-READ.
004143     IF ISM-BUSINESS-DATE NOT = WS-BUSINESS-DATE
004144         DISPLAY "DAYRECON013E INTKSUM IS FOR BUSINESS DATE "
004145             ISM-BUSINESS-DATE " NOT " WS-BUSINESS-DATE
004146             ", ABENDING RUN"
004147         PERFORM 9800-ABEND THRU 9800-EXIT
004148     END-IF.
004149     MOVE ISM-SOURCE-TAG TO WS-TALLY-TAG.
004150     IF ISM-SKIPPED
004151         PERFORM 2860-ADD-SOURCE THRU 2860-EXIT
004152     ELSE
004153         PERFORM 2850-FIND-SOURCE THRU 2850-EXIT
004154         ADD ISM-RECORD-COUNT TO SRC-EXP-COUNT(SRC-FOUND-SUB)
004155         ADD ISM-TOTAL-DEBIT TO SRC-EXP-DEBIT(SRC-FOUND-SUB)
004156         ADD ISM-TOTAL-CREDIT TO SRC-EXP-CREDIT(SRC-FOUND-SUB)
004157     END-IF.
004158     MOVE ISM-SOURCE-FILE TO SRC-FILE(SRC-FOUND-SUB).
004159     MOVE ISM-STATUS TO SRC-INTAKE-STATUS(SRC-FOUND-SUB).
004160     MOVE ISM-HEADER-DATE TO SRC-HDR-DATE(SRC-FOUND-SUB).
004161 2750-EXIT.
004162     EXIT.
004163
004164*****************************************************************
004165*  2800-TALLY-BY-SOURCE  --  ADD ONE RECORD TO ITS SOURCE'S
004166*  EXPECTED OR ACTUAL SIDE.  A NON-NUMERIC AMOUNT COUNTS BUT
004167*  ADDS NOTHING, AS ON THE WHOLE-NIGHT LEG; A TRANSFER ADDS TO
004168*  BOTH DEBITS AND CREDITS.
004169*****************************************************************
004170 2800-TALLY-BY-SOURCE.
004171     PERFORM 2850-FIND-SOURCE THRU 2850-EXIT.
004172     IF WS-TALLY-EXPECTED
004173         ADD 1 TO SRC-EXP-COUNT(SRC-FOUND-SUB)
004174     ELSE
004175         ADD 1 TO SRC-ACT-COUNT(SRC-FOUND-SUB)
004176     END-IF.
004177     IF NOT WS-TALLY-AMT-OK
004178         GO TO 2800-EXIT
004179     END-IF.
004180     IF WS-TALLY-EXPECTED
004181         EVALUATE WS-TALLY-TYPE
004182             WHEN "DB"
004183                 ADD WS-TALLY-AMOUNT
004184                     TO SRC-EXP-DEBIT(SRC-FOUND-SUB)
004185             WHEN "CR"
004186                 ADD WS-TALLY-AMOUNT
004187                     TO SRC-EXP-CREDIT(SRC-FOUND-SUB)
004188             WHEN "TR"
004189                 ADD WS-TALLY-AMOUNT
004190                     TO SRC-EXP-DEBIT(SRC-FOUND-SUB)
004191                 ADD WS-TALLY-AMOUNT
004192                     TO SRC-EXP-CREDIT(SRC-FOUND-SUB)
004193         END-EVALUATE
004194     ELSE
004195         EVALUATE WS-TALLY-TYPE
004196             WHEN "DB"
004197                 ADD WS-TALLY-AMOUNT
004198                     TO SRC-ACT-DEBIT(SRC-FOUND-SUB)
004199             WHEN "CR"
004200                 ADD WS-TALLY-AMOUNT
004201                     TO SRC-ACT-CREDIT(SRC-FOUND-SUB)
004202             WHEN "TR"
004203                 ADD WS-TALLY-AMOUNT
004204                     TO SRC-ACT-DEBIT(SRC-FOUND-SUB)
004205                 ADD WS-TALLY-AMOUNT
004206                     TO SRC-ACT-CREDIT(SRC-FOUND-SUB)
004207         END-EVALUATE
004208     END-IF.
004209 2800-EXIT.
004210     EXIT.
004211
004212*****************************************************************
004213*  2850-FIND-SOURCE  --  THE ENTRY FOR WS-TALLY-TAG, ADDED IF THIS
004214*  IS THE FIRST TIME THE TAG IS SEEN.  SKIPPED-SOURCE ENTRIES ARE
004215*  NEVER MATCHED.
004216*****************************************************************
004217 2850-FIND-SOURCE.
004218     MOVE ZERO TO SRC-FOUND-SUB.
004219     PERFORM 2855-CHECK-ONE-SOURCE THRU 2855-EXIT
004220         VARYING SRC-SUB FROM 1 BY 1
004221         UNTIL SRC-SUB > SRC-COUNT OR SRC-FOUND-SUB > ZERO.
004222     IF SRC-FOUND-SUB = ZERO
004223         PERFORM 2860-ADD-SOURCE THRU 2860-EXIT
004224     END-IF.
004225 2850-EXIT.
004226     EXIT.
004227
004228 2855-CHECK-ONE-SOURCE.
004229     IF SRC-TAG(SRC-SUB) = WS-TALLY-TAG
004230         AND NOT SRC-SKIPPED(SRC-SUB)
004231         MOVE SRC-SUB TO SRC-FOUND-SUB
004232     END-IF.
004233 2855-EXIT.
004234     EXIT.
004235
004236*****************************************************************
004237*  2860-ADD-SOURCE  --  A NEW ENTRY, FROM THE INTAKE SUMMARY
004238*  RECORD IN HAND OR FROM A TAG SEEN ONLY ON RECORDS.
004239*****************************************************************
004240 2860-ADD-SOURCE.
004241     IF SRC-COUNT >= SRC-MAX
004242         MOVE SRC-MAX TO SRC-FOUND-SUB
004243         GO TO 2860-EXIT
004244     END-IF.
004245     ADD 1 TO SRC-COUNT.
004246     MOVE SRC-COUNT TO SRC-FOUND-SUB.
004247     MOVE WS-TALLY-TAG TO SRC-TAG(SRC-COUNT).
004248     MOVE SPACES TO SRC-FILE(SRC-COUNT).
004249     MOVE SPACES TO SRC-INTAKE-STATUS(SRC-COUNT).
004250     MOVE SPACES TO SRC-HDR-DATE(SRC-COUNT).
004251     MOVE ZERO TO SRC-EXP-COUNT(SRC-COUNT).
004252     MOVE ZERO TO SRC-EXP-DEBIT(SRC-COUNT).
004253     MOVE ZERO TO SRC-EXP-CREDIT(SRC-COUNT).
004254     MOVE ZERO TO SRC-ACT-COUNT(SRC-COUNT).
004255     MOVE ZERO TO SRC-ACT-DEBIT(SRC-COUNT).
004256     MOVE ZERO TO SRC-ACT-CREDIT(SRC-COUNT).
004257 2860-EXIT.
004258     EXIT.
004259
004260*****************************************************************
004261*  7000-RECONCILE-ALL-LEGS  --  PRINT THE STATEMENT AND JUDGE
004262*  EACH LEG.  ANY LEG OUT OF BALANCE SETS THE RUN'S OUT-OF-
004263*  BALANCE FLAG, WHICH BECOMES RETURN CODE 8 AT FINALIZE.
004264*****************************************************************
004265 7000-RECONCILE-ALL-LEGS.
004266     PERFORM 7050-PRINT-HEADER THRU 7050-EXIT.
004267*    LEG 1 - RAW TRAILER PLUS RELEASES VS CLEAN TRAILER PLUS
004268*    REJECTS PLUS HOLDS.
004269     MOVE "LEG 1 RECORDS RAW+REL=CLEAN+REJ+HELD" TO WS-LEG-TITLE.
004270     COMPUTE WS-LEG-EXPECTED = WS-RAW-TRL-COUNT + WS-REL-COUNT.
004271     COMPUTE WS-LEG-ACTUAL =
004272         WS-CLEAN-TRL-COUNT + WS-REJ-COUNT + WS-HELD-COUNT.
004273     PERFORM 7100-JUDGE-ONE-LEG THRU 7100-EXIT.
004274     MOVE "LEG 1 DEBITS  RAW+REL=CLEAN+REJ+HELD" TO WS-LEG-TITLE.
004275     COMPUTE WS-LEG-EXPECTED = WS-RAW-TRL-DEBIT + WS-REL-DEBIT.
004276     COMPUTE WS-LEG-ACTUAL = WS-CLEAN-TRL-DEBIT
004277         + WS-REJ-DEBIT-TOTAL + WS-HELD-DEBIT.
004278     PERFORM 7100-JUDGE-ONE-LEG THRU 7100-EXIT.
004279     MOVE "LEG 1 CREDITS RAW+REL=CLEAN+REJ+HELD" TO WS-LEG-TITLE.
004280     COMPUTE WS-LEG-EXPECTED = WS-RAW-TRL-CREDIT + WS-REL-CREDIT.
004281     COMPUTE WS-LEG-ACTUAL = WS-CLEAN-TRL-CREDIT
004282         + WS-REJ-CREDIT-TOTAL + WS-HELD-CREDIT.
004283     PERFORM 7100-JUDGE-ONE-LEG THRU 7100-EXIT.
004284     IF WS-HELD-COUNT > ZERO OR WS-REL-COUNT > ZERO
004285         MOVE SPACES TO RPT-LINE-OUT
004286         MOVE WS-HELD-COUNT TO WS-COUNT-EDIT
004287         STRING "  NOTE - FUTURE-DATED HELD = " WS-COUNT-EDIT
004288             DELIMITED BY SIZE INTO RPT-LINE-OUT
004289         MOVE WS-REL-COUNT TO WS-COUNT-EDIT
004290         STRING "   RELEASED = " WS-COUNT-EDIT
004291             DELIMITED BY SIZE INTO RPT-LINE-OUT(41:)
004292         WRITE RPT-LINE FROM RPT-LINE-OUT
004293     END-IF.
004294     IF WS-REJ-BAD-AMT-COUNT > ZERO
004300         MOVE WS-REJ-BAD-AMT-COUNT TO WS-COUNT-EDIT
004310         MOVE SPACES TO RPT-LINE-OUT
004320         STRING "  NOTE - REJECTS WITH NON-NUMERIC AMOUNT = "
004350             DELIMITED BY SIZE INTO RPT-LINE-OUT
004360         WRITE RPT-LINE FROM RPT-LINE-OUT
004370     END-IF.
004371*    LEG 1 AGAIN FOR EACH FEED THE INTAKE MERGED.
004372     PERFORM 7300-RECONCILE-SOURCES THRU 7300-EXIT.
004380*    LEG 2 - CLEAN DETAILS VS DISPOSITIONS.  A SURPLUS OF
004390*    DISPOSITIONS IS SUSPENSE CARRY-IN REPROCESSING, NOT AN
004400*    ERROR; A SHORTFALL MEANS RECORDS WERE LOST.
005210 7200-EXIT.
005220     EXIT.
005230
005231*****************************************************************
005232*  7300-RECONCILE-SOURCES  --  LEG 1 AGAIN, ONE FEED AT A TIME,
005233*  SO A DIFFERENCE ON THE WHOLE-NIGHT LEG IS TRACED TO THE FEED
005234*  IT CAME FROM.  THE FEEDS' LEGS ADD UP TO THE WHOLE-NIGHT LEG.
005235*****************************************************************
005236 7300-RECONCILE-SOURCES.
005237     MOVE SPACES TO RPT-LINE-OUT.
005238     MOVE "LEG 1 BY SOURCE  INTAKE+REL=CLEAN+REJ+HELD"
005239         TO RPT-LINE-OUT.
005240     WRITE RPT-LINE FROM RPT-LINE-OUT.
005241     PERFORM 7350-RECONCILE-ONE-SOURCE THRU 7350-EXIT
005242         VARYING SRC-SUB FROM 1 BY 1
005243         UNTIL SRC-SUB > SRC-COUNT.
005244 7300-EXIT.
005245     EXIT.
005246
005247 7350-RECONCILE-ONE-SOURCE.
005248     IF SRC-TAG(SRC-SUB) = SPACES
005249         MOVE "(UNTAGGED)" TO WS-TAG-EDIT
005250     ELSE
005251         MOVE SRC-TAG(SRC-SUB) TO WS-TAG-EDIT
005252     END-IF.
005253     IF SRC-SKIPPED(SRC-SUB)
005254         MOVE SPACES TO RPT-LINE-OUT
005255         STRING "  NOTE - " SRC-FILE(SRC-SUB)
005256                 " SKIPPED BY THE INTAKE - HEADER DATE "
005257                 SRC-HDR-DATE(SRC-SUB)
005258             DELIMITED BY SIZE INTO RPT-LINE-OUT
005259         WRITE RPT-LINE FROM RPT-LINE-OUT
005260         GO TO 7350-EXIT
005261     END-IF.
005262     MOVE SPACES TO WS-LEG-TITLE.
005263     STRING "  " WS-TAG-EDIT " RECORDS"
005264         DELIMITED BY SIZE INTO WS-LEG-TITLE.
005265     MOVE SRC-EXP-COUNT(SRC-SUB) TO WS-LEG-EXPECTED.
005266     MOVE SRC-ACT-COUNT(SRC-SUB) TO WS-LEG-ACTUAL.
005267     PERFORM 7100-JUDGE-ONE-LEG THRU 7100-EXIT.
005268     MOVE SPACES TO WS-LEG-TITLE.
005269     STRING "  " WS-TAG-EDIT " DEBITS"
005270         DELIMITED BY SIZE INTO WS-LEG-TITLE.
005271     MOVE SRC-EXP-DEBIT(SRC-SUB) TO WS-LEG-EXPECTED.
005272     MOVE SRC-ACT-DEBIT(SRC-SUB) TO WS-LEG-ACTUAL.
005273     PERFORM 7100-JUDGE-ONE-LEG THRU 7100-EXIT.
005274     MOVE SPACES TO WS-LEG-TITLE.
005275     STRING "  " WS-TAG-EDIT " CREDITS"
005276         DELIMITED BY SIZE INTO WS-LEG-TITLE.
005277     MOVE SRC-EXP-CREDIT(SRC-SUB) TO WS-LEG-EXPECTED.
005278     MOVE SRC-ACT-CREDIT(SRC-SUB) TO WS-LEG-ACTUAL.
005279     PERFORM 7100-JUDGE-ONE-LEG THRU 7100-EXIT.
005280     IF NOT SRC-ON-INTAKE(SRC-SUB)
005281         MOVE SPACES TO RPT-LINE-OUT
005282         STRING "  NOTE - " WS-TAG-EDIT
005283                 " IS NOT ON TONIGHT'S INTAKE SUMMARY"
005284                 " (RELEASES FROM AN EARLIER NIGHT'S FEED)"
005285             DELIMITED BY SIZE INTO RPT-LINE-OUT
005286         WRITE RPT-LINE FROM RPT-LINE-OUT
005287     END-IF.
005288 7350-EXIT.
005289     EXIT.
005290
005291*****************************************************************
005292*  8000-FINALIZE  --  CLOSE THE REPORT AND HAND THE SCHEDULER
005293*  ITS VERDICT: RETURN CODE 8 HOLDS THE DOWNSTREAM GL
005294*  TRANSMISSION UNTIL SOMEBODY LOOKS AT THE STATEMENT.
005295*****************************************************************
005296 8000-FINALIZE.
005300     MOVE SPACES TO RPT-LINE-OUT.
005310     WRITE RPT-LINE FROM RPT-LINE-OUT.
005320     IF WS-OUT-OF-BALANCE
005450         CLOSE RPTFILE
005460         DISPLAY "DAYRECON009I ALL LEGS TIE - NIGHT IN BALANCE"
005470     END-IF.
005471     IF NOT WS-OUT-OF-BALANCE
005472         MOVE "E" TO STP-FUNCTION
005473         CALL "STEPLDG" USING STEP-LEDGER-PARMS
005474         IF STP-RETURN-CODE NOT = ZERO
005475             DISPLAY "DAYRECON011E NIGHT IN BALANCE BUT NOT "
005476                 "RECORDED ON THE NIGHT-STEP LEDGER - DO NOT "
005477                 "RERUN"
005478             MOVE 8 TO RETURN-CODE
005479         END-IF
005480     END-IF.
005481 8000-EXIT.
005490     EXIT.
005500
005510*****************************************************************
