000010*****************************************************************
000020*  PROGRAM-ID.  STEPRPT
000030*
000040*  NIGHT-STEP STATUS LISTING.  READS THE STEP LEDGER (STEPLOG)
000050*  WRITTEN BY STEPLDG AND PRINTS ONE PAGE (STEPRPT): ONE LINE PER
000060*  NIGHT (BUSINESS DATE AND RUNCTL RUN NUMBER), LATEST FORTY
000070*  NIGHTS, SHOWING FOR EACH STEP OF THE CHAIN WHETHER IT
000080*  COMPLETED, STARTED WITHOUT COMPLETING (STILL RUNNING OR
000090*  ABENDED), OR HAS NOT RUN, WITH FORCED RUNS MARKED, AND THE
000100*  STEP THE NIGHT IS WAITING ON.  THE OPERATOR RUNS IT BEFORE
000110*  RESTARTING A NIGHT TO SEE WHERE THE CHAIN STOPPED.  READ-ONLY;
000120*  MAY BE RUN AT ANY TIME.
000130*
000140*  MODIFICATION HISTORY
000150*      DATE       INIT  DESCRIPTION
000160*      ---------- ----  --------------------------------------
000170*      2026-10-15  GM   ORIGINAL PROGRAM.
000171*      2026-10-15  GM   NINE STEPS (TRANINTK ADDED); THE
000172*                       WAITING-ON COLUMN MOVES RIGHT TO MAKE
000173*                       ROOM.
000180*****************************************************************
000190 identification division.
000200 PROGRAM-ID.    STEPRPT.
000210 AUTHOR.        Gabriel Monteiro.
000220 INSTALLATION.  INTEROP BATCH.
000230 DATE-WRITTEN.  2026-10-15.
000240 DATE-COMPILED.
000250 ENVIRONMENT    DIVISION.
000260 CONFIGURATION  SECTION.
000270
000280 input-output section.
000290 file-control.
000300     SELECT STEPLOG ASSIGN TO "STEPLOG"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-STEPLOG-STATUS.
000330     SELECT RPTFILE ASSIGN TO "STEPRPT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-RPTFILE-STATUS.
000360
000370 data division.
000380 file section.
000390
000400 FD  STEPLOG.
000410     COPY STEPLOG.
000420
000430 FD  RPTFILE.
000440 01  RPT-LINE                        PIC X(132).
000450
000460 working-storage section.
000470 01  WS-FILE-STATUSES.
000480     05  WS-STEPLOG-STATUS           PIC X(02).
000490     05  WS-RPTFILE-STATUS           PIC X(02).
000500 01  WS-SWITCHES.
000510     05  WS-EOF-STEPLOG              PIC X(01) VALUE "N".
000520         88  WS-EOF-STEPLOG-YES          VALUE "Y".
000530
000540     COPY STEPTBL.
000550
000560*    ONE ENTRY PER NIGHT SEEN ON THE LEDGER, OLDEST FIRST.  WHEN
000570*    THE TABLE IS FULL THE OLDEST NIGHT IS DROPPED.  PER STEP:
000580*    "C" COMPLETED, "S" STARTED ONLY, SPACE NOT RUN; FORCED "Y"
000590*    WHEN ANY RUN OF THE STEP THAT NIGHT WAS FORCED.
000600 01  NT-NIGHT-TABLE.
000610     05  NT-NIGHT OCCURS 40 TIMES.
000620         10  NT-BUSINESS-DATE        PIC X(08).
000630         10  NT-RUN-NUMBER           PIC 9(05).
000640         10  NT-STEP-STATE OCCURS 9 TIMES.
000650             15  NT-STEP-EVENT       PIC X(01).
000660             15  NT-STEP-FORCED      PIC X(01).
000670 77  NT-MAX-NIGHTS                   PIC 9(03) VALUE 40 COMP.
000680 77  NT-COUNT                        PIC 9(03) VALUE ZERO COMP.
000690 77  NT-SUB                          PIC 9(03) VALUE ZERO COMP.
000700 77  NT-CUR                          PIC 9(03) VALUE ZERO COMP.
000710 77  SLT-SUB                         PIC 9(02) VALUE ZERO COMP.
000720 77  SLT-FOUND-SUB                   PIC 9(02) VALUE ZERO COMP.
000730 77  SLT-LAST-DONE                   PIC 9(02) VALUE ZERO COMP.
000740 77  WS-EVENT-COUNT                  PIC 9(09) VALUE ZERO COMP.
000750 77  WS-NIGHT-TOTAL                  PIC 9(09) VALUE ZERO COMP.
000760 77  WS-OPEN-COUNT                   PIC 9(09) VALUE ZERO COMP.
000770
000780 01  WS-COLUMN                       PIC 9(03) COMP.
000790 01  WS-CELL                         PIC X(09).
000800 01  WS-RUN-EDIT                     PIC ZZZZ9.
000810 01  WS-COUNT-EDIT                   PIC ZZZ,ZZZ,ZZ9.
000820 01  WS-CURRENT-DATE                 PIC X(08).
000830 01  RPT-LINE-OUT                    PIC X(132).
000840
000850 procedure division.
000860*****************************************************************
000870*  0000-MAINLINE
000880*****************************************************************
000890 0000-MAINLINE.
000900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000910     PERFORM 2000-LOAD-LEDGER THRU 2000-EXIT.
000920     PERFORM 3000-PRINT-NIGHTS THRU 3000-EXIT.
000930     PERFORM 8000-FINALIZE THRU 8000-EXIT.
000940     STOP RUN.
000950
000960*****************************************************************
000970*  1000-INITIALIZE  --  NO LEDGER YET IS NOT AN ERROR: NO STEP
000980*  HAS RUN SINCE THE LEDGER WAS INTRODUCED, AND THE PAGE SAYS SO.
000990*****************************************************************
001000 1000-INITIALIZE.
001010     INITIALIZE NT-NIGHT-TABLE.
001020     OPEN OUTPUT RPTFILE.
001030     IF WS-RPTFILE-STATUS NOT = "00"
001040         DISPLAY "STEPRPT001E STEPRPT COULD NOT BE OPENED, "
001050             "ABENDING RUN"
001060         PERFORM 9800-ABEND THRU 9800-EXIT
001070     END-IF.
001080     OPEN INPUT STEPLOG.
001090     IF WS-STEPLOG-STATUS = "35"
001100         DISPLAY "STEPRPT002W STEPLOG NOT FOUND - NO STEPS "
001110             "RECORDED YET"
001120         MOVE "Y" TO WS-EOF-STEPLOG
001130     ELSE
001140         IF WS-STEPLOG-STATUS NOT = "00"
001150             DISPLAY "STEPRPT003E STEPLOG COULD NOT BE OPENED - "
001160                 "STATUS = " WS-STEPLOG-STATUS ", ABENDING RUN"
001170             PERFORM 9800-ABEND THRU 9800-EXIT
001180         END-IF
001190     END-IF.
001200     PERFORM 1200-PRINT-HEADERS THRU 1200-EXIT.
001210 1000-EXIT.
001220     EXIT.
001230
001240 1200-PRINT-HEADERS.
001250     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001260     MOVE SPACES TO RPT-LINE-OUT.
001270     STRING "STEPRPT - NIGHT-STEP STATUS - PRINTED "
001280             WS-CURRENT-DATE
001290             " - LATEST NIGHTS LAST"
001300         DELIMITED BY SIZE INTO RPT-LINE-OUT.
001310     WRITE RPT-LINE FROM RPT-LINE-OUT.
001320     MOVE SPACES TO RPT-LINE-OUT.
001330     WRITE RPT-LINE FROM RPT-LINE-OUT.
001340     MOVE "BUS DATE" TO RPT-LINE-OUT(1:8).
001350     MOVE "RUN" TO RPT-LINE-OUT(12:3).
001360     PERFORM 1250-STEP-HEADING THRU 1250-EXIT
001370         VARYING SLT-SUB FROM 1 BY 1
001380         UNTIL SLT-SUB > SLT-STEP-COUNT.
001390     MOVE "WAITING ON" TO RPT-LINE-OUT(108:10).
001400     WRITE RPT-LINE FROM RPT-LINE-OUT.
001410     MOVE SPACES TO RPT-LINE-OUT.
001420     MOVE ALL "-" TO RPT-LINE-OUT(1:117).
001430     WRITE RPT-LINE FROM RPT-LINE-OUT.
001440 1200-EXIT.
001450     EXIT.
001460
001470 1250-STEP-HEADING.
001480     COMPUTE WS-COLUMN = 18 + (SLT-SUB - 1) * 10.
001490     MOVE SLT-STEP-NAME(SLT-SUB) TO RPT-LINE-OUT(WS-COLUMN:8).
001500 1250-EXIT.
001510     EXIT.
001520
001530*****************************************************************
001540*  2000-LOAD-LEDGER  --  FOLD EVERY LEDGER EVENT INTO ITS NIGHT.
001550*  A COMPLETION IS NEVER DOWNGRADED BY A LATER FORCED START.
001560*****************************************************************
001570 2000-LOAD-LEDGER.
001580     PERFORM 2100-READ-ONE-EVENT THRU 2100-EXIT
001590         UNTIL WS-EOF-STEPLOG-YES.
001600 2000-EXIT.
001610     EXIT.
001620
001630 2100-READ-ONE-EVENT.
001640     READ STEPLOG
001650         AT END
001660             MOVE "Y" TO WS-EOF-STEPLOG
001670             GO TO 2100-EXIT
001680     END-READ.
001690     ADD 1 TO WS-EVENT-COUNT.
001700     MOVE ZERO TO SLT-FOUND-SUB.
001710     PERFORM 2150-MATCH-STEP THRU 2150-EXIT
001720         VARYING SLT-SUB FROM 1 BY 1
001730         UNTIL SLT-SUB > SLT-STEP-COUNT OR SLT-FOUND-SUB > ZERO.
001740     IF SLT-FOUND-SUB = ZERO
001750         DISPLAY "STEPRPT004W UNKNOWN STEP ON LEDGER '"
001760             SL-STEP-NAME "' - IGNORED"
001770         GO TO 2100-EXIT
001780     END-IF.
001790     PERFORM 2200-FIND-NIGHT THRU 2200-EXIT.
001800     IF SL-EVENT-COMPLETED
001810         MOVE "C" TO NT-STEP-EVENT(NT-CUR, SLT-FOUND-SUB)
001820     ELSE
001830         IF NT-STEP-EVENT(NT-CUR, SLT-FOUND-SUB) NOT = "C"
001840             MOVE "S" TO NT-STEP-EVENT(NT-CUR, SLT-FOUND-SUB)
001850         END-IF
001860     END-IF.
001870     IF SL-FORCED
001880         MOVE "Y" TO NT-STEP-FORCED(NT-CUR, SLT-FOUND-SUB)
001890     END-IF.
001900 2100-EXIT.
001910     EXIT.
001920
001930 2150-MATCH-STEP.
001940     IF SLT-STEP-NAME(SLT-SUB) = SL-STEP-NAME
001950         MOVE SLT-SUB TO SLT-FOUND-SUB
001960     END-IF.
001970 2150-EXIT.
001980     EXIT.
001990
002000*****************************************************************
002010*  2200-FIND-NIGHT  --  LOCATE THE EVENT'S NIGHT, OR ADD IT AT
002020*  THE END, DROPPING THE OLDEST NIGHT IF THE TABLE IS FULL.
002030*****************************************************************
002040 2200-FIND-NIGHT.
002050     MOVE ZERO TO NT-CUR.
002060     PERFORM 2250-MATCH-NIGHT THRU 2250-EXIT
002070         VARYING NT-SUB FROM 1 BY 1
002080         UNTIL NT-SUB > NT-COUNT OR NT-CUR > ZERO.
002090     IF NT-CUR > ZERO
002100         GO TO 2200-EXIT
002110     END-IF.
002120     ADD 1 TO WS-NIGHT-TOTAL.
002130     IF NT-COUNT = NT-MAX-NIGHTS
002140         PERFORM 2300-DROP-OLDEST THRU 2300-EXIT
002150             VARYING NT-SUB FROM 1 BY 1
002160             UNTIL NT-SUB >= NT-COUNT
002170     ELSE
002180         ADD 1 TO NT-COUNT
002190     END-IF.
002200     MOVE NT-COUNT TO NT-CUR.
002210     INITIALIZE NT-NIGHT(NT-CUR).
002220     MOVE SL-BUSINESS-DATE TO NT-BUSINESS-DATE(NT-CUR).
002230     MOVE SL-RUN-NUMBER TO NT-RUN-NUMBER(NT-CUR).
002240 2200-EXIT.
002250     EXIT.
002260
002270 2250-MATCH-NIGHT.
002280     IF NT-BUSINESS-DATE(NT-SUB) = SL-BUSINESS-DATE
002290         AND NT-RUN-NUMBER(NT-SUB) = SL-RUN-NUMBER
002300         MOVE NT-SUB TO NT-CUR
002310     END-IF.
002320 2250-EXIT.
002330     EXIT.
002340
002350 2300-DROP-OLDEST.
002360     MOVE NT-NIGHT(NT-SUB + 1) TO NT-NIGHT(NT-SUB).
002370 2300-EXIT.
002380     EXIT.
002390
002400*****************************************************************
002410*  3000-PRINT-NIGHTS  --  ONE LINE PER NIGHT.  THE NIGHT IS
002420*  WAITING ON THE STEP AFTER THE LAST ONE COMPLETED; A NIGHT
002430*  WHOSE LAST STEP HAS COMPLETED IS FINISHED.
002440*****************************************************************
002450 3000-PRINT-NIGHTS.
002460     IF NT-COUNT = ZERO
002470         MOVE SPACES TO RPT-LINE-OUT
002480         MOVE "NO NIGHT-STEP ACTIVITY ON THE LEDGER"
002490             TO RPT-LINE-OUT
002500         WRITE RPT-LINE FROM RPT-LINE-OUT
002510         GO TO 3000-EXIT
002520     END-IF.
002530     PERFORM 3100-PRINT-ONE-NIGHT THRU 3100-EXIT
002540         VARYING NT-SUB FROM 1 BY 1
002550         UNTIL NT-SUB > NT-COUNT.
002560 3000-EXIT.
002570     EXIT.
002580
002590 3100-PRINT-ONE-NIGHT.
002600     MOVE SPACES TO RPT-LINE-OUT.
002610     MOVE NT-BUSINESS-DATE(NT-SUB) TO RPT-LINE-OUT(1:8).
002620     MOVE NT-RUN-NUMBER(NT-SUB) TO WS-RUN-EDIT.
002630     MOVE WS-RUN-EDIT TO RPT-LINE-OUT(10:5).
002640     MOVE ZERO TO SLT-LAST-DONE.
002650     PERFORM 3150-FORMAT-STEP THRU 3150-EXIT
002660         VARYING SLT-SUB FROM 1 BY 1
002670         UNTIL SLT-SUB > SLT-STEP-COUNT.
002680     IF SLT-LAST-DONE = SLT-STEP-COUNT
002690         MOVE "FINISHED" TO RPT-LINE-OUT(108:8)
002700     ELSE
002710         ADD 1 TO WS-OPEN-COUNT
002720         MOVE SLT-STEP-NAME(SLT-LAST-DONE + 1)
002730             TO RPT-LINE-OUT(108:8)
002740     END-IF.
002750     WRITE RPT-LINE FROM RPT-LINE-OUT.
002760 3100-EXIT.
002770     EXIT.
002780
002790 3150-FORMAT-STEP.
002800     EVALUATE NT-STEP-EVENT(NT-SUB, SLT-SUB)
002810         WHEN "C"
002820             MOVE "DONE" TO WS-CELL
002830             MOVE SLT-SUB TO SLT-LAST-DONE
002840         WHEN "S"
002850             MOVE "STARTED" TO WS-CELL
002860         WHEN OTHER
002870             MOVE "-" TO WS-CELL
002880     END-EVALUATE.
002890     IF NT-STEP-FORCED(NT-SUB, SLT-SUB) = "Y"
002900         MOVE "*" TO WS-CELL(9:1)
002910     END-IF.
002920     COMPUTE WS-COLUMN = 18 + (SLT-SUB - 1) * 10.
002930     MOVE WS-CELL TO RPT-LINE-OUT(WS-COLUMN:9).
002940 3150-EXIT.
002950     EXIT.
002960
002970*****************************************************************
002980*  8000-FINALIZE  --  LEGEND AND COUNTS.
002990*****************************************************************
003000 8000-FINALIZE.
003010     MOVE SPACES TO RPT-LINE-OUT.
003020     WRITE RPT-LINE FROM RPT-LINE-OUT.
003030     MOVE "DONE = COMPLETED   STARTED = RUNNING OR ABENDED   - = "
003040         TO RPT-LINE-OUT.
003050     MOVE "NOT RUN   * = FORCED BY OPERATOR (STEP_FORCE)"
003060         TO RPT-LINE-OUT(55:46).
003070     WRITE RPT-LINE FROM RPT-LINE-OUT.
003080     MOVE SPACES TO RPT-LINE-OUT.
003090     MOVE WS-NIGHT-TOTAL TO WS-COUNT-EDIT.
003100     STRING "NIGHTS ON LEDGER       = " WS-COUNT-EDIT
003110         DELIMITED BY SIZE INTO RPT-LINE-OUT.
003120     WRITE RPT-LINE FROM RPT-LINE-OUT.
003130     MOVE SPACES TO RPT-LINE-OUT.
003140     MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT.
003150     STRING "NIGHTS NOT FINISHED    = " WS-COUNT-EDIT
003160         DELIMITED BY SIZE INTO RPT-LINE-OUT.
003170     WRITE RPT-LINE FROM RPT-LINE-OUT.
003180     IF WS-EOF-STEPLOG-YES AND WS-STEPLOG-STATUS NOT = "35"
003190         CLOSE STEPLOG
003200     END-IF.
003210     CLOSE RPTFILE.
003220     DISPLAY "STEPRPT005I LEDGER EVENTS READ = " WS-EVENT-COUNT
003230         " NIGHTS = " WS-NIGHT-TOTAL
003240         " NOT FINISHED (LISTED) = " WS-OPEN-COUNT.
003250 8000-EXIT.
003260     EXIT.
003270
003280*****************************************************************
003290*  9800-ABEND  --  CLEAN, LOGGED TERMINATION FOR CONDITIONS THAT
003300*  MAKE IT UNSAFE TO CONTINUE THE RUN.
003310*****************************************************************
003320 9800-ABEND.
003330     DISPLAY "STEPRPT ABENDING - SEE PRIOR MESSAGES".
003340     MOVE 16 TO RETURN-CODE.
003350     STOP RUN.
003360 9800-EXIT.
003370     EXIT.
