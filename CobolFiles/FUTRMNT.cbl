000010*****************************************************************
000020*  PROGRAM-ID.  FUTRMNT
000030*
000040*  FUTURE-DATED WAREHOUSE MAINTENANCE AND LISTING.  TRANEDIT
000050*  HOLDS ANY CLEAN TRANSACTION DATED AFTER THE BUSINESS DATE ON
000060*  THE WAREHOUSE (FUTRWHS) AND RELEASES IT INTO TRANCLEAN ON THE
000070*  NIGHT ITS DATE ARRIVES.  THIS PROGRAM, RUN BETWEEN NIGHTS:
000080*      - APPLIES THE CANCEL REQUESTS ON FUTRCAN.  A WAITING ITEM
000090*        NAMED BY TRAN-ID IS MARKED CANCELLED, WITH WHO ASKED,
000100*        WHEN AND WHY, AND WILL NEVER BE RELEASED.  AN ITEM
000110*        ALREADY RELEASED OR CANCELLED IS LEFT ALONE
000120*      - PRINTS (FUTRRPT) EVERY ITEM STILL WAITING, IN WAREHOUSE
000130*        ORDER, THE ITEMS CANCELLED BY THIS RUN, EVERY REQUEST
000140*        THAT COULD NOT BE APPLIED AND WHY, AND TOTALS
000150*  WITH NO FUTRCAN THE RUN IS A PLAIN LISTING.  THE WAREHOUSE IS
000160*  REBUILT AS FUTRWHS.NEW AND RENAMED OVER FUTRWHS ONLY AFTER
000170*  EVERY ITEM HAS BEEN COPIED.  RETURN CODE 4 WHEN ANY CANCEL
000180*  REQUEST WAS NOT APPLIED.
000190*
000200*  MODIFICATION HISTORY
000210*      DATE       INIT  DESCRIPTION
000220*      ---------- ----  --------------------------------------
000230*      2026-10-15  GM   ORIGINAL PROGRAM.
000240*****************************************************************
000250 identification division.
000260 PROGRAM-ID.    FUTRMNT.
000270 AUTHOR.        Gabriel Monteiro.
000280 INSTALLATION.  INTEROP BATCH.
000290 DATE-WRITTEN.  2026-10-15.
000300 DATE-COMPILED.
000310 ENVIRONMENT    DIVISION.
000320 CONFIGURATION  SECTION.
000330
000340 input-output section.
000350 file-control.
000360     SELECT CANFILE ASSIGN TO "FUTRCAN"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-CANFILE-STATUS.
000390     SELECT WHSIN ASSIGN TO "FUTRWHS"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-WHSIN-STATUS.
000420     SELECT WHSOUT ASSIGN TO "FUTRWHS.NEW"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-WHSOUT-STATUS.
000450     SELECT RPTFILE ASSIGN TO "FUTRRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RPTFILE-STATUS.
000480
000490 data division.
000500 file section.
000510
000520 FD  CANFILE.
000530     COPY FUTRCAN.
000540
000550 FD  WHSIN.
000560     COPY FUTRREC.
000570
000580 FD  WHSOUT.
000590 01  FUT-OUT-REC                     PIC X(145).
000600
000610 FD  RPTFILE.
000620 01  RPT-LINE                        PIC X(132).
000630
000640 working-storage section.
000650 01  WS-FILE-STATUSES.
000660     05  WS-CANFILE-STATUS           PIC X(02).
000670     05  WS-WHSIN-STATUS             PIC X(02).
000680     05  WS-WHSOUT-STATUS            PIC X(02).
000690     05  WS-RPTFILE-STATUS           PIC X(02).
000700 01  WS-SWITCHES.
000710     05  WS-EOF-CANFILE              PIC X(01) VALUE "N".
000720         88  WS-EOF-CANFILE-YES          VALUE "Y".
000730     05  WS-EOF-WHSIN                PIC X(01) VALUE "N".
000740         88  WS-EOF-WHSIN-YES            VALUE "Y".
000750     05  WS-WHS-PRESENT              PIC X(01) VALUE "N".
000760         88  WS-WHS-IS-PRESENT           VALUE "Y".
000770     05  WS-CAN-FOUND                PIC X(01) VALUE "N".
000780         88  WS-CAN-FOUND-YES            VALUE "Y".
000790
000800 77  WS-ITEM-COUNT                   PIC 9(09) VALUE ZERO COMP.
000810 77  WS-WAITING-COUNT                PIC 9(09) VALUE ZERO COMP.
000820 77  WS-CANCELLED-COUNT              PIC 9(09) VALUE ZERO COMP.
000830 77  WS-NOT-APPLIED-COUNT            PIC 9(09) VALUE ZERO COMP.
000840 01  WS-WAITING-DEBIT                PIC 9(13)V99 VALUE ZERO.
000850 01  WS-WAITING-CREDIT               PIC 9(13)V99 VALUE ZERO.
000860
000870*    CANCEL REQUESTS, LOADED UP FRONT AND MARKED AS THE
000880*    WAREHOUSE IS COPIED.  A REQUEST STILL PENDING AT THE END
000890*    NAMED NO ITEM ON THE WAREHOUSE.
000900 77  WS-CAN-COUNT                    PIC 9(05) VALUE ZERO COMP.
000910 77  WS-CAN-SUB                      PIC 9(05) VALUE ZERO COMP.
000920 77  WS-CAN-HIT-SUB                  PIC 9(05) VALUE ZERO COMP.
000930 01  WS-CAN-TRAN-KEY                 PIC X(10).
000940 01  WS-CAN-TABLE.
000950     05  WS-CAN-ENTRY OCCURS 500 TIMES.
000960         10  WS-C-TRAN-ID            PIC X(10).
000970         10  WS-C-REQUESTED-BY       PIC X(08).
000980         10  WS-C-REASON             PIC X(30).
000990         10  WS-C-RESULT             PIC X(01).
001000             88  WS-C-PENDING            VALUE "P".
001010             88  WS-C-APPLIED            VALUE "A".
001020             88  WS-C-WAS-RELEASED       VALUE "R".
001030             88  WS-C-WAS-CANCELLED      VALUE "X".
001040             88  WS-C-DUPLICATE          VALUE "D".
001050
001060 01  WS-TODAY                        PIC X(08).
001070 01  WS-WHS-RENAME-FIELDS.
001080     05  WS-WHS-TMP-NAME             PIC X(21) VALUE
001090             "FUTRWHS.NEW".
001100     05  WS-WHS-FINAL-NAME           PIC X(21) VALUE
001110             "FUTRWHS".
001120     05  WS-WHS-RENAME-RC            PIC 9(02) COMP.
001130
001140*    PRINT-LINE EDIT FIELDS.
001150 01  WS-COUNT-EDIT                   PIC ZZZ,ZZZ,ZZ9.
001160 01  WS-AMOUNT-EDIT                  PIC ZZZ,ZZZ,ZZ9.99-.
001170 01  WS-TOTAL-EDIT                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001180 01  WS-RESULT-TEXT                  PIC X(20).
001190 01  RPT-LINE-OUT                    PIC X(132).
001200
001210 procedure division.
001220*****************************************************************
001230*  0000-MAINLINE
001240*****************************************************************
001250 0000-MAINLINE.
001260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001270     PERFORM 2000-COPY-WAREHOUSE THRU 2000-EXIT.
001280     PERFORM 3000-REPORT-REQUESTS THRU 3000-EXIT.
001290     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001300     STOP RUN.
001310
001320*****************************************************************
001330*  1000-INITIALIZE  --  CANCEL REQUESTS ARE OPTIONAL.  NO
001340*  WAREHOUSE MEANS NOTHING HAS EVER BEEN HELD: THE LISTING IS
001350*  STILL PRINTED, EMPTY, AND THE OPERATOR IS WARNED.
001360*****************************************************************
001370 1000-INITIALIZE.
001380     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001390     OPEN OUTPUT RPTFILE.
001400     IF WS-RPTFILE-STATUS NOT = "00"
001410         DISPLAY "FUTRMNT001E FUTRRPT COULD NOT BE OPENED, "
001420             "ABENDING RUN"
001430         PERFORM 9800-ABEND THRU 9800-EXIT
001440     END-IF.
001450     PERFORM 1100-LOAD-CANCEL-REQUESTS THRU 1100-EXIT.
001460     OPEN INPUT WHSIN.
001470     IF WS-WHSIN-STATUS = "35"
001480         DISPLAY "FUTRMNT005W FUTRWHS NOT FOUND - NOTHING IS "
001490             "WAITING"
001500         MOVE "Y" TO WS-EOF-WHSIN
001510     ELSE
001520         IF WS-WHSIN-STATUS NOT = "00"
001530             DISPLAY "FUTRMNT006E FUTRWHS COULD NOT BE OPENED - "
001540                 "STATUS = " WS-WHSIN-STATUS ", ABENDING RUN"
001550             PERFORM 9800-ABEND THRU 9800-EXIT
001560         END-IF
001570         MOVE "Y" TO WS-WHS-PRESENT
001580         OPEN OUTPUT WHSOUT
001590         IF WS-WHSOUT-STATUS NOT = "00"
001600             DISPLAY "FUTRMNT007E FUTRWHS.NEW COULD NOT BE "
001610                 "OPENED - STATUS = " WS-WHSOUT-STATUS
001620                 ", ABENDING RUN"
001630             PERFORM 9800-ABEND THRU 9800-EXIT
001640         END-IF
001650     END-IF.
001660     PERFORM 1200-PRINT-HEADERS THRU 1200-EXIT.
001670 1000-EXIT.
001680     EXIT.
001690
001700*****************************************************************
001710*  1100-LOAD-CANCEL-REQUESTS  --  ONE REQUEST PER TRAN-ID; A
001720*  SECOND REQUEST FOR THE SAME ITEM IS REPORTED, NOT APPLIED.
001730*  BLANK LINES ARE SKIPPED.
001740*****************************************************************
001750 1100-LOAD-CANCEL-REQUESTS.
001760     OPEN INPUT CANFILE.
001770     IF WS-CANFILE-STATUS = "35"
001780         GO TO 1100-EXIT
001790     END-IF.
001800     IF WS-CANFILE-STATUS NOT = "00"
001810         DISPLAY "FUTRMNT002E FUTRCAN COULD NOT BE OPENED - "
001820             "STATUS = " WS-CANFILE-STATUS ", ABENDING RUN"
001830         PERFORM 9800-ABEND THRU 9800-EXIT
001840     END-IF.
001850     PERFORM 1150-LOAD-ONE-REQUEST THRU 1150-EXIT
001860         UNTIL WS-EOF-CANFILE-YES.
001870     CLOSE CANFILE.
001880 1100-EXIT.
001890     EXIT.
001900
001910 1150-LOAD-ONE-REQUEST.
001920     READ CANFILE
001930         AT END
001940             MOVE "Y" TO WS-EOF-CANFILE
001950             GO TO 1150-EXIT
001960     END-READ.
001970     IF FCN-TRAN-ID = SPACES
001980         GO TO 1150-EXIT
001990     END-IF.
002000     IF WS-CAN-COUNT NOT < 500
002010         DISPLAY "FUTRMNT003E CANCEL REQUEST TABLE FULL - "
002020             "ABENDING RUN"
002030         PERFORM 9800-ABEND THRU 9800-EXIT
002040     END-IF.
002050     MOVE FCN-TRAN-ID TO WS-CAN-TRAN-KEY.
002060     PERFORM 2300-FIND-REQUEST THRU 2300-EXIT.
002070     ADD 1 TO WS-CAN-COUNT.
002080     MOVE FCN-TRAN-ID TO WS-C-TRAN-ID(WS-CAN-COUNT).
002090     MOVE FCN-REQUESTED-BY TO WS-C-REQUESTED-BY(WS-CAN-COUNT).
002100     MOVE FCN-REASON TO WS-C-REASON(WS-CAN-COUNT).
002110     IF WS-CAN-FOUND-YES
002120         MOVE "D" TO WS-C-RESULT(WS-CAN-COUNT)
002130     ELSE
002140         MOVE "P" TO WS-C-RESULT(WS-CAN-COUNT)
002150     END-IF.
002160 1150-EXIT.
002170     EXIT.
002180
002190 1200-PRINT-HEADERS.
002200     MOVE SPACES TO RPT-LINE-OUT.
002210     STRING "FUTRMNT - FUTURE-DATED WAREHOUSE - ITEMS WAITING "
002220             "FOR RELEASE - RUN DATE " WS-TODAY
002230         DELIMITED BY SIZE INTO RPT-LINE-OUT.
002240     WRITE RPT-LINE FROM RPT-LINE-OUT.
002250     MOVE SPACES TO RPT-LINE-OUT.
002260     WRITE RPT-LINE FROM RPT-LINE-OUT.
002270     MOVE "EFFECTIVE" TO RPT-LINE-OUT(1:9).
002280     MOVE "HELD ON" TO RPT-LINE-OUT(11:7).
002290     MOVE "TRAN-ID" TO RPT-LINE-OUT(21:7).
002300     MOVE "TY" TO RPT-LINE-OUT(33:2).
002310     MOVE "ACCOUNT" TO RPT-LINE-OUT(37:7).
002320     MOVE "AMOUNT" TO RPT-LINE-OUT(60:6).
002330     MOVE "STATUS" TO RPT-LINE-OUT(69:6).
002340     WRITE RPT-LINE FROM RPT-LINE-OUT.
002350 1200-EXIT.
002360     EXIT.
002370
002380*****************************************************************
002390*  2000-COPY-WAREHOUSE  --  EVERY ITEM IS COPIED TO THE NEW
002400*  WAREHOUSE, CANCELLED FIRST IF A REQUEST NAMES IT AND IT IS
002410*  STILL WAITING.  WAITING ITEMS AND THIS RUN'S CANCELLATIONS
002420*  ARE LISTED; RELEASED AND EARLIER-CANCELLED ITEMS ARE NOT.
002430*****************************************************************
002440 2000-COPY-WAREHOUSE.
002450     IF WS-WHS-IS-PRESENT
002451         PERFORM 2050-READ-WAREHOUSE THRU 2050-EXIT
002452     END-IF.
002460     PERFORM 2100-COPY-ONE-ITEM THRU 2100-EXIT
002470         UNTIL WS-EOF-WHSIN-YES.
002480 2000-EXIT.
002490     EXIT.
002500
002510 2050-READ-WAREHOUSE.
002520     READ WHSIN
002530         AT END
002540             MOVE "Y" TO WS-EOF-WHSIN
002550     END-READ.
002560 2050-EXIT.
002570     EXIT.
002580
002590 2100-COPY-ONE-ITEM.
002600     ADD 1 TO WS-ITEM-COUNT.
002610     MOVE FUT-TRAN-ID TO WS-CAN-TRAN-KEY.
002620     PERFORM 2300-FIND-REQUEST THRU 2300-EXIT.
002630     IF WS-CAN-FOUND-YES
002640         PERFORM 2200-APPLY-REQUEST THRU 2200-EXIT
002650     END-IF.
002660     IF FUT-WAITING
002670         ADD 1 TO WS-WAITING-COUNT
002680         EVALUATE TRUE
002690             WHEN FUT-TYPE-DEBIT
002700                 ADD FUT-AMOUNT TO WS-WAITING-DEBIT
002710             WHEN FUT-TYPE-CREDIT
002720                 ADD FUT-AMOUNT TO WS-WAITING-CREDIT
002730             WHEN OTHER
002740                 ADD FUT-AMOUNT TO WS-WAITING-DEBIT
002750                 ADD FUT-AMOUNT TO WS-WAITING-CREDIT
002760         END-EVALUATE
002770         MOVE "WAITING" TO WS-RESULT-TEXT
002780         PERFORM 2500-PRINT-ITEM THRU 2500-EXIT
002790     END-IF.
002800     WRITE FUT-OUT-REC FROM FUTR-REC.
002810     IF WS-WHSOUT-STATUS NOT = "00"
002820         DISPLAY "FUTRMNT008E FUTRWHS.NEW WRITE FAILED - "
002830             "STATUS = " WS-WHSOUT-STATUS ", ABENDING RUN"
002840         PERFORM 9800-ABEND THRU 9800-EXIT
002850     END-IF.
002860     PERFORM 2050-READ-WAREHOUSE THRU 2050-EXIT.
002870 2100-EXIT.
002880     EXIT.
002890
002900*****************************************************************
002910*  2200-APPLY-REQUEST  --  ONLY A WAITING ITEM CAN BE CANCELLED.
002920*  THE REQUEST IS MARKED WITH WHAT BECAME OF IT FOR THE
002930*  NOT-APPLIED SECTION OF THE REPORT.
002940*****************************************************************
002950 2200-APPLY-REQUEST.
002960     EVALUATE TRUE
002970         WHEN FUT-RELEASED
002980             MOVE "R" TO WS-C-RESULT(WS-CAN-HIT-SUB)
002990         WHEN FUT-CANCELLED
003000             MOVE "X" TO WS-C-RESULT(WS-CAN-HIT-SUB)
003010         WHEN OTHER
003020             MOVE "A" TO WS-C-RESULT(WS-CAN-HIT-SUB)
003030             MOVE "X" TO FUT-STATUS
003040             MOVE WS-C-REQUESTED-BY(WS-CAN-HIT-SUB)
003050                 TO FUT-CANCEL-BY
003060             MOVE WS-TODAY TO FUT-CANCEL-DATE
003070             MOVE WS-C-REASON(WS-CAN-HIT-SUB) TO FUT-CANCEL-REASON
003080             ADD 1 TO WS-CANCELLED-COUNT
003090             MOVE "CANCELLED" TO WS-RESULT-TEXT
003100             MOVE FUT-CANCEL-BY TO WS-RESULT-TEXT(11:8)
003110             PERFORM 2500-PRINT-ITEM THRU 2500-EXIT
003120             MOVE SPACES TO RPT-LINE-OUT
003130             STRING "REASON: " FUT-CANCEL-REASON
003140                 DELIMITED BY SIZE INTO RPT-LINE-OUT(21:)
003150             WRITE RPT-LINE FROM RPT-LINE-OUT
003160     END-EVALUATE.
003170 2200-EXIT.
003180     EXIT.
003190
003200*****************************************************************
003210*  2300-FIND-REQUEST  --  LOCATES THE FIRST LOADED REQUEST FOR
003220*  WS-CAN-TRAN-KEY.  DUPLICATES ARE NEVER MATCHED.
003230*****************************************************************
003240 2300-FIND-REQUEST.
003250     MOVE "N" TO WS-CAN-FOUND.
003260     MOVE ZERO TO WS-CAN-HIT-SUB.
003270     IF WS-CAN-COUNT > ZERO
003280         PERFORM 2350-SCAN-ONE-REQUEST THRU 2350-EXIT
003290             VARYING WS-CAN-SUB FROM 1 BY 1
003300             UNTIL WS-CAN-SUB > WS-CAN-COUNT
003310                OR WS-CAN-FOUND-YES
003320     END-IF.
003330 2300-EXIT.
003340     EXIT.
003350
003360 2350-SCAN-ONE-REQUEST.
003370     IF WS-C-TRAN-ID(WS-CAN-SUB) = WS-CAN-TRAN-KEY
003380        AND NOT WS-C-DUPLICATE(WS-CAN-SUB)
003390         MOVE "Y" TO WS-CAN-FOUND
003400         MOVE WS-CAN-SUB TO WS-CAN-HIT-SUB
003410     END-IF.
003420 2350-EXIT.
003430     EXIT.
003440
003450 2500-PRINT-ITEM.
003460     MOVE SPACES TO RPT-LINE-OUT.
003470     MOVE FUT-EFFECTIVE-DATE TO RPT-LINE-OUT(1:8).
003480     MOVE FUT-HELD-DATE TO RPT-LINE-OUT(11:8).
003490     MOVE FUT-TRAN-ID TO RPT-LINE-OUT(21:10).
003500     MOVE FUT-TRAN-TYPE TO RPT-LINE-OUT(33:2).
003510     MOVE FUT-ACCOUNT-NO TO RPT-LINE-OUT(37:12).
003520     MOVE FUT-AMOUNT TO WS-AMOUNT-EDIT.
003530     MOVE WS-AMOUNT-EDIT TO RPT-LINE-OUT(50:16).
003540     MOVE WS-RESULT-TEXT TO RPT-LINE-OUT(69:20).
003550     WRITE RPT-LINE FROM RPT-LINE-OUT.
003560 2500-EXIT.
003570     EXIT.
003580
003590*****************************************************************
003600*  3000-REPORT-REQUESTS  --  EVERY CANCEL REQUEST THAT DID NOT
003610*  CANCEL AN ITEM, WITH THE REASON.
003620*****************************************************************
003630 3000-REPORT-REQUESTS.
003640     IF WS-CAN-COUNT = ZERO
003650         GO TO 3000-EXIT
003660     END-IF.
003670     MOVE SPACES TO RPT-LINE-OUT.
003680     WRITE RPT-LINE FROM RPT-LINE-OUT.
003690     MOVE "CANCEL REQUESTS NOT APPLIED" TO RPT-LINE-OUT.
003700     WRITE RPT-LINE FROM RPT-LINE-OUT.
003710     PERFORM 3100-REPORT-ONE-REQUEST THRU 3100-EXIT
003720         VARYING WS-CAN-SUB FROM 1 BY 1
003730         UNTIL WS-CAN-SUB > WS-CAN-COUNT.
003740     IF WS-NOT-APPLIED-COUNT = ZERO
003750         MOVE "  (NONE)" TO RPT-LINE-OUT
003760         WRITE RPT-LINE FROM RPT-LINE-OUT
003770     END-IF.
003780 3000-EXIT.
003790     EXIT.
003800
003810 3100-REPORT-ONE-REQUEST.
003820     EVALUATE TRUE
003830         WHEN WS-C-APPLIED(WS-CAN-SUB)
003840             GO TO 3100-EXIT
003850         WHEN WS-C-PENDING(WS-CAN-SUB)
003860             MOVE "NOT ON WAREHOUSE" TO WS-RESULT-TEXT
003870         WHEN WS-C-WAS-RELEASED(WS-CAN-SUB)
003880             MOVE "ALREADY RELEASED" TO WS-RESULT-TEXT
003890         WHEN WS-C-WAS-CANCELLED(WS-CAN-SUB)
003900             MOVE "ALREADY CANCELLED" TO WS-RESULT-TEXT
003910         WHEN OTHER
003920             MOVE "DUPLICATE REQUEST" TO WS-RESULT-TEXT
003930     END-EVALUATE.
003940     ADD 1 TO WS-NOT-APPLIED-COUNT.
003950     MOVE SPACES TO RPT-LINE-OUT.
003960     MOVE WS-C-TRAN-ID(WS-CAN-SUB) TO RPT-LINE-OUT(3:10).
003970     MOVE WS-C-REQUESTED-BY(WS-CAN-SUB) TO RPT-LINE-OUT(15:8).
003980     MOVE WS-RESULT-TEXT TO RPT-LINE-OUT(25:20).
003990     MOVE WS-C-REASON(WS-CAN-SUB) TO RPT-LINE-OUT(47:30).
004000     WRITE RPT-LINE FROM RPT-LINE-OUT.
004010     DISPLAY "FUTRMNT009W CANCEL OF " WS-C-TRAN-ID(WS-CAN-SUB)
004020         " NOT APPLIED - " WS-RESULT-TEXT.
004030 3100-EXIT.
004040     EXIT.
004050
004060*****************************************************************
004070*  8000-FINALIZE  --  TOTALS, THEN THE REBUILT WAREHOUSE
004080*  REPLACES THE OLD ONE.
004090*****************************************************************
004100 8000-FINALIZE.
004110     MOVE SPACES TO RPT-LINE-OUT.
004120     WRITE RPT-LINE FROM RPT-LINE-OUT.
004130     MOVE WS-ITEM-COUNT TO WS-COUNT-EDIT.
004140     MOVE SPACES TO RPT-LINE-OUT.
004150     STRING "ITEMS ON WAREHOUSE      " WS-COUNT-EDIT
004160         DELIMITED BY SIZE INTO RPT-LINE-OUT.
004170     WRITE RPT-LINE FROM RPT-LINE-OUT.
004180     MOVE WS-WAITING-COUNT TO WS-COUNT-EDIT.
004190     MOVE SPACES TO RPT-LINE-OUT.
004200     STRING "ITEMS WAITING           " WS-COUNT-EDIT
004210         DELIMITED BY SIZE INTO RPT-LINE-OUT.
004220     WRITE RPT-LINE FROM RPT-LINE-OUT.
004230     MOVE WS-WAITING-DEBIT TO WS-TOTAL-EDIT.
004240     MOVE SPACES TO RPT-LINE-OUT.
004250     STRING "WAITING DEBITS    " WS-TOTAL-EDIT
004260         DELIMITED BY SIZE INTO RPT-LINE-OUT.
004270     WRITE RPT-LINE FROM RPT-LINE-OUT.
004280     MOVE WS-WAITING-CREDIT TO WS-TOTAL-EDIT.
004290     MOVE SPACES TO RPT-LINE-OUT.
004300     STRING "WAITING CREDITS   " WS-TOTAL-EDIT
004310         DELIMITED BY SIZE INTO RPT-LINE-OUT.
004320     WRITE RPT-LINE FROM RPT-LINE-OUT.
004330     MOVE WS-CANCELLED-COUNT TO WS-COUNT-EDIT.
004340     MOVE SPACES TO RPT-LINE-OUT.
004350     STRING "CANCELLED THIS RUN      " WS-COUNT-EDIT
004360         DELIMITED BY SIZE INTO RPT-LINE-OUT.
004370     WRITE RPT-LINE FROM RPT-LINE-OUT.
004380     MOVE WS-NOT-APPLIED-COUNT TO WS-COUNT-EDIT.
004390     MOVE SPACES TO RPT-LINE-OUT.
004400     STRING "REQUESTS NOT APPLIED    " WS-COUNT-EDIT
004410         DELIMITED BY SIZE INTO RPT-LINE-OUT.
004420     WRITE RPT-LINE FROM RPT-LINE-OUT.
004430     CLOSE RPTFILE.
004440     IF WS-WHS-IS-PRESENT
004450         CLOSE WHSIN
004460         CLOSE WHSOUT
004470         CALL "CBL_RENAME_FILE" USING WS-WHS-TMP-NAME
004480                 WS-WHS-FINAL-NAME
004490             RETURNING WS-WHS-RENAME-RC
004500         END-CALL
004510         IF WS-WHS-RENAME-RC NOT = ZERO
004520             DISPLAY "FUTRMNT010E FUTRWHS RENAME FAILED - RC = "
004530                 WS-WHS-RENAME-RC ", ABENDING RUN"
004540             PERFORM 9800-ABEND THRU 9800-EXIT
004550         END-IF
004560     END-IF.
004570     DISPLAY "FUTRMNT011I WAITING = " WS-WAITING-COUNT
004580         " CANCELLED = " WS-CANCELLED-COUNT
004590         " NOT APPLIED = " WS-NOT-APPLIED-COUNT.
004600     IF WS-NOT-APPLIED-COUNT > ZERO
004610         MOVE 4 TO RETURN-CODE
004620     END-IF.
004630 8000-EXIT.
004640     EXIT.
004650
004660*****************************************************************
004670*  9800-ABEND  --  CLEAN, LOGGED TERMINATION FOR CONDITIONS THAT
004680*  MAKE IT UNSAFE TO CONTINUE THE RUN.  FUTRWHS IS UNTOUCHED
004690*  UNTIL THE FINAL RENAME.
004700*****************************************************************
004710 9800-ABEND.
004720     DISPLAY "FUTRMNT ABENDING - SEE PRIOR MESSAGES".
004730     MOVE 16 TO RETURN-CODE.
004740     STOP RUN.
004750 9800-EXIT.
004760     EXIT.
