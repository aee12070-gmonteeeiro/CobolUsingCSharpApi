000010*****************************************************************
000020*  PROGRAM-ID.  SOEXCP
000030*
000040*  STANDING-ORDER EXCEPTIONS REPORT.  A STANDING-ORDER PAYMENT
000050*  GENERATED BY SOSCHED GOES THROUGH TRANEDIT AND TEST1 LIKE ANY
000060*  OTHER TRANSACTION, SO ONE THAT FAILS - ACCOUNT CLOSED OR
000070*  DORMANT, API ERROR, AND SO ON - LANDS IN SUSPENSE (SUSPFILE)
000080*  AND, PAST THE CYCLE LIMIT, IN THE DEAD-LETTER FILE (DEADLTR)
000090*  WITH EVERYTHING ELSE.  THIS PROGRAM PICKS OUT THE PAYMENTS
000100*  WHOSE TRAN-ID ("SO" + SO-ID + SEQUENCE) TRACES TO AN
000110*  INSTRUCTION ON THE STANDING-ORDER MASTER (SOMAST) AND PRINTS
000120*  (SOEXCRPT), FOR EACH, THE INSTRUCTION AND ITS CURRENT STATUS,
000130*  THE PAYMENT, WHERE IT IS STUCK, THE REASON CODE AND MESSAGE,
000140*  THE DATE IT FIRST SUSPENDED AND HOW MANY CYCLES IT HAS BEEN
000150*  RETRIED, THEN TOTALS.  READ-ONLY: NOTHING IS RELEASED OR
000160*  REPAIRED HERE.  RETURN CODE 4 WHEN ANY EXCEPTION IS LISTED.
000170*
000180*  MODIFICATION HISTORY
000190*      DATE       INIT  DESCRIPTION
000200*      ---------- ----  --------------------------------------
000210*      2026-10-15  GM   ORIGINAL PROGRAM.
000220*****************************************************************
000230 identification division.
000240 PROGRAM-ID.    SOEXCP.
000250 AUTHOR.        Gabriel Monteiro.
000260 INSTALLATION.  INTEROP BATCH.
000270 DATE-WRITTEN.  2026-10-15.
000280 DATE-COMPILED.
000290 ENVIRONMENT    DIVISION.
000300 CONFIGURATION  SECTION.
000310
000320 input-output section.
000330 file-control.
000340     SELECT SUSPFILE ASSIGN TO "SUSPFILE"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-SUSPFILE-STATUS.
000370     SELECT DEADLTR ASSIGN TO "DEADLTR"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-DEADLTR-STATUS.
000400     SELECT SOMAST ASSIGN TO "SOMAST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS SO-ID
000440         FILE STATUS IS WS-SOMAST-STATUS.
000450     SELECT RPTFILE ASSIGN TO "SOEXCRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RPTFILE-STATUS.
000480
000490 data division.
000500 file section.
000510
000520 FD  SUSPFILE.
000530     COPY SUSPREC.
000540
000550 FD  DEADLTR.
000560     COPY SUSPREC
000570         REPLACING ==SUSP-REC== BY ==DEAD-SUSP-REC==
000580         ==SUSP-TRAN-DATA== BY ==DEAD-TRAN-DATA==
000590         ==SUSP-REASON-CODE== BY ==DEAD-REASON-CODE==
000600         ==SUSP-MESSAGE== BY ==DEAD-MESSAGE==
000610         ==SUSP-FIRST-DATE== BY ==DEAD-FIRST-DATE==
000620         ==SUSP-CYCLE-COUNT== BY ==DEAD-CYCLE-COUNT==.
000630
000640 FD  SOMAST.
000650     COPY SOREC.
000660
000670 FD  RPTFILE.
000680 01  RPT-LINE                        PIC X(132).
000690
000700 working-storage section.
000710 01  WS-FILE-STATUSES.
000720     05  WS-SUSPFILE-STATUS          PIC X(02).
000730     05  WS-DEADLTR-STATUS           PIC X(02).
000740     05  WS-SOMAST-STATUS            PIC X(02).
000750     05  WS-RPTFILE-STATUS           PIC X(02).
000760 01  WS-SWITCHES.
000770     05  WS-EOF-CURRENT              PIC X(01) VALUE "N".
000780         88  WS-EOF-CURRENT-YES          VALUE "Y".
000790     05  WS-SOMAST-OPEN-FLAG         PIC X(01) VALUE "N".
000800         88  WS-SOMAST-OPEN              VALUE "Y".
000810
000820 77  WS-SUSP-READ-COUNT              PIC 9(09) VALUE ZERO COMP.
000830 77  WS-DEAD-READ-COUNT              PIC 9(09) VALUE ZERO COMP.
000840 77  WS-SUSP-EXC-COUNT               PIC 9(09) VALUE ZERO COMP.
000850 77  WS-DEAD-EXC-COUNT               PIC 9(09) VALUE ZERO COMP.
000860 77  WS-UNTRACED-COUNT               PIC 9(09) VALUE ZERO COMP.
000870 01  WS-SUSP-EXC-AMOUNT              PIC 9(13)V99 VALUE ZERO.
000880 01  WS-DEAD-EXC-AMOUNT              PIC 9(13)V99 VALUE ZERO.
000890
000900*    THE ITEM BEING REPORTED, WHICHEVER FILE IT CAME FROM.  A
000910*    RECORD WRITTEN BEFORE THE AGING FIELDS EXISTED SHOWS ZERO
000920*    CYCLES.
000930 01  WS-ITEM-SOURCE                  PIC X(11).
000940 01  WS-ITEM-REASON-CODE             PIC X(05).
000950 01  WS-ITEM-MESSAGE                 PIC X(60).
000960 01  WS-ITEM-FIRST-DATE              PIC X(08).
000970 01  WS-ITEM-CYCLE-COUNT             PIC 9(03).
000980     COPY TRANREC.
000990
001000 01  WS-TODAY                        PIC X(08).
001010
001020*    PRINT-LINE EDIT FIELDS.
001030 01  WS-COUNT-EDIT                   PIC ZZZ,ZZZ,ZZ9.
001040 01  WS-AMOUNT-EDIT                  PIC ZZZ,ZZZ,ZZ9.99-.
001050 01  WS-TOTAL-EDIT                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001060 01  WS-CYCLE-EDIT                   PIC ZZ9.
001070 01  RPT-LINE-OUT                    PIC X(132).
001080
001090 procedure division.
001100*****************************************************************
001110*  0000-MAINLINE
001120*****************************************************************
001130 0000-MAINLINE.
001140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001150     PERFORM 2000-SCAN-SUSPENSE THRU 2000-EXIT.
001160     PERFORM 2500-SCAN-DEAD-LETTER THRU 2500-EXIT.
001170     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001180     STOP RUN.
001190
001200*****************************************************************
001210*  1000-INITIALIZE  --  NO MASTER MEANS NO STANDING ORDERS, SO
001220*  NOTHING CAN BE AN EXCEPTION: THE REPORT IS STILL PRINTED,
001230*  EMPTY, AND THE OPERATOR IS WARNED.
001240*****************************************************************
001250 1000-INITIALIZE.
001260     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001270     OPEN OUTPUT RPTFILE.
001280     IF WS-RPTFILE-STATUS NOT = "00"
001290         DISPLAY "SOEXCP001E SOEXCRPT COULD NOT BE OPENED, "
001300             "ABENDING RUN"
001310         PERFORM 9800-ABEND THRU 9800-EXIT
001320     END-IF.
001330     PERFORM 1200-PRINT-HEADERS THRU 1200-EXIT.
001340     OPEN INPUT SOMAST.
001350     IF WS-SOMAST-STATUS = "35"
001360         DISPLAY "SOEXCP002W SOMAST NOT FOUND - NO STANDING "
001370             "ORDERS ON FILE"
001380         GO TO 1000-EXIT
001390     END-IF.
001400     IF WS-SOMAST-STATUS NOT = "00"
001410         DISPLAY "SOEXCP003E SOMAST COULD NOT BE OPENED - "
001420             "STATUS = " WS-SOMAST-STATUS ", ABENDING RUN"
001430         PERFORM 9800-ABEND THRU 9800-EXIT
001440     END-IF.
001450     MOVE "Y" TO WS-SOMAST-OPEN-FLAG.
001460 1000-EXIT.
001470     EXIT.
001480
001490 1200-PRINT-HEADERS.
001500     MOVE SPACES TO RPT-LINE-OUT.
001510     STRING "SOEXCP - STANDING-ORDER PAYMENTS IN SUSPENSE OR "
001520             "DEAD-LETTER - RUN DATE " WS-TODAY
001530         DELIMITED BY SIZE INTO RPT-LINE-OUT.
001540     WRITE RPT-LINE FROM RPT-LINE-OUT.
001550     MOVE SPACES TO RPT-LINE-OUT.
001560     WRITE RPT-LINE FROM RPT-LINE-OUT.
001570     MOVE "WHERE" TO RPT-LINE-OUT(1:5).
001580     MOVE "SO-ID" TO RPT-LINE-OUT(13:5).
001590     MOVE "S" TO RPT-LINE-OUT(20:1).
001600     MOVE "TRAN-ID" TO RPT-LINE-OUT(22:7).
001610     MOVE "TY" TO RPT-LINE-OUT(33:2).
001620     MOVE "ACCOUNT" TO RPT-LINE-OUT(36:7).
001630     MOVE "AMOUNT" TO RPT-LINE-OUT(59:6).
001640     MOVE "DUE" TO RPT-LINE-OUT(67:3).
001650     MOVE "REASON" TO RPT-LINE-OUT(76:6).
001660     MOVE "1ST SUSP" TO RPT-LINE-OUT(82:8).
001670     MOVE "CYC" TO RPT-LINE-OUT(91:3).
001680     MOVE "MESSAGE" TO RPT-LINE-OUT(95:7).
001690     WRITE RPT-LINE FROM RPT-LINE-OUT.
001700 1200-EXIT.
001710     EXIT.
001720
001730*****************************************************************
001740*  2000-SCAN-SUSPENSE  --  THE SUSPENSE FILE AS TEST1 LEFT IT.
001750*  NO FILE MEANS NOTHING IS IN SUSPENSE.
001760*****************************************************************
001770 2000-SCAN-SUSPENSE.
001780     IF NOT WS-SOMAST-OPEN
001790         GO TO 2000-EXIT
001800     END-IF.
001810     OPEN INPUT SUSPFILE.
001820     IF WS-SUSPFILE-STATUS NOT = "00"
001830         GO TO 2000-EXIT
001840     END-IF.
001850     MOVE "SUSPENSE" TO WS-ITEM-SOURCE.
001860     MOVE "N" TO WS-EOF-CURRENT.
001870     PERFORM 2050-READ-ONE-SUSPENSE THRU 2050-EXIT
001880         UNTIL WS-EOF-CURRENT-YES.
001890     CLOSE SUSPFILE.
001900 2000-EXIT.
001910     EXIT.
001920
001930 2050-READ-ONE-SUSPENSE.
001940     READ SUSPFILE
001950         AT END
001960             MOVE "Y" TO WS-EOF-CURRENT
001970             GO TO 2050-EXIT
001980     END-READ.
001990     ADD 1 TO WS-SUSP-READ-COUNT.
002000     MOVE SUSP-TRAN-DATA TO TRAN-REC.
002010     MOVE SUSP-REASON-CODE TO WS-ITEM-REASON-CODE.
002020     MOVE SUSP-MESSAGE TO WS-ITEM-MESSAGE.
002030     MOVE SUSP-FIRST-DATE TO WS-ITEM-FIRST-DATE.
002040     IF SUSP-CYCLE-COUNT IS NUMERIC
002050         MOVE SUSP-CYCLE-COUNT TO WS-ITEM-CYCLE-COUNT
002060     ELSE
002070         MOVE ZERO TO WS-ITEM-CYCLE-COUNT
002080     END-IF.
002090     PERFORM 3000-REPORT-ONE-ITEM THRU 3000-EXIT.
002100 2050-EXIT.
002110     EXIT.
002120
002130*****************************************************************
002140*  2500-SCAN-DEAD-LETTER  --  THE DEAD-LETTER FILE ACCUMULATES
002150*  UNTIL SOMEONE DISPOSES OF ITS RECORDS, SO EVERY STANDING-
002160*  ORDER PAYMENT STILL ON IT IS LISTED, NOT JUST TONIGHT'S.
002170*****************************************************************
002180 2500-SCAN-DEAD-LETTER.
002190     IF NOT WS-SOMAST-OPEN
002200         GO TO 2500-EXIT
002210     END-IF.
002220     OPEN INPUT DEADLTR.
002230     IF WS-DEADLTR-STATUS NOT = "00"
002240         GO TO 2500-EXIT
002250     END-IF.
002260     MOVE "DEAD-LETTER" TO WS-ITEM-SOURCE.
002270     MOVE "N" TO WS-EOF-CURRENT.
002280     PERFORM 2550-READ-ONE-DEAD-LETTER THRU 2550-EXIT
002290         UNTIL WS-EOF-CURRENT-YES.
002300     CLOSE DEADLTR.
002310 2500-EXIT.
002320     EXIT.
002330
002340 2550-READ-ONE-DEAD-LETTER.
002350     READ DEADLTR
002360         AT END
002370             MOVE "Y" TO WS-EOF-CURRENT
002380             GO TO 2550-EXIT
002390     END-READ.
002400     ADD 1 TO WS-DEAD-READ-COUNT.
002410     MOVE DEAD-TRAN-DATA TO TRAN-REC.
002420     MOVE DEAD-REASON-CODE TO WS-ITEM-REASON-CODE.
002430     MOVE DEAD-MESSAGE TO WS-ITEM-MESSAGE.
002440     MOVE DEAD-FIRST-DATE TO WS-ITEM-FIRST-DATE.
002450     IF DEAD-CYCLE-COUNT IS NUMERIC
002460         MOVE DEAD-CYCLE-COUNT TO WS-ITEM-CYCLE-COUNT
002470     ELSE
002480         MOVE ZERO TO WS-ITEM-CYCLE-COUNT
002490     END-IF.
002500     PERFORM 3000-REPORT-ONE-ITEM THRU 3000-EXIT.
002510 2550-EXIT.
002520     EXIT.
002530
002540*****************************************************************
002550*  3000-REPORT-ONE-ITEM  --  ONLY A TRAN-ID THAT NAMES AN
002560*  INSTRUCTION ON SOMAST IS A STANDING-ORDER PAYMENT; AN
002570*  UPSTREAM ID THAT HAPPENS TO START "SO" IS COUNTED AND LEFT
002580*  OFF THE REPORT.
002590*****************************************************************
002600 3000-REPORT-ONE-ITEM.
002610     IF TRAN-ID(1:2) NOT = "SO"
002620         GO TO 3000-EXIT
002630     END-IF.
002640     MOVE TRAN-ID(3:6) TO SO-ID.
002650     READ SOMAST
002660         INVALID KEY
002670             ADD 1 TO WS-UNTRACED-COUNT
002680             GO TO 3000-EXIT
002690     END-READ.
002700     IF WS-ITEM-SOURCE = "SUSPENSE"
002710         ADD 1 TO WS-SUSP-EXC-COUNT
002720         ADD TRAN-AMOUNT TO WS-SUSP-EXC-AMOUNT
002730     ELSE
002740         ADD 1 TO WS-DEAD-EXC-COUNT
002750         ADD TRAN-AMOUNT TO WS-DEAD-EXC-AMOUNT
002760     END-IF.
002770     MOVE SPACES TO RPT-LINE-OUT.
002780     MOVE WS-ITEM-SOURCE TO RPT-LINE-OUT(1:11).
002790     MOVE SO-ID TO RPT-LINE-OUT(13:6).
002800     MOVE SO-STATUS TO RPT-LINE-OUT(20:1).
002810     MOVE TRAN-ID TO RPT-LINE-OUT(22:10).
002820     MOVE TRAN-TYPE TO RPT-LINE-OUT(33:2).
002830     MOVE TRAN-ACCOUNT-NO TO RPT-LINE-OUT(36:12).
002840     MOVE TRAN-AMOUNT TO WS-AMOUNT-EDIT.
002850     MOVE WS-AMOUNT-EDIT TO RPT-LINE-OUT(49:16).
002860     MOVE TRAN-DATE TO RPT-LINE-OUT(67:8).
002870     MOVE WS-ITEM-REASON-CODE TO RPT-LINE-OUT(76:5).
002880     MOVE WS-ITEM-FIRST-DATE TO RPT-LINE-OUT(82:8).
002890     MOVE WS-ITEM-CYCLE-COUNT TO WS-CYCLE-EDIT.
002900     MOVE WS-CYCLE-EDIT TO RPT-LINE-OUT(91:3).
002910     MOVE WS-ITEM-MESSAGE TO RPT-LINE-OUT(95:38).
002920     WRITE RPT-LINE FROM RPT-LINE-OUT.
002930 3000-EXIT.
002940     EXIT.
002950
002960*****************************************************************
002970*  8000-FINALIZE  --  TOTALS BY WHERE THE PAYMENTS ARE STUCK.
002980*****************************************************************
002990 8000-FINALIZE.
003000     MOVE SPACES TO RPT-LINE-OUT.
003010     WRITE RPT-LINE FROM RPT-LINE-OUT.
003020     MOVE WS-SUSP-EXC-COUNT TO WS-COUNT-EDIT.
003030     MOVE WS-SUSP-EXC-AMOUNT TO WS-TOTAL-EDIT.
003040     MOVE SPACES TO RPT-LINE-OUT.
003050     STRING "IN SUSPENSE      " WS-COUNT-EDIT "   AMOUNT "
003060             WS-TOTAL-EDIT
003070         DELIMITED BY SIZE INTO RPT-LINE-OUT.
003080     WRITE RPT-LINE FROM RPT-LINE-OUT.
003090     MOVE WS-DEAD-EXC-COUNT TO WS-COUNT-EDIT.
003100     MOVE WS-DEAD-EXC-AMOUNT TO WS-TOTAL-EDIT.
003110     MOVE SPACES TO RPT-LINE-OUT.
003120     STRING "IN DEAD-LETTER   " WS-COUNT-EDIT "   AMOUNT "
003130             WS-TOTAL-EDIT
003140         DELIMITED BY SIZE INTO RPT-LINE-OUT.
003150     WRITE RPT-LINE FROM RPT-LINE-OUT.
003160     MOVE SPACES TO RPT-LINE-OUT.
003170     MOVE "S = INSTRUCTION STATUS NOW: A ACTIVE, H HELD, "
003180         TO RPT-LINE-OUT.
003190     MOVE "C CANCELLED" TO RPT-LINE-OUT(48:11).
003200     WRITE RPT-LINE FROM RPT-LINE-OUT.
003210     CLOSE RPTFILE.
003220     IF WS-SOMAST-OPEN
003230         CLOSE SOMAST
003240     END-IF.
003250     DISPLAY "SOEXCP004I SUSPENSE READ = " WS-SUSP-READ-COUNT
003260         " DEAD-LETTER READ = " WS-DEAD-READ-COUNT.
003270     DISPLAY "SOEXCP005I STANDING-ORDER EXCEPTIONS - SUSPENSE = "
003280         WS-SUSP-EXC-COUNT " DEAD-LETTER = " WS-DEAD-EXC-COUNT.
003290     IF WS-UNTRACED-COUNT > ZERO
003300         DISPLAY "SOEXCP006I " WS-UNTRACED-COUNT " ITEMS WITH AN "
003310             "SO TRAN-ID MATCH NO INSTRUCTION - NOT LISTED"
003320     END-IF.
003330     IF WS-SUSP-EXC-COUNT > ZERO OR WS-DEAD-EXC-COUNT > ZERO
003340         DISPLAY "SOEXCP007W STANDING-ORDER PAYMENTS NOT POSTED "
003350             "- SEE SOEXCRPT"
003360         MOVE 4 TO RETURN-CODE
003370     END-IF.
003380 8000-EXIT.
003390     EXIT.
003400
003410*****************************************************************
003420*  9800-ABEND  --  CLEAN, LOGGED TERMINATION FOR CONDITIONS THAT
003430*  MAKE IT UNSAFE TO CONTINUE THE RUN.
003440*****************************************************************
003450 9800-ABEND.
003460     DISPLAY "SOEXCP ABENDING - SEE PRIOR MESSAGES".
003470     MOVE 16 TO RETURN-CODE.
003480     STOP RUN.
003490 9800-EXIT.
003500     EXIT.
