000010*****************************************************************
000020*  PROGRAM-ID.  SHADRPT
000030*
000040*  SHADOW-RUN COMPARISON REPORT.  READS THE COMPARISON FILE
000050*  (SHADCMP) WRITTEN BY A TEST1 SHADOW RUN, IN WHICH EVERY
000060*  TRANSACTION WENT THROUGH BOTH THE PRODUCTION BUILD AND THE
000070*  CANDIDATE BUILD OF CSharpApi.dll, AND PRINTS (SHADRPT):
000080*      - EVERY TRANSACTION ON WHICH THE TWO BUILDS DISAGREED ON
000090*        TRAN-STATUS, RESP-REASON-CODE OR RESP-MESSAGE, AS TWO
000100*        LINES: THE PRODUCTION RESULT, THEN THE CANDIDATE'S, WITH
000110*        THE FIELDS THAT DIFFER FLAGGED
000120*      - THE NIGHT'S TOTALS: COMPARED, AGREED, DISAGREED (BY
000130*        FIELD) AND CANDIDATE CALLS THAT FAILED OUTRIGHT
000140*  A REPORT WITH NO DISAGREEMENTS IS THE SIGN-OFF FOR THE
000150*  CANDIDATE BUILD AGAINST THAT NIGHT'S TRAFFIC.  RETURN CODE 4
000160*  WHEN ANY TRANSACTION DISAGREED.
000170*
000180*  MODIFICATION HISTORY
000190*      DATE       INIT  DESCRIPTION
000200*      ---------- ----  --------------------------------------
000210*      2026-10-15  GM   ORIGINAL PROGRAM.
000220*****************************************************************
000230 identification division.
000240 PROGRAM-ID.    SHADRPT.
000250 AUTHOR.        Gabriel Monteiro.
000260 INSTALLATION.  INTEROP BATCH.
000270 DATE-WRITTEN.  2026-10-15.
000280 DATE-COMPILED.
000290 ENVIRONMENT    DIVISION.
000300 CONFIGURATION  SECTION.
000310
000320 input-output section.
000330 file-control.
000340     SELECT SHADFILE ASSIGN TO "SHADCMP"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-SHADFILE-STATUS.
000370     SELECT RPTFILE ASSIGN TO "SHADRPT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-RPTFILE-STATUS.
000400
000410 data division.
000420 file section.
000430
000440 FD  SHADFILE.
000450     COPY SHADCMP.
000460
000470 FD  RPTFILE.
000480 01  RPT-LINE                        PIC X(132).
000490
000500 working-storage section.
000510 01  WS-FILE-STATUSES.
000520     05  WS-SHADFILE-STATUS          PIC X(02).
000530     05  WS-RPTFILE-STATUS           PIC X(02).
000540 01  WS-SWITCHES.
000550     05  WS-EOF-SHADFILE             PIC X(01) VALUE "N".
000560         88  WS-EOF-SHADFILE-YES         VALUE "Y".
000570     05  WS-SHADFILE-OPEN            PIC X(01) VALUE "N".
000580         88  WS-SHADFILE-IS-OPEN         VALUE "Y".
000590
000600 77  WS-COMPARED-COUNT               PIC 9(09) VALUE ZERO COMP.
000610 77  WS-AGREED-COUNT                 PIC 9(09) VALUE ZERO COMP.
000620 77  WS-DISAGREED-COUNT              PIC 9(09) VALUE ZERO COMP.
000630 77  WS-STATUS-DIFF-COUNT            PIC 9(09) VALUE ZERO COMP.
000640 77  WS-REASON-DIFF-COUNT            PIC 9(09) VALUE ZERO COMP.
000650 77  WS-MESSAGE-DIFF-COUNT           PIC 9(09) VALUE ZERO COMP.
000660 77  WS-CAND-FAILED-COUNT            PIC 9(09) VALUE ZERO COMP.
000670
000680*    THE NIGHT BEING REPORTED, TAKEN FROM THE FIRST RECORD.
000690 01  WS-RPT-BUSINESS-DATE            PIC X(08) VALUE SPACES.
000700 01  WS-RPT-RUN-NUMBER               PIC 9(05) VALUE ZERO.
000710
000720*    PRINT-LINE EDIT FIELDS.
000730 01  WS-REC-NO-EDIT                  PIC Z(08)9.
000740 01  WS-RUN-EDIT                     PIC ZZZZ9.
000750 01  WS-COUNT-EDIT                   PIC ZZZ,ZZZ,ZZ9.
000760 01  WS-DIFF-TEXT                    PIC X(14).
000770 01  WS-DIFF-PTR                     PIC 9(02) COMP.
000780 01  RPT-LINE-OUT                    PIC X(132).
000790
000800 procedure division.
000810*****************************************************************
000820*  0000-MAINLINE
000830*****************************************************************
000840 0000-MAINLINE.
000850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000860     PERFORM 2000-REPORT-DISAGREEMENTS THRU 2000-EXIT.
000870     PERFORM 8000-FINALIZE THRU 8000-EXIT.
000880     STOP RUN.
000890
000900*****************************************************************
000910*  1000-INITIALIZE  --  NO COMPARISON FILE MEANS NO SHADOW RUN
000920*  TOOK PLACE: THE REPORT IS STILL PRINTED, EMPTY, SO THE
000930*  SCHEDULE CAN SEE IT, AND THE OPERATOR IS WARNED.  THE FIRST
000940*  RECORD IS READ AHEAD FOR THE NIGHT'S DATE AND RUN.
000950*****************************************************************
000960 1000-INITIALIZE.
000970     OPEN OUTPUT RPTFILE.
000980     IF WS-RPTFILE-STATUS NOT = "00"
000990         DISPLAY "SHADRPT001E SHADRPT COULD NOT BE OPENED, "
001000             "ABENDING RUN"
001010         PERFORM 9800-ABEND THRU 9800-EXIT
001020     END-IF.
001030     OPEN INPUT SHADFILE.
001040     IF WS-SHADFILE-STATUS = "35"
001050         DISPLAY "SHADRPT002W SHADCMP NOT FOUND - NO SHADOW RUN "
001060             "TO REPORT"
001070         MOVE "Y" TO WS-EOF-SHADFILE
001080     ELSE
001090         IF WS-SHADFILE-STATUS NOT = "00"
001100             DISPLAY "SHADRPT003E SHADCMP COULD NOT BE OPENED - "
001110                 "STATUS = " WS-SHADFILE-STATUS ", ABENDING RUN"
001120             PERFORM 9800-ABEND THRU 9800-EXIT
001130         END-IF
001140         MOVE "Y" TO WS-SHADFILE-OPEN
001150         PERFORM 2100-READ-SHADFILE THRU 2100-EXIT
001160     END-IF.
001170     IF NOT WS-EOF-SHADFILE-YES
001180         MOVE SHD-BUSINESS-DATE TO WS-RPT-BUSINESS-DATE
001190         MOVE SHD-RUN-NUMBER TO WS-RPT-RUN-NUMBER
001200     END-IF.
001210     PERFORM 1200-PRINT-HEADERS THRU 1200-EXIT.
001220 1000-EXIT.
001230     EXIT.
001240
001250 1200-PRINT-HEADERS.
001260     MOVE WS-RPT-RUN-NUMBER TO WS-RUN-EDIT.
001270     MOVE SPACES TO RPT-LINE-OUT.
001280     STRING "SHADRPT - SHADOW RUN DISAGREEMENTS - BUSINESS DATE "
001290             WS-RPT-BUSINESS-DATE
001300             " RUN "
001310             WS-RUN-EDIT
001320             " - PRODUCTION VS CANDIDATE BUILD"
001330         DELIMITED BY SIZE INTO RPT-LINE-OUT.
001340     WRITE RPT-LINE FROM RPT-LINE-OUT.
001350     MOVE SPACES TO RPT-LINE-OUT.
001360     WRITE RPT-LINE FROM RPT-LINE-OUT.
001370     MOVE "TRAN-ID" TO RPT-LINE-OUT(1:7).
001380     MOVE "RECORD" TO RPT-LINE-OUT(15:6).
001390     MOVE "TYPE" TO RPT-LINE-OUT(23:4).
001400     MOVE "ACCOUNT" TO RPT-LINE-OUT(28:7).
001410     MOVE "BUILD" TO RPT-LINE-OUT(42:5).
001420     MOVE "ST" TO RPT-LINE-OUT(48:2).
001430     MOVE "REASON" TO RPT-LINE-OUT(51:6).
001440     MOVE "MESSAGE" TO RPT-LINE-OUT(58:7).
001450     MOVE "DIFFERS" TO RPT-LINE-OUT(119:7).
001460     WRITE RPT-LINE FROM RPT-LINE-OUT.
001470 1200-EXIT.
001480     EXIT.
001490
001500*****************************************************************
001510*  2000-REPORT-DISAGREEMENTS  --  ONE PASS OVER THE COMPARISON
001520*  FILE.  EVERY RECORD IS COUNTED; ONLY DISAGREEMENTS ARE
001530*  PRINTED.
001540*****************************************************************
001550 2000-REPORT-DISAGREEMENTS.
001560     PERFORM 2050-COUNT-AND-PRINT THRU 2050-EXIT
001570         UNTIL WS-EOF-SHADFILE-YES.
001580 2000-EXIT.
001590     EXIT.
001600
001610 2050-COUNT-AND-PRINT.
001620     ADD 1 TO WS-COMPARED-COUNT.
001630     IF SHD-CAND-CALL-FAILED
001640         ADD 1 TO WS-CAND-FAILED-COUNT
001650     END-IF.
001660     IF SHD-DISAGREED
001670         ADD 1 TO WS-DISAGREED-COUNT
001680         PERFORM 2200-PRINT-DISAGREEMENT THRU 2200-EXIT
001690     ELSE
001700         ADD 1 TO WS-AGREED-COUNT
001710     END-IF.
001720     PERFORM 2100-READ-SHADFILE THRU 2100-EXIT.
001730 2050-EXIT.
001740     EXIT.
001750
001760 2100-READ-SHADFILE.
001770     READ SHADFILE
001780         AT END
001790             MOVE "Y" TO WS-EOF-SHADFILE
001800     END-READ.
001810 2100-EXIT.
001820     EXIT.
001830
001840*****************************************************************
001850*  2200-PRINT-DISAGREEMENT  --  THE PRODUCTION LINE CARRIES THE
001860*  TRANSACTION; THE CANDIDATE LINE BENEATH IT CARRIES THE FIELDS
001870*  THAT DIFFER.
001880*****************************************************************
001890 2200-PRINT-DISAGREEMENT.
001900     MOVE SPACES TO WS-DIFF-TEXT.
001910     MOVE 1 TO WS-DIFF-PTR.
001920     IF SHD-STATUS-DIFFERS
001930         ADD 1 TO WS-STATUS-DIFF-COUNT
001940         STRING "ST " DELIMITED BY SIZE
001950             INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
001960     END-IF.
001970     IF SHD-REASON-DIFFERS
001980         ADD 1 TO WS-REASON-DIFF-COUNT
001990         STRING "REASON " DELIMITED BY SIZE
002000             INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
002010     END-IF.
002020     IF SHD-MESSAGE-DIFFERS
002030         ADD 1 TO WS-MESSAGE-DIFF-COUNT
002040         STRING "MSG" DELIMITED BY SIZE
002050             INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
002060     END-IF.
002070     MOVE SPACES TO RPT-LINE-OUT.
002080     MOVE SHD-TRAN-ID TO RPT-LINE-OUT(1:10).
002090     MOVE SHD-TRAN-REC-NO TO WS-REC-NO-EDIT.
002100     MOVE WS-REC-NO-EDIT TO RPT-LINE-OUT(12:9).
002110     MOVE SHD-TRAN-TYPE TO RPT-LINE-OUT(23:2).
002120     MOVE SHD-ACCOUNT-NO TO RPT-LINE-OUT(28:12).
002130     MOVE "PROD" TO RPT-LINE-OUT(42:4).
002140     MOVE SHD-PROD-TRAN-STATUS TO RPT-LINE-OUT(48:1).
002150     MOVE SHD-PROD-REASON-CODE TO RPT-LINE-OUT(51:5).
002160     MOVE SHD-PROD-MESSAGE TO RPT-LINE-OUT(58:60).
002170     WRITE RPT-LINE FROM RPT-LINE-OUT.
002180     MOVE SPACES TO RPT-LINE-OUT.
002190     MOVE "CAND" TO RPT-LINE-OUT(42:4).
002200     MOVE SHD-CAND-TRAN-STATUS TO RPT-LINE-OUT(48:1).
002210     MOVE SHD-CAND-REASON-CODE TO RPT-LINE-OUT(51:5).
002220     MOVE SHD-CAND-MESSAGE TO RPT-LINE-OUT(58:60).
002230     MOVE WS-DIFF-TEXT TO RPT-LINE-OUT(119:14).
002240     WRITE RPT-LINE FROM RPT-LINE-OUT.
002250 2200-EXIT.
002260     EXIT.
002270
002280*****************************************************************
002290*  8000-FINALIZE  --  TOTALS, THEN SHOW THE OPERATOR THE
002300*  VERDICT.  ANY DISAGREEMENT ENDS THE STEP WITH RETURN CODE 4.
002310*****************************************************************
002320 8000-FINALIZE.
002330     MOVE SPACES TO RPT-LINE-OUT.
002340     WRITE RPT-LINE FROM RPT-LINE-OUT.
002350     IF WS-DISAGREED-COUNT = ZERO
002360         MOVE "NO DISAGREEMENTS - CANDIDATE MATCHED PRODUCTION"
002370             TO RPT-LINE-OUT
002380         WRITE RPT-LINE FROM RPT-LINE-OUT
002390         MOVE SPACES TO RPT-LINE-OUT
002400     END-IF.
002410     MOVE WS-COMPARED-COUNT TO WS-COUNT-EDIT.
002420     STRING "TRANSACTIONS COMPARED   = " WS-COUNT-EDIT
002430         DELIMITED BY SIZE INTO RPT-LINE-OUT.
002440     WRITE RPT-LINE FROM RPT-LINE-OUT.
002450     MOVE SPACES TO RPT-LINE-OUT.
002460     MOVE WS-AGREED-COUNT TO WS-COUNT-EDIT.
002470     STRING "AGREED                  = " WS-COUNT-EDIT
002480         DELIMITED BY SIZE INTO RPT-LINE-OUT.
002490     WRITE RPT-LINE FROM RPT-LINE-OUT.
002500     MOVE SPACES TO RPT-LINE-OUT.
002510     MOVE WS-DISAGREED-COUNT TO WS-COUNT-EDIT.
002520     STRING "DISAGREED               = " WS-COUNT-EDIT
002530         DELIMITED BY SIZE INTO RPT-LINE-OUT.
002540     WRITE RPT-LINE FROM RPT-LINE-OUT.
002550     MOVE SPACES TO RPT-LINE-OUT.
002560     MOVE WS-STATUS-DIFF-COUNT TO WS-COUNT-EDIT.
002570     STRING "  ON TRAN-STATUS        = " WS-COUNT-EDIT
002580         DELIMITED BY SIZE INTO RPT-LINE-OUT.
002590     WRITE RPT-LINE FROM RPT-LINE-OUT.
002600     MOVE SPACES TO RPT-LINE-OUT.
002610     MOVE WS-REASON-DIFF-COUNT TO WS-COUNT-EDIT.
002620     STRING "  ON RESP-REASON-CODE   = " WS-COUNT-EDIT
002630         DELIMITED BY SIZE INTO RPT-LINE-OUT.
002640     WRITE RPT-LINE FROM RPT-LINE-OUT.
002650     MOVE SPACES TO RPT-LINE-OUT.
002660     MOVE WS-MESSAGE-DIFF-COUNT TO WS-COUNT-EDIT.
002670     STRING "  ON RESP-MESSAGE       = " WS-COUNT-EDIT
002680         DELIMITED BY SIZE INTO RPT-LINE-OUT.
002690     WRITE RPT-LINE FROM RPT-LINE-OUT.
002700     MOVE SPACES TO RPT-LINE-OUT.
002710     MOVE WS-CAND-FAILED-COUNT TO WS-COUNT-EDIT.
002720     STRING "CANDIDATE CALLS FAILED  = " WS-COUNT-EDIT
002730         DELIMITED BY SIZE INTO RPT-LINE-OUT.
002740     WRITE RPT-LINE FROM RPT-LINE-OUT.
002750     IF WS-SHADFILE-IS-OPEN
002760         CLOSE SHADFILE
002770     END-IF.
002780     CLOSE RPTFILE.
002790     DISPLAY "SHADRPT004I COMPARED = " WS-COMPARED-COUNT
002800         " AGREED = " WS-AGREED-COUNT
002810         " DISAGREED = " WS-DISAGREED-COUNT
002820         " CANDIDATE CALLS FAILED = " WS-CAND-FAILED-COUNT.
002830     IF WS-DISAGREED-COUNT > ZERO
002840         DISPLAY "SHADRPT005W CANDIDATE BUILD DISAGREES WITH "
002850             "PRODUCTION - DO NOT CUT OVER"
002860         MOVE 4 TO RETURN-CODE
002870     END-IF.
002880 8000-EXIT.
002890     EXIT.
002900
002910*****************************************************************
002920*  9800-ABEND  --  CLEAN, LOGGED TERMINATION FOR CONDITIONS THAT
002930*  MAKE IT UNSAFE TO CONTINUE THE RUN.
002940*****************************************************************
002950 9800-ABEND.
002960     DISPLAY "SHADRPT ABENDING - SEE PRIOR MESSAGES".
002970     MOVE 16 TO RETURN-CODE.
002980     STOP RUN.
002990 9800-EXIT.
003000     EXIT.
