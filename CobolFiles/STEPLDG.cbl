000010*****************************************************************
000020*  PROGRAM-ID.  STEPLDG
000030*
000040*  NIGHT-STEP LEDGER SUBPROGRAM.  RUNCTL STOPS TEST1 FROM RUNNING
000050*  A BUSINESS DATE TWICE, BUT NOTHING STOPPED THE STEPS AROUND IT:
000060*  A SECOND HISTROLL OVER THE SAME DISPFILE MERGED THE NIGHT INTO
000070*  TRANHIST TWICE, AND A SECOND GLEXTR HANDED FINANCE ANOTHER
000080*  GLFILE FOR A DATE IT ALREADY HAD.  EVERY STEP OF THE NIGHTLY
000090*  CHAIN NOW CALLS THIS PROGRAM (PARAMETERS IN STEPPARM):
000100*      "B"  BEFORE THE STEP TOUCHES ANY OUTPUT.  THE NIGHT IS
000110*           ESTABLISHED (BUSINESS DATE AND RUNCTL RUN NUMBER) AND
000120*           THE STEP IS REFUSED IF ITS PREDECESSOR IN THE CHAIN
000130*           HAS NOT COMPLETED FOR THAT NIGHT, OR IF THE STEP
000140*           ITSELF ALREADY HAS.  OTHERWISE A STARTED RECORD IS
000150*           WRITTEN TO STEPLOG.
000160*      "E"  AFTER THE STEP HAS FINISHED: A COMPLETED RECORD IS
000170*           WRITTEN FOR THE SAME NIGHT.
000180*  THE CHAIN ORDER IS THE STEPTBL COPYBOOK.  THE NIGHT'S RUN
000190*  NUMBER IS THE ONE TEST1 REGISTERS IN RUNCTL: THE STEPS AHEAD
000200*  OF TEST1 (TRANINTK, THEN TRANEDIT) TAKE THE NUMBER TEST1 WILL
000210*  BE GIVEN NEXT; THE STEPS AFTER TEST1 TAKE THE LATEST RUNCTL
000220*  ENTRY.  BECAUSE A TEST1 RELAUNCH AFTER AN ABEND REGISTERS A NEW
000230*  RUN NUMBER, TEST1 ITSELF ONLY NEEDS A TRANEDIT COMPLETION FOR
000240*  THE DATE NEWER THAN ITS OWN LAST COMPLETION, AND A TRANEDIT
000241*  RERUN AFTER SUCH AN ABEND NEEDS THE INTAKE RERUN FIRST.  AN
000242*  OPERATOR WHO MEANS TO RUN A STEP ANYWAY SETS STEP_FORCE TO
000250*  THAT STEP'S NAME; THE FORCED RUN IS LOGGED AND MARKED ON THE
000260*  LEDGER.
000270*
000280*  MODIFICATION HISTORY
000290*      DATE       INIT  DESCRIPTION
000300*      ---------- ----  --------------------------------------
000310*      2026-10-15  GM   ORIGINAL PROGRAM.
000311*      2026-10-15  GM   TRANINTK JOINS THE CHAIN AHEAD OF
000312*                       TRANEDIT.  THE RULES THAT WERE TIED TO
000313*                       THE FIRST TWO TABLE POSITIONS NOW KEY ON
000314*                       TEST1'S POSITION (SLT-POST-STEP): EVERY
000315*                       STEP AHEAD OF IT TAKES THE NEXT RUN NUMBER
000316*                       AND IS DONE ONCE THE DATE IS POSTED.
000320*****************************************************************
000330 identification division.
000340 PROGRAM-ID.    STEPLDG.
000350 AUTHOR.        Gabriel Monteiro.
000360 INSTALLATION.  INTEROP BATCH.
000370 DATE-WRITTEN.  2026-10-15.
000380 DATE-COMPILED.
000390 ENVIRONMENT    DIVISION.
000400 CONFIGURATION  SECTION.
000410
000420 input-output section.
000430 file-control.
000440     SELECT STEPLOG ASSIGN TO "STEPLOG"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-STEPLOG-STATUS.
000470     SELECT RUNCTLFILE ASSIGN TO "RUNCTL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RUNCTLFILE-STATUS.
000500
000510 data division.
000520 file section.
000530
000540 FD  STEPLOG.
000550     COPY STEPLOG.
000560
000570 FD  RUNCTLFILE.
000580     COPY RUNCTL.
000590
000600 working-storage section.
000610 01  WS-FILE-STATUSES.
000620     05  WS-STEPLOG-STATUS           PIC X(02).
000630     05  WS-RUNCTLFILE-STATUS        PIC X(02).
000640 01  WS-SWITCHES.
000650     05  WS-EOF-STEPLOG              PIC X(01) VALUE "N".
000660         88  WS-EOF-STEPLOG-YES          VALUE "Y".
000670     05  WS-EOF-RUNCTL               PIC X(01) VALUE "N".
000680         88  WS-EOF-RUNCTL-YES           VALUE "Y".
000690     05  WS-STEP-DONE-FLAG           PIC X(01) VALUE "N".
000700         88  WS-STEP-DONE                VALUE "Y".
000710     05  WS-PRED-DONE-FLAG           PIC X(01) VALUE "N".
000720         88  WS-PRED-DONE                VALUE "Y".
000730     05  WS-DATE-POSTED-FLAG         PIC X(01) VALUE "N".
000740         88  WS-DATE-POSTED              VALUE "Y".
000750
000760     COPY STEPTBL.
000770 77  SLT-SUB                         PIC 9(02) VALUE ZERO COMP.
000780 77  SLT-FOUND-SUB                   PIC 9(02) VALUE ZERO COMP.
000790 01  WS-PRED-NAME                    PIC X(08).
000800
000810*    WHAT RUNCTL SAYS ABOUT THE NIGHT: THE LATEST LAUNCH OVERALL,
000820*    AND THE HIGHEST RUN NUMBER (WITH ITS STATUS) FOR THE DATE.
000830 01  WS-LAST-RC-DATE                 PIC X(08).
000840 01  WS-LAST-RC-RUN                  PIC 9(05).
000850 01  WS-LAST-RC-STATUS               PIC X(01).
000860 01  WS-MAX-RUN                      PIC 9(05).
000870 01  WS-MAX-RUN-STATUS               PIC X(01).
000880
000890*    LATEST COMPLETIONS FOR THE DATE OF TEST1 AND OF THE STEP
000900*    BEFORE IT, FOR THE TEST1 PREDECESSOR CHECK.
000910 01  WS-EDIT-MAX-RUN                 PIC 9(05).
000920 01  WS-POST-MAX-RUN                 PIC 9(05).
000930
000940 01  WS-ENV-FORCE                    PIC X(08).
000950 01  WS-EVENT                        PIC X(01).
000960
000970 01  WS-TIMESTAMP-FIELDS.
000980     05  WS-CURRENT-DATE             PIC X(08).
000990     05  WS-CURRENT-TIME             PIC X(08).
001000     05  WS-CURRENT-TIMESTAMP        PIC X(16).
001010
001020 linkage section.
001030     COPY STEPPARM.
001040
001050 procedure division USING STEP-LEDGER-PARMS.
001060*****************************************************************
001070*  0000-MAINLINE
001080*****************************************************************
001090 0000-MAINLINE.
001100     MOVE ZERO TO STP-RETURN-CODE.
001110     EVALUATE TRUE
001120         WHEN STP-BEGIN-STEP
001130             PERFORM 1000-BEGIN-STEP THRU 1000-EXIT
001140         WHEN STP-END-STEP
001150             PERFORM 5000-END-STEP THRU 5000-EXIT
001160         WHEN OTHER
001170             DISPLAY "STEPLDG001E INVALID FUNCTION '" STP-FUNCTION
001180                 "' FROM STEP " STP-STEP-NAME
001190             MOVE 16 TO STP-RETURN-CODE
001200     END-EVALUATE.
001210     GOBACK.
001220
001230*****************************************************************
001240*  1000-BEGIN-STEP  --  ESTABLISH THE NIGHT, CHECK THE LEDGER
001250*  AND, IF THE STEP MAY RUN, RECORD ITS START.
001260*****************************************************************
001270 1000-BEGIN-STEP.
001280     PERFORM 1100-FIND-STEP THRU 1100-EXIT.
001290     IF SLT-FOUND-SUB = ZERO
001300         DISPLAY "STEPLDG002E UNKNOWN STEP NAME '" STP-STEP-NAME
001310             "' - NOT IN THE NIGHTLY CHAIN"
001320         MOVE 16 TO STP-RETURN-CODE
001330         GO TO 1000-EXIT
001340     END-IF.
001350     IF NOT STP-FORCED
001360         MOVE "N" TO STP-FORCE-FLAG
001370         MOVE SPACES TO WS-ENV-FORCE
001380         ACCEPT WS-ENV-FORCE FROM ENVIRONMENT "STEP_FORCE"
001390         IF WS-ENV-FORCE = STP-STEP-NAME
001400             MOVE "Y" TO STP-FORCE-FLAG
001410         END-IF
001420     END-IF.
001430     PERFORM 1200-ESTABLISH-NIGHT THRU 1200-EXIT.
001440     IF STP-BUSINESS-DATE = SPACES
001450         IF STP-FORCED
001460             DISPLAY "STEPLDG003W " STP-STEP-NAME " - NO TEST1 "
001470                 "RUN ON RECORD IN RUNCTL - FORCED BY OPERATOR"
001480             MOVE 4 TO STP-RETURN-CODE
001490         ELSE
001500             DISPLAY "STEPLDG004E " STP-STEP-NAME " REFUSED - NO "
001510                 "TEST1 RUN ON RECORD IN RUNCTL"
001520             MOVE 8 TO STP-RETURN-CODE
001530             GO TO 1000-EXIT
001540         END-IF
001550     END-IF.
001560     PERFORM 1300-SCAN-LEDGER THRU 1300-EXIT.
001570     IF STP-RETURN-CODE = 16
001580         GO TO 1000-EXIT
001590     END-IF.
001600     IF WS-STEP-DONE
001610         IF STP-FORCED
001620             DISPLAY "STEPLDG005W " STP-STEP-NAME " ALREADY "
001630                 "COMPLETED FOR BUSINESS DATE " STP-BUSINESS-DATE
001640                 " RUN " STP-RUN-NUMBER " - FORCED BY OPERATOR"
001650             MOVE 4 TO STP-RETURN-CODE
001660         ELSE
001670             DISPLAY "STEPLDG006E " STP-STEP-NAME " ALREADY "
001680                 "COMPLETED FOR BUSINESS DATE " STP-BUSINESS-DATE
001690                 " RUN " STP-RUN-NUMBER " - SET STEP_FORCE="
001700                 STP-STEP-NAME " TO RERUN"
001710             MOVE 12 TO STP-RETURN-CODE
001720             GO TO 1000-EXIT
001730         END-IF
001740     END-IF.
001750     IF SLT-FOUND-SUB > 1 AND NOT WS-PRED-DONE
001760         IF STP-FORCED
001770             DISPLAY "STEPLDG007W " STP-STEP-NAME " - "
001780                 WS-PRED-NAME " HAS NOT COMPLETED FOR BUSINESS "
001790                 "DATE " STP-BUSINESS-DATE " RUN " STP-RUN-NUMBER
001800                 " - FORCED BY OPERATOR"
001810             MOVE 4 TO STP-RETURN-CODE
001820         ELSE
001830             DISPLAY "STEPLDG008E " STP-STEP-NAME " REFUSED - "
001840                 WS-PRED-NAME " HAS NOT COMPLETED FOR BUSINESS "
001850                 "DATE " STP-BUSINESS-DATE " RUN " STP-RUN-NUMBER
001860             MOVE 8 TO STP-RETURN-CODE
001870             GO TO 1000-EXIT
001880         END-IF
001890     END-IF.
001900     MOVE "S" TO WS-EVENT.
001910     PERFORM 4000-APPEND-EVENT THRU 4000-EXIT.
001920     IF STP-RETURN-CODE NOT = 16
001930         DISPLAY "STEPLDG009I " STP-STEP-NAME " STARTED - "
001940             "BUSINESS DATE " STP-BUSINESS-DATE " RUN "
001950             STP-RUN-NUMBER
001960     END-IF.
001970 1000-EXIT.
001980     EXIT.
001990
002000 1100-FIND-STEP.
002010     MOVE ZERO TO SLT-FOUND-SUB.
002020     MOVE SPACES TO WS-PRED-NAME.
002030     PERFORM 1150-CHECK-ONE-STEP THRU 1150-EXIT
002040         VARYING SLT-SUB FROM 1 BY 1
002050         UNTIL SLT-SUB > SLT-STEP-COUNT OR SLT-FOUND-SUB > ZERO.
002060     IF SLT-FOUND-SUB > 1
002070         MOVE SLT-STEP-NAME(SLT-FOUND-SUB - 1) TO WS-PRED-NAME
002080     END-IF.
002090 1100-EXIT.
002100     EXIT.
002110
002120 1150-CHECK-ONE-STEP.
002130     IF SLT-STEP-NAME(SLT-SUB) = STP-STEP-NAME
002140         MOVE SLT-SUB TO SLT-FOUND-SUB
002150     END-IF.
002160 1150-EXIT.
002170     EXIT.
002180
002190*****************************************************************
002200*  1200-ESTABLISH-NIGHT  --  A STEP THAT DOES NOT KNOW ITS
002210*  BUSINESS DATE TAKES THE LATEST RUNCTL LAUNCH (THE REGISTRY IS
002220*  WRITTEN IN LAUNCH ORDER).  A STEP AHEAD OF TEST1 TAKES THE RUN
002230*  NUMBER TEST1 WILL REGISTER NEXT FOR ITS DATE, AND NOTES
002240*  WHETHER TEST1 HAS ALREADY COMPLETED THAT DATE.
002250*****************************************************************
002260 1200-ESTABLISH-NIGHT.
002270     PERFORM 1250-SCAN-RUNCTL THRU 1250-EXIT.
002280     IF STP-BUSINESS-DATE = SPACES
002290         MOVE WS-LAST-RC-DATE TO STP-BUSINESS-DATE
002300         MOVE WS-LAST-RC-RUN TO WS-MAX-RUN
002310         MOVE WS-LAST-RC-STATUS TO WS-MAX-RUN-STATUS
002320     END-IF.
002330     MOVE "N" TO WS-DATE-POSTED-FLAG.
002340     IF SLT-FOUND-SUB < SLT-POST-STEP
002350         COMPUTE STP-RUN-NUMBER = WS-MAX-RUN + 1
002360         IF WS-MAX-RUN-STATUS = "C"
002370             MOVE "Y" TO WS-DATE-POSTED-FLAG
002380         END-IF
002390     ELSE
002400         IF STP-RUN-NUMBER = ZERO
002410             MOVE WS-MAX-RUN TO STP-RUN-NUMBER
002420         END-IF
002430     END-IF.
002440 1200-EXIT.
002450     EXIT.
002460
002470 1250-SCAN-RUNCTL.
002480     MOVE SPACES TO WS-LAST-RC-DATE.
002490     MOVE ZERO TO WS-LAST-RC-RUN.
002500     MOVE SPACES TO WS-LAST-RC-STATUS.
002510     MOVE ZERO TO WS-MAX-RUN.
002520     MOVE SPACES TO WS-MAX-RUN-STATUS.
002530     MOVE "N" TO WS-EOF-RUNCTL.
002540     OPEN INPUT RUNCTLFILE.
002550     IF WS-RUNCTLFILE-STATUS NOT = "00"
002560         GO TO 1250-EXIT
002570     END-IF.
002580     PERFORM 1260-READ-ONE-RUNCTL THRU 1260-EXIT
002590         UNTIL WS-EOF-RUNCTL-YES.
002600     CLOSE RUNCTLFILE.
002610 1250-EXIT.
002620     EXIT.
002630
002640 1260-READ-ONE-RUNCTL.
002650     READ RUNCTLFILE
002660         AT END
002670             MOVE "Y" TO WS-EOF-RUNCTL
002680         NOT AT END
002690             MOVE RC-BUSINESS-DATE TO WS-LAST-RC-DATE
002700             MOVE RC-RUN-NUMBER TO WS-LAST-RC-RUN
002710             MOVE RC-STATUS TO WS-LAST-RC-STATUS
002720             IF RC-BUSINESS-DATE = STP-BUSINESS-DATE
002730                 AND RC-RUN-NUMBER >= WS-MAX-RUN
002740                 MOVE RC-RUN-NUMBER TO WS-MAX-RUN
002750                 MOVE RC-STATUS TO WS-MAX-RUN-STATUS
002760             END-IF
002770     END-READ.
002780 1260-EXIT.
002790     EXIT.
002800
002810*****************************************************************
002820*  1300-SCAN-LEDGER  --  ONE PASS OVER STEPLOG FOR THE NIGHT'S
002830*  COMPLETIONS.  NO LEDGER YET MEANS NOTHING HAS COMPLETED.
002840*****************************************************************
002850 1300-SCAN-LEDGER.
002860     MOVE "N" TO WS-STEP-DONE-FLAG.
002870     MOVE "N" TO WS-PRED-DONE-FLAG.
002880     MOVE ZERO TO WS-EDIT-MAX-RUN.
002890     MOVE ZERO TO WS-POST-MAX-RUN.
002900     MOVE "N" TO WS-EOF-STEPLOG.
002910     OPEN INPUT STEPLOG.
002920     IF WS-STEPLOG-STATUS = "35"
002930         GO TO 1300-CHECK-RESULTS
002940     END-IF.
002950     IF WS-STEPLOG-STATUS NOT = "00"
002960         DISPLAY "STEPLDG010E STEPLOG COULD NOT BE READ - "
002970             "STATUS = "
002980             WS-STEPLOG-STATUS
002990         MOVE 16 TO STP-RETURN-CODE
003000         GO TO 1300-EXIT
003010     END-IF.
003020     PERFORM 1350-READ-ONE-EVENT THRU 1350-EXIT
003030         UNTIL WS-EOF-STEPLOG-YES.
003040     CLOSE STEPLOG.
003050 1300-CHECK-RESULTS.
003060     IF SLT-FOUND-SUB < SLT-POST-STEP AND WS-DATE-POSTED
003070         MOVE "Y" TO WS-STEP-DONE-FLAG
003080     END-IF.
003090     IF SLT-FOUND-SUB = SLT-POST-STEP
003100         MOVE "N" TO WS-PRED-DONE-FLAG
003110         IF WS-EDIT-MAX-RUN > WS-POST-MAX-RUN
003120             MOVE "Y" TO WS-PRED-DONE-FLAG
003130         END-IF
003140     END-IF.
003150 1300-EXIT.
003160     EXIT.
003170
003180 1350-READ-ONE-EVENT.
003190     READ STEPLOG
003200         AT END
003210             MOVE "Y" TO WS-EOF-STEPLOG
003220             GO TO 1350-EXIT
003230     END-READ.
003240     IF SL-BUSINESS-DATE NOT = STP-BUSINESS-DATE
003250         OR NOT SL-EVENT-COMPLETED
003260         GO TO 1350-EXIT
003270     END-IF.
003280     IF SL-STEP-NAME = STP-STEP-NAME
003290         AND SL-RUN-NUMBER = STP-RUN-NUMBER
003300         MOVE "Y" TO WS-STEP-DONE-FLAG
003310     END-IF.
003320     IF SL-STEP-NAME = WS-PRED-NAME
003330         AND SL-RUN-NUMBER = STP-RUN-NUMBER
003340         MOVE "Y" TO WS-PRED-DONE-FLAG
003350     END-IF.
003360     IF SL-STEP-NAME = SLT-STEP-NAME(SLT-POST-STEP - 1)
003370         AND SL-RUN-NUMBER > WS-EDIT-MAX-RUN
003380         MOVE SL-RUN-NUMBER TO WS-EDIT-MAX-RUN
003390     END-IF.
003400     IF SL-STEP-NAME = SLT-STEP-NAME(SLT-POST-STEP)
003410         AND SL-RUN-NUMBER > WS-POST-MAX-RUN
003420         MOVE SL-RUN-NUMBER TO WS-POST-MAX-RUN
003430     END-IF.
003440 1350-EXIT.
003450     EXIT.
003460
003470*****************************************************************
003480*  4000-APPEND-EVENT  --  ONE LEDGER RECORD, APPENDED.  THE FIRST
003490*  STEP EVER RUN CREATES THE FILE.
003500*****************************************************************
003510 4000-APPEND-EVENT.
003520     OPEN EXTEND STEPLOG.
003530     IF WS-STEPLOG-STATUS = "35"
003540         OPEN OUTPUT STEPLOG
003550     END-IF.
003560     IF WS-STEPLOG-STATUS NOT = "00"
003570         DISPLAY "STEPLDG011E STEPLOG COULD NOT BE OPENED - "
003580             "STATUS = " WS-STEPLOG-STATUS
003590         MOVE 16 TO STP-RETURN-CODE
003600         GO TO 4000-EXIT
003610     END-IF.
003620     PERFORM 6000-BUILD-TIMESTAMP THRU 6000-EXIT.
003630     MOVE SPACES TO STEP-LOG-REC.
003640     MOVE STP-BUSINESS-DATE TO SL-BUSINESS-DATE.
003650     MOVE STP-RUN-NUMBER TO SL-RUN-NUMBER.
003660     MOVE STP-STEP-NAME TO SL-STEP-NAME.
003670     MOVE WS-EVENT TO SL-EVENT.
003680     MOVE WS-CURRENT-TIMESTAMP TO SL-TIMESTAMP.
003690     MOVE "N" TO SL-FORCED-FLAG.
003700     IF STP-FORCED
003710         MOVE "Y" TO SL-FORCED-FLAG
003720     END-IF.
003730     WRITE STEP-LOG-REC.
003740     CLOSE STEPLOG.
003750 4000-EXIT.
003760     EXIT.
003770
003780*****************************************************************
003790*  5000-END-STEP  --  RECORD THE COMPLETION FOR THE NIGHT THE
003800*  "B" CALL ESTABLISHED.
003810*****************************************************************
003820 5000-END-STEP.
003830     MOVE "C" TO WS-EVENT.
003840     PERFORM 4000-APPEND-EVENT THRU 4000-EXIT.
003850     IF STP-RETURN-CODE NOT = 16
003860         DISPLAY "STEPLDG012I " STP-STEP-NAME " COMPLETED - "
003870             "BUSINESS DATE " STP-BUSINESS-DATE " RUN "
003880             STP-RUN-NUMBER
003890     END-IF.
003900 5000-EXIT.
003910     EXIT.
003920
003930 6000-BUILD-TIMESTAMP.
003940     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003950     ACCEPT WS-CURRENT-TIME FROM TIME.
003960     STRING WS-CURRENT-DATE DELIMITED BY SIZE
003970            WS-CURRENT-TIME DELIMITED BY SIZE
003980         INTO WS-CURRENT-TIMESTAMP.
003990 6000-EXIT.
004000     EXIT.
