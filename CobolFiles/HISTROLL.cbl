000150*      DATE       INIT  DESCRIPTION
000160*      ---------- ----  --------------------------------------
000170*      2026-09-02  GM   ORIGINAL PROGRAM.
000171*      2026-10-15  GM   A TRANSFER ("TR") ROLLS IN UNDER BOTH
000172*                       ITS SOURCE AND ITS DESTINATION ACCOUNT,
000173*                       SO EACH ACCOUNT'S HISTORY SHOWS ITS LEG.
000174*      2026-10-15  GM   NIGHT-STEP LEDGER (STEPLDG): RUNS ONLY
000175*                       AFTER GLEXTR HAS COMPLETED FOR THE NIGHT,
000176*                       AND ONLY ONCE PER NIGHT UNLESS FORCED WITH
000177*                       STEP_FORCE=HISTROLL; COMPLETION IS
000178*                       RECORDED ON THE LEDGER.
000180*****************************************************************
000190 identification division.
000200 PROGRAM-ID.    HISTROLL.
000940             "TRANHIST".
000950     05  WS-RENAME-RC                PIC 9(02) COMP.
000960
000961*    NIGHT-STEP LEDGER PARAMETERS.
000962     COPY STEPPARM.
000963
000970 procedure division.
000980*****************************************************************
000990*  0000-MAINLINE
001000*****************************************************************
001010 0000-MAINLINE.
001011     PERFORM 0900-BEGIN-LEDGER-STEP THRU 0900-EXIT.
001020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001030     PERFORM 2000-SORT-AND-MERGE THRU 2000-EXIT.
001040     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001050     STOP RUN.
001060
001061*****************************************************************
001062*  0900-BEGIN-LEDGER-STEP  --  CHECK IN WITH THE NIGHT-STEP
001063*  LEDGER BEFORE ANY OUTPUT IS OPENED.  HISTROLL RUNS ONCE PER
001064*  NIGHT, AFTER GLEXTR HAS COMPLETED, UNLESS THE OPERATOR
001065*  FORCES IT.
001066*****************************************************************
001067 0900-BEGIN-LEDGER-STEP.
001068     MOVE "B" TO STP-FUNCTION.
001069     MOVE "HISTROLL" TO STP-STEP-NAME.
001070     MOVE SPACES TO STP-BUSINESS-DATE.
001071     MOVE ZERO TO STP-RUN-NUMBER.
001072     MOVE "N" TO STP-FORCE-FLAG.
001073     CALL "STEPLDG" USING STEP-LEDGER-PARMS.
001074     IF STP-REFUSED
001075         DISPLAY "HISTROLL008E NIGHT-STEP LEDGER REFUSED THE "
001076             "RUN - RC = " STP-RETURN-CODE ", ABENDING RUN"
001077         PERFORM 9800-ABEND THRU 9800-EXIT
001078     END-IF.
001079 0900-EXIT.
001080     EXIT.
001081
001082 1000-INITIALIZE.
001083*    A MISSING HISTORY JUST MEANS THIS IS THE FIRST ROLL-UP.
001090     MOVE "N" TO WS-EOF-OLDHIST.
001100     OPEN INPUT OLDHIST.
001110     IF WS-OLDHIST-STATUS NOT = "00"
001580                 MOVE TRAN-DATE TO SRT-TRAN-DATE
001590                 MOVE TRAN-REC TO SRT-TRAN-DATA
001600                 RELEASE SORT-REC
001601*                THE DESTINATION LEG OF A TRANSFER CARRIES THE
001602*                SAME IMAGE, FILED UNDER THE DESTINATION ACCOUNT.
001603                 IF TRAN-TYPE-TRANSFER
001604                     ADD 1 TO WS-NEW-COUNT
001605                     MOVE TRAN-DEST-ACCOUNT-NO TO SRT-ACCOUNT-NO
001606                     RELEASE SORT-REC
001607                 END-IF
001610             END-IF
001620     END-READ.
001630 3050-EXIT.
002670             WS-RENAME-RC
002680         PERFORM 9800-ABEND THRU 9800-EXIT
002690     END-IF.
002691     MOVE "E" TO STP-FUNCTION.
002692     CALL "STEPLDG" USING STEP-LEDGER-PARMS.
002693     IF STP-RETURN-CODE NOT = ZERO
002694         DISPLAY "HISTROLL009E RUN COMPLETE BUT NOT RECORDED "
002695             "ON THE NIGHT-STEP LEDGER - DO NOT RERUN"
002696         MOVE 8 TO RETURN-CODE
002697     END-IF.
002700 8000-EXIT.
002710     EXIT.
002720
