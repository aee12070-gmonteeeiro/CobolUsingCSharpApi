000140*      DATE       INIT  DESCRIPTION
000150*      ---------- ----  --------------------------------------
000160*      2026-09-02  GM   ORIGINAL PROGRAM.
000161*      2026-10-15  GM   NIGHT-STEP LEDGER (STEPLDG): RUNS ONLY
000162*                       AFTER DAYRECON HAS COMPLETED FOR THE
000163*                       NIGHT, AND ONLY ONCE PER NIGHT UNLESS
000164*                       FORCED WITH STEP_FORCE=SUSPAGE; COMPLETION
000165*                       IS RECORDED ON THE LEDGER.
000170*****************************************************************
000180 identification division.
000190 PROGRAM-ID.    SUSPAGE.
000910 01  WS-TOTAL-EDIT                   PIC ZZZ,ZZ9.
000920 01  RPT-LINE-OUT                    PIC X(132).
000930
000931*    NIGHT-STEP LEDGER PARAMETERS.
000932     COPY STEPPARM.
000933
000940 procedure division.
000950*****************************************************************
000960*  0000-MAINLINE
000970*****************************************************************
000980 0000-MAINLINE.
000981     PERFORM 0900-BEGIN-LEDGER-STEP THRU 0900-EXIT.
000990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001000     PERFORM 2000-PROCESS-SUSPFILE THRU 2000-EXIT.
001010     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001020     STOP RUN.
001030
001031*****************************************************************
001032*  0900-BEGIN-LEDGER-STEP  --  CHECK IN WITH THE NIGHT-STEP
001033*  LEDGER BEFORE ANY OUTPUT IS OPENED.  SUSPAGE RUNS ONCE PER
001034*  NIGHT, AFTER DAYRECON HAS COMPLETED, UNLESS THE OPERATOR
001035*  FORCES IT.
001036*****************************************************************
001037 0900-BEGIN-LEDGER-STEP.
001038     MOVE "B" TO STP-FUNCTION.
001039     MOVE "SUSPAGE" TO STP-STEP-NAME.
001040     MOVE SPACES TO STP-BUSINESS-DATE.
001041     MOVE ZERO TO STP-RUN-NUMBER.
001042     MOVE "N" TO STP-FORCE-FLAG.
001043     CALL "STEPLDG" USING STEP-LEDGER-PARMS.
001044     IF STP-REFUSED
001045         DISPLAY "SUSPAGE007E NIGHT-STEP LEDGER REFUSED THE "
001046             "RUN - RC = " STP-RETURN-CODE ", ABENDING RUN"
001047         PERFORM 9800-ABEND THRU 9800-EXIT
001048     END-IF.
001049 0900-EXIT.
001050     EXIT.
001051
001052 1000-INITIALIZE.
001053     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001060     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-N).
001070     OPEN INPUT SUSPFILE.
001080     IF WS-SUSPFILE-STATUS NOT = "00"
002460         DISPLAY "SUSPAGE005W RECORDS SUSPENDED OVER 10 DAYS = "
002470             WS-TOT-BUCKET-4
002480     END-IF.
002481     MOVE "E" TO STP-FUNCTION.
002482     CALL "STEPLDG" USING STEP-LEDGER-PARMS.
002483     IF STP-RETURN-CODE NOT = ZERO
002484         DISPLAY "SUSPAGE008E RUN COMPLETE BUT NOT RECORDED "
002485             "ON THE NIGHT-STEP LEDGER - DO NOT RERUN"
002486         MOVE 8 TO RETURN-CODE
002487     END-IF.
002490 8000-EXIT.
002500     EXIT.
002510
