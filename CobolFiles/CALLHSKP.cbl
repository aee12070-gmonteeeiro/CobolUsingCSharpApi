000150*      DATE       INIT  DESCRIPTION
000160*      ---------- ----  --------------------------------------
000170*      2026-08-21  GM   ORIGINAL PROGRAM.
000171*      2026-10-15  GM   NIGHT-STEP LEDGER (STEPLDG): RUNS ONLY
000172*                       AFTER SUSPAGE HAS COMPLETED FOR THE NIGHT,
000173*                       AND ONLY ONCE PER NIGHT UNLESS FORCED WITH
000174*                       STEP_FORCE=CALLHSKP; COMPLETION IS
000175*                       RECORDED ON THE LEDGER.
000180*****************************************************************
000190 identification division.
000200 PROGRAM-ID.    CALLHSKP.
001010 01  WS-ENV-DIGIT REDEFINES WS-ENV-DIGIT-X
001020                                     PIC 9(01).
001030
001031*    NIGHT-STEP LEDGER PARAMETERS.
001032     COPY STEPPARM.
001033
001040 procedure division.
001050*****************************************************************
001060*  0000-MAINLINE
001070*****************************************************************
001080 0000-MAINLINE.
001081     PERFORM 0900-BEGIN-LEDGER-STEP THRU 0900-EXIT.
001090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001100     PERFORM 2000-PROCESS-CALLLOG THRU 2000-EXIT.
001110     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001120     STOP RUN.
001130
001131*****************************************************************
001132*  0900-BEGIN-LEDGER-STEP  --  CHECK IN WITH THE NIGHT-STEP
001133*  LEDGER BEFORE ANY OUTPUT IS OPENED.  CALLHSKP RUNS ONCE PER
001134*  NIGHT, AFTER SUSPAGE HAS COMPLETED, UNLESS THE OPERATOR
001135*  FORCES IT.
001136*****************************************************************
001137 0900-BEGIN-LEDGER-STEP.
001138     MOVE "B" TO STP-FUNCTION.
001139     MOVE "CALLHSKP" TO STP-STEP-NAME.
001140     MOVE SPACES TO STP-BUSINESS-DATE.
001141     MOVE ZERO TO STP-RUN-NUMBER.
001142     MOVE "N" TO STP-FORCE-FLAG.
001143     CALL "STEPLDG" USING STEP-LEDGER-PARMS.
001144     IF STP-REFUSED
001145         DISPLAY "CALLHSKP011E NIGHT-STEP LEDGER REFUSED THE "
001146             "RUN - RC = " STP-RETURN-CODE ", ABENDING RUN"
001147         PERFORM 9800-ABEND THRU 9800-EXIT
001148     END-IF.
001149 0900-EXIT.
001150     EXIT.
001151
001152 1000-INITIALIZE.
001153     PERFORM 1100-GET-RETENTION THRU 1100-EXIT.
001160     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001170     COMPUTE WS-CUTOFF-INT =
001180         FUNCTION INTEGER-OF-DATE(WS-TODAY-N) - WS-RETAIN-DAYS.
002620             WS-RENAME-RC
002630         PERFORM 9800-ABEND THRU 9800-EXIT
002640     END-IF.
002641     MOVE "E" TO STP-FUNCTION.
002642     CALL "STEPLDG" USING STEP-LEDGER-PARMS.
002643     IF STP-RETURN-CODE NOT = ZERO
002644         DISPLAY "CALLHSKP012E RUN COMPLETE BUT NOT RECORDED "
002645             "ON THE NIGHT-STEP LEDGER - DO NOT RERUN"
002646         MOVE 8 TO RETURN-CODE
002647     END-IF.
002650 8000-EXIT.
002660     EXIT.
002670
