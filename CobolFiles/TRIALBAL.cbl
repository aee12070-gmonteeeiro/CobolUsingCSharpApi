000170*      DATE       INIT  DESCRIPTION
000180*      ---------- ----  --------------------------------------
000190*      2026-09-02  GM   ORIGINAL PROGRAM.
000191*      2026-10-15  GM   A TRANSFER ("TR") COUNTS AS A DEBIT ON
000192*                       THE SOURCE ACCOUNT AND A CREDIT ON THE
000193*                       DESTINATION ACCOUNT.
000194*      2026-10-15  GM   NIGHT-STEP LEDGER (STEPLDG): RUNS ONLY
000195*                       AFTER HISTROLL HAS COMPLETED FOR THE
000196*                       NIGHT, AND ONLY ONCE PER NIGHT UNLESS
000197*                       FORCED WITH STEP_FORCE=TRIALBAL;
000198*                       COMPLETION IS RECORDED ON THE LEDGER.
000200*****************************************************************
000210 identification division.
000220 PROGRAM-ID.    TRIALBAL.
001040 01  RPT-LINE-OUT                    PIC X(132).
001050 01  RPT-RUN-DATE                    PIC X(08).
001060
001061*    NIGHT-STEP LEDGER PARAMETERS.
001062     COPY STEPPARM.
001063
001070 procedure division.
001080*****************************************************************
001090*  0000-MAINLINE
001100*****************************************************************
001110 0000-MAINLINE.
001111     PERFORM 0900-BEGIN-LEDGER-STEP THRU 0900-EXIT.
001120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001130     PERFORM 2000-SORT-AND-REPORT THRU 2000-EXIT.
001140     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001150     STOP RUN.
001160
001161*****************************************************************
001162*  0900-BEGIN-LEDGER-STEP  --  CHECK IN WITH THE NIGHT-STEP
001163*  LEDGER BEFORE ANY OUTPUT IS OPENED.  TRIALBAL RUNS ONCE PER
001164*  NIGHT, AFTER HISTROLL HAS COMPLETED, UNLESS THE OPERATOR
001165*  FORCES IT.
001166*****************************************************************
001167 0900-BEGIN-LEDGER-STEP.
001168     MOVE "B" TO STP-FUNCTION.
001169     MOVE "TRIALBAL" TO STP-STEP-NAME.
001170     MOVE SPACES TO STP-BUSINESS-DATE.
001171     MOVE ZERO TO STP-RUN-NUMBER.
001172     MOVE "N" TO STP-FORCE-FLAG.
001173     CALL "STEPLDG" USING STEP-LEDGER-PARMS.
001174     IF STP-REFUSED
001175         DISPLAY "TRIALBAL007E NIGHT-STEP LEDGER REFUSED THE "
001176             "RUN - RC = " STP-RETURN-CODE ", ABENDING RUN"
001177         PERFORM 9800-ABEND THRU 9800-EXIT
001178     END-IF.
001179 0900-EXIT.
001180     EXIT.
001181
001182 1000-INITIALIZE.
001183     ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
001190     OPEN INPUT ACCTMST.
001200     IF WS-ACCTMST-STATUS NOT = "00"
001210         DISPLAY "TRIALBAL001E ACCTMST COULD NOT BE OPENED - "
001870             MOVE "Y" TO WS-EOF-DISPFILE
001880         NOT AT END
001890             ADD 1 TO WS-READ-COUNT
001900             EVALUATE TRUE
001905                 WHEN NOT TRAN-STATUS-PROCESSED
001908                     CONTINUE
001910                 WHEN TRAN-TYPE-TRANSFER
001912                     PERFORM 3070-RELEASE-TRANSFER-LEGS
001914                         THRU 3070-EXIT
001916                 WHEN OTHER
001918                     MOVE TRAN-ACCOUNT-NO TO SRT-ACCOUNT-NO
001920                     MOVE TRAN-TYPE TO SRT-TRAN-TYPE
001930                     MOVE TRAN-AMOUNT TO SRT-AMOUNT
001940                     RELEASE SORT-REC
001950             END-EVALUATE
001960     END-READ.
001970 3050-EXIT.
001980     EXIT.
001981
001982*****************************************************************
001983*  3070-RELEASE-TRANSFER-LEGS  --  A TRANSFER MOVED THE SAME
001984*  AMOUNT OUT OF ONE ACCOUNT AND INTO ANOTHER, SO EACH ACCOUNT
001985*  GETS ITS OWN LEG: A DEBIT ON THE SOURCE AND A CREDIT ON THE
001986*  DESTINATION, SAME AS THE GL EXTRACT.
001987*****************************************************************
001988 3070-RELEASE-TRANSFER-LEGS.
001989     MOVE TRAN-ACCOUNT-NO TO SRT-ACCOUNT-NO.
001990     MOVE "DB" TO SRT-TRAN-TYPE.
001991     MOVE TRAN-AMOUNT TO SRT-AMOUNT.
001992     RELEASE SORT-REC.
001993     MOVE TRAN-DEST-ACCOUNT-NO TO SRT-ACCOUNT-NO.
001994     MOVE "CR" TO SRT-TRAN-TYPE.
001995     MOVE TRAN-AMOUNT TO SRT-AMOUNT.
001996     RELEASE SORT-REC.
001997 3070-EXIT.
001998     EXIT.
001999
002000*****************************************************************
002010*  4000-MATCH-AND-PRINT  --  THE SORTED ACTIVITY AND THE MASTER
002020*  BOTH ARRIVE IN ACCOUNT ORDER.  MASTERS BELOW THE CURRENT
003580         DISPLAY "TRIALBAL006W ACTIVITY GROUPS WITH NO MASTER "
003590             "RECORD = " WS-ORPHAN-COUNT
003600     END-IF.
003601     MOVE "E" TO STP-FUNCTION.
003602     CALL "STEPLDG" USING STEP-LEDGER-PARMS.
003603     IF STP-RETURN-CODE NOT = ZERO
003604         DISPLAY "TRIALBAL008E RUN COMPLETE BUT NOT RECORDED "
003605             "ON THE NIGHT-STEP LEDGER - DO NOT RERUN"
003606         MOVE 8 TO RETURN-CODE
003607     END-IF.
003610 8000-EXIT.
003620     EXIT.
003630
