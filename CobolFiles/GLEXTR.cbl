000220*                       (CAPPED AT 5000 BUCKETS) WITH A SORT
000230*                       AND CONTROL-BREAK PASS SO THE EXTRACT
000240*                       SCALES TO PRODUCTION VOLUME.
000241*      2026-10-15  GM   A TRANSFER ("TR") POSTS AS A BALANCED
000242*                       PAIR: A DEBIT LINE ON THE SOURCE ACCOUNT
000243*                       AND A CREDIT LINE ON THE DESTINATION.
000244*      2026-10-15  GM   DEBITS RETURNED NSF BY TEST1 ARE COUNTED
000245*                       ON THEIR OWN, NOT AS UNKNOWN STATUS.
000246*      2026-10-15  GM   NIGHT-STEP LEDGER (STEPLDG): RUNS ONLY
000247*                       AFTER TEST1 HAS COMPLETED FOR THE NIGHT,
000248*                       AND ONLY ONCE PER NIGHT UNLESS FORCED WITH
000249*                       STEP_FORCE=GLEXTR; COMPLETION IS RECORDED
000250*                       ON THE LEDGER.
000251*****************************************************************
000260 identification division.
000270 PROGRAM-ID.    GLEXTR.
000280 AUTHOR.        Gabriel Monteiro.
000740 77  WS-POSTED-COUNT                 PIC 9(09) VALUE ZERO COMP.
000750 77  WS-ERROR-COUNT                  PIC 9(09) VALUE ZERO COMP.
000760 77  WS-PENDING-COUNT                PIC 9(09) VALUE ZERO COMP.
000765 77  WS-RETURNED-COUNT               PIC 9(09) VALUE ZERO COMP.
000770 77  WS-OTHER-COUNT                  PIC 9(09) VALUE ZERO COMP.
000780 77  WS-DETAIL-LINES                 PIC 9(09) VALUE ZERO COMP.
000790 01  WS-GRAND-TOTAL                  PIC 9(13)V99 VALUE ZERO.
000910     05  WS-SORT-TRAN-DATE           PIC X(08).
000920 01  WS-HOLD-AMOUNT                  PIC 9(13)V99 VALUE ZERO.
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
001000     PERFORM 2000-SORT-AND-POST THRU 2000-EXIT.
001010     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001020     STOP RUN.
001030
001031*****************************************************************
001032*  0900-BEGIN-LEDGER-STEP  --  CHECK IN WITH THE NIGHT-STEP
001033*  LEDGER BEFORE ANY OUTPUT IS OPENED.  GLEXTR RUNS ONCE PER
001034*  NIGHT, AFTER TEST1 HAS COMPLETED, UNLESS THE OPERATOR
001035*  FORCES IT.
001036*****************************************************************
001037 0900-BEGIN-LEDGER-STEP.
001038     MOVE "B" TO STP-FUNCTION.
001039     MOVE "GLEXTR" TO STP-STEP-NAME.
001040     MOVE SPACES TO STP-BUSINESS-DATE.
001041     MOVE ZERO TO STP-RUN-NUMBER.
001042     MOVE "N" TO STP-FORCE-FLAG.
001043     CALL "STEPLDG" USING STEP-LEDGER-PARMS.
001044     IF STP-REFUSED
001045         DISPLAY "GLEXTR007E NIGHT-STEP LEDGER REFUSED THE "
001046             "RUN - RC = " STP-RETURN-CODE ", ABENDING RUN"
001047         PERFORM 9800-ABEND THRU 9800-EXIT
001048     END-IF.
001049 0900-EXIT.
001050     EXIT.
001051
001052 1000-INITIALIZE.
001053     OPEN OUTPUT GLFILE.
001060     IF WS-GLFILE-STATUS NOT = "00"
001070         DISPLAY "GLEXTR002E GLFILE COULD NOT BE OPENED, "
001080             "ABENDING RUN"
001500             EVALUATE TRUE
001510                 WHEN TRAN-STATUS-PROCESSED
001520                     ADD 1 TO WS-POSTED-COUNT
001522                     IF TRAN-TYPE-TRANSFER
001524                         PERFORM 3070-RELEASE-TRANSFER-LEGS
001526                             THRU 3070-EXIT
001528                     ELSE
001530                         MOVE TRAN-ACCOUNT-NO TO SRT-ACCOUNT-NO
001540                         MOVE TRAN-TYPE TO SRT-TRAN-TYPE
001550                         MOVE TRAN-DATE TO SRT-TRAN-DATE
001560                         MOVE TRAN-AMOUNT TO SRT-AMOUNT
001570                         RELEASE SORT-REC
001575                     END-IF
001580                 WHEN TRAN-STATUS-ERROR
001590                     ADD 1 TO WS-ERROR-COUNT
001600                 WHEN TRAN-STATUS-PENDING
001610                     ADD 1 TO WS-PENDING-COUNT
001612                 WHEN TRAN-STATUS-RETURNED
001614                     ADD 1 TO WS-RETURNED-COUNT
001620                 WHEN OTHER
001630                     ADD 1 TO WS-OTHER-COUNT
001640             END-EVALUATE
001650     END-READ.
001660 3050-EXIT.
001670     EXIT.
001671
001672*****************************************************************
001673*  3070-RELEASE-TRANSFER-LEGS  --  A TRANSFER MOVES MONEY
001674*  BETWEEN TWO ACCOUNTS, SO IT FEEDS THE LEDGER AS TWO POSTINGS
001675*  OF EQUAL AMOUNT: A DEBIT ON THE SOURCE AND A CREDIT ON THE
001676*  DESTINATION.  EACH LEG THEN BREAKS WITH THE ORDINARY DEBITS
001677*  AND CREDITS OF ITS OWN ACCOUNT.
001678*****************************************************************
001679 3070-RELEASE-TRANSFER-LEGS.
001680     MOVE TRAN-ACCOUNT-NO TO SRT-ACCOUNT-NO.
001681     MOVE "DB" TO SRT-TRAN-TYPE.
001682     MOVE TRAN-DATE TO SRT-TRAN-DATE.
001683     MOVE TRAN-AMOUNT TO SRT-AMOUNT.
001684     RELEASE SORT-REC.
001685     MOVE TRAN-DEST-ACCOUNT-NO TO SRT-ACCOUNT-NO.
001686     MOVE "CR" TO SRT-TRAN-TYPE.
001687     MOVE TRAN-DATE TO SRT-TRAN-DATE.
001688     MOVE TRAN-AMOUNT TO SRT-AMOUNT.
001689     RELEASE SORT-REC.
001690 3070-EXIT.
001691     EXIT.
001692
001693*****************************************************************
001700*  4000-WRITE-POSTINGS  --  CONTROL BREAK ON ACCOUNT/TYPE/DATE:
001710*  EACH KEY CHANGE CLOSES A POSTING LINE; END OF THE SORTED
001720*  STREAM CLOSES THE LAST ONE.
002300     DISPLAY "GLEXTR003I RECORDS READ = " WS-READ-COUNT
002310         " POSTED = " WS-POSTED-COUNT
002320         " ERROR = " WS-ERROR-COUNT
002330         " PENDING = " WS-PENDING-COUNT
002335         " RETURNED NSF = " WS-RETURNED-COUNT.
002340     IF WS-OTHER-COUNT > ZERO
002350         DISPLAY "GLEXTR006W RECORDS WITH UNKNOWN STATUS = "
002360             WS-OTHER-COUNT
002370     END-IF.
002380     DISPLAY "GLEXTR004I POSTING LINES = " WS-DETAIL-LINES
002390         " TOTAL AMOUNT = " WS-GRAND-TOTAL.
002391     MOVE "E" TO STP-FUNCTION.
002392     CALL "STEPLDG" USING STEP-LEDGER-PARMS.
002393     IF STP-RETURN-CODE NOT = ZERO
002394         DISPLAY "GLEXTR008E RUN COMPLETE BUT NOT RECORDED "
002395             "ON THE NIGHT-STEP LEDGER - DO NOT RERUN"
002396         MOVE 8 TO RETURN-CODE
002397     END-IF.
002400 8000-EXIT.
002410     EXIT.
002420
