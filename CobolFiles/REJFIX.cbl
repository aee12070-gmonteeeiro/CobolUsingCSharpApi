000340*                       AHEAD OF TRANREJ ON THE NEXT REPAIR RUN,
000350*                       INSTEAD OF REPLACING TRANREJ - WHICH
000360*                       TRANEDIT TRUNCATES EVERY NIGHT.
000361*      2026-10-15  GM   TRANSFER TYPE "TR": SAME DESTINATION
000362*                       EDIT AND TWO-LEG TRAILER TOTALS AS
000363*                       TRANEDIT; TRAN-DEST-ACCT IS REPAIRABLE.
000370*****************************************************************
000380 identification division.
000390 PROGRAM-ID.    REJFIX.
000780         ==REJ-BAD-DATE== BY ==CIN-BAD-DATE==
000790         ==REJ-BAD-ACCOUNT== BY ==CIN-BAD-ACCOUNT==
000800         ==REJ-DUPLICATE-ID== BY ==CIN-DUPLICATE-ID==
000805         ==REJ-BAD-DEST-ACCOUNT== BY ==CIN-BAD-DEST-ACCOUNT==
000810         ==REJ-FIELD-NAME== BY ==CIN-FIELD-NAME==.
000820
000830 FD  CORRFILE.
000960         ==REJ-BAD-DATE== BY ==CFWD-BAD-DATE==
000970         ==REJ-BAD-ACCOUNT== BY ==CFWD-BAD-ACCOUNT==
000980         ==REJ-DUPLICATE-ID== BY ==CFWD-DUPLICATE-ID==
000985         ==REJ-BAD-DEST-ACCOUNT== BY ==CFWD-BAD-DEST-ACCOUNT==
000990         ==REJ-FIELD-NAME== BY ==CFWD-FIELD-NAME==.
001000
001010 working-storage section.
003920         WHEN "TRAN-DATE"
003930             MOVE WS-C-NEW-VALUE(WS-CORR-SUB)(1:8) TO TRAN-DATE
003940             MOVE "Y" TO WS-CORR-APPLIED-FLAG
003941         WHEN "TRAN-DEST-ACCT"
003942             MOVE WS-C-NEW-VALUE(WS-CORR-SUB)(1:12)
003943                 TO TRAN-DEST-ACCOUNT-NO
003944             MOVE "Y" TO WS-CORR-APPLIED-FLAG
003950         WHEN OTHER
003960             DISPLAY "REJFIX007W CORRECTION SKIPPED - FIELD NOT "
003970                 "REPAIRABLE - TRAN-ID = " TRAN-ID " FIELD = "
004090 3000-EDIT-ONE-TRAN.
004100     MOVE "C" TO WS-EDIT-RESULT.
004110     IF NOT TRAN-TYPE-DEBIT AND NOT TRAN-TYPE-CREDIT
004115         AND NOT TRAN-TYPE-TRANSFER
004120         MOVE "R" TO WS-EDIT-RESULT
004130         MOVE "E001" TO WS-CUR-REASON-CODE
004140         MOVE "TRAN-TYPE" TO WS-CUR-FIELD-NAME
004300         MOVE "TRAN-ACCOUNT-NO" TO WS-CUR-FIELD-NAME
004310         GO TO 3000-EXIT
004320     END-IF.
004321     IF TRAN-TYPE-TRANSFER
004322         IF TRAN-DEST-ACCOUNT-NO = SPACES
004323             OR TRAN-DEST-ACCOUNT-NO = TRAN-ACCOUNT-NO
004324             MOVE "R" TO WS-EDIT-RESULT
004325             MOVE "E006" TO WS-CUR-REASON-CODE
004326             MOVE "TRAN-DEST-ACCT" TO WS-CUR-FIELD-NAME
004327             GO TO 3000-EXIT
004328         END-IF
004329     END-IF.
004330     PERFORM 3200-EDIT-TRAN-ID-UNIQUE THRU 3200-EXIT.
004340 3000-EXIT.
004350     EXIT.
005590 4000-DISPOSE-ONE-TRAN.
005600     IF WS-EDIT-CLEAN
005610         ADD 1 TO WS-REPAIRED-COUNT
005620         EVALUATE TRUE
005630             WHEN TRAN-TYPE-DEBIT
005640                 ADD TRAN-AMOUNT TO WS-RESUB-DEBIT-TOTAL
005650             WHEN TRAN-TYPE-CREDIT
005652                 ADD TRAN-AMOUNT TO WS-RESUB-CREDIT-TOTAL
005654             WHEN OTHER
005656                 ADD TRAN-AMOUNT TO WS-RESUB-DEBIT-TOTAL
005658                 ADD TRAN-AMOUNT TO WS-RESUB-CREDIT-TOTAL
005660         END-EVALUATE
005670         MOVE TRAN-REC TO RESUB-TRAN-REC
005680         WRITE RESUB-TRAN-REC
005690     ELSE
