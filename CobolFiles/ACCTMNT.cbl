000090*  REQUEST THROUGH FULL FIELD EDITS THE WAY TRANEDIT EDITS
000100*  TRANSACTIONS, APPLIES THE CLEAN ONES TO ACCTMST:
000110*      "OP"  CREATE A NEW OPEN ACCOUNT WITH AN OPENING BALANCE
000120*      "CL"  CLOSE AN OPEN OR DORMANT ACCOUNT
000130*      "RO"  REOPEN A CLOSED ACCOUNT
000140*      "AJ"  ADD A SIGNED ADJUSTMENT TO THE BALANCE
000141*      "OD"  SET THE OVERDRAFT LIMIT (ZERO MEANS NO OVERDRAFT)
000142*      "RA"  REACTIVATE A DORMANT ACCOUNT
000143*      "AP"  APPROVE A CHANGE WAITING ON MNTPEND (SEE BELOW)
000150*  AND REJECTS THE REST TO MNTREJ WITH A REASON CODE AND THE
000160*  OFFENDING FIELD NAME.  EVERY APPLIED CHANGE WRITES A
000170*  BEFORE/AFTER AUDIT RECORD (MNTAUD) CARRYING THE REQUESTING
000180*  USER AND A TIMESTAMP, SO THE TRAIL PROVES WHO CHANGED WHAT
000190*  BALANCE AND WHEN.
000200*
000201*  DUAL CONTROL: AN "AJ" LARGER, EITHER SIGN, THAN THE APPROVAL
000202*  AMOUNT ON THE MNTCTL CONTROL FILE, AND AN "LA"/"LC" THAT TAKES
000203*  AN ACCOUNT'S DAILY DEBIT LIMIT AWAY, IS NOT APPLIED.  IT IS
000204*  PARKED ON THE PENDING-APPROVAL FILE (MNTPEND) UNDER A PENDING
000205*  ID, AND REACHES ACCTMST ONLY WHEN A DIFFERENT USER KEYS AN
000206*  "AP" (APPROVE) RECORD NAMING THAT ID ON A LATER MNTFILE.  A
000207*  REQUEST NOT APPROVED WITHIN THE MNTCTL NUMBER OF DAYS EXPIRES.
000208*  EVERY RUN PRINTS MNTPRPT: WHAT IS STILL WAITING AND UNTIL
000209*  WHEN, AND WHAT WAS APPROVED OR EXPIRED ON THE RUN DATE.  THE
000210*  AUDIT RECORD OF AN APPROVED CHANGE CARRIES BOTH THE MAKER AND
000211*  THE CHECKER.
000212*
000213*  MODIFICATION HISTORY
000220*      DATE       INIT  DESCRIPTION
000230*      ---------- ----  --------------------------------------
000240*      2026-09-02  GM   ORIGINAL PROGRAM.
000245*      2026-09-02  GM   ADDED THE "LA"/"LC" ACTIONS TO SET THE
000246*                       DAILY DEBIT AMOUNT AND COUNT LIMITS
000247*                       ENFORCED BY TEST1'S VELOCITY CHECK.
000248*      2026-10-15  GM   ADDED THE "OD" ACTION TO SET THE
000249*                       OVERDRAFT LIMIT USED BY TEST1'S NSF CHECK.
000250*      2026-10-15  GM   ADDED THE "RA" ACTION TO REACTIVATE AN
000251*                       ACCOUNT MADE DORMANT BY DORMSCAN; "CL"
000252*                       NOW ALSO CLOSES A DORMANT ACCOUNT.
000253*      2026-10-15  GM   DUAL CONTROL: LARGE ADJUSTMENTS AND
000254*                       LIMIT REMOVALS ARE PARKED ON MNTPEND
000255*                       UNTIL A SECOND USER APPROVES THEM ("AP")
000256*                       OR THEY EXPIRE; MNTCTL CONTROL FILE,
000257*                       MNTPRPT REPORT, CHECKER ON MNTAUD.
000258*      2026-10-15  GM   A RUN DATE GIVEN ON MNTCTL MUST BE A
000259*                       REAL CALENDAR DATE.
000260*****************************************************************
000261 identification division.
000270 PROGRAM-ID.    ACCTMNT.
000280 AUTHOR.        Gabriel Monteiro.
000290 INSTALLATION.  INTEROP BATCH.
000480     SELECT AUDFILE ASSIGN TO "MNTAUD"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-AUDFILE-STATUS.
000501     SELECT CTLFILE ASSIGN TO "MNTCTL"
000502         ORGANIZATION IS LINE SEQUENTIAL
000503         FILE STATUS IS WS-CTLFILE-STATUS.
000504     SELECT PNDIN ASSIGN TO "MNTPEND"
000505         ORGANIZATION IS LINE SEQUENTIAL
000506         FILE STATUS IS WS-PNDIN-STATUS.
000507     SELECT PNDOUT ASSIGN TO "MNTPEND.NEW"
000508         ORGANIZATION IS LINE SEQUENTIAL
000509         FILE STATUS IS WS-PNDOUT-STATUS.
000510     SELECT RPTFILE ASSIGN TO "MNTPRPT"
000511         ORGANIZATION IS LINE SEQUENTIAL
000512         FILE STATUS IS WS-RPTFILE-STATUS.
000513
000520 data division.
000530 file section.
000540
000640 FD  AUDFILE.
000650     COPY MNTAUD.
000660
000661 FD  CTLFILE.
000662     COPY MNTCTL.
000663
000664 FD  PNDIN.
000665     COPY MNTPEND.
000666
000667 FD  PNDOUT.
000668 01  PND-OUT-REC                     PIC X(105).
000669
000670 FD  RPTFILE.
000671 01  RPT-LINE                        PIC X(132).
000672
000673 working-storage section.
000680 01  WS-FILE-STATUSES.
000690     05  WS-MNTFILE-STATUS           PIC X(02).
000700     05  WS-ACCTMST-STATUS           PIC X(02).
000710     05  WS-REJFILE-STATUS           PIC X(02).
000720     05  WS-AUDFILE-STATUS           PIC X(02).
000721     05  WS-CTLFILE-STATUS           PIC X(02).
000722     05  WS-PNDIN-STATUS             PIC X(02).
000723     05  WS-PNDOUT-STATUS            PIC X(02).
000724     05  WS-RPTFILE-STATUS           PIC X(02).
000730 01  WS-SWITCHES.
000740     05  WS-EOF-MNTFILE              PIC X(01) VALUE "N".
000750         88  WS-EOF-MNTFILE-YES          VALUE "Y".
000760     05  WS-EDIT-RESULT              PIC X(01) VALUE "C".
000770         88  WS-EDIT-CLEAN               VALUE "C".
000780         88  WS-EDIT-REJECTED            VALUE "R".
000781         88  WS-EDIT-PARKED              VALUE "P".
000790     05  WS-ACCT-FOUND-FLAG          PIC X(01) VALUE "N".
000800         88  WS-ACCT-FOUND               VALUE "Y".
000801     05  WS-EOF-PNDIN                PIC X(01) VALUE "N".
000802         88  WS-EOF-PNDIN-YES            VALUE "Y".
000803     05  WS-PND-FOUND                PIC X(01) VALUE "N".
000804         88  WS-PND-FOUND-YES            VALUE "Y".
000805     05  WS-NEEDS-APPROVAL-FLAG      PIC X(01) VALUE "N".
000806         88  WS-NEEDS-APPROVAL           VALUE "Y".
000807*        SET WHILE AN APPROVED REQUEST IS BEING APPLIED, SO IT IS
000808*        NOT PARKED A SECOND TIME.
000809     05  WS-APPROVING-FLAG           PIC X(01) VALUE "N".
000810         88  WS-APPROVING                VALUE "Y".
000811
000820 77  WS-READ-COUNT                   PIC 9(09) VALUE ZERO COMP.
000830 77  WS-APPLIED-COUNT                PIC 9(09) VALUE ZERO COMP.
000840 77  WS-REJECT-COUNT                 PIC 9(09) VALUE ZERO COMP.
000880 77  WS-ADJUSTED-COUNT               PIC 9(09) VALUE ZERO COMP.
000881 77  WS-FEE-FLAG-COUNT               PIC 9(09) VALUE ZERO COMP.
000882 77  WS-LIMIT-SET-COUNT              PIC 9(09) VALUE ZERO COMP.
000883 77  WS-OD-SET-COUNT                 PIC 9(09) VALUE ZERO COMP.
000884 77  WS-REACTIVATED-COUNT            PIC 9(09) VALUE ZERO COMP.
000885 77  WS-PARKED-COUNT                 PIC 9(09) VALUE ZERO COMP.
000886 77  WS-APPROVED-COUNT               PIC 9(09) VALUE ZERO COMP.
000887 77  WS-EXPIRED-COUNT                PIC 9(09) VALUE ZERO COMP.
000888 77  WS-WAITING-COUNT                PIC 9(09) VALUE ZERO COMP.
000890
000900*    BEFORE-IMAGE OF THE MASTER RECORD FOR THE AUDIT TRAIL.
000910 01  WS-OLD-STATUS                   PIC X(01).
001080 01  WS-LEAP-FLAG                    PIC X(01).
001090     88  WS-LEAP-YEAR                    VALUE "Y".
001100
001101*    RUN DATE THE PENDING FILE IS PARKED, APPROVED AND EXPIRED
001102*    AGAINST, AND THE LAST DAY A REQUEST PARKED TODAY MAY BE
001103*    APPROVED.  ADDING DAYS ACROSS MONTH AND YEAR ENDS NEEDS THE
001104*    INTEGER-DATE FUNCTIONS; ORDINARY VERBS CANNOT DO CALENDAR
001105*    ARITHMETIC.
001106 01  WS-RUN-DATE                     PIC X(08).
001107 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
001108                                     PIC 9(08).
001109 01  WS-RUN-DATE-INT                 PIC 9(08) COMP.
001110 01  WS-EXPIRY-DATE                  PIC X(08).
001111 01  WS-EXPIRY-DATE-N REDEFINES WS-EXPIRY-DATE
001112                                     PIC 9(08).
001113
001114*    DUAL-CONTROL WORK FIELDS.  THE ADJUSTMENT SIZE IS UNSIGNED SO
001115*    A MOVE DROPS THE SIGN; THE COUNT LIMIT HAS THE MASTER FIELD'S
001116*    PICTURE SO IT IS CUT DOWN EXACTLY AS 4460 WILL CUT IT.
001117 01  WS-ADJUST-SIZE                  PIC 9(09)V99.
001118 01  WS-NEW-TRAN-LIMIT               PIC 9(05).
001119 01  WS-PARK-REASON                  PIC X(01).
001120 01  WS-CHECKER-ID                   PIC X(08) VALUE SPACES.
001121 01  WS-APPROVAL-REC                 PIC X(51).
001122
001123*    NEXT PENDING ID: RUN DATE AS YYMMDD PLUS A SEQUENCE THAT
001124*    CARRIES ON FROM THE HIGHEST ALREADY ISSUED FOR THE DATE.
001125 01  WS-NEW-PEND-ID.
001126     05  WS-NEW-PEND-DATE            PIC X(06).
001127     05  WS-NEW-PEND-SEQ             PIC 9(04) VALUE ZERO.
001128 01  WS-LOADED-SEQ                   PIC 9(04).
001129
001130*    THE PENDING FILE, LOADED WHOLE (SAME LAYOUT AS MNTPEND) AND
001131*    WRITTEN BACK AT THE END OF THE RUN.  "D" MARKS AN APPROVED OR
001132*    EXPIRED ITEM FROM AN EARLIER RUN DATE, DROPPED ON REWRITE.
001133 77  WS-PND-COUNT                    PIC 9(05) VALUE ZERO COMP.
001134 77  WS-PND-SUB                      PIC 9(05) VALUE ZERO COMP.
001135 77  WS-PND-HIT-SUB                  PIC 9(05) VALUE ZERO COMP.
001136 01  WS-PND-TABLE.
001137     05  WS-PND-ENTRY OCCURS 500 TIMES.
001138         10  WS-P-ID                 PIC X(10).
001139         10  WS-P-STATUS             PIC X(01).
001140             88  WS-P-WAITING            VALUE "P".
001141             88  WS-P-APPROVED           VALUE "A".
001142             88  WS-P-EXPIRED            VALUE "X".
001143             88  WS-P-DROPPED            VALUE "D".
001144         10  WS-P-REASON             PIC X(01).
001145             88  WS-P-LARGE-ADJUST       VALUE "A".
001146             88  WS-P-LIMIT-REMOVAL      VALUE "L".
001147         10  WS-P-PARKED-DATE        PIC X(08).
001148         10  WS-P-EXPIRY-DATE        PIC X(08).
001149         10  WS-P-CHECKER-ID         PIC X(08).
001150         10  WS-P-DONE-DATE          PIC X(08).
001151         10  WS-P-MNT-DATA.
001152             15  WS-P-ACTION         PIC X(02).
001153             15  WS-P-ACCOUNT-NO     PIC X(12).
001154             15  WS-P-AMOUNT         PIC S9(09)V99.
001155             15  WS-P-MNT-DATE       PIC X(08).
001156             15  WS-P-MAKER-ID       PIC X(08).
001157             15  FILLER              PIC X(10).
001158         10  FILLER                  PIC X(10).
001159
001160 01  WS-PND-RENAME-FIELDS.
001161     05  WS-PND-TMP-NAME             PIC X(21) VALUE
001162             "MNTPEND.NEW".
001163     05  WS-PND-FINAL-NAME           PIC X(21) VALUE
001164             "MNTPEND".
001165     05  WS-PND-RENAME-RC            PIC 9(02) COMP.
001166
001167*    PRINT-LINE FIELDS FOR MNTPRPT.
001168 77  WS-RPT-ITEM-COUNT               PIC 9(05) VALUE ZERO COMP.
001169 01  WS-RPT-STATUS                   PIC X(01).
001170 01  WS-RPT-TITLE                    PIC X(40).
001171 01  WS-COUNT-EDIT                   PIC ZZZ,ZZZ,ZZ9.
001172 01  WS-AMOUNT-EDIT                  PIC ZZZ,ZZZ,ZZ9.99-.
001173 01  RPT-LINE-OUT                    PIC X(132).
001174
001175 procedure division.
001176*****************************************************************
001177*  0000-MAINLINE
001178*****************************************************************
001179 0000-MAINLINE.
001180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001181     PERFORM 2000-PROCESS-MNTFILE THRU 2000-EXIT.
001182     PERFORM 7000-REWRITE-PENDING THRU 7000-EXIT.
001183     PERFORM 7500-PRINT-REPORT THRU 7500-EXIT.
001184     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001190     STOP RUN.
001200
001210 1000-INITIALIZE.
001240         DISPLAY "ACCTMNT001E MNTFILE NOT FOUND, ABENDING RUN"
001250         PERFORM 9800-ABEND THRU 9800-EXIT
001260     END-IF.
001261     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
001270     OPEN I-O ACCTMST.
001280*    A MISSING MASTER IS CREATED EMPTY, SO THE VERY FIRST "OP"
001290*    BATCH CAN BOOTSTRAP THE FILE INSTEAD OF SOMEBODY BUILDING
001540             "ABENDING RUN"
001550         PERFORM 9800-ABEND THRU 9800-EXIT
001560     END-IF.
001561     PERFORM 1200-LOAD-PENDING THRU 1200-EXIT.
001562     PERFORM 1300-EXPIRE-PENDING THRU 1300-EXIT.
001563     OPEN OUTPUT PNDOUT.
001564     IF WS-PNDOUT-STATUS NOT = "00"
001565         DISPLAY "ACCTMNT019E MNTPEND.NEW COULD NOT BE OPENED - "
001566             "STATUS = " WS-PNDOUT-STATUS ", ABENDING RUN"
001567         PERFORM 9800-ABEND THRU 9800-EXIT
001568     END-IF.
001569     OPEN OUTPUT RPTFILE.
001570     IF WS-RPTFILE-STATUS NOT = "00"
001571         DISPLAY "ACCTMNT020E MNTPRPT COULD NOT BE OPENED, "
001572             "ABENDING RUN"
001573         PERFORM 9800-ABEND THRU 9800-EXIT
001574     END-IF.
001575 1000-EXIT.
001580     EXIT.
001581
001582*****************************************************************
001583*  1100-READ-CONTROL  --  THE CONTROL FILE IS MANDATORY: WITHOUT
001584*  IT THERE IS NO SAYING WHICH REQUESTS NEED A SECOND USER, AND
001585*  APPLYING THEM ALL UNCHECKED IS EXACTLY WHAT DUAL CONTROL IS
001586*  THERE TO STOP.  A ZERO EXPIRY WOULD EXPIRE EVERY REQUEST
001587*  BEFORE ANYONE COULD APPROVE IT, SO IT IS REFUSED TOO.
001588*****************************************************************
001589 1100-READ-CONTROL.
001590     OPEN INPUT CTLFILE.
001591     IF WS-CTLFILE-STATUS NOT = "00"
001592         DISPLAY "ACCTMNT011E MNTCTL NOT FOUND, ABENDING RUN"
001593         PERFORM 9800-ABEND THRU 9800-EXIT
001594     END-IF.
001595     READ CTLFILE
001596         AT END
001597             DISPLAY "ACCTMNT012E MNTCTL IS EMPTY, ABENDING RUN"
001598             PERFORM 9800-ABEND THRU 9800-EXIT
001599     END-READ.
001600     CLOSE CTLFILE.
001601     IF MCT-APPROVAL-AMOUNT IS NOT NUMERIC
001602         DISPLAY "ACCTMNT013E MNTCTL APPROVAL AMOUNT NOT "
001603             "NUMERIC, ABENDING RUN"
001604         PERFORM 9800-ABEND THRU 9800-EXIT
001605     END-IF.
001606     IF MCT-EXPIRY-DAYS IS NOT NUMERIC
001607         OR MCT-EXPIRY-DAYS = ZERO
001608         DISPLAY "ACCTMNT014E MNTCTL EXPIRY DAYS MUST BE 1 OR "
001609             "MORE, ABENDING RUN"
001610         PERFORM 9800-ABEND THRU 9800-EXIT
001611     END-IF.
001612     IF MCT-RUN-DATE = SPACES
001613         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001614     ELSE
001615         IF MCT-RUN-DATE IS NOT NUMERIC
001616             DISPLAY "ACCTMNT015E MNTCTL RUN DATE NOT NUMERIC - "
001617                 MCT-RUN-DATE ", ABENDING RUN"
001618             PERFORM 9800-ABEND THRU 9800-EXIT
001619         END-IF
001620         MOVE MCT-RUN-DATE TO WS-RUN-DATE
001621         PERFORM 1150-EDIT-RUN-DATE THRU 1150-EXIT
001622     END-IF.
001623     COMPUTE WS-RUN-DATE-INT =
001624         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N).
001625     COMPUTE WS-EXPIRY-DATE-N =
001626         FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INT
001627             + MCT-EXPIRY-DAYS).
001628     MOVE WS-RUN-DATE(3:6) TO WS-NEW-PEND-DATE.
001629     DISPLAY "ACCTMNT016I RUN DATE = " WS-RUN-DATE
001630         " APPROVAL NEEDED ABOVE = " MCT-APPROVAL-AMOUNT
001631         " EXPIRY DAYS = " MCT-EXPIRY-DAYS.
001632 1100-EXIT.
001633     EXIT.
001634
001635*****************************************************************
001636*  1150-EDIT-RUN-DATE  --  A RUN DATE KEYED ONTO MNTCTL MUST BE A
001637*  REAL CALENDAR DATE, EDITED THE WAY 3100 EDITS MNT-DATE, OR
001638*  EVERY EXPIRY RECKONED FROM IT WOULD BE MEANINGLESS.
001639*****************************************************************
001640 1150-EDIT-RUN-DATE.
001641     MOVE WS-RUN-DATE TO WS-EDIT-DATE.
001642     IF WS-EDIT-YEAR < 1900 OR WS-EDIT-YEAR > 2099
001643         OR WS-EDIT-MONTH < 01 OR WS-EDIT-MONTH > 12
001644         PERFORM 1160-BAD-RUN-DATE THRU 1160-EXIT
001645     END-IF.
001646     PERFORM 3150-SET-DAYS-IN-MONTH THRU 3150-EXIT.
001647     IF WS-EDIT-DAY < 01 OR WS-EDIT-DAY > WS-DAYS-IN-MONTH
001648         PERFORM 1160-BAD-RUN-DATE THRU 1160-EXIT
001649     END-IF.
001650 1150-EXIT.
001651     EXIT.
001652
001653 1160-BAD-RUN-DATE.
001654     DISPLAY "ACCTMNT025E MNTCTL RUN DATE IS NOT A VALID "
001655         "CALENDAR DATE - " WS-RUN-DATE ", ABENDING RUN".
001656     PERFORM 9800-ABEND THRU 9800-EXIT.
001657 1160-EXIT.
001658     EXIT.
001659
001660*****************************************************************
001661*  1200-LOAD-PENDING  --  THE WHOLE PENDING FILE IS HELD IN THE
001662*  TABLE FOR THE RUN: "AP" REQUESTS FIND THEIR ITEM THERE, NEW
001663*  PARKINGS ARE ADDED TO IT AND 7000 WRITES IT BACK.  NO MNTPEND
001664*  MEANS NOTHING HAS EVER BEEN PARKED.  BLANK LINES ARE SKIPPED.
001665*****************************************************************
001666 1200-LOAD-PENDING.
001667     OPEN INPUT PNDIN.
001668     IF WS-PNDIN-STATUS = "35"
001669         GO TO 1200-EXIT
001670     END-IF.
001671     IF WS-PNDIN-STATUS NOT = "00"
001672         DISPLAY "ACCTMNT017E MNTPEND COULD NOT BE OPENED - "
001673             "STATUS = " WS-PNDIN-STATUS ", ABENDING RUN"
001674         PERFORM 9800-ABEND THRU 9800-EXIT
001675     END-IF.
001676     PERFORM 1250-LOAD-ONE-PENDING THRU 1250-EXIT
001677         UNTIL WS-EOF-PNDIN-YES.
001678     CLOSE PNDIN.
001679 1200-EXIT.
001680     EXIT.
001681
001682 1250-LOAD-ONE-PENDING.
001683     READ PNDIN
001684         AT END
001685             MOVE "Y" TO WS-EOF-PNDIN
001686             GO TO 1250-EXIT
001687     END-READ.
001688     IF PND-ID = SPACES
001689         GO TO 1250-EXIT
001690     END-IF.
001691     IF WS-PND-COUNT NOT < 500
001692         DISPLAY "ACCTMNT018E PENDING APPROVAL TABLE FULL - "
001693             "ABENDING RUN"
001694         PERFORM 9800-ABEND THRU 9800-EXIT
001695     END-IF.
001696     ADD 1 TO WS-PND-COUNT.
001697     MOVE MNT-PEND-REC TO WS-PND-ENTRY(WS-PND-COUNT).
001698     IF PND-ID(1:6) = WS-NEW-PEND-DATE
001699         AND PND-ID(7:4) IS NUMERIC
001700         MOVE PND-ID(7:4) TO WS-LOADED-SEQ
001701         IF WS-LOADED-SEQ > WS-NEW-PEND-SEQ
001702             MOVE WS-LOADED-SEQ TO WS-NEW-PEND-SEQ
001703         END-IF
001704     END-IF.
001705 1250-EXIT.
001706     EXIT.
001707
001708*****************************************************************
001709*  1300-EXPIRE-PENDING  --  A REQUEST STILL WAITING AFTER ITS
001710*  EXPIRY DATE CAN NO LONGER BE APPROVED.  IT IS MARKED EXPIRED,
001711*  NOT DROPPED, SO THE DAY'S REPORT SHOWS IT; THE MAKER KEYS IT
001712*  AGAIN IF IT IS STILL WANTED.
001713*****************************************************************
001714 1300-EXPIRE-PENDING.
001715     PERFORM 1350-EXPIRE-ONE-PENDING THRU 1350-EXIT
001716         VARYING WS-PND-SUB FROM 1 BY 1
001717         UNTIL WS-PND-SUB > WS-PND-COUNT.
001718 1300-EXIT.
001719     EXIT.
001720
001721 1350-EXPIRE-ONE-PENDING.
001722     IF WS-P-WAITING(WS-PND-SUB)
001723         AND WS-P-EXPIRY-DATE(WS-PND-SUB) < WS-RUN-DATE
001724         MOVE "X" TO WS-P-STATUS(WS-PND-SUB)
001725         MOVE WS-RUN-DATE TO WS-P-DONE-DATE(WS-PND-SUB)
001726         ADD 1 TO WS-EXPIRED-COUNT
001727     END-IF.
001728 1350-EXIT.
001729     EXIT.
001730
001731*****************************************************************
001732*  2000-PROCESS-MNTFILE  --  MAIN MAINTENANCE LOOP
001733*****************************************************************
001734 2000-PROCESS-MNTFILE.
001735     MOVE "N" TO WS-EOF-MNTFILE.
001736     PERFORM 2050-READ-AND-APPLY THRU 2050-EXIT
001737         UNTIL WS-EOF-MNTFILE-YES.
001738 2000-EXIT.
001739     EXIT.
001740
001741 2050-READ-AND-APPLY.
001742     READ MNTFILE
001743         AT END
001744             MOVE "Y" TO WS-EOF-MNTFILE
001745         NOT AT END
001750             ADD 1 TO WS-READ-COUNT
001760             PERFORM 3000-EDIT-ONE-REQUEST THRU 3000-EXIT
001770             IF WS-EDIT-CLEAN
001771                 IF MNT-ACTION-APPROVE
001772                     PERFORM 4700-APPLY-APPROVAL THRU 4700-EXIT
001773                 ELSE
001774                     PERFORM 4000-APPLY-ONE-REQUEST THRU 4000-EXIT
001775                 END-IF
001790             END-IF
001800             IF WS-EDIT-REJECTED
001810                 PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
001971         AND NOT MNT-ACTION-FEE-ON AND NOT MNT-ACTION-FEE-OFF
001972         AND NOT MNT-ACTION-LIMIT-AMT
001973         AND NOT MNT-ACTION-LIMIT-CNT
001974         AND NOT MNT-ACTION-OD-LIMIT
001975         AND NOT MNT-ACTION-REACTIVATE
001976         AND NOT MNT-ACTION-APPROVE
001980         MOVE "R" TO WS-EDIT-RESULT
001990         MOVE "M001" TO MREJ-REASON-CODE
002000         MOVE "MNT-ACTION" TO MREJ-FIELD-NAME
002090*    THE AMOUNT CARRIES MONEY ONLY ON OPEN AND ADJUST; CLOSE AND
002100*    REOPEN IGNORE IT, SO IT IS NOT EDITED THERE.
002110     IF (MNT-ACTION-OPEN OR MNT-ACTION-ADJUST
002111         OR MNT-ACTION-LIMIT-AMT OR MNT-ACTION-LIMIT-CNT
002112         OR MNT-ACTION-OD-LIMIT)
002120         AND MNT-AMOUNT IS NOT NUMERIC
002130         MOVE "R" TO WS-EDIT-RESULT
002140         MOVE "M003" TO MREJ-REASON-CODE
002230         MOVE "R" TO WS-EDIT-RESULT
002240         MOVE "M005" TO MREJ-REASON-CODE
002250         MOVE "MNT-USER-ID" TO MREJ-FIELD-NAME
002251         GO TO 3000-EXIT
002260     END-IF.
002261     IF MNT-ACTION-APPROVE AND MNT-PEND-ID = SPACES
002262         MOVE "R" TO WS-EDIT-RESULT
002263         MOVE "M011" TO MREJ-REASON-CODE
002264         MOVE "MNT-PEND-ID" TO MREJ-FIELD-NAME
002265     END-IF.
002270 3000-EXIT.
002280     EXIT.
002290
003130*  4000-APPLY-ONE-REQUEST  --  READ THE MASTER FOR THE REQUESTED
003140*  ACCOUNT, CHECK THE REQUEST AGAINST ITS CURRENT STATE, AND
003150*  APPLY IT.  A STATE CHECK THAT FAILS TURNS THE REQUEST INTO A
003160*  REJECT, SAME AS A FIELD EDIT.  A REQUEST THAT NEEDS A SECOND
003161*  USER IS PARKED ON MNTPEND INSTEAD; ONE BEING APPLIED BY ITS
003162*  APPROVAL HAS ALREADY HAD ITS SECOND USER.
003170*****************************************************************
003180 4000-APPLY-ONE-REQUEST.
003190     MOVE "N" TO WS-ACCT-FOUND-FLAG.
003240         NOT INVALID KEY
003250             MOVE "Y" TO WS-ACCT-FOUND-FLAG
003260     END-READ.
003261     IF NOT WS-APPROVING
003262         PERFORM 4050-CHECK-DUAL-CONTROL THRU 4050-EXIT
003263         IF WS-NEEDS-APPROVAL
003264             PERFORM 4800-PARK-REQUEST THRU 4800-EXIT
003265             GO TO 4000-EXIT
003266         END-IF
003267     END-IF.
003270     EVALUATE TRUE
003280         WHEN MNT-ACTION-OPEN
003290             PERFORM 4100-APPLY-OPEN THRU 4100-EXIT
003354         WHEN MNT-ACTION-LIMIT-AMT
003355         WHEN MNT-ACTION-LIMIT-CNT
003356             PERFORM 4460-APPLY-DEBIT-LIMIT THRU 4460-EXIT
003357         WHEN MNT-ACTION-OD-LIMIT
003358             PERFORM 4470-APPLY-OD-LIMIT THRU 4470-EXIT
003359         WHEN MNT-ACTION-REACTIVATE
003360             PERFORM 4350-APPLY-REACTIVATE THRU 4350-EXIT
003361     END-EVALUATE.
003370 4000-EXIT.
003380     EXIT.
003381
003382*****************************************************************
003383*  4050-CHECK-DUAL-CONTROL  --  AN ADJUSTMENT LARGER, EITHER SIGN,
003384*  THAN THE MNTCTL APPROVAL AMOUNT, OR AN "LA"/"LC" THAT WOULD
003385*  TAKE AN ACCOUNT'S DAILY DEBIT LIMIT FROM SET TO ZERO (NO
003386*  LIMIT), NEEDS A SECOND USER.  AN UNKNOWN ACCOUNT AND A
003387*  NEGATIVE LIMIT ARE LEFT FOR THE APPLY PARAGRAPHS TO REJECT
003388*  STRAIGHT AWAY.
003389*****************************************************************
003390 4050-CHECK-DUAL-CONTROL.
003391     MOVE "N" TO WS-NEEDS-APPROVAL-FLAG.
003392     IF NOT WS-ACCT-FOUND
003393         GO TO 4050-EXIT
003394     END-IF.
003395     EVALUATE TRUE
003396         WHEN MNT-ACTION-ADJUST
003397             MOVE MNT-AMOUNT TO WS-ADJUST-SIZE
003398             IF WS-ADJUST-SIZE > MCT-APPROVAL-AMOUNT
003399                 MOVE "Y" TO WS-NEEDS-APPROVAL-FLAG
003400                 MOVE "A" TO WS-PARK-REASON
003401             END-IF
003402         WHEN MNT-ACTION-LIMIT-AMT
003403             IF MNT-AMOUNT = ZERO
003404                 AND ACCT-DAILY-DB-LIMIT > ZERO
003405                 MOVE "Y" TO WS-NEEDS-APPROVAL-FLAG
003406                 MOVE "L" TO WS-PARK-REASON
003407             END-IF
003408         WHEN MNT-ACTION-LIMIT-CNT
003409             IF MNT-AMOUNT NOT < ZERO
003410                 MOVE MNT-AMOUNT TO WS-NEW-TRAN-LIMIT
003411                 IF WS-NEW-TRAN-LIMIT = ZERO
003412                     AND ACCT-DAILY-TRAN-LIMIT > ZERO
003413                     MOVE "Y" TO WS-NEEDS-APPROVAL-FLAG
003414                     MOVE "L" TO WS-PARK-REASON
003415                 END-IF
003416             END-IF
003417     END-EVALUATE.
003418 4050-EXIT.
003419     EXIT.
003420
003421 4100-APPLY-OPEN.
003422     IF WS-ACCT-FOUND
003423         MOVE "R" TO WS-EDIT-RESULT
003430         MOVE "M007" TO MREJ-REASON-CODE
003440         MOVE "MNT-ACCOUNT-NO" TO MREJ-FIELD-NAME
003450         GO TO 4100-EXIT
003530     MOVE MNT-DATE TO ACCT-LAST-ACTIVITY-DATE.
003531     MOVE ZERO TO ACCT-DAILY-DB-LIMIT.
003532     MOVE ZERO TO ACCT-DAILY-TRAN-LIMIT.
003533     MOVE ZERO TO ACCT-OD-LIMIT.
003540     WRITE ACCT-REC
003550         INVALID KEY
003560             DISPLAY "ACCTMNT005E ACCTMST WRITE FAILED - "
003710         MOVE "MNT-ACCOUNT-NO" TO MREJ-FIELD-NAME
003720         GO TO 4200-EXIT
003730     END-IF.
003740     IF NOT ACCT-STATUS-OPEN AND NOT ACCT-STATUS-DORMANT
003750         MOVE "R" TO WS-EDIT-RESULT
003760         MOVE "M008" TO MREJ-REASON-CODE
003770         MOVE "MNT-ACCOUNT-NO" TO MREJ-FIELD-NAME
004070     ADD 1 TO WS-REOPENED-COUNT.
004080 4300-EXIT.
004090     EXIT.
004091
004092*****************************************************************
004093*  4350-APPLY-REACTIVATE  --  A DORMANT ACCOUNT GOES BACK TO
004094*  OPEN.  MNT-DATE BECOMES ITS LAST ACTIVITY, SO THE NEXT
004095*  DORMANCY SCAN DOES NOT FLAG IT STRAIGHT AGAIN.
004096*****************************************************************
004097 4350-APPLY-REACTIVATE.
004098     IF NOT WS-ACCT-FOUND
004099         MOVE "R" TO WS-EDIT-RESULT
004100         MOVE "M006" TO MREJ-REASON-CODE
004101         MOVE "MNT-ACCOUNT-NO" TO MREJ-FIELD-NAME
004102         GO TO 4350-EXIT
004103     END-IF.
004104     IF NOT ACCT-STATUS-DORMANT
004105         MOVE "R" TO WS-EDIT-RESULT
004106         MOVE "M010" TO MREJ-REASON-CODE
004107         MOVE "MNT-ACCOUNT-NO" TO MREJ-FIELD-NAME
004108         GO TO 4350-EXIT
004109     END-IF.
004110     MOVE ACCT-STATUS TO WS-OLD-STATUS.
004111     MOVE ACCT-BALANCE TO WS-OLD-BALANCE.
004112     MOVE "O" TO ACCT-STATUS.
004113     MOVE MNT-DATE TO ACCT-LAST-ACTIVITY-DATE.
004114     PERFORM 4600-REWRITE-MASTER THRU 4600-EXIT.
004115     ADD 1 TO WS-REACTIVATED-COUNT.
004116 4350-EXIT.
004117     EXIT.
004118
004119*****************************************************************
004120*  4400-APPLY-ADJUST  --  SUPERVISOR BALANCE ADJUSTMENT.  THE
004130*  SIGNED AMOUNT IS ADDED TO THE BALANCE; A CLOSED ACCOUNT MAY
004140*  BE ADJUSTED, BECAUSE THAT IS EXACTLY HOW A CLOSED ACCOUNT
004365     EXIT.
004366
004367*****************************************************************
004368*  4470-APPLY-OD-LIMIT  --  SET THE OVERDRAFT LIMIT FROM
004369*  MNT-AMOUNT: HOW FAR BELOW ZERO TEST1 WILL LET A DEBIT TAKE
004370*  THE BALANCE BEFORE RETURNING IT NSF.  ZERO MEANS NO
004371*  OVERDRAFT.  A NEGATIVE AMOUNT, OR ONE TOO LARGE FOR THE
004372*  MASTER FIELD, REJECTS RATHER THAN BEING TRUNCATED.
004373*****************************************************************
004374 4470-APPLY-OD-LIMIT.
004375     IF NOT WS-ACCT-FOUND
004376         MOVE "R" TO WS-EDIT-RESULT
004377         MOVE "M006" TO MREJ-REASON-CODE
004378         MOVE "MNT-ACCOUNT-NO" TO MREJ-FIELD-NAME
004379         GO TO 4470-EXIT
004380     END-IF.
004381     IF MNT-AMOUNT < ZERO OR MNT-AMOUNT > 9999999.99
004382         MOVE "R" TO WS-EDIT-RESULT
004383         MOVE "M003" TO MREJ-REASON-CODE
004384         MOVE "MNT-AMOUNT" TO MREJ-FIELD-NAME
004385         GO TO 4470-EXIT
004386     END-IF.
004387     MOVE ACCT-STATUS TO WS-OLD-STATUS.
004388     MOVE ACCT-BALANCE TO WS-OLD-BALANCE.
004389     MOVE MNT-AMOUNT TO ACCT-OD-LIMIT.
004390     PERFORM 4600-REWRITE-MASTER THRU 4600-EXIT.
004391     ADD 1 TO WS-OD-SET-COUNT.
004392 4470-EXIT.
004393     EXIT.
004394
004395*****************************************************************
004396*  4500-WRITE-AUDIT  --  ONE AUDIT RECORD PER APPLIED CHANGE,
004397*  BEFORE AND AFTER IMAGES INCLUDED.
004398*****************************************************************
004399 4500-WRITE-AUDIT.
004400     ADD 1 TO WS-APPLIED-COUNT.
004401     PERFORM 6000-BUILD-TIMESTAMP THRU 6000-EXIT.
004402     MOVE SPACES TO MNT-AUD-REC.
004403     MOVE WS-CURRENT-TIMESTAMP TO MAUD-TIMESTAMP.
004404     MOVE MNT-USER-ID TO MAUD-USER-ID.
004405     MOVE WS-CHECKER-ID TO MAUD-CHECKER-ID.
004406     MOVE MNT-ACTION TO MAUD-ACTION.
004407     MOVE MNT-ACCOUNT-NO TO MAUD-ACCOUNT-NO.
004408     MOVE WS-OLD-STATUS TO MAUD-OLD-STATUS.
004409     MOVE ACCT-STATUS TO MAUD-NEW-STATUS.
004410     MOVE WS-OLD-BALANCE TO MAUD-OLD-BALANCE.
004411     MOVE ACCT-BALANCE TO MAUD-NEW-BALANCE.
004412     WRITE MNT-AUD-REC.
004413 4500-EXIT.
004414     EXIT.
004415
004530 4600-REWRITE-MASTER.
004540     REWRITE ACCT-REC
004550         INVALID KEY
004620     END-REWRITE.
004630 4600-EXIT.
004640     EXIT.
004641
004642*****************************************************************
004643*  4700-APPLY-APPROVAL  --  "AP": A SECOND USER APPROVES A PARKED
004644*  REQUEST.  IT MUST BE ON MNTPEND FOR THIS ACCOUNT AND STILL
004645*  WAITING, AND THE CHECKER MUST NOT BE ITS MAKER.  THE MAKER'S
004646*  REQUEST IS THEN APPLIED THROUGH THE ORDINARY APPLY PATH,
004647*  AGAINST THE MASTER AS IT STANDS NOW.  IF IT NO LONGER FITS
004648*  (ACCOUNT GONE, NEGATIVE LIMIT) THE APPROVAL REJECTS WITH THAT
004649*  REASON AND THE REQUEST STAYS WAITING.  EITHER WAY THE "AP"
004650*  RECORD, NOT THE MAKER'S, IS WHAT A REJECT CARRIES.
004651*****************************************************************
004652 4700-APPLY-APPROVAL.
004653     PERFORM 4750-FIND-PENDING THRU 4750-EXIT.
004654     IF NOT WS-PND-FOUND-YES
004655         MOVE "R" TO WS-EDIT-RESULT
004656         MOVE "M012" TO MREJ-REASON-CODE
004657         MOVE "MNT-PEND-ID" TO MREJ-FIELD-NAME
004658         GO TO 4700-EXIT
004659     END-IF.
004660     IF WS-P-APPROVED(WS-PND-HIT-SUB)
004661         MOVE "R" TO WS-EDIT-RESULT
004662         MOVE "M013" TO MREJ-REASON-CODE
004663         MOVE "MNT-PEND-ID" TO MREJ-FIELD-NAME
004664         GO TO 4700-EXIT
004665     END-IF.
004666     IF NOT WS-P-WAITING(WS-PND-HIT-SUB)
004667         MOVE "R" TO WS-EDIT-RESULT
004668         MOVE "M014" TO MREJ-REASON-CODE
004669         MOVE "MNT-PEND-ID" TO MREJ-FIELD-NAME
004670         GO TO 4700-EXIT
004671     END-IF.
004672     IF WS-P-MAKER-ID(WS-PND-HIT-SUB) = MNT-USER-ID
004673         MOVE "R" TO WS-EDIT-RESULT
004674         MOVE "M015" TO MREJ-REASON-CODE
004675         MOVE "MNT-USER-ID" TO MREJ-FIELD-NAME
004676         GO TO 4700-EXIT
004677     END-IF.
004678     MOVE MNT-REC TO WS-APPROVAL-REC.
004679     MOVE MNT-USER-ID TO WS-CHECKER-ID.
004680     MOVE WS-P-MNT-DATA(WS-PND-HIT-SUB) TO MNT-REC.
004681     MOVE "Y" TO WS-APPROVING-FLAG.
004682     PERFORM 4000-APPLY-ONE-REQUEST THRU 4000-EXIT.
004683     MOVE "N" TO WS-APPROVING-FLAG.
004684     IF WS-EDIT-CLEAN
004685         MOVE "A" TO WS-P-STATUS(WS-PND-HIT-SUB)
004686         MOVE WS-CHECKER-ID TO WS-P-CHECKER-ID(WS-PND-HIT-SUB)
004687         MOVE WS-RUN-DATE TO WS-P-DONE-DATE(WS-PND-HIT-SUB)
004688         ADD 1 TO WS-APPROVED-COUNT
004689     END-IF.
004690     MOVE SPACES TO WS-CHECKER-ID.
004691     MOVE WS-APPROVAL-REC TO MNT-REC.
004692 4700-EXIT.
004693     EXIT.
004694
004695*****************************************************************
004696*  4750-FIND-PENDING  --  LOCATES THE PENDING ITEM NAMED BY
004697*  MNT-PEND-ID.  AN ITEM FOR ANOTHER ACCOUNT IS NOT A MATCH, SO A
004698*  MISKEYED ID CANNOT APPROVE SOMEBODY ELSE'S CHANGE.
004699*****************************************************************
004700 4750-FIND-PENDING.
004701     MOVE "N" TO WS-PND-FOUND.
004702     MOVE ZERO TO WS-PND-HIT-SUB.
004703     PERFORM 4755-SCAN-ONE-PENDING THRU 4755-EXIT
004704         VARYING WS-PND-SUB FROM 1 BY 1
004705         UNTIL WS-PND-SUB > WS-PND-COUNT
004706            OR WS-PND-FOUND-YES.
004707 4750-EXIT.
004708     EXIT.
004709
004710 4755-SCAN-ONE-PENDING.
004711     IF WS-P-ID(WS-PND-SUB) = MNT-PEND-ID
004712        AND WS-P-ACCOUNT-NO(WS-PND-SUB) = MNT-ACCOUNT-NO
004713         MOVE "Y" TO WS-PND-FOUND
004714         MOVE WS-PND-SUB TO WS-PND-HIT-SUB
004715     END-IF.
004716 4755-EXIT.
004717     EXIT.
004718
004719*****************************************************************
004720*  4800-PARK-REQUEST  --  THE REQUEST GOES ON MNTPEND UNDER A NEW
004721*  PENDING ID INSTEAD OF TO ACCTMST.  IT IS NEITHER APPLIED NOR
004722*  REJECTED, AND NOTHING IS AUDITED UNTIL IT IS APPROVED.
004723*****************************************************************
004724 4800-PARK-REQUEST.
004725     IF WS-PND-COUNT NOT < 500
004726         DISPLAY "ACCTMNT018E PENDING APPROVAL TABLE FULL - "
004727             "ABENDING RUN"
004728         PERFORM 9800-ABEND THRU 9800-EXIT
004729     END-IF.
004730     ADD 1 TO WS-NEW-PEND-SEQ.
004731     ADD 1 TO WS-PND-COUNT.
004732     MOVE SPACES TO WS-PND-ENTRY(WS-PND-COUNT).
004733     MOVE WS-NEW-PEND-ID TO WS-P-ID(WS-PND-COUNT).
004734     MOVE "P" TO WS-P-STATUS(WS-PND-COUNT).
004735     MOVE WS-PARK-REASON TO WS-P-REASON(WS-PND-COUNT).
004736     MOVE WS-RUN-DATE TO WS-P-PARKED-DATE(WS-PND-COUNT).
004737     MOVE WS-EXPIRY-DATE TO WS-P-EXPIRY-DATE(WS-PND-COUNT).
004738     MOVE MNT-REC TO WS-P-MNT-DATA(WS-PND-COUNT).
004739     MOVE "P" TO WS-EDIT-RESULT.
004740     ADD 1 TO WS-PARKED-COUNT.
004741 4800-EXIT.
004742     EXIT.
004743
004744*****************************************************************
004745*  5000-WRITE-REJECT  --  THE REQUEST GOES TO MNTREJ WITH ITS
004746*  DIAGNOSIS, NEVER SILENTLY DROPPED.
004747*****************************************************************
004748 5000-WRITE-REJECT.
004749     ADD 1 TO WS-REJECT-COUNT.
004750     MOVE MNT-REC TO MREJ-MNT-DATA.
004751     WRITE MNT-REJ-REC.
004752 5000-EXIT.
004753     EXIT.
004760
004770 6000-BUILD-TIMESTAMP.
004780     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004820         INTO WS-CURRENT-TIMESTAMP.
004830 6000-EXIT.
004840     EXIT.
004841
004842*****************************************************************
004843*  7000-REWRITE-PENDING  --  THE TABLE IS WRITTEN TO MNTPEND.NEW,
004844*  WHICH 8000 RENAMES OVER MNTPEND.  AN ITEM APPROVED OR EXPIRED
004845*  ON AN EARLIER RUN DATE WAS ON THAT DAY'S REPORT AND IS DROPPED.
004846*****************************************************************
004847 7000-REWRITE-PENDING.
004848     PERFORM 7050-REWRITE-ONE-PENDING THRU 7050-EXIT
004849         VARYING WS-PND-SUB FROM 1 BY 1
004850         UNTIL WS-PND-SUB > WS-PND-COUNT.
004851 7000-EXIT.
004852     EXIT.
004853
004854 7050-REWRITE-ONE-PENDING.
004855     IF NOT WS-P-WAITING(WS-PND-SUB)
004856         AND WS-P-DONE-DATE(WS-PND-SUB) < WS-RUN-DATE
004857         MOVE "D" TO WS-P-STATUS(WS-PND-SUB)
004858         GO TO 7050-EXIT
004859     END-IF.
004860     IF WS-P-WAITING(WS-PND-SUB)
004861         ADD 1 TO WS-WAITING-COUNT
004862     END-IF.
004863     WRITE PND-OUT-REC FROM WS-PND-ENTRY(WS-PND-SUB).
004864     IF WS-PNDOUT-STATUS NOT = "00"
004865         DISPLAY "ACCTMNT021E MNTPEND.NEW WRITE FAILED - "
004866             "STATUS = " WS-PNDOUT-STATUS ", ABENDING RUN"
004867         PERFORM 9800-ABEND THRU 9800-EXIT
004868     END-IF.
004869 7050-EXIT.
004870     EXIT.
004871
004872*****************************************************************
004873*  7500-PRINT-REPORT  --  MNTPRPT: EVERY REQUEST STILL WAITING FOR
004874*  A SECOND USER, WITH THE LAST DAY IT CAN BE APPROVED, THEN THOSE
004875*  APPROVED AND THOSE EXPIRED ON THE RUN DATE, THEN TOTALS.
004876*****************************************************************
004877 7500-PRINT-REPORT.
004878     MOVE SPACES TO RPT-LINE-OUT.
004879     STRING "ACCTMNT - MAINTENANCE REQUESTS AWAITING A SECOND "
004880             "APPROVAL - RUN DATE " WS-RUN-DATE
004881         DELIMITED BY SIZE INTO RPT-LINE-OUT.
004882     WRITE RPT-LINE FROM RPT-LINE-OUT.
004883     MOVE SPACES TO RPT-LINE-OUT.
004884     WRITE RPT-LINE FROM RPT-LINE-OUT.
004885     MOVE "PENDING ID" TO RPT-LINE-OUT(1:10).
004886     MOVE "PARKED" TO RPT-LINE-OUT(12:6).
004887     MOVE "EXPIRES" TO RPT-LINE-OUT(22:7).
004888     MOVE "AC" TO RPT-LINE-OUT(32:2).
004889     MOVE "ACCOUNT" TO RPT-LINE-OUT(36:7).
004890     MOVE "AMOUNT" TO RPT-LINE-OUT(58:6).
004891     MOVE "MAKER" TO RPT-LINE-OUT(67:5).
004892     MOVE "CHECKER" TO RPT-LINE-OUT(77:7).
004893     MOVE "WHY PARKED" TO RPT-LINE-OUT(87:10).
004894     WRITE RPT-LINE FROM RPT-LINE-OUT.
004895     MOVE "P" TO WS-RPT-STATUS.
004896     MOVE "PENDING APPROVAL" TO WS-RPT-TITLE.
004897     PERFORM 7550-PRINT-SECTION THRU 7550-EXIT.
004898     MOVE "A" TO WS-RPT-STATUS.
004899     MOVE "APPROVED ON THE RUN DATE" TO WS-RPT-TITLE.
004900     PERFORM 7550-PRINT-SECTION THRU 7550-EXIT.
004901     MOVE "X" TO WS-RPT-STATUS.
004902     MOVE "EXPIRED UNAPPROVED ON THE RUN DATE" TO WS-RPT-TITLE.
004903     PERFORM 7550-PRINT-SECTION THRU 7550-EXIT.
004904     MOVE SPACES TO RPT-LINE-OUT.
004905     WRITE RPT-LINE FROM RPT-LINE-OUT.
004906     MOVE WS-PARKED-COUNT TO WS-COUNT-EDIT.
004907     MOVE SPACES TO RPT-LINE-OUT.
004908     STRING "PARKED THIS RUN         " WS-COUNT-EDIT
004909         DELIMITED BY SIZE INTO RPT-LINE-OUT.
004910     WRITE RPT-LINE FROM RPT-LINE-OUT.
004911     MOVE WS-APPROVED-COUNT TO WS-COUNT-EDIT.
004912     MOVE SPACES TO RPT-LINE-OUT.
004913     STRING "APPROVED THIS RUN       " WS-COUNT-EDIT
004914         DELIMITED BY SIZE INTO RPT-LINE-OUT.
004915     WRITE RPT-LINE FROM RPT-LINE-OUT.
004916     MOVE WS-EXPIRED-COUNT TO WS-COUNT-EDIT.
004917     MOVE SPACES TO RPT-LINE-OUT.
004918     STRING "EXPIRED THIS RUN        " WS-COUNT-EDIT
004919         DELIMITED BY SIZE INTO RPT-LINE-OUT.
004920     WRITE RPT-LINE FROM RPT-LINE-OUT.
004921     MOVE WS-WAITING-COUNT TO WS-COUNT-EDIT.
004922     MOVE SPACES TO RPT-LINE-OUT.
004923     STRING "STILL WAITING           " WS-COUNT-EDIT
004924         DELIMITED BY SIZE INTO RPT-LINE-OUT.
004925     WRITE RPT-LINE FROM RPT-LINE-OUT.
004926 7500-EXIT.
004927     EXIT.
004928
004929 7550-PRINT-SECTION.
004930     MOVE SPACES TO RPT-LINE-OUT.
004931     WRITE RPT-LINE FROM RPT-LINE-OUT.
004932     MOVE WS-RPT-TITLE TO RPT-LINE-OUT.
004933     WRITE RPT-LINE FROM RPT-LINE-OUT.
004934     MOVE ZERO TO WS-RPT-ITEM-COUNT.
004935     PERFORM 7560-PRINT-ONE-ITEM THRU 7560-EXIT
004936         VARYING WS-PND-SUB FROM 1 BY 1
004937         UNTIL WS-PND-SUB > WS-PND-COUNT.
004938     IF WS-RPT-ITEM-COUNT = ZERO
004939         MOVE "  (NONE)" TO RPT-LINE-OUT
004940         WRITE RPT-LINE FROM RPT-LINE-OUT
004941     END-IF.
004942 7550-EXIT.
004943     EXIT.
004944
004945 7560-PRINT-ONE-ITEM.
004946     IF WS-P-STATUS(WS-PND-SUB) NOT = WS-RPT-STATUS
004947         GO TO 7560-EXIT
004948     END-IF.
004949     ADD 1 TO WS-RPT-ITEM-COUNT.
004950     MOVE SPACES TO RPT-LINE-OUT.
004951     MOVE WS-P-ID(WS-PND-SUB) TO RPT-LINE-OUT(1:10).
004952     MOVE WS-P-PARKED-DATE(WS-PND-SUB) TO RPT-LINE-OUT(12:8).
004953     MOVE WS-P-EXPIRY-DATE(WS-PND-SUB) TO RPT-LINE-OUT(22:8).
004954     MOVE WS-P-ACTION(WS-PND-SUB) TO RPT-LINE-OUT(32:2).
004955     MOVE WS-P-ACCOUNT-NO(WS-PND-SUB) TO RPT-LINE-OUT(36:12).
004956     MOVE WS-P-AMOUNT(WS-PND-SUB) TO WS-AMOUNT-EDIT.
004957     MOVE WS-AMOUNT-EDIT TO RPT-LINE-OUT(49:15).
004958     MOVE WS-P-MAKER-ID(WS-PND-SUB) TO RPT-LINE-OUT(67:8).
004959     MOVE WS-P-CHECKER-ID(WS-PND-SUB) TO RPT-LINE-OUT(77:8).
004960     IF WS-P-LIMIT-REMOVAL(WS-PND-SUB)
004961         MOVE "LIMIT REMOVAL" TO RPT-LINE-OUT(87:16)
004962     ELSE
004963         MOVE "LARGE ADJUSTMENT" TO RPT-LINE-OUT(87:16)
004964     END-IF.
004965     WRITE RPT-LINE FROM RPT-LINE-OUT.
004966 7560-EXIT.
004967     EXIT.
004968
004969*****************************************************************
004970*  8000-FINALIZE  --  CLOSE THE FILES AND SHOW THE OPERATOR WHAT
004971*  WAS APPLIED AND WHAT WAS REJECTED, BY ACTION.  THE REBUILT
004972*  PENDING FILE REPLACES THE OLD ONE ONLY NOW, SO AN ABEND
004973*  LEAVES MNTPEND AS IT WAS.
004974*****************************************************************
004975 8000-FINALIZE.
004976     CLOSE MNTFILE.
004977     CLOSE ACCTMST.
004978     CLOSE REJFILE.
004979     CLOSE AUDFILE.
004980     CLOSE PNDOUT.
004981     CLOSE RPTFILE.
004982     CALL "CBL_RENAME_FILE" USING WS-PND-TMP-NAME
004983             WS-PND-FINAL-NAME
004984         RETURNING WS-PND-RENAME-RC
004985     END-CALL.
004986     IF WS-PND-RENAME-RC NOT = ZERO
004987         DISPLAY "ACCTMNT022E MNTPEND RENAME FAILED - RC = "
004988             WS-PND-RENAME-RC ", ABENDING RUN"
004989         PERFORM 9800-ABEND THRU 9800-EXIT
004990     END-IF.
004991     DISPLAY "ACCTMNT007I REQUESTS READ     = " WS-READ-COUNT.
004992     DISPLAY "ACCTMNT008I REQUESTS APPLIED  = " WS-APPLIED-COUNT
004993         " (OPENED = " WS-OPENED-COUNT
004994         " CLOSED = " WS-CLOSED-COUNT
004995         " REOPENED = " WS-REOPENED-COUNT
005000         " ADJUSTED = " WS-ADJUSTED-COUNT
005001         " FEE-FLAGGED = " WS-FEE-FLAG-COUNT
005002         " LIMITS SET = " WS-LIMIT-SET-COUNT
005003         " OVERDRAFT SET = " WS-OD-SET-COUNT
005004         " REACTIVATED = " WS-REACTIVATED-COUNT ")".
005010     DISPLAY "ACCTMNT009I REQUESTS REJECTED = " WS-REJECT-COUNT.
005020     IF WS-REJECT-COUNT > ZERO
005030         DISPLAY "ACCTMNT010W REJECTS PRESENT - SEE MNTREJ"
005040     END-IF.
005041     DISPLAY "ACCTMNT023I PARKED FOR APPROVAL = " WS-PARKED-COUNT
005042         " APPROVED = " WS-APPROVED-COUNT
005043         " EXPIRED = " WS-EXPIRED-COUNT
005044         " STILL WAITING = " WS-WAITING-COUNT.
005045     IF WS-EXPIRED-COUNT > ZERO
005046         DISPLAY "ACCTMNT024W REQUESTS EXPIRED UNAPPROVED - SEE "
005047             "MNTPRPT"
005048     END-IF.
005050 8000-EXIT.
005060     EXIT.
005070
