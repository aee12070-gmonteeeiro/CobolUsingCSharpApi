000010*****************************************************************
000020*  PROGRAM-ID.  SOMAINT
000030*
000040*  STANDING-ORDER MAINTENANCE.  CUSTOMERS' RECURRING PAYMENTS
000050*  (RENT, LOAN REPAYMENTS, SWEEPS BETWEEN THEIR OWN ACCOUNTS)
000060*  ARE HELD AS INSTRUCTIONS ON THE STANDING-ORDER MASTER
000070*  (SOMAST), FROM WHICH SOSCHED GENERATES EACH NIGHT'S DUE
000080*  PAYMENTS.  THIS PROGRAM READS THE KEYED MAINTENANCE FILE
000090*  (SOMNTF), PUTS EVERY REQUEST THROUGH FULL FIELD EDITS THE WAY
000100*  ACCTMNT DOES, APPLIES THE CLEAN ONES TO SOMAST:
000110*      "AD"  ADD A NEW ACTIVE INSTRUCTION
000120*      "AM"  AMEND THE AMOUNT AND/OR END DATE
000130*      "HO"  HOLD AN ACTIVE INSTRUCTION
000140*      "RS"  RESUME A HELD INSTRUCTION
000150*      "CN"  CANCEL AN INSTRUCTION FOR GOOD
000160*  AND REJECTS THE REST TO SOREJ WITH A REASON CODE AND THE
000170*  OFFENDING FIELD NAME.  AN INSTRUCTION CAN ONLY BE ADDED
000180*  AGAINST OPEN ACCOUNTS ON ACCTMST.  EVERY APPLIED CHANGE
000190*  WRITES A BEFORE/AFTER AUDIT RECORD (SOAUD) CARRYING THE
000200*  REQUESTING USER AND A TIMESTAMP.
000210*
000220*  MODIFICATION HISTORY
000230*      DATE       INIT  DESCRIPTION
000240*      ---------- ----  --------------------------------------
000250*      2026-10-15  GM   ORIGINAL PROGRAM.
000260*****************************************************************
000270 identification division.
000280 PROGRAM-ID.    SOMAINT.
000290 AUTHOR.        Gabriel Monteiro.
000300 INSTALLATION.  INTEROP BATCH.
000310 DATE-WRITTEN.  2026-10-15.
000320 DATE-COMPILED.
000330 ENVIRONMENT    DIVISION.
000340 CONFIGURATION  SECTION.
000350
000360 input-output section.
000370 file-control.
000380     SELECT SOMNTF ASSIGN TO "SOMNTF"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-SOMNTF-STATUS.
000410     SELECT SOMAST ASSIGN TO "SOMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS SO-ID
000450         FILE STATUS IS WS-SOMAST-STATUS.
000460     SELECT ACCTMST ASSIGN TO "ACCTMST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS ACCT-ACCOUNT-NO
000500         FILE STATUS IS WS-ACCTMST-STATUS.
000510     SELECT REJFILE ASSIGN TO "SOREJ"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-REJFILE-STATUS.
000540     SELECT AUDFILE ASSIGN TO "SOAUD"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-AUDFILE-STATUS.
000570
000580 data division.
000590 file section.
000600
000610 FD  SOMNTF.
000620     COPY SOMREC.
000630
000640 FD  SOMAST.
000650     COPY SOREC.
000660
000670 FD  ACCTMST.
000680     COPY ACCTMST.
000690
000700 FD  REJFILE.
000710     COPY SOREJ.
000720
000730 FD  AUDFILE.
000740     COPY SOAUD.
000750
000760 working-storage section.
000770 01  WS-FILE-STATUSES.
000780     05  WS-SOMNTF-STATUS            PIC X(02).
000790     05  WS-SOMAST-STATUS            PIC X(02).
000800     05  WS-ACCTMST-STATUS           PIC X(02).
000810     05  WS-REJFILE-STATUS           PIC X(02).
000820     05  WS-AUDFILE-STATUS           PIC X(02).
000830 01  WS-SWITCHES.
000840     05  WS-EOF-SOMNTF               PIC X(01) VALUE "N".
000850         88  WS-EOF-SOMNTF-YES           VALUE "Y".
000860     05  WS-EDIT-RESULT              PIC X(01) VALUE "C".
000870         88  WS-EDIT-CLEAN               VALUE "C".
000880         88  WS-EDIT-REJECTED            VALUE "R".
000890     05  WS-SO-FOUND-FLAG            PIC X(01) VALUE "N".
000900         88  WS-SO-FOUND                 VALUE "Y".
000910     05  WS-DATE-VALID-FLAG          PIC X(01) VALUE "N".
000920         88  WS-DATE-VALID               VALUE "Y".
000930
000940 77  WS-READ-COUNT                   PIC 9(09) VALUE ZERO COMP.
000950 77  WS-APPLIED-COUNT                PIC 9(09) VALUE ZERO COMP.
000960 77  WS-REJECT-COUNT                 PIC 9(09) VALUE ZERO COMP.
000970 77  WS-ADDED-COUNT                  PIC 9(09) VALUE ZERO COMP.
000980 77  WS-AMENDED-COUNT                PIC 9(09) VALUE ZERO COMP.
000990 77  WS-HELD-COUNT                   PIC 9(09) VALUE ZERO COMP.
001000 77  WS-RESUMED-COUNT                PIC 9(09) VALUE ZERO COMP.
001010 77  WS-CANCELLED-COUNT              PIC 9(09) VALUE ZERO COMP.
001020
001030*    BEFORE-IMAGE OF THE INSTRUCTION FOR THE AUDIT TRAIL.
001040 01  WS-OLD-STATUS                   PIC X(01).
001050 01  WS-OLD-AMOUNT                   PIC 9(09)V99.
001060 01  WS-OLD-END-DATE                 PIC X(08).
001070
001080 01  WS-TIMESTAMP-FIELDS.
001090     05  WS-CURRENT-DATE             PIC X(08).
001100     05  WS-CURRENT-TIME             PIC X(08).
001110     05  WS-CURRENT-TIMESTAMP        PIC X(16).
001120
001130*    CALENDAR WORK FIELDS FOR THE DATE EDITS, SAME SHAPE AS THE
001140*    MNT-DATE EDIT IN ACCTMNT.  THE DATE TO CHECK IS MOVED TO
001150*    WS-EDIT-DATE AND THE ANSWER COMES BACK IN WS-DATE-VALID-FLAG.
001160 01  WS-EDIT-DATE.
001170     05  WS-EDIT-YEAR                PIC 9(04).
001180     05  WS-EDIT-MONTH               PIC 9(02).
001190     05  WS-EDIT-DAY                 PIC 9(02).
001200 01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE
001210                                     PIC X(08).
001220 01  WS-DAYS-IN-MONTH                PIC 9(02).
001230 01  WS-LEAP-QUOTIENT                PIC 9(04) COMP.
001240 01  WS-LEAP-REMAINDER               PIC 9(04) COMP.
001250 01  WS-LEAP-FLAG                    PIC X(01).
001260     88  WS-LEAP-YEAR                    VALUE "Y".
001270
001280 procedure division.
001290*****************************************************************
001300*  0000-MAINLINE
001310*****************************************************************
001320 0000-MAINLINE.
001330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001340     PERFORM 2000-PROCESS-SOMNTF THRU 2000-EXIT.
001350     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001360     STOP RUN.
001370
001380 1000-INITIALIZE.
001390     OPEN INPUT SOMNTF.
001400     IF WS-SOMNTF-STATUS NOT = "00"
001410         DISPLAY "SOMAINT001E SOMNTF NOT FOUND, ABENDING RUN"
001420         PERFORM 9800-ABEND THRU 9800-EXIT
001430     END-IF.
001440     OPEN I-O SOMAST.
001450*    A MISSING MASTER IS CREATED EMPTY, SO THE FIRST "AD" BATCH
001460*    BOOTSTRAPS THE FILE, AS ACCTMNT DOES FOR ACCTMST.
001470     IF WS-SOMAST-STATUS = "35"
001480         OPEN OUTPUT SOMAST
001490         CLOSE SOMAST
001500         OPEN I-O SOMAST
001510     END-IF.
001520     IF WS-SOMAST-STATUS NOT = "00"
001530         DISPLAY "SOMAINT002E SOMAST COULD NOT BE OPENED - "
001540             "STATUS = " WS-SOMAST-STATUS ", ABENDING RUN"
001550         PERFORM 9800-ABEND THRU 9800-EXIT
001560     END-IF.
001570*    THE ACCOUNT MASTER IS ONLY READ, TO PROVE THE ACCOUNTS ON A
001580*    NEW INSTRUCTION ARE OPEN.
001590     OPEN INPUT ACCTMST.
001600     IF WS-ACCTMST-STATUS NOT = "00"
001610         DISPLAY "SOMAINT003E ACCTMST COULD NOT BE OPENED - "
001620             "STATUS = " WS-ACCTMST-STATUS ", ABENDING RUN"
001630         PERFORM 9800-ABEND THRU 9800-EXIT
001640     END-IF.
001650     OPEN OUTPUT REJFILE.
001660     IF WS-REJFILE-STATUS NOT = "00"
001670         DISPLAY "SOMAINT004E SOREJ COULD NOT BE OPENED, "
001680             "ABENDING RUN"
001690         PERFORM 9800-ABEND THRU 9800-EXIT
001700     END-IF.
001710*    THE AUDIT TRAIL IS APPEND-ONLY ACROSS RUNS, LIKE MNTAUD.
001720     OPEN EXTEND AUDFILE.
001730     IF WS-AUDFILE-STATUS NOT = "00"
001740         OPEN OUTPUT AUDFILE
001750     END-IF.
001760     IF WS-AUDFILE-STATUS NOT = "00"
001770         DISPLAY "SOMAINT005E SOAUD COULD NOT BE OPENED, "
001780             "ABENDING RUN"
001790         PERFORM 9800-ABEND THRU 9800-EXIT
001800     END-IF.
001810 1000-EXIT.
001820     EXIT.
001830
001840*****************************************************************
001850*  2000-PROCESS-SOMNTF  --  MAIN MAINTENANCE LOOP
001860*****************************************************************
001870 2000-PROCESS-SOMNTF.
001880     MOVE "N" TO WS-EOF-SOMNTF.
001890     PERFORM 2050-READ-AND-APPLY THRU 2050-EXIT
001900         UNTIL WS-EOF-SOMNTF-YES.
001910 2000-EXIT.
001920     EXIT.
001930
001940 2050-READ-AND-APPLY.
001950     READ SOMNTF
001960         AT END
001970             MOVE "Y" TO WS-EOF-SOMNTF
001980         NOT AT END
001990             ADD 1 TO WS-READ-COUNT
002000             PERFORM 3000-EDIT-ONE-REQUEST THRU 3000-EXIT
002010             IF WS-EDIT-CLEAN
002020                 PERFORM 4000-APPLY-ONE-REQUEST THRU 4000-EXIT
002030             END-IF
002040             IF WS-EDIT-REJECTED
002050                 PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
002060             END-IF
002070     END-READ.
002080 2050-EXIT.
002090     EXIT.
002100
002110*****************************************************************
002120*  3000-EDIT-ONE-REQUEST  --  FIELD EDITS, ACCTMNT-STYLE: THE
002130*  FIRST EDIT THAT FAILS SETS THE REASON CODE AND FIELD NAME AND
002140*  ENDS THE EDIT.  MASTER-STATE CHECKS (UNKNOWN OR DUPLICATE
002150*  INSTRUCTION, WRONG STATUS, ACCOUNT NOT OPEN) ARE MADE AT
002160*  APPLY TIME, WHEN THE MASTERS ARE READ.
002170*****************************************************************
002180 3000-EDIT-ONE-REQUEST.
002190     MOVE "C" TO WS-EDIT-RESULT.
002200     IF NOT SOM-ACTION-ADD AND NOT SOM-ACTION-AMEND
002210         AND NOT SOM-ACTION-HOLD AND NOT SOM-ACTION-RESUME
002220         AND NOT SOM-ACTION-CANCEL
002230         MOVE "R" TO WS-EDIT-RESULT
002240         MOVE "S001" TO SREJ-REASON-CODE
002250         MOVE "SOM-ACTION" TO SREJ-FIELD-NAME
002260         GO TO 3000-EXIT
002270     END-IF.
002280     IF SOM-SO-ID = SPACES
002290         MOVE "R" TO WS-EDIT-RESULT
002300         MOVE "S002" TO SREJ-REASON-CODE
002310         MOVE "SOM-SO-ID" TO SREJ-FIELD-NAME
002320         GO TO 3000-EXIT
002330     END-IF.
002340     MOVE SOM-DATE TO WS-EDIT-DATE-X.
002350     PERFORM 3100-EDIT-CALENDAR-DATE THRU 3100-EXIT.
002360     IF NOT WS-DATE-VALID
002370         MOVE "R" TO WS-EDIT-RESULT
002380         MOVE "S011" TO SREJ-REASON-CODE
002390         MOVE "SOM-DATE" TO SREJ-FIELD-NAME
002400         GO TO 3000-EXIT
002410     END-IF.
002420     IF SOM-USER-ID = SPACES
002430         MOVE "R" TO WS-EDIT-RESULT
002440         MOVE "S012" TO SREJ-REASON-CODE
002450         MOVE "SOM-USER-ID" TO SREJ-FIELD-NAME
002460         GO TO 3000-EXIT
002470     END-IF.
002480     EVALUATE TRUE
002490         WHEN SOM-ACTION-ADD
002500             PERFORM 3200-EDIT-NEW-INSTRUCTION THRU 3200-EXIT
002510         WHEN SOM-ACTION-AMEND
002520             PERFORM 3300-EDIT-AMENDMENT THRU 3300-EXIT
002530         WHEN OTHER
002540             CONTINUE
002550     END-EVALUATE.
002560 3000-EXIT.
002570     EXIT.
002580
002590*****************************************************************
002600*  3100-EDIT-CALENDAR-DATE  --  WS-EDIT-DATE MUST BE A REAL
002610*  CALENDAR DATE IN YYYYMMDD FORM, INCLUDING THE LEAP-YEAR RULE
002620*  FOR 29 FEBRUARY.
002630*****************************************************************
002640 3100-EDIT-CALENDAR-DATE.
002650     MOVE "N" TO WS-DATE-VALID-FLAG.
002660     IF WS-EDIT-DATE-X IS NOT NUMERIC
002670         GO TO 3100-EXIT
002680     END-IF.
002690     IF WS-EDIT-YEAR < 1900 OR WS-EDIT-YEAR > 2099
002700         GO TO 3100-EXIT
002710     END-IF.
002720     IF WS-EDIT-MONTH < 01 OR WS-EDIT-MONTH > 12
002730         GO TO 3100-EXIT
002740     END-IF.
002750     PERFORM 3150-SET-DAYS-IN-MONTH THRU 3150-EXIT.
002760     IF WS-EDIT-DAY < 01 OR WS-EDIT-DAY > WS-DAYS-IN-MONTH
002770         GO TO 3100-EXIT
002780     END-IF.
002790     MOVE "Y" TO WS-DATE-VALID-FLAG.
002800 3100-EXIT.
002810     EXIT.
002820
002830 3150-SET-DAYS-IN-MONTH.
002840     EVALUATE WS-EDIT-MONTH
002850         WHEN 01
002860         WHEN 03
002870         WHEN 05
002880         WHEN 07
002890         WHEN 08
002900         WHEN 10
002910         WHEN 12
002920             MOVE 31 TO WS-DAYS-IN-MONTH
002930         WHEN 04
002940         WHEN 06
002950         WHEN 09
002960         WHEN 11
002970             MOVE 30 TO WS-DAYS-IN-MONTH
002980         WHEN 02
002990             PERFORM 3160-CHECK-LEAP-YEAR THRU 3160-EXIT
003000             IF WS-LEAP-YEAR
003010                 MOVE 29 TO WS-DAYS-IN-MONTH
003020             ELSE
003030                 MOVE 28 TO WS-DAYS-IN-MONTH
003040             END-IF
003050     END-EVALUATE.
003060 3150-EXIT.
003070     EXIT.
003080
003090 3160-CHECK-LEAP-YEAR.
003100     MOVE "N" TO WS-LEAP-FLAG.
003110     DIVIDE WS-EDIT-YEAR BY 4
003120         GIVING WS-LEAP-QUOTIENT
003130         REMAINDER WS-LEAP-REMAINDER.
003140     IF WS-LEAP-REMAINDER = ZERO
003150         MOVE "Y" TO WS-LEAP-FLAG
003160     END-IF.
003170     DIVIDE WS-EDIT-YEAR BY 100
003180         GIVING WS-LEAP-QUOTIENT
003190         REMAINDER WS-LEAP-REMAINDER.
003200     IF WS-LEAP-REMAINDER = ZERO
003210         MOVE "N" TO WS-LEAP-FLAG
003220     END-IF.
003230     DIVIDE WS-EDIT-YEAR BY 400
003240         GIVING WS-LEAP-QUOTIENT
003250         REMAINDER WS-LEAP-REMAINDER.
003260     IF WS-LEAP-REMAINDER = ZERO
003270         MOVE "Y" TO WS-LEAP-FLAG
003280     END-IF.
003290 3160-EXIT.
003300     EXIT.
003310
003320*****************************************************************
003330*  3200-EDIT-NEW-INSTRUCTION  --  AN "AD" CARRIES THE WHOLE
003340*  INSTRUCTION.  THE DESTINATION ACCOUNT BELONGS TO A TRANSFER
003350*  ONLY, AND THE DAY OF MONTH TO FREQUENCY "D" ONLY; EITHER ONE
003360*  PRESENT WHERE IT DOES NOT BELONG IS A KEYING ERROR, NOT
003370*  SOMETHING TO IGNORE.
003380*****************************************************************
003390 3200-EDIT-NEW-INSTRUCTION.
003400     IF SOM-ACCOUNT-NO = SPACES
003410         MOVE "R" TO WS-EDIT-RESULT
003420         MOVE "S003" TO SREJ-REASON-CODE
003430         MOVE "SOM-ACCOUNT-NO" TO SREJ-FIELD-NAME
003440         GO TO 3200-EXIT
003450     END-IF.
003460     IF SOM-TRAN-TYPE NOT = "DB" AND SOM-TRAN-TYPE NOT = "CR"
003470         AND SOM-TRAN-TYPE NOT = "TR"
003480         MOVE "R" TO WS-EDIT-RESULT
003490         MOVE "S004" TO SREJ-REASON-CODE
003500         MOVE "SOM-TRAN-TYPE" TO SREJ-FIELD-NAME
003510         GO TO 3200-EXIT
003520     END-IF.
003530     IF (SOM-TRAN-TYPE = "TR"
003540             AND (SOM-DEST-ACCOUNT-NO = SPACES
003550               OR SOM-DEST-ACCOUNT-NO = SOM-ACCOUNT-NO))
003560         OR (SOM-TRAN-TYPE NOT = "TR"
003570             AND SOM-DEST-ACCOUNT-NO NOT = SPACES)
003580         MOVE "R" TO WS-EDIT-RESULT
003590         MOVE "S005" TO SREJ-REASON-CODE
003600         MOVE "SOM-DEST-ACCOUNT-NO" TO SREJ-FIELD-NAME
003610         GO TO 3200-EXIT
003620     END-IF.
003630     IF SOM-AMOUNT IS NOT NUMERIC OR SOM-AMOUNT = ZERO
003640         MOVE "R" TO WS-EDIT-RESULT
003650         MOVE "S006" TO SREJ-REASON-CODE
003660         MOVE "SOM-AMOUNT" TO SREJ-FIELD-NAME
003670         GO TO 3200-EXIT
003680     END-IF.
003690     IF SOM-FREQUENCY NOT = "W" AND SOM-FREQUENCY NOT = "M"
003700         AND SOM-FREQUENCY NOT = "D"
003710         MOVE "R" TO WS-EDIT-RESULT
003720         MOVE "S007" TO SREJ-REASON-CODE
003730         MOVE "SOM-FREQUENCY" TO SREJ-FIELD-NAME
003740         GO TO 3200-EXIT
003750     END-IF.
003760     IF SOM-FREQUENCY = "D"
003770         IF SOM-DAY-OF-MONTH IS NOT NUMERIC
003780             OR SOM-DAY-OF-MONTH-N < 01
003790             OR SOM-DAY-OF-MONTH-N > 31
003800             MOVE "R" TO WS-EDIT-RESULT
003810         END-IF
003820     ELSE
003830         IF SOM-DAY-OF-MONTH NOT = SPACES
003840             AND SOM-DAY-OF-MONTH NOT = "00"
003850             MOVE "R" TO WS-EDIT-RESULT
003860         END-IF
003870     END-IF.
003880     IF WS-EDIT-REJECTED
003890         MOVE "S008" TO SREJ-REASON-CODE
003900         MOVE "SOM-DAY-OF-MONTH" TO SREJ-FIELD-NAME
003910         GO TO 3200-EXIT
003920     END-IF.
003930     MOVE SOM-START-DATE TO WS-EDIT-DATE-X.
003940     PERFORM 3100-EDIT-CALENDAR-DATE THRU 3100-EXIT.
003950     IF NOT WS-DATE-VALID
003960         MOVE "R" TO WS-EDIT-RESULT
003970         MOVE "S009" TO SREJ-REASON-CODE
003980         MOVE "SOM-START-DATE" TO SREJ-FIELD-NAME
003990         GO TO 3200-EXIT
004000     END-IF.
004010     PERFORM 3400-EDIT-END-DATE THRU 3400-EXIT.
004020 3200-EXIT.
004030     EXIT.
004040
004050*****************************************************************
004060*  3300-EDIT-AMENDMENT  --  AN "AM" CHANGES THE AMOUNT, THE END
004070*  DATE, OR BOTH.  ZERO AMOUNT AND SPACES END DATE MEAN "LEAVE
004080*  AS IS"; A REQUEST THAT CHANGES NEITHER IS REJECTED.  THE END
004090*  DATE IS CHECKED AGAINST THE START DATE AT APPLY TIME.
004100*****************************************************************
004110 3300-EDIT-AMENDMENT.
004120     IF SOM-AMOUNT IS NOT NUMERIC
004130         OR (SOM-AMOUNT = ZERO AND SOM-END-DATE = SPACES)
004140         MOVE "R" TO WS-EDIT-RESULT
004150         MOVE "S006" TO SREJ-REASON-CODE
004160         MOVE "SOM-AMOUNT" TO SREJ-FIELD-NAME
004170         GO TO 3300-EXIT
004180     END-IF.
004190     IF SOM-END-DATE NOT = SPACES
004200         MOVE SOM-END-DATE TO WS-EDIT-DATE-X
004210         PERFORM 3100-EDIT-CALENDAR-DATE THRU 3100-EXIT
004220         IF NOT WS-DATE-VALID
004230             MOVE "R" TO WS-EDIT-RESULT
004240             MOVE "S010" TO SREJ-REASON-CODE
004250             MOVE "SOM-END-DATE" TO SREJ-FIELD-NAME
004260         END-IF
004270     END-IF.
004280 3300-EXIT.
004290     EXIT.
004300
004310 3400-EDIT-END-DATE.
004320     IF SOM-END-DATE = SPACES
004330         GO TO 3400-EXIT
004340     END-IF.
004350     MOVE SOM-END-DATE TO WS-EDIT-DATE-X.
004360     PERFORM 3100-EDIT-CALENDAR-DATE THRU 3100-EXIT.
004370     IF NOT WS-DATE-VALID OR SOM-END-DATE < SOM-START-DATE
004380         MOVE "R" TO WS-EDIT-RESULT
004390         MOVE "S010" TO SREJ-REASON-CODE
004400         MOVE "SOM-END-DATE" TO SREJ-FIELD-NAME
004410     END-IF.
004420 3400-EXIT.
004430     EXIT.
004440
004450*****************************************************************
004460*  4000-APPLY-ONE-REQUEST  --  READ THE INSTRUCTION, CHECK THE
004470*  REQUEST AGAINST ITS CURRENT STATE, AND APPLY IT.  A STATE
004480*  CHECK THAT FAILS TURNS THE REQUEST INTO A REJECT, SAME AS A
004490*  FIELD EDIT.
004500*****************************************************************
004510 4000-APPLY-ONE-REQUEST.
004520     MOVE "N" TO WS-SO-FOUND-FLAG.
004530     MOVE SOM-SO-ID TO SO-ID.
004540     READ SOMAST
004550         INVALID KEY
004560             CONTINUE
004570         NOT INVALID KEY
004580             MOVE "Y" TO WS-SO-FOUND-FLAG
004590     END-READ.
004600     IF SOM-ACTION-ADD
004610         PERFORM 4100-APPLY-ADD THRU 4100-EXIT
004620         GO TO 4000-EXIT
004630     END-IF.
004640     IF NOT WS-SO-FOUND
004650         MOVE "R" TO WS-EDIT-RESULT
004660         MOVE "S014" TO SREJ-REASON-CODE
004670         MOVE "SOM-SO-ID" TO SREJ-FIELD-NAME
004680         GO TO 4000-EXIT
004690     END-IF.
004700     MOVE SO-STATUS TO WS-OLD-STATUS.
004710     MOVE SO-AMOUNT TO WS-OLD-AMOUNT.
004720     MOVE SO-END-DATE TO WS-OLD-END-DATE.
004730     EVALUATE TRUE
004740         WHEN SOM-ACTION-AMEND
004750             PERFORM 4200-APPLY-AMEND THRU 4200-EXIT
004760         WHEN SOM-ACTION-HOLD
004770             PERFORM 4300-APPLY-HOLD THRU 4300-EXIT
004780         WHEN SOM-ACTION-RESUME
004790             PERFORM 4350-APPLY-RESUME THRU 4350-EXIT
004800         WHEN SOM-ACTION-CANCEL
004810             PERFORM 4400-APPLY-CANCEL THRU 4400-EXIT
004820     END-EVALUATE.
004830 4000-EXIT.
004840     EXIT.
004850
004860*****************************************************************
004870*  4100-APPLY-ADD  --  A NEW INSTRUCTION STARTS ACTIVE.  BOTH
004880*  ACCOUNTS OF A TRANSFER MUST BE OPEN; A DORMANT OR CLOSED
004890*  ACCOUNT WOULD ONLY SEND EVERY PAYMENT TO SUSPENSE.
004900*****************************************************************
004910 4100-APPLY-ADD.
004920     IF WS-SO-FOUND
004930         MOVE "R" TO WS-EDIT-RESULT
004940         MOVE "S015" TO SREJ-REASON-CODE
004950         MOVE "SOM-SO-ID" TO SREJ-FIELD-NAME
004960         GO TO 4100-EXIT
004970     END-IF.
004980     MOVE SOM-ACCOUNT-NO TO ACCT-ACCOUNT-NO.
004990     PERFORM 4150-CHECK-ACCOUNT-OPEN THRU 4150-EXIT.
005000     IF WS-EDIT-REJECTED
005010         MOVE "SOM-ACCOUNT-NO" TO SREJ-FIELD-NAME
005020         GO TO 4100-EXIT
005030     END-IF.
005040     IF SOM-TRAN-TYPE = "TR"
005050         MOVE SOM-DEST-ACCOUNT-NO TO ACCT-ACCOUNT-NO
005060         PERFORM 4150-CHECK-ACCOUNT-OPEN THRU 4150-EXIT
005070         IF WS-EDIT-REJECTED
005080             MOVE "SOM-DEST-ACCOUNT-NO" TO SREJ-FIELD-NAME
005090             GO TO 4100-EXIT
005100         END-IF
005110     END-IF.
005120     MOVE SPACES TO WS-OLD-STATUS.
005130     MOVE ZERO TO WS-OLD-AMOUNT.
005140     MOVE SPACES TO WS-OLD-END-DATE.
005150     MOVE SPACES TO SO-REC.
005160     MOVE SOM-SO-ID TO SO-ID.
005170     MOVE SOM-ACCOUNT-NO TO SO-ACCOUNT-NO.
005180     MOVE SOM-TRAN-TYPE TO SO-TRAN-TYPE.
005190     MOVE SOM-DEST-ACCOUNT-NO TO SO-DEST-ACCOUNT-NO.
005200     MOVE SOM-AMOUNT TO SO-AMOUNT.
005210     MOVE SOM-FREQUENCY TO SO-FREQUENCY.
005220     IF SO-FREQ-DAY-OF-MONTH
005230         MOVE SOM-DAY-OF-MONTH-N TO SO-DAY-OF-MONTH
005240     ELSE
005250         MOVE ZERO TO SO-DAY-OF-MONTH
005260     END-IF.
005270     MOVE SOM-START-DATE TO SO-START-DATE.
005280     MOVE SOM-END-DATE TO SO-END-DATE.
005290     MOVE "A" TO SO-STATUS.
005300     MOVE SOM-DATE TO SO-CREATED-DATE.
005310     MOVE SOM-USER-ID TO SO-CREATED-BY.
005320     MOVE SOM-DATE TO SO-CHANGED-DATE.
005330     MOVE SOM-USER-ID TO SO-CHANGED-BY.
005340     WRITE SO-REC
005350         INVALID KEY
005360             DISPLAY "SOMAINT006E SOMAST WRITE FAILED - "
005370                 "SO-ID = " SO-ID " STATUS = " WS-SOMAST-STATUS
005380             PERFORM 9800-ABEND THRU 9800-EXIT
005390         NOT INVALID KEY
005400             ADD 1 TO WS-ADDED-COUNT
005410             PERFORM 4500-WRITE-AUDIT THRU 4500-EXIT
005420     END-WRITE.
005430 4100-EXIT.
005440     EXIT.
005450
005460 4150-CHECK-ACCOUNT-OPEN.
005470     READ ACCTMST
005480         INVALID KEY
005490             MOVE "R" TO WS-EDIT-RESULT
005500         NOT INVALID KEY
005510             IF NOT ACCT-STATUS-OPEN
005520                 MOVE "R" TO WS-EDIT-RESULT
005530             END-IF
005540     END-READ.
005550     IF WS-EDIT-REJECTED
005560         MOVE "S013" TO SREJ-REASON-CODE
005570     END-IF.
005580 4150-EXIT.
005590     EXIT.
005600
005610*****************************************************************
005620*  4200-APPLY-AMEND  --  A CANCELLED INSTRUCTION IS FINISHED AND
005630*  CANNOT BE AMENDED.  THE NEW END DATE MAY NOT FALL BEFORE THE
005640*  START DATE.
005650*****************************************************************
005660 4200-APPLY-AMEND.
005670     IF SO-STATUS-CANCELLED
005680         MOVE "R" TO WS-EDIT-RESULT
005690         MOVE "S016" TO SREJ-REASON-CODE
005700         MOVE "SOM-ACTION" TO SREJ-FIELD-NAME
005710         GO TO 4200-EXIT
005720     END-IF.
005730     IF SOM-END-DATE NOT = SPACES
005740         AND SOM-END-DATE < SO-START-DATE
005750         MOVE "R" TO WS-EDIT-RESULT
005760         MOVE "S010" TO SREJ-REASON-CODE
005770         MOVE "SOM-END-DATE" TO SREJ-FIELD-NAME
005780         GO TO 4200-EXIT
005790     END-IF.
005800     IF SOM-AMOUNT NOT = ZERO
005810         MOVE SOM-AMOUNT TO SO-AMOUNT
005820     END-IF.
005830     IF SOM-END-DATE NOT = SPACES
005840         MOVE SOM-END-DATE TO SO-END-DATE
005850     END-IF.
005860     PERFORM 4600-REWRITE-MASTER THRU 4600-EXIT.
005870     ADD 1 TO WS-AMENDED-COUNT.
005880 4200-EXIT.
005890     EXIT.
005900
005910 4300-APPLY-HOLD.
005920     IF NOT SO-STATUS-ACTIVE
005930         MOVE "R" TO WS-EDIT-RESULT
005940         MOVE "S016" TO SREJ-REASON-CODE
005950         MOVE "SOM-ACTION" TO SREJ-FIELD-NAME
005960         GO TO 4300-EXIT
005970     END-IF.
005980     MOVE "H" TO SO-STATUS.
005990     PERFORM 4600-REWRITE-MASTER THRU 4600-EXIT.
006000     ADD 1 TO WS-HELD-COUNT.
006010 4300-EXIT.
006020     EXIT.
006030
006040 4350-APPLY-RESUME.
006050     IF NOT SO-STATUS-HELD
006060         MOVE "R" TO WS-EDIT-RESULT
006070         MOVE "S016" TO SREJ-REASON-CODE
006080         MOVE "SOM-ACTION" TO SREJ-FIELD-NAME
006090         GO TO 4350-EXIT
006100     END-IF.
006110     MOVE "A" TO SO-STATUS.
006120     PERFORM 4600-REWRITE-MASTER THRU 4600-EXIT.
006130     ADD 1 TO WS-RESUMED-COUNT.
006140 4350-EXIT.
006150     EXIT.
006160
006170 4400-APPLY-CANCEL.
006180     IF SO-STATUS-CANCELLED
006190         MOVE "R" TO WS-EDIT-RESULT
006200         MOVE "S016" TO SREJ-REASON-CODE
006210         MOVE "SOM-ACTION" TO SREJ-FIELD-NAME
006220         GO TO 4400-EXIT
006230     END-IF.
006240     MOVE "C" TO SO-STATUS.
006250     PERFORM 4600-REWRITE-MASTER THRU 4600-EXIT.
006260     ADD 1 TO WS-CANCELLED-COUNT.
006270 4400-EXIT.
006280     EXIT.
006290
006300*****************************************************************
006310*  4500-WRITE-AUDIT  --  ONE AUDIT RECORD PER APPLIED CHANGE,
006320*  BEFORE AND AFTER IMAGES INCLUDED.
006330*****************************************************************
006340 4500-WRITE-AUDIT.
006350     ADD 1 TO WS-APPLIED-COUNT.
006360     PERFORM 6000-BUILD-TIMESTAMP THRU 6000-EXIT.
006370     MOVE SPACES TO SO-AUD-REC.
006380     MOVE WS-CURRENT-TIMESTAMP TO SAUD-TIMESTAMP.
006390     MOVE SOM-USER-ID TO SAUD-USER-ID.
006400     MOVE SOM-ACTION TO SAUD-ACTION.
006410     MOVE SO-ID TO SAUD-SO-ID.
006420     MOVE SO-ACCOUNT-NO TO SAUD-ACCOUNT-NO.
006430     MOVE WS-OLD-STATUS TO SAUD-OLD-STATUS.
006440     MOVE SO-STATUS TO SAUD-NEW-STATUS.
006450     MOVE WS-OLD-AMOUNT TO SAUD-OLD-AMOUNT.
006460     MOVE SO-AMOUNT TO SAUD-NEW-AMOUNT.
006470     MOVE WS-OLD-END-DATE TO SAUD-OLD-END-DATE.
006480     MOVE SO-END-DATE TO SAUD-NEW-END-DATE.
006490     WRITE SO-AUD-REC.
006500 4500-EXIT.
006510     EXIT.
006520
006530 4600-REWRITE-MASTER.
006540     MOVE SOM-DATE TO SO-CHANGED-DATE.
006550     MOVE SOM-USER-ID TO SO-CHANGED-BY.
006560     REWRITE SO-REC
006570         INVALID KEY
006580             DISPLAY "SOMAINT007E SOMAST REWRITE FAILED - "
006590                 "SO-ID = " SO-ID " STATUS = " WS-SOMAST-STATUS
006600             PERFORM 9800-ABEND THRU 9800-EXIT
006610         NOT INVALID KEY
006620             PERFORM 4500-WRITE-AUDIT THRU 4500-EXIT
006630     END-REWRITE.
006640 4600-EXIT.
006650     EXIT.
006660
006670*****************************************************************
006680*  5000-WRITE-REJECT  --  THE REQUEST GOES TO SOREJ WITH ITS
006690*  DIAGNOSIS, NEVER SILENTLY DROPPED.
006700*****************************************************************
006710 5000-WRITE-REJECT.
006720     ADD 1 TO WS-REJECT-COUNT.
006730     MOVE SOM-REC TO SREJ-SOM-DATA.
006740     WRITE SO-REJ-REC.
006750 5000-EXIT.
006760     EXIT.
006770
006780 6000-BUILD-TIMESTAMP.
006790     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
006800     ACCEPT WS-CURRENT-TIME FROM TIME.
006810     STRING WS-CURRENT-DATE DELIMITED BY SIZE
006820            WS-CURRENT-TIME DELIMITED BY SIZE
006830         INTO WS-CURRENT-TIMESTAMP.
006840 6000-EXIT.
006850     EXIT.
006860
006870*****************************************************************
006880*  8000-FINALIZE  --  CLOSE THE FILES AND SHOW THE OPERATOR WHAT
006890*  WAS APPLIED AND WHAT WAS REJECTED, BY ACTION.
006900*****************************************************************
006910 8000-FINALIZE.
006920     CLOSE SOMNTF.
006930     CLOSE SOMAST.
006940     CLOSE ACCTMST.
006950     CLOSE REJFILE.
006960     CLOSE AUDFILE.
006970     DISPLAY "SOMAINT008I REQUESTS READ     = " WS-READ-COUNT.
006980     DISPLAY "SOMAINT009I REQUESTS APPLIED  = " WS-APPLIED-COUNT
006990         " (ADDED = " WS-ADDED-COUNT
007000         " AMENDED = " WS-AMENDED-COUNT
007010         " HELD = " WS-HELD-COUNT
007020         " RESUMED = " WS-RESUMED-COUNT
007030         " CANCELLED = " WS-CANCELLED-COUNT ")".
007040     DISPLAY "SOMAINT010I REQUESTS REJECTED = " WS-REJECT-COUNT.
007050     IF WS-REJECT-COUNT > ZERO
007060         DISPLAY "SOMAINT011W REJECTS PRESENT - SEE SOREJ"
007070     END-IF.
007080 8000-EXIT.
007090     EXIT.
007100
007110*****************************************************************
007120*  9800-ABEND  --  CLEAN, LOGGED TERMINATION FOR CONDITIONS THAT
007130*  MAKE IT UNSAFE TO CONTINUE THE RUN.
007140*****************************************************************
007150 9800-ABEND.
007160     DISPLAY "SOMAINT ABENDING - SEE PRIOR MESSAGES".
007170     MOVE 16 TO RETURN-CODE.
007180     STOP RUN.
007190 9800-EXIT.
007200     EXIT.
