000010*========================================================================
000020*  CALCALRM.COB
000030*  ON-LINE MAINTENANCE FOR THE CALCALRL ALLOCATION RULE MASTER.
000040*  LETS ACCOUNTING ADD A RULE THAT SPREADS ONE SOURCE ACCOUNT
000050*  OVER UP TO TEN TARGET ACCOUNTS BY PERCENTAGE, CHANGE IT AND
000060*  INQUIRE ON THE RULES OF A SOURCE ACCOUNT. THE SOURCE AND
000070*  EVERY TARGET MUST BE ACTIVE ACCOUNTS ON CALCACCT, A TARGET MAY
000080*  NOT BE THE SOURCE OR APPEAR TWICE, AND THE PERCENTAGES MUST
000090*  TOTAL EXACTLY 100.00. A RULE RUNS FROM ITS EFFECTIVE DATE TO
000100*  ITS END DATE (SPACES = NO END) AND MAY NOT OVERLAP ANOTHER
000110*  RULE OF THE SAME SOURCE ACCOUNT. ONCE CALCALOC HAS APPLIED A
000120*  RULE ONLY ITS DESCRIPTION AND END DATE CAN BE CHANGED; A NEW
000130*  SPLIT IS ADDED AS A NEW RULE FROM A LATER DATE.
000140*------------------------------------------------------------------------
000150*  MODIFICATION HISTORY
000160*  DATE       INIT  DESCRIPTION
000170*  2026-10-15 RA    PROGRAM CREATED.
000180*========================================================================
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CALCALRM.
000210 AUTHOR. R. ALVES.
000220 INSTALLATION. CONTABILIDADE.
000230 DATE-WRITTEN. 2026-10-15.
000240 DATE-COMPILED.
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CALC-ALRL-FILE ASSIGN TO "CALCALRL"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS ALR-KEY
000320         FILE STATUS IS WS-ALRL-FILE-STATUS.
000330     SELECT CALC-ACCT-FILE ASSIGN TO "CALCACCT"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS ACCT-CODE
000370         FILE STATUS IS WS-ACCT-FILE-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  CALC-ALRL-FILE
000410     LABEL RECORDS ARE STANDARD.
000420 COPY CALCALRL.
000430 FD  CALC-ACCT-FILE
000440     LABEL RECORDS ARE STANDARD.
000450 COPY CALCACCT.
000460 WORKING-STORAGE SECTION.
000470 01  WS-ALRL-FILE-STATUS           PIC X(02).
000480 01  WS-ACCT-FILE-STATUS           PIC X(02).
000490 01  WS-FUNCTION                   PIC X(01).
000500     88  WS-FUNC-ADD                       VALUE 'A'.
000510     88  WS-FUNC-CHANGE                    VALUE 'C'.
000520     88  WS-FUNC-INQUIRE                   VALUE 'I'.
000530     88  WS-FUNC-EXIT                      VALUE 'X'.
000540 01  WS-RUN-DATE                   PIC X(08).
000550 01  WS-SOURCE-ACCOUNT             PIC X(10).
000560 01  WS-START-DATE                 PIC X(08).
000570 01  WS-START-DATE-EXCL            PIC X(08).
000580 01  WS-CHK-ACCOUNT                PIC X(10).
000590 01  WS-ALR-FOUND-SW               PIC X(01) VALUE 'N'.
000600     88  WS-ALR-FOUND                      VALUE 'Y'.
000610 01  WS-ACCT-OK-SW                 PIC X(01) VALUE 'N'.
000620     88  WS-ACCT-OK                        VALUE 'Y'.
000630 01  WS-DETAILS-OK-SW              PIC X(01) VALUE 'N'.
000640     88  WS-DETAILS-OK                     VALUE 'Y'.
000650 01  WS-TARGETS-OK-SW              PIC X(01) VALUE 'N'.
000660     88  WS-TARGETS-OK                     VALUE 'Y'.
000670 01  WS-TARGETS-DONE-SW            PIC X(01) VALUE 'N'.
000680     88  WS-TARGETS-DONE                   VALUE 'Y'.
000690 01  WS-REPEAT-SW                  PIC X(01) VALUE 'N'.
000700     88  WS-TARGET-REPEATED                VALUE 'Y'.
000710 01  WS-OVERLAP-SW                 PIC X(01) VALUE 'N'.
000720     88  WS-RULE-OVERLAPS                  VALUE 'Y'.
000730 01  WS-FROZEN-SW                  PIC X(01) VALUE 'N'.
000740     88  WS-SPLIT-FROZEN                   VALUE 'Y'.
000750 01  WS-SCAN-EOF-SW                PIC X(01) VALUE 'N'.
000760     88  SCAN-END-OF-FILE                  VALUE 'Y'.
000770 01  WS-NEW-DESC                   PIC X(30).
000780 01  WS-NEW-END-DATE               PIC X(08).
000790 01  WS-NEW-ACCOUNT                PIC X(10).
000800 01  WS-NEW-PCT                    PIC 9(03)V9(2).
000810 01  WS-NEW-TARGET-COUNT           PIC 9(02) VALUE ZERO.
000820 01  WS-NEW-TARGET-TABLE.
000830     05  WS-NEW-TARGET OCCURS 10 TIMES.
000840         10  WS-NEW-TGT-ACCOUNT    PIC X(10).
000850         10  WS-NEW-TGT-PCT        PIC 9(03)V9(2).
000860 01  WS-PCT-TOTAL                  PIC 9(05)V9(2).
000870 01  WS-TGT-SUB                    PIC 9(02) COMP.
000880 01  WS-RULE-COUNT                 PIC 9(08) COMP VALUE ZERO.
000890 01  WS-NEW-END-CMP                PIC X(08).
000900 01  WS-SCAN-END-CMP               PIC X(08).
000910 01  WS-DISP-SUB                   PIC Z9.
000920 01  WS-DISP-PCT                   PIC ZZ9.99.
000930 01  WS-DISP-TOTAL                 PIC ZZZZ9.99.
000940 01  WS-CHK-DATE                   PIC X(08).
000950 01  WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
000960     05  WS-CHK-YEAR               PIC 9(04).
000970     05  WS-CHK-MONTH              PIC 9(02).
000980     05  WS-CHK-DAY                PIC 9(02).
000990 01  WS-DATE-OK-SW                 PIC X(01) VALUE 'N'.
001000     88  WS-DATE-OK                        VALUE 'Y'.
001010 01  WS-MONTH-DAYS                 PIC 9(02).
001020 01  WS-LEAP-QUOT                  PIC 9(04).
001030 01  WS-LEAP-REM-4                 PIC 9(04).
001040 01  WS-LEAP-REM-100               PIC 9(04).
001050 01  WS-LEAP-REM-400               PIC 9(04).
001060 01  WS-MONTH-DAYS-VAL             PIC X(24)
001070     VALUE "312831303130313130313031".
001080 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VAL.
001090     05  WS-DAYS-IN-MONTH          PIC 9(02) OCCURS 12 TIMES.
001100 PROCEDURE DIVISION.
001110 0000-MAINLINE.
001120     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001130     PERFORM 2000-PROCESS-ONE THRU 2000-PROCESS-ONE-EXIT
001140         UNTIL WS-FUNC-EXIT
001150     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001160     STOP RUN.
001170*
001180 1000-INITIALIZE.
001190     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001200     OPEN I-O CALC-ALRL-FILE
001210     IF WS-ALRL-FILE-STATUS = '35'
001220         OPEN OUTPUT CALC-ALRL-FILE
001230         CLOSE CALC-ALRL-FILE
001240         OPEN I-O CALC-ALRL-FILE
001250     END-IF
001260     OPEN INPUT CALC-ACCT-FILE
001270     IF WS-ACCT-FILE-STATUS NOT = '00'
001280         DISPLAY "CALCACCT ACCOUNT MASTER NOT AVAILABLE - "
001290                 "STATUS " WS-ACCT-FILE-STATUS
001300         MOVE 'X' TO WS-FUNCTION
001310     END-IF.
001320 1000-INITIALIZE-EXIT.
001330         EXIT.
001340*
001350 2000-PROCESS-ONE.
001360     DISPLAY "FUNCAO? A=ADD C=CHANGE I=INQUIRE X=EXIT"
001370     ACCEPT WS-FUNCTION
001380     EVALUATE TRUE
001390         WHEN WS-FUNC-ADD
001400             PERFORM 3000-ADD-RULE THRU 3000-ADD-RULE-EXIT
001410         WHEN WS-FUNC-CHANGE
001420             PERFORM 3100-CHANGE-RULE THRU 3100-CHANGE-RULE-EXIT
001430         WHEN WS-FUNC-INQUIRE
001440             PERFORM 3200-INQUIRE-RULES
001450                 THRU 3200-INQUIRE-RULES-EXIT
001460         WHEN WS-FUNC-EXIT
001470             CONTINUE
001480         WHEN OTHER
001490             DISPLAY "INVALID FUNCTION: " WS-FUNCTION
001500     END-EVALUATE.
001510 2000-PROCESS-ONE-EXIT.
001520         EXIT.
001530*
001540 3000-ADD-RULE.
001550     DISPLAY "SOURCE ACCOUNT: "
001560     ACCEPT WS-SOURCE-ACCOUNT
001570     MOVE WS-SOURCE-ACCOUNT TO WS-CHK-ACCOUNT
001580     PERFORM 4100-CHECK-ACCOUNT THRU 4100-CHECK-ACCOUNT-EXIT
001590     IF NOT WS-ACCT-OK
001600         GO TO 3000-ADD-RULE-EXIT
001610     END-IF
001620     DISPLAY "EFFECTIVE FROM (YYYYMMDD): "
001630     ACCEPT WS-START-DATE
001640     MOVE WS-START-DATE TO WS-CHK-DATE
001650     PERFORM 4300-CHECK-DATE THRU 4300-CHECK-DATE-EXIT
001660     IF NOT WS-DATE-OK
001670         DISPLAY "INVALID EFFECTIVE DATE: " WS-START-DATE
001680         GO TO 3000-ADD-RULE-EXIT
001690     END-IF
001700     MOVE 'N' TO WS-FROZEN-SW
001710     PERFORM 3500-ACCEPT-DETAILS THRU 3500-ACCEPT-DETAILS-EXIT
001720     IF NOT WS-DETAILS-OK
001730         GO TO 3000-ADD-RULE-EXIT
001740     END-IF
001750     PERFORM 3700-ACCEPT-TARGETS THRU 3700-ACCEPT-TARGETS-EXIT
001760     IF NOT WS-TARGETS-OK
001770         GO TO 3000-ADD-RULE-EXIT
001780     END-IF
001790     MOVE SPACES TO WS-START-DATE-EXCL
001800     PERFORM 4400-CHECK-OVERLAP THRU 4400-CHECK-OVERLAP-EXIT
001810     IF WS-RULE-OVERLAPS
001820         GO TO 3000-ADD-RULE-EXIT
001830     END-IF
001840     MOVE SPACES TO ALR-RECORD
001850     MOVE WS-SOURCE-ACCOUNT TO ALR-SOURCE-ACCOUNT
001860     MOVE WS-START-DATE TO ALR-START-DATE
001870     PERFORM 3600-MOVE-DETAILS THRU 3600-MOVE-DETAILS-EXIT
001880     PERFORM 3800-MOVE-TARGETS THRU 3800-MOVE-TARGETS-EXIT
001890     MOVE SPACES TO ALR-LAST-PERIOD
001900     WRITE ALR-RECORD
001910         INVALID KEY
001920             DISPLAY "ALLOCATION RULE ALREADY ON FILE: "
001930                     WS-SOURCE-ACCOUNT " " WS-START-DATE
001940         NOT INVALID KEY
001950             DISPLAY "ALLOCATION RULE ADDED: "
001960                     WS-SOURCE-ACCOUNT " " WS-START-DATE
001970     END-WRITE.
001980 3000-ADD-RULE-EXIT.
001990         EXIT.
002000*
002010*    THE OVERLAP SCAN READS OVER THE RECORD AREA, SO THE RULE IS
002020*    READ AGAIN BEFORE THE CHANGES ARE APPLIED.
002030 3100-CHANGE-RULE.
002040     PERFORM 4000-READ-RULE THRU 4000-READ-RULE-EXIT
002050     IF NOT WS-ALR-FOUND
002060         GO TO 3100-CHANGE-RULE-EXIT
002070     END-IF
002080     PERFORM 3400-SHOW-RULE THRU 3400-SHOW-RULE-EXIT
002090     MOVE 'N' TO WS-FROZEN-SW
002100     IF ALR-LAST-PERIOD NOT = SPACES
002110         MOVE 'Y' TO WS-FROZEN-SW
002120         DISPLAY "RULE WAS APPLIED TO PERIOD " ALR-LAST-PERIOD
002130                 " - ONLY THE DESCRIPTION AND END DATE CAN "
002140                 "CHANGE"
002150     END-IF
002160     PERFORM 3500-ACCEPT-DETAILS THRU 3500-ACCEPT-DETAILS-EXIT
002170     IF NOT WS-DETAILS-OK
002180         GO TO 3100-CHANGE-RULE-EXIT
002190     END-IF
002200     IF NOT WS-SPLIT-FROZEN
002210         PERFORM 3700-ACCEPT-TARGETS
002220             THRU 3700-ACCEPT-TARGETS-EXIT
002230         IF NOT WS-TARGETS-OK
002240             GO TO 3100-CHANGE-RULE-EXIT
002250         END-IF
002260     END-IF
002270     MOVE WS-START-DATE TO WS-START-DATE-EXCL
002280     PERFORM 4400-CHECK-OVERLAP THRU 4400-CHECK-OVERLAP-EXIT
002290     IF WS-RULE-OVERLAPS
002300         GO TO 3100-CHANGE-RULE-EXIT
002310     END-IF
002320     MOVE WS-SOURCE-ACCOUNT TO ALR-SOURCE-ACCOUNT
002330     MOVE WS-START-DATE TO ALR-START-DATE
002340     READ CALC-ALRL-FILE
002350         INVALID KEY
002360             DISPLAY "ALLOCATION RULE NOT ON FILE: "
002370                     WS-SOURCE-ACCOUNT " " WS-START-DATE
002380             GO TO 3100-CHANGE-RULE-EXIT
002390     END-READ
002400     PERFORM 3600-MOVE-DETAILS THRU 3600-MOVE-DETAILS-EXIT
002410     IF NOT WS-SPLIT-FROZEN
002420         PERFORM 3800-MOVE-TARGETS THRU 3800-MOVE-TARGETS-EXIT
002430     END-IF
002440     REWRITE ALR-RECORD
002450     DISPLAY "ALLOCATION RULE CHANGED: "
002460             WS-SOURCE-ACCOUNT " " WS-START-DATE.
002470 3100-CHANGE-RULE-EXIT.
002480         EXIT.
002490*
002500*    LISTS EVERY RULE OF ONE SOURCE ACCOUNT, OLDEST FIRST.
002510 3200-INQUIRE-RULES.
002520     DISPLAY "SOURCE ACCOUNT: "
002530     ACCEPT WS-SOURCE-ACCOUNT
002540     MOVE ZERO TO WS-RULE-COUNT
002550     PERFORM 4200-START-SOURCE THRU 4200-START-SOURCE-EXIT
002560     PERFORM 3250-SHOW-NEXT THRU 3250-SHOW-NEXT-EXIT
002570         UNTIL SCAN-END-OF-FILE
002580     IF WS-RULE-COUNT = ZERO
002590         DISPLAY "NO ALLOCATION RULES FOR ACCOUNT: "
002600                 WS-SOURCE-ACCOUNT
002610     END-IF.
002620 3200-INQUIRE-RULES-EXIT.
002630         EXIT.
002640*
002650 3250-SHOW-NEXT.
002660     ADD 1 TO WS-RULE-COUNT
002670     PERFORM 3400-SHOW-RULE THRU 3400-SHOW-RULE-EXIT
002680     PERFORM 4250-READ-NEXT-RULE THRU 4250-READ-NEXT-RULE-EXIT.
002690 3250-SHOW-NEXT-EXIT.
002700         EXIT.
002710*
002720 3400-SHOW-RULE.
002730     DISPLAY "SOURCE:      " ALR-SOURCE-ACCOUNT
002740     DISPLAY "DESCRIPTION: " ALR-DESC
002750     DISPLAY "FROM:        " ALR-START-DATE
002760     IF ALR-END-DATE = SPACES
002770         DISPLAY "TO:          NO END"
002780     ELSE
002790         DISPLAY "TO:          " ALR-END-DATE
002800     END-IF
002810     IF ALR-LAST-PERIOD = SPACES
002820         DISPLAY "LAST RUN:    NEVER APPLIED"
002830     ELSE
002840         DISPLAY "LAST RUN:    " ALR-LAST-PERIOD
002850     END-IF
002860     DISPLAY "CHANGED:     " ALR-LAST-DATE
002870     PERFORM 3450-SHOW-TARGET THRU 3450-SHOW-TARGET-EXIT
002880         VARYING WS-TGT-SUB FROM 1 BY 1
002890         UNTIL WS-TGT-SUB > ALR-TARGET-COUNT.
002900 3400-SHOW-RULE-EXIT.
002910         EXIT.
002920*
002930 3450-SHOW-TARGET.
002940     MOVE WS-TGT-SUB TO WS-DISP-SUB
002950     MOVE ALR-TARGET-PCT (WS-TGT-SUB) TO WS-DISP-PCT
002960     DISPLAY "  TARGET " WS-DISP-SUB ": "
002970             ALR-TARGET-ACCOUNT (WS-TGT-SUB) " "
002980             WS-DISP-PCT "%".
002990 3450-SHOW-TARGET-EXIT.
003000         EXIT.
003010*
003020*    DESCRIPTION AND END DATE, KEYED ON BOTH ADD AND CHANGE. THE
003030*    EFFECTIVE DATE IS EXPECTED IN WS-START-DATE. THE END DATE OF
003040*    A RULE ALREADY APPLIED MAY NOT FALL BEFORE THE LAST DAY OF
003050*    THE LAST PERIOD IT WAS APPLIED TO.
003060 3500-ACCEPT-DETAILS.
003070     MOVE 'N' TO WS-DETAILS-OK-SW
003080     DISPLAY "DESCRIPTION: "
003090     ACCEPT WS-NEW-DESC
003100     DISPLAY "END DATE (YYYYMMDD, SPACES = NO END): "
003110     ACCEPT WS-NEW-END-DATE
003120     IF WS-NEW-END-DATE NOT = SPACES
003130         MOVE WS-NEW-END-DATE TO WS-CHK-DATE
003140         PERFORM 4300-CHECK-DATE THRU 4300-CHECK-DATE-EXIT
003150         IF NOT WS-DATE-OK
003160             DISPLAY "INVALID END DATE: " WS-NEW-END-DATE
003170             GO TO 3500-ACCEPT-DETAILS-EXIT
003180         END-IF
003190         IF WS-NEW-END-DATE < WS-START-DATE
003200             DISPLAY "END DATE IS BEFORE THE EFFECTIVE DATE"
003210             GO TO 3500-ACCEPT-DETAILS-EXIT
003220         END-IF
003230         IF NOT WS-SPLIT-FROZEN
003240             GO TO 3500-ACCEPT-DETAILS-NEXT
003250         END-IF
003260         MOVE ALR-LAST-PERIOD TO WS-CHK-DATE
003270         MOVE 1 TO WS-CHK-DAY
003280         PERFORM 4310-MONTH-LENGTH THRU 4310-MONTH-LENGTH-EXIT
003290         MOVE WS-MONTH-DAYS TO WS-CHK-DAY
003300         IF WS-NEW-END-DATE < WS-CHK-DATE
003310             DISPLAY "END DATE IS BEFORE " WS-CHK-DATE
003320                     ", END OF PERIOD " ALR-LAST-PERIOD
003330                     " ALREADY ALLOCATED"
003340             GO TO 3500-ACCEPT-DETAILS-EXIT
003350         END-IF
003360     END-IF.
003370 3500-ACCEPT-DETAILS-NEXT.
003380     MOVE 'Y' TO WS-DETAILS-OK-SW.
003390 3500-ACCEPT-DETAILS-EXIT.
003400         EXIT.
003410*
003420 3600-MOVE-DETAILS.
003430     MOVE WS-NEW-DESC TO ALR-DESC
003440     MOVE WS-NEW-END-DATE TO ALR-END-DATE
003450     MOVE WS-RUN-DATE TO ALR-LAST-DATE.
003460 3600-MOVE-DETAILS-EXIT.
003470         EXIT.
003480*
003490*    THE TARGETS ARE KEYED ONE AT A TIME UNTIL A BLANK ACCOUNT OR
003500*    THE TENTH TARGET. A TARGET THAT FAILS ITS EDITS IS SIMPLY
003510*    KEYED AGAIN; THE SPLIT AS A WHOLE MUST TOTAL 100.00.
003520 3700-ACCEPT-TARGETS.
003530     MOVE 'N' TO WS-TARGETS-OK-SW
003540     MOVE 'N' TO WS-TARGETS-DONE-SW
003550     MOVE ZERO TO WS-NEW-TARGET-COUNT
003560     MOVE ZERO TO WS-PCT-TOTAL
003570     PERFORM 3750-ACCEPT-TARGET THRU 3750-ACCEPT-TARGET-EXIT
003580         UNTIL WS-TARGETS-DONE
003590     IF WS-NEW-TARGET-COUNT = ZERO
003600         DISPLAY "AT LEAST ONE TARGET ACCOUNT IS REQUIRED"
003610         GO TO 3700-ACCEPT-TARGETS-EXIT
003620     END-IF
003630     IF WS-PCT-TOTAL NOT = 100
003640         MOVE WS-PCT-TOTAL TO WS-DISP-TOTAL
003650         DISPLAY "TARGET PERCENTAGES TOTAL " WS-DISP-TOTAL
003660                 " - THEY MUST TOTAL 100.00"
003670         GO TO 3700-ACCEPT-TARGETS-EXIT
003680     END-IF
003690     MOVE 'Y' TO WS-TARGETS-OK-SW.
003700 3700-ACCEPT-TARGETS-EXIT.
003710         EXIT.
003720*
003730 3750-ACCEPT-TARGET.
003740     COMPUTE WS-DISP-SUB = WS-NEW-TARGET-COUNT + 1
003750     DISPLAY "TARGET ACCOUNT " WS-DISP-SUB
003760             " (SPACES = END): "
003770     ACCEPT WS-NEW-ACCOUNT
003780     IF WS-NEW-ACCOUNT = SPACES
003790         MOVE 'Y' TO WS-TARGETS-DONE-SW
003800         GO TO 3750-ACCEPT-TARGET-EXIT
003810     END-IF
003820     MOVE WS-NEW-ACCOUNT TO WS-CHK-ACCOUNT
003830     PERFORM 4100-CHECK-ACCOUNT THRU 4100-CHECK-ACCOUNT-EXIT
003840     IF NOT WS-ACCT-OK
003850         GO TO 3750-ACCEPT-TARGET-EXIT
003860     END-IF
003870     IF WS-NEW-ACCOUNT = WS-SOURCE-ACCOUNT
003880         DISPLAY "TARGET CANNOT BE THE SOURCE ACCOUNT"
003890         GO TO 3750-ACCEPT-TARGET-EXIT
003900     END-IF
003910     MOVE 'N' TO WS-REPEAT-SW
003920     PERFORM 3760-CHECK-REPEAT THRU 3760-CHECK-REPEAT-EXIT
003930         VARYING WS-TGT-SUB FROM 1 BY 1
003940         UNTIL WS-TGT-SUB > WS-NEW-TARGET-COUNT
003950     IF WS-TARGET-REPEATED
003960         DISPLAY "TARGET ALREADY IN THIS RULE: " WS-NEW-ACCOUNT
003970         GO TO 3750-ACCEPT-TARGET-EXIT
003980     END-IF
003990     DISPLAY "PERCENT (NNN.NN): "
004000     ACCEPT WS-NEW-PCT
004010     IF WS-NEW-PCT = ZERO OR WS-NEW-PCT > 100
004020         DISPLAY "INVALID PERCENT - MUST BE OVER 0 AND UP TO 100"
004030         GO TO 3750-ACCEPT-TARGET-EXIT
004040     END-IF
004050     ADD 1 TO WS-NEW-TARGET-COUNT
004060     MOVE WS-NEW-ACCOUNT
004070         TO WS-NEW-TGT-ACCOUNT (WS-NEW-TARGET-COUNT)
004080     MOVE WS-NEW-PCT TO WS-NEW-TGT-PCT (WS-NEW-TARGET-COUNT)
004090     ADD WS-NEW-PCT TO WS-PCT-TOTAL
004100     IF WS-NEW-TARGET-COUNT = 10
004110         DISPLAY "TEN TARGETS ENTERED - NO MORE ALLOWED"
004120         MOVE 'Y' TO WS-TARGETS-DONE-SW
004130     END-IF.
004140 3750-ACCEPT-TARGET-EXIT.
004150         EXIT.
004160*
004170 3760-CHECK-REPEAT.
004180     IF WS-NEW-TGT-ACCOUNT (WS-TGT-SUB) = WS-NEW-ACCOUNT
004190         MOVE 'Y' TO WS-REPEAT-SW
004200     END-IF.
004210 3760-CHECK-REPEAT-EXIT.
004220         EXIT.
004230*
004240 3800-MOVE-TARGETS.
004250     MOVE WS-NEW-TARGET-COUNT TO ALR-TARGET-COUNT
004260     PERFORM 3850-MOVE-ONE-TARGET THRU 3850-MOVE-ONE-TARGET-EXIT
004270         VARYING WS-TGT-SUB FROM 1 BY 1
004280         UNTIL WS-TGT-SUB > 10.
004290 3800-MOVE-TARGETS-EXIT.
004300         EXIT.
004310*
004320 3850-MOVE-ONE-TARGET.
004330     IF WS-TGT-SUB > WS-NEW-TARGET-COUNT
004340         MOVE SPACES TO ALR-TARGET-ACCOUNT (WS-TGT-SUB)
004350         MOVE ZERO TO ALR-TARGET-PCT (WS-TGT-SUB)
004360     ELSE
004370         MOVE WS-NEW-TGT-ACCOUNT (WS-TGT-SUB)
004380             TO ALR-TARGET-ACCOUNT (WS-TGT-SUB)
004390         MOVE WS-NEW-TGT-PCT (WS-TGT-SUB)
004400             TO ALR-TARGET-PCT (WS-TGT-SUB)
004410     END-IF.
004420 3850-MOVE-ONE-TARGET-EXIT.
004430         EXIT.
004440*
004450 4000-READ-RULE.
004460     MOVE 'N' TO WS-ALR-FOUND-SW
004470     DISPLAY "SOURCE ACCOUNT: "
004480     ACCEPT WS-SOURCE-ACCOUNT
004490     DISPLAY "EFFECTIVE FROM (YYYYMMDD): "
004500     ACCEPT WS-START-DATE
004510     MOVE WS-SOURCE-ACCOUNT TO ALR-SOURCE-ACCOUNT
004520     MOVE WS-START-DATE TO ALR-START-DATE
004530     MOVE 'Y' TO WS-ALR-FOUND-SW
004540     READ CALC-ALRL-FILE
004550         INVALID KEY
004560             MOVE 'N' TO WS-ALR-FOUND-SW
004570             DISPLAY "ALLOCATION RULE NOT ON FILE: "
004580                     WS-SOURCE-ACCOUNT " " WS-START-DATE
004590     END-READ.
004600 4000-READ-RULE-EXIT.
004610         EXIT.
004620*
004630 4100-CHECK-ACCOUNT.
004640     MOVE 'N' TO WS-ACCT-OK-SW
004650     MOVE WS-CHK-ACCOUNT TO ACCT-CODE
004660     READ CALC-ACCT-FILE
004670         INVALID KEY
004680             DISPLAY "ACCOUNT NOT ON FILE: " WS-CHK-ACCOUNT
004690             GO TO 4100-CHECK-ACCOUNT-EXIT
004700     END-READ
004710     IF NOT ACCT-ACTIVE
004720         DISPLAY "ACCOUNT IS INACTIVE: " WS-CHK-ACCOUNT
004730         GO TO 4100-CHECK-ACCOUNT-EXIT
004740     END-IF
004750     MOVE 'Y' TO WS-ACCT-OK-SW.
004760 4100-CHECK-ACCOUNT-EXIT.
004770         EXIT.
004780*
004790*    POSITIONS ON THE FIRST RULE OF WS-SOURCE-ACCOUNT AND READS
004800*    IT; SCAN-END-OF-FILE IS SET WHEN THE ACCOUNT HAS NO RULES.
004810 4200-START-SOURCE.
004820     MOVE 'N' TO WS-SCAN-EOF-SW
004830     MOVE WS-SOURCE-ACCOUNT TO ALR-SOURCE-ACCOUNT
004840     MOVE LOW-VALUES TO ALR-START-DATE
004850     START CALC-ALRL-FILE KEY NOT < ALR-KEY
004860         INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SW
004870     END-START
004880     IF NOT SCAN-END-OF-FILE
004890         PERFORM 4250-READ-NEXT-RULE
004900             THRU 4250-READ-NEXT-RULE-EXIT
004910     END-IF.
004920 4200-START-SOURCE-EXIT.
004930         EXIT.
004940*
004950 4250-READ-NEXT-RULE.
004960     READ CALC-ALRL-FILE NEXT
004970         AT END MOVE 'Y' TO WS-SCAN-EOF-SW
004980     END-READ
004990     IF NOT SCAN-END-OF-FILE
005000         AND ALR-SOURCE-ACCOUNT NOT = WS-SOURCE-ACCOUNT
005010         MOVE 'Y' TO WS-SCAN-EOF-SW
005020     END-IF.
005030 4250-READ-NEXT-RULE-EXIT.
005040         EXIT.
005050*
005060*    WS-CHK-DATE MUST BE A REAL CALENDAR DATE, YYYYMMDD.
005070 4300-CHECK-DATE.
005080     MOVE 'N' TO WS-DATE-OK-SW
005090     IF WS-CHK-DATE NOT NUMERIC
005100         OR WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
005110         OR WS-CHK-DAY < 1
005120         GO TO 4300-CHECK-DATE-EXIT
005130     END-IF
005140     PERFORM 4310-MONTH-LENGTH THRU 4310-MONTH-LENGTH-EXIT
005150     IF WS-CHK-DAY NOT > WS-MONTH-DAYS
005160         MOVE 'Y' TO WS-DATE-OK-SW
005170     END-IF.
005180 4300-CHECK-DATE-EXIT.
005190         EXIT.
005200*
005210*    DAYS IN MONTH WS-CHK-MONTH OF YEAR WS-CHK-YEAR.
005220 4310-MONTH-LENGTH.
005230     MOVE WS-DAYS-IN-MONTH (WS-CHK-MONTH) TO WS-MONTH-DAYS
005240     IF WS-CHK-MONTH = 2
005250         DIVIDE WS-CHK-YEAR BY 4 GIVING WS-LEAP-QUOT
005260             REMAINDER WS-LEAP-REM-4
005270         DIVIDE WS-CHK-YEAR BY 100 GIVING WS-LEAP-QUOT
005280             REMAINDER WS-LEAP-REM-100
005290         DIVIDE WS-CHK-YEAR BY 400 GIVING WS-LEAP-QUOT
005300             REMAINDER WS-LEAP-REM-400
005310         IF WS-LEAP-REM-400 = ZERO
005320             OR (WS-LEAP-REM-4 = ZERO AND WS-LEAP-REM-100 NOT = 0)
005330             MOVE 29 TO WS-MONTH-DAYS
005340         END-IF
005350     END-IF.
005360 4310-MONTH-LENGTH-EXIT.
005370         EXIT.
005380*
005390*    THE NEW DATES (WS-START-DATE TO WS-NEW-END-DATE) MAY NOT
005400*    OVERLAP ANY OTHER RULE OF THE SAME SOURCE ACCOUNT. ON A
005410*    CHANGE THE RULE BEING CHANGED IS PASSED IN
005420*    WS-START-DATE-EXCL AND SKIPPED. A MISSING END DATE COMPARES
005430*    AS THE END OF TIME.
005440 4400-CHECK-OVERLAP.
005450     MOVE 'N' TO WS-OVERLAP-SW
005460     IF WS-NEW-END-DATE = SPACES
005470         MOVE "99999999" TO WS-NEW-END-CMP
005480     ELSE
005490         MOVE WS-NEW-END-DATE TO WS-NEW-END-CMP
005500     END-IF
005510     PERFORM 4200-START-SOURCE THRU 4200-START-SOURCE-EXIT
005520     PERFORM 4450-CHECK-ONE-RULE THRU 4450-CHECK-ONE-RULE-EXIT
005530         UNTIL SCAN-END-OF-FILE.
005540 4400-CHECK-OVERLAP-EXIT.
005550         EXIT.
005560*
005570 4450-CHECK-ONE-RULE.
005580     IF ALR-START-DATE NOT = WS-START-DATE-EXCL
005590         IF ALR-END-DATE = SPACES
005600             MOVE "99999999" TO WS-SCAN-END-CMP
005610         ELSE
005620             MOVE ALR-END-DATE TO WS-SCAN-END-CMP
005630         END-IF
005640         IF ALR-START-DATE NOT > WS-NEW-END-CMP
005650             AND WS-SCAN-END-CMP NOT < WS-START-DATE
005660             DISPLAY "DATES OVERLAP THE RULE EFFECTIVE FROM "
005670                     ALR-START-DATE
005680             MOVE 'Y' TO WS-OVERLAP-SW
005690         END-IF
005700     END-IF
005710     PERFORM 4250-READ-NEXT-RULE THRU 4250-READ-NEXT-RULE-EXIT.
005720 4450-CHECK-ONE-RULE-EXIT.
005730         EXIT.
005740*
005750 9000-TERMINATE.
005760     CLOSE CALC-ALRL-FILE
005770     CLOSE CALC-ACCT-FILE.
005780 9000-TERMINATE-EXIT.
005790         EXIT.
