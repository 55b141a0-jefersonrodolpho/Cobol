000010*========================================================================
000020*  CALCBUDM.COB
000030*  ON-LINE MAINTENANCE FOR THE CALCBUDG BUDGET MASTER. LETS
000040*  ACCOUNTING ADD A BUDGET LINE (ONE GL ACCOUNT FOR ONE MONTH),
000050*  CHANGE ITS AMOUNT AND INQUIRE ON IT. THE ACCOUNT MUST BE AN
000060*  ACTIVE INCOME OR EXPENSE ACCOUNT ON CALCACCT AND THE PERIOD IS
000070*  YYYYMM, THE SAME FORM AS PERD-OPEN-PERIOD. AMOUNTS ARE KEYED ON
000080*  THE ACCOUNT'S NORMAL SIDE (WHAT AN EXPENSE ACCOUNT IS EXPECTED
000090*  TO SPEND, WHAT AN INCOME ACCOUNT IS EXPECTED TO EARN).
000100*  THE LOAD FUNCTION BUILDS A WHOLE YEAR OF BUDGET LINES FROM
000110*  THE YEAR BEFORE - EITHER LAST YEAR'S ACTUALS FROM THE CALCPBAL
000120*  PERIOD BALANCE HISTORY OR LAST YEAR'S BUDGET LINES - WITH AN
000130*  OPTIONAL PERCENTAGE UPLIFT (ZERO COPIES THE AMOUNTS AS THEY
000140*  ARE, A NEGATIVE PERCENTAGE CUTS THEM). LINES ALREADY ON FILE
000150*  FOR THE YEAR ARE KEPT UNLESS THE OPERATOR ASKS FOR THEM TO BE
000160*  REPLACED.
000170*------------------------------------------------------------------------
000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  2026-10-15 RA    PROGRAM CREATED.
000210*========================================================================
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. CALCBUDM.
000240 AUTHOR. R. ALVES.
000250 INSTALLATION. CONTABILIDADE.
000260 DATE-WRITTEN. 2026-10-15.
000270 DATE-COMPILED.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CALC-BUDG-FILE ASSIGN TO "CALCBUDG"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS BUDG-KEY
000350         FILE STATUS IS WS-BUDG-FILE-STATUS.
000360     SELECT CALC-ACCT-FILE ASSIGN TO "CALCACCT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS ACCT-CODE
000400         FILE STATUS IS WS-ACCT-FILE-STATUS.
000410     SELECT CALC-PBAL-FILE ASSIGN TO "CALCPBAL"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS PBAL-KEY
000450         FILE STATUS IS WS-PBAL-FILE-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  CALC-BUDG-FILE
000490     LABEL RECORDS ARE STANDARD.
000500 COPY CALCBUDG.
000510 FD  CALC-ACCT-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 COPY CALCACCT.
000540 FD  CALC-PBAL-FILE
000550     LABEL RECORDS ARE STANDARD.
000560 COPY CALCPBAL.
000570 WORKING-STORAGE SECTION.
000580 01  WS-BUDG-FILE-STATUS           PIC X(02).
000590 01  WS-ACCT-FILE-STATUS           PIC X(02).
000600 01  WS-PBAL-FILE-STATUS           PIC X(02).
000610 01  WS-FUNCTION                   PIC X(01).
000620     88  WS-FUNC-ADD                       VALUE 'A'.
000630     88  WS-FUNC-CHANGE                    VALUE 'C'.
000640     88  WS-FUNC-INQUIRE                   VALUE 'I'.
000650     88  WS-FUNC-LOAD                      VALUE 'L'.
000660     88  WS-FUNC-EXIT                      VALUE 'X'.
000670 01  WS-ACCOUNT-CODE               PIC X(10).
000680 01  WS-BUDGET-PERIOD              PIC X(06).
000690 01  WS-BUDGET-PERIOD-R REDEFINES WS-BUDGET-PERIOD.
000700     05  WS-BUDGET-YEAR            PIC 9(04).
000710     05  WS-BUDGET-MONTH           PIC 9(02).
000720 01  WS-BUDGET-AMOUNT              PIC S9(13)V9(2).
000730 01  WS-RUN-DATE                   PIC X(08).
000740 01  WS-BUDG-FOUND-SW              PIC X(01) VALUE 'N'.
000750     88  WS-BUDG-FOUND                     VALUE 'Y'.
000760 01  WS-ACCT-OK-SW                 PIC X(01) VALUE 'N'.
000770     88  WS-ACCT-OK                        VALUE 'Y'.
000780 01  WS-PERIOD-OK-SW               PIC X(01) VALUE 'N'.
000790     88  WS-PERIOD-OK                      VALUE 'Y'.
000800 01  WS-LOAD-YEAR                  PIC X(04).
000810 01  WS-LOAD-YEAR-N REDEFINES WS-LOAD-YEAR
000820                                   PIC 9(04).
000830 01  WS-FROM-YEAR                  PIC 9(04).
000840 01  WS-LOAD-FROM                  PIC X(01).
000850     88  WS-LOAD-FROM-ACTUALS              VALUE 'A'.
000860     88  WS-LOAD-FROM-BUDGET               VALUE 'B'.
000870 01  WS-UPLIFT-PCT                 PIC S9(03)V9(2).
000880 01  WS-REPLACE-ANS                PIC X(01).
000890     88  WS-REPLACE-EXISTING               VALUE 'Y'.
000900 01  WS-LOAD-EOF-SW                PIC X(01).
000910     88  LOAD-END-OF-FILE                  VALUE 'Y'.
000920 01  WS-BASE-AMOUNT                PIC S9(13)V9(2).
000930 01  WS-LOAD-PERIOD                PIC X(06).
000940 01  WS-LOAD-PERIOD-R REDEFINES WS-LOAD-PERIOD.
000950     05  WS-LOAD-PERIOD-YEAR       PIC X(04).
000960     05  WS-LOAD-PERIOD-MONTH      PIC X(02).
000970 01  WS-SAVE-BUDG-KEY              PIC X(16).
000980 01  WS-LOAD-COUNT                 PIC 9(08) COMP VALUE ZERO.
000990 01  WS-REPLACE-COUNT              PIC 9(08) COMP VALUE ZERO.
001000 01  WS-KEPT-COUNT                 PIC 9(08) COMP VALUE ZERO.
001010 01  WS-SKIP-COUNT                 PIC 9(08) COMP VALUE ZERO.
001020 PROCEDURE DIVISION.
001030 0000-MAINLINE.
001040     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001050     PERFORM 2000-PROCESS-ONE THRU 2000-PROCESS-ONE-EXIT
001060         UNTIL WS-FUNC-EXIT
001070     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001080     STOP RUN.
001090*
001100 1000-INITIALIZE.
001110     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001120     OPEN I-O CALC-BUDG-FILE
001130     IF WS-BUDG-FILE-STATUS = '35'
001140         OPEN OUTPUT CALC-BUDG-FILE
001150         CLOSE CALC-BUDG-FILE
001160         OPEN I-O CALC-BUDG-FILE
001170     END-IF
001180     OPEN INPUT CALC-ACCT-FILE
001190     IF WS-ACCT-FILE-STATUS NOT = '00'
001200         DISPLAY "CALCACCT ACCOUNT MASTER NOT AVAILABLE - "
001210                 "STATUS " WS-ACCT-FILE-STATUS
001220         MOVE 'X' TO WS-FUNCTION
001230     END-IF.
001240 1000-INITIALIZE-EXIT.
001250         EXIT.
001260*
001270 2000-PROCESS-ONE.
001280     DISPLAY "FUNCAO? A=ADD C=CHANGE I=INQUIRE"
001290     DISPLAY "        L=LOAD A YEAR X=EXIT"
001300     ACCEPT WS-FUNCTION
001310     EVALUATE TRUE
001320         WHEN WS-FUNC-ADD
001330             PERFORM 3000-ADD-BUDGET
001340                 THRU 3000-ADD-BUDGET-EXIT
001350         WHEN WS-FUNC-CHANGE
001360             PERFORM 3100-CHANGE-BUDGET
001370                 THRU 3100-CHANGE-BUDGET-EXIT
001380         WHEN WS-FUNC-INQUIRE
001390             PERFORM 3200-INQUIRE-BUDGET
001400                 THRU 3200-INQUIRE-BUDGET-EXIT
001410         WHEN WS-FUNC-LOAD
001420             PERFORM 5000-LOAD-YEAR THRU 5000-LOAD-YEAR-EXIT
001430         WHEN WS-FUNC-EXIT
001440             CONTINUE
001450         WHEN OTHER
001460             DISPLAY "INVALID FUNCTION: " WS-FUNCTION
001470     END-EVALUATE.
001480 2000-PROCESS-ONE-EXIT.
001490         EXIT.
001500*
001510 3000-ADD-BUDGET.
001520     DISPLAY "ACCOUNT CODE: "
001530     ACCEPT WS-ACCOUNT-CODE
001540     PERFORM 4100-CHECK-ACCOUNT THRU 4100-CHECK-ACCOUNT-EXIT
001550     IF NOT WS-ACCT-OK
001560         GO TO 3000-ADD-BUDGET-EXIT
001570     END-IF
001580     PERFORM 4200-ACCEPT-PERIOD THRU 4200-ACCEPT-PERIOD-EXIT
001590     IF NOT WS-PERIOD-OK
001600         GO TO 3000-ADD-BUDGET-EXIT
001610     END-IF
001620     DISPLAY "BUDGET AMOUNT: "
001630     ACCEPT WS-BUDGET-AMOUNT
001640     MOVE WS-ACCOUNT-CODE TO BUDG-ACCOUNT
001650     MOVE WS-BUDGET-PERIOD TO BUDG-PERIOD
001660     MOVE WS-BUDGET-AMOUNT TO BUDG-AMOUNT
001670     MOVE 'K' TO BUDG-SOURCE
001680     MOVE WS-RUN-DATE TO BUDG-LAST-DATE
001690     WRITE BUDG-RECORD
001700         INVALID KEY
001710             DISPLAY "BUDGET LINE ALREADY ON FILE: "
001720                     WS-ACCOUNT-CODE " " WS-BUDGET-PERIOD
001730     END-WRITE.
001740 3000-ADD-BUDGET-EXIT.
001750         EXIT.
001760*
001770 3100-CHANGE-BUDGET.
001780     PERFORM 4000-READ-BUDGET THRU 4000-READ-BUDGET-EXIT
001790     IF WS-BUDG-FOUND
001800         DISPLAY "CURRENT AMOUNT: " BUDG-AMOUNT
001810         DISPLAY "NEW BUDGET AMOUNT: "
001820         ACCEPT WS-BUDGET-AMOUNT
001830         MOVE WS-BUDGET-AMOUNT TO BUDG-AMOUNT
001840         MOVE 'K' TO BUDG-SOURCE
001850         MOVE WS-RUN-DATE TO BUDG-LAST-DATE
001860         REWRITE BUDG-RECORD
001870     END-IF.
001880 3100-CHANGE-BUDGET-EXIT.
001890         EXIT.
001900*
001910 3200-INQUIRE-BUDGET.
001920     PERFORM 4000-READ-BUDGET THRU 4000-READ-BUDGET-EXIT
001930     IF WS-BUDG-FOUND
001940         DISPLAY "ACCOUNT: " BUDG-ACCOUNT
001950         DISPLAY "PERIOD:  " BUDG-PERIOD
001960         DISPLAY "AMOUNT:  " BUDG-AMOUNT
001970         DISPLAY "SOURCE:  " BUDG-SOURCE
001980         DISPLAY "CHANGED: " BUDG-LAST-DATE
001990     END-IF.
002000 3200-INQUIRE-BUDGET-EXIT.
002010         EXIT.
002020*
002030 4000-READ-BUDGET.
002040     MOVE 'N' TO WS-BUDG-FOUND-SW
002050     DISPLAY "ACCOUNT CODE: "
002060     ACCEPT WS-ACCOUNT-CODE
002070     PERFORM 4200-ACCEPT-PERIOD THRU 4200-ACCEPT-PERIOD-EXIT
002080     IF NOT WS-PERIOD-OK
002090         GO TO 4000-READ-BUDGET-EXIT
002100     END-IF
002110     MOVE WS-ACCOUNT-CODE TO BUDG-ACCOUNT
002120     MOVE WS-BUDGET-PERIOD TO BUDG-PERIOD
002130     MOVE 'Y' TO WS-BUDG-FOUND-SW
002140     READ CALC-BUDG-FILE
002150         INVALID KEY
002160             MOVE 'N' TO WS-BUDG-FOUND-SW
002170             DISPLAY "BUDGET LINE NOT ON FILE: "
002180                     WS-ACCOUNT-CODE " " WS-BUDGET-PERIOD
002190     END-READ.
002200 4000-READ-BUDGET-EXIT.
002210         EXIT.
002220*
002230 4100-CHECK-ACCOUNT.
002240     MOVE 'N' TO WS-ACCT-OK-SW
002250     MOVE WS-ACCOUNT-CODE TO ACCT-CODE
002260     READ CALC-ACCT-FILE
002270         INVALID KEY
002280             DISPLAY "ACCOUNT NOT ON FILE: " WS-ACCOUNT-CODE
002290             GO TO 4100-CHECK-ACCOUNT-EXIT
002300     END-READ
002310     IF NOT ACCT-ACTIVE
002320         DISPLAY "ACCOUNT IS INACTIVE: " WS-ACCOUNT-CODE
002330         GO TO 4100-CHECK-ACCOUNT-EXIT
002340     END-IF
002350     IF NOT ACCT-INCOME AND NOT ACCT-EXPENSE
002360         DISPLAY "NOT AN INCOME OR EXPENSE ACCOUNT: "
002370                 WS-ACCOUNT-CODE
002380         GO TO 4100-CHECK-ACCOUNT-EXIT
002390     END-IF
002400     MOVE 'Y' TO WS-ACCT-OK-SW.
002410 4100-CHECK-ACCOUNT-EXIT.
002420         EXIT.
002430*
002440 4200-ACCEPT-PERIOD.
002450     MOVE 'N' TO WS-PERIOD-OK-SW
002460     DISPLAY "PERIOD (YYYYMM): "
002470     ACCEPT WS-BUDGET-PERIOD
002480     IF WS-BUDGET-PERIOD NOT NUMERIC
002490         OR WS-BUDGET-MONTH < 1 OR WS-BUDGET-MONTH > 12
002500         DISPLAY "INVALID PERIOD: " WS-BUDGET-PERIOD
002510     ELSE
002520         MOVE 'Y' TO WS-PERIOD-OK-SW
002530     END-IF.
002540 4200-ACCEPT-PERIOD-EXIT.
002550         EXIT.
002560*
002570*    LOAD A WHOLE BUDGET YEAR FROM THE YEAR BEFORE IT.
002580 5000-LOAD-YEAR.
002590     DISPLAY "LOAD BUDGET FOR YEAR (YYYY): "
002600     ACCEPT WS-LOAD-YEAR
002610     IF WS-LOAD-YEAR NOT NUMERIC OR WS-LOAD-YEAR-N = ZERO
002620         DISPLAY "INVALID YEAR: " WS-LOAD-YEAR
002630         GO TO 5000-LOAD-YEAR-EXIT
002640     END-IF
002650     COMPUTE WS-FROM-YEAR = WS-LOAD-YEAR-N - 1
002660     DISPLAY "LOAD FROM A=LAST YEAR'S ACTUALS "
002670             "B=LAST YEAR'S BUDGET: "
002680     ACCEPT WS-LOAD-FROM
002690     IF NOT WS-LOAD-FROM-ACTUALS AND NOT WS-LOAD-FROM-BUDGET
002700         DISPLAY "INVALID LOAD SOURCE: " WS-LOAD-FROM
002710         GO TO 5000-LOAD-YEAR-EXIT
002720     END-IF
002730     DISPLAY "UPLIFT PERCENT (0 = COPY AS IS): "
002740     ACCEPT WS-UPLIFT-PCT
002750     DISPLAY "REPLACE LINES ALREADY ON FILE (Y/N): "
002760     ACCEPT WS-REPLACE-ANS
002770     MOVE ZERO TO WS-LOAD-COUNT
002780     MOVE ZERO TO WS-REPLACE-COUNT
002790     MOVE ZERO TO WS-KEPT-COUNT
002800     MOVE ZERO TO WS-SKIP-COUNT
002810     IF WS-LOAD-FROM-ACTUALS
002820         PERFORM 5100-LOAD-FROM-ACTUALS
002830             THRU 5100-LOAD-FROM-ACTUALS-EXIT
002840     ELSE
002850         PERFORM 5300-LOAD-FROM-BUDGET
002860             THRU 5300-LOAD-FROM-BUDGET-EXIT
002870     END-IF
002880     DISPLAY "BUDGET LINES LOADED:   " WS-LOAD-COUNT
002890     DISPLAY "BUDGET LINES REPLACED: " WS-REPLACE-COUNT
002900     DISPLAY "EXISTING LINES KEPT:   " WS-KEPT-COUNT
002910     DISPLAY "ACCOUNTS SKIPPED:      " WS-SKIP-COUNT.
002920 5000-LOAD-YEAR-EXIT.
002930         EXIT.
002940*
002950*    LAST YEAR'S ACTUALS ARE THE MONTHLY PERIOD-TO-DATE FIGURES
002960*    CALCPERC SNAPSHOT AT EACH CLOSE, TAKEN ON THE ACCOUNT'S
002970*    NORMAL SIDE. ONLY INCOME AND EXPENSE ACCOUNTS STILL ACTIVE
002980*    ON CALCACCT ARE LOADED.
002990 5100-LOAD-FROM-ACTUALS.
003000     OPEN INPUT CALC-PBAL-FILE
003010     IF WS-PBAL-FILE-STATUS NOT = '00'
003020         DISPLAY "NO CALCPBAL PERIOD BALANCE HISTORY ON FILE"
003030         GO TO 5100-LOAD-FROM-ACTUALS-EXIT
003040     END-IF
003050     MOVE 'N' TO WS-LOAD-EOF-SW
003060     MOVE WS-FROM-YEAR TO WS-LOAD-PERIOD-YEAR
003070     MOVE "01" TO WS-LOAD-PERIOD-MONTH
003080     MOVE WS-LOAD-PERIOD TO PBAL-PERIOD
003090     MOVE LOW-VALUES TO PBAL-ACCOUNT
003100     START CALC-PBAL-FILE KEY NOT < PBAL-KEY
003110         INVALID KEY MOVE 'Y' TO WS-LOAD-EOF-SW
003120     END-START
003130     IF NOT LOAD-END-OF-FILE
003140         PERFORM 5150-READ-PBAL THRU 5150-READ-PBAL-EXIT
003150         PERFORM 5200-LOAD-ONE-ACTUAL
003160             THRU 5200-LOAD-ONE-ACTUAL-EXIT
003170             UNTIL LOAD-END-OF-FILE
003180     END-IF
003190     CLOSE CALC-PBAL-FILE.
003200 5100-LOAD-FROM-ACTUALS-EXIT.
003210         EXIT.
003220*
003230 5150-READ-PBAL.
003240     READ CALC-PBAL-FILE NEXT
003250         AT END MOVE 'Y' TO WS-LOAD-EOF-SW
003260     END-READ
003270     IF NOT LOAD-END-OF-FILE
003280         MOVE PBAL-PERIOD TO WS-LOAD-PERIOD
003290         IF WS-LOAD-PERIOD-YEAR NOT = WS-FROM-YEAR
003300             MOVE 'Y' TO WS-LOAD-EOF-SW
003310         END-IF
003320     END-IF.
003330 5150-READ-PBAL-EXIT.
003340         EXIT.
003350*
003360 5200-LOAD-ONE-ACTUAL.
003370     MOVE PBAL-ACCOUNT TO ACCT-CODE
003380     READ CALC-ACCT-FILE
003390         INVALID KEY MOVE SPACES TO ACCT-RECORD
003400     END-READ
003410     IF NOT ACCT-ACTIVE
003420         OR (NOT ACCT-INCOME AND NOT ACCT-EXPENSE)
003430         ADD 1 TO WS-SKIP-COUNT
003440     ELSE
003450         IF ACCT-INCOME
003460             COMPUTE WS-BASE-AMOUNT = PBAL-PTD-CREDITS
003470                                    - PBAL-PTD-DEBITS
003480         ELSE
003490             COMPUTE WS-BASE-AMOUNT = PBAL-PTD-DEBITS
003500                                    - PBAL-PTD-CREDITS
003510         END-IF
003520         MOVE PBAL-ACCOUNT TO BUDG-ACCOUNT
003530         MOVE WS-LOAD-YEAR TO WS-LOAD-PERIOD-YEAR
003540         MOVE WS-LOAD-PERIOD TO BUDG-PERIOD
003550         MOVE 'A' TO BUDG-SOURCE
003560         PERFORM 5500-WRITE-LOADED THRU 5500-WRITE-LOADED-EXIT
003570     END-IF
003580     PERFORM 5150-READ-PBAL THRU 5150-READ-PBAL-EXIT.
003590 5200-LOAD-ONE-ACTUAL-EXIT.
003600         EXIT.
003610*
003620*    LAST YEAR'S BUDGET IS READ FROM THIS SAME FILE, SO AFTER
003630*    EACH NEW LINE IS WRITTEN THE SCAN IS REPOSITIONED JUST PAST
003640*    THE LINE IT WAS COPIED FROM.
003650 5300-LOAD-FROM-BUDGET.
003660     MOVE 'N' TO WS-LOAD-EOF-SW
003670     MOVE LOW-VALUES TO BUDG-KEY
003680     START CALC-BUDG-FILE KEY NOT < BUDG-KEY
003690         INVALID KEY MOVE 'Y' TO WS-LOAD-EOF-SW
003700     END-START
003710     IF NOT LOAD-END-OF-FILE
003720         PERFORM 5350-READ-BUDG THRU 5350-READ-BUDG-EXIT
003730         PERFORM 5400-LOAD-ONE-BUDGET
003740             THRU 5400-LOAD-ONE-BUDGET-EXIT
003750             UNTIL LOAD-END-OF-FILE
003760     END-IF.
003770 5300-LOAD-FROM-BUDGET-EXIT.
003780         EXIT.
003790*
003800 5350-READ-BUDG.
003810     READ CALC-BUDG-FILE NEXT
003820         AT END MOVE 'Y' TO WS-LOAD-EOF-SW
003830     END-READ.
003840 5350-READ-BUDG-EXIT.
003850         EXIT.
003860*
003870 5400-LOAD-ONE-BUDGET.
003880     MOVE BUDG-PERIOD TO WS-LOAD-PERIOD
003890     IF WS-LOAD-PERIOD-YEAR = WS-FROM-YEAR
003900         MOVE BUDG-KEY TO WS-SAVE-BUDG-KEY
003910         MOVE BUDG-AMOUNT TO WS-BASE-AMOUNT
003920         MOVE WS-LOAD-YEAR TO WS-LOAD-PERIOD-YEAR
003930         MOVE WS-LOAD-PERIOD TO BUDG-PERIOD
003940         MOVE 'B' TO BUDG-SOURCE
003950         PERFORM 5500-WRITE-LOADED THRU 5500-WRITE-LOADED-EXIT
003960         MOVE WS-SAVE-BUDG-KEY TO BUDG-KEY
003970         START CALC-BUDG-FILE KEY > BUDG-KEY
003980             INVALID KEY MOVE 'Y' TO WS-LOAD-EOF-SW
003990         END-START
004000     END-IF
004010     IF NOT LOAD-END-OF-FILE
004020         PERFORM 5350-READ-BUDG THRU 5350-READ-BUDG-EXIT
004030     END-IF.
004040 5400-LOAD-ONE-BUDGET-EXIT.
004050         EXIT.
004060*
004070 5500-WRITE-LOADED.
004080     COMPUTE BUDG-AMOUNT ROUNDED =
004090         WS-BASE-AMOUNT * (100 + WS-UPLIFT-PCT) / 100
004100     MOVE WS-RUN-DATE TO BUDG-LAST-DATE
004110     WRITE BUDG-RECORD
004120         INVALID KEY
004130             IF WS-REPLACE-EXISTING
004140                 REWRITE BUDG-RECORD
004150                 ADD 1 TO WS-REPLACE-COUNT
004160             ELSE
004170                 ADD 1 TO WS-KEPT-COUNT
004180             END-IF
004190         NOT INVALID KEY
004200             ADD 1 TO WS-LOAD-COUNT
004210     END-WRITE.
004220 5500-WRITE-LOADED-EXIT.
004230         EXIT.
004240*
004250 9000-TERMINATE.
004260     CLOSE CALC-BUDG-FILE
004270     CLOSE CALC-ACCT-FILE.
004280 9000-TERMINATE-EXIT.
004290         EXIT.
