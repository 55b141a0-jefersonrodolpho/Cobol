000010*========================================================================
000020*  CALCBVAR.COB
000030*  BUDGET-VERSUS-ACTUAL VARIANCE REPORT. FOR THE OPEN PERIOD ON
000040*  CALCPERD IT READS EVERY INCOME AND EXPENSE ACCOUNT ON THE
000050*  CALCLBAL LEDGER BALANCE MASTER AND PRINTS ON CALCBVRR THE
000060*  BUDGET FROM CALCBUDG, THE ACTUAL, THE VARIANCE (ACTUAL LESS
000070*  BUDGET) AND THE VARIANCE AS A PERCENTAGE OF BUDGET, ONCE FOR
000080*  THE PERIOD AND ONCE FOR THE YEAR TO DATE. AMOUNTS ARE SHOWN ON
000090*  THE ACCOUNT'S NORMAL SIDE, SO A POSITIVE VARIANCE IS MORE
000100*  SPENT OR MORE EARNED THAN BUDGETED.
000110*  AN EXPENSE ACCOUNT OVER BUDGET, OR AN INCOME ACCOUNT UNDER
000120*  BUDGET, BY MORE THAN WS-BUDGET-TOLERANCE-PCT IS FLAGGED, AS IS
000130*  ANY SPEND OR SHORTFALL AGAINST A ZERO BUDGET. BUDGETED
000140*  ACCOUNTS THAT HAVE NO LEDGER BALANCE YET ARE LISTED AFTER THE
000150*  LEDGER ACCOUNTS WITH AN ACTUAL OF ZERO, SO AN INCOME LINE THAT
000160*  NEVER ARRIVED IS STILL FLAGGED.
000170*------------------------------------------------------------------------
000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  2026-10-15 RA    PROGRAM CREATED.
000210*========================================================================
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. CALCBVAR.
000240 AUTHOR. R. ALVES.
000250 INSTALLATION. CONTABILIDADE.
000260 DATE-WRITTEN. 2026-10-15.
000270 DATE-COMPILED.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CALC-PERIOD-FILE ASSIGN TO "CALCPERD"
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS WS-PERD-FILE-STATUS.
000340     SELECT CALC-LEDGER-FILE ASSIGN TO "CALCLBAL"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS LBAL-ACCOUNT
000380         FILE STATUS IS WS-LBAL-FILE-STATUS.
000390     SELECT CALC-ACCT-FILE ASSIGN TO "CALCACCT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS ACCT-CODE
000430         FILE STATUS IS WS-ACCT-FILE-STATUS.
000440     SELECT CALC-BUDG-FILE ASSIGN TO "CALCBUDG"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS BUDG-KEY
000480         FILE STATUS IS WS-BUDG-FILE-STATUS.
000490     SELECT CALC-BVR-REPORT-FILE ASSIGN TO "CALCBVRR"
000500         ORGANIZATION IS SEQUENTIAL.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  CALC-PERIOD-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 COPY CALCPERD.
000560 FD  CALC-LEDGER-FILE
000570     LABEL RECORDS ARE STANDARD.
000580 COPY CALCLBAL.
000590 FD  CALC-ACCT-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 COPY CALCACCT.
000620 FD  CALC-BUDG-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 COPY CALCBUDG.
000650 FD  CALC-BVR-REPORT-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  BVR-REPORT-RECORD             PIC X(132).
000680 WORKING-STORAGE SECTION.
000690 COPY CALCCONST.
000700*    PRINT LINES ARE BUILT IN WORKING-STORAGE BECAUSE VALUE
000710*    CLAUSES ON FILE SECTION FILLERS ARE TREATED AS COMMENTARY.
000720 01  BVR-HEADER-LINE.
000730     05  FILLER            PIC X(24)
000740         VALUE "BUDGET VARIANCE REPORT  ".
000750     05  FILLER            PIC X(08) VALUE "PERIOD: ".
000760     05  BVR-HDR-PERIOD     PIC X(06).
000770     05  FILLER            PIC X(12) VALUE "  RUN DATE: ".
000780     05  BVR-HDR-DATE       PIC X(08).
000790     05  FILLER            PIC X(13) VALUE "  TOLERANCE: ".
000800     05  BVR-HDR-TOLERANCE  PIC ZZ9.99.
000810     05  FILLER            PIC X(01) VALUE "%".
000820 01  BVR-COLUMN-HEADING-1.
000830     05  FILLER            PIC X(14) VALUE SPACES.
000840     05  FILLER            PIC X(58) VALUE
000850         "---------------------- PERIOD ----------------------".
000860     05  FILLER            PIC X(02) VALUE SPACES.
000870     05  FILLER            PIC X(56) VALUE
000880         "-------------------- YEAR-TO-DATE --------------------".
000890 01  BVR-COLUMN-HEADING-2.
000900     05  FILLER            PIC X(10) VALUE "ACCOUNT".
000910     05  FILLER            PIC X(01) VALUE SPACES.
000920     05  FILLER            PIC X(01) VALUE "T".
000930     05  FILLER            PIC X(02) VALUE SPACES.
000940     05  FILLER            PIC X(58) VALUE
000950         "        BUDGET         ACTUAL       VARIANCE   VAR %".
000960     05  FILLER            PIC X(02) VALUE SPACES.
000970     05  FILLER            PIC X(58) VALUE
000980         "        BUDGET         ACTUAL       VARIANCE   VAR %".
000990 01  BVR-SECTION-LINE.
001000     05  BVR-SECTION-TEXT   PIC X(60).
001010 01  BVR-DETAIL-LINE.
001020     05  BVR-DTL-ACCOUNT    PIC X(10).
001030     05  FILLER            PIC X(01) VALUE SPACES.
001040     05  BVR-DTL-TYPE       PIC X(01).
001050     05  FILLER            PIC X(02) VALUE SPACES.
001060     05  BVR-DTL-PTD-BUDGET PIC -(10)9.99.
001070     05  FILLER            PIC X(01) VALUE SPACES.
001080     05  BVR-DTL-PTD-ACTUAL PIC -(10)9.99.
001090     05  FILLER            PIC X(01) VALUE SPACES.
001100     05  BVR-DTL-PTD-VAR    PIC -(10)9.99.
001110     05  FILLER            PIC X(01) VALUE SPACES.
001120     05  BVR-DTL-PTD-PCT    PIC -(4)9.9.
001130     05  FILLER            PIC X(01) VALUE SPACES.
001140     05  BVR-DTL-PTD-FLAG   PIC X(05).
001150     05  FILLER            PIC X(02) VALUE SPACES.
001160     05  BVR-DTL-YTD-BUDGET PIC -(10)9.99.
001170     05  FILLER            PIC X(01) VALUE SPACES.
001180     05  BVR-DTL-YTD-ACTUAL PIC -(10)9.99.
001190     05  FILLER            PIC X(01) VALUE SPACES.
001200     05  BVR-DTL-YTD-VAR    PIC -(10)9.99.
001210     05  FILLER            PIC X(01) VALUE SPACES.
001220     05  BVR-DTL-YTD-PCT    PIC -(4)9.9.
001230     05  FILLER            PIC X(01) VALUE SPACES.
001240     05  BVR-DTL-YTD-FLAG   PIC X(05).
001250 01  BVR-TRAILER-LINE.
001260     05  BVR-TRL-TEXT       PIC X(30).
001270     05  BVR-TRL-COUNT      PIC Z(7)9.
001280 01  BVR-BLANK-LINE                PIC X(01) VALUE SPACES.
001290 01  WS-PERD-FILE-STATUS           PIC X(02).
001300 01  WS-LBAL-FILE-STATUS           PIC X(02).
001310 01  WS-ACCT-FILE-STATUS           PIC X(02).
001320 01  WS-BUDG-FILE-STATUS           PIC X(02).
001330 01  WS-RUN-DATE                   PIC X(08).
001340 01  WS-INIT-FAIL-SW               PIC X(01) VALUE 'N'.
001350     88  WS-INIT-FAILED                    VALUE 'Y'.
001360 01  WS-LBAL-EOF-SW                PIC X(01) VALUE 'N'.
001370     88  LBAL-END-OF-FILE                  VALUE 'Y'.
001380 01  WS-BUDG-EOF-SW                PIC X(01) VALUE 'N'.
001390     88  BUDG-END-OF-FILE                  VALUE 'Y'.
001400 01  WS-BUDG-OPEN-SW               PIC X(01) VALUE 'N'.
001410     88  WS-BUDG-AVAILABLE                 VALUE 'Y'.
001420 01  WS-LBAL-OPEN-SW               PIC X(01) VALUE 'N'.
001430     88  WS-LBAL-AVAILABLE                 VALUE 'Y'.
001440 01  WS-FLAGGED-SW                 PIC X(01) VALUE 'N'.
001450     88  WS-ACCOUNT-FLAGGED                VALUE 'Y'.
001460 01  WS-CUR-PERIOD                 PIC X(06).
001470 01  WS-CUR-PERIOD-R REDEFINES WS-CUR-PERIOD.
001480     05  WS-CUR-YEAR               PIC X(04).
001490     05  WS-CUR-MONTH              PIC 9(02).
001500 01  WS-BUD-PERIOD                 PIC X(06).
001510 01  WS-BUD-PERIOD-R REDEFINES WS-BUD-PERIOD.
001520     05  WS-BUD-YEAR               PIC X(04).
001530     05  WS-BUD-MONTH              PIC 9(02).
001540 01  WS-MONTH-SUB                  PIC 9(02) COMP.
001550 01  WS-ACCOUNT-CODE               PIC X(10).
001560 01  WS-ACCOUNT-TYPE               PIC X(01).
001570     88  WS-TYPE-INCOME                    VALUE 'I'.
001580     88  WS-TYPE-EXPENSE                   VALUE 'E'.
001590 01  WS-LAST-BUDG-ACCOUNT          PIC X(10).
001600 01  WS-SAVE-BUDG-KEY              PIC X(16).
001610 01  WS-PTD-BUDGET                 PIC S9(13)V9(2).
001620 01  WS-PTD-ACTUAL                 PIC S9(13)V9(2).
001630 01  WS-YTD-BUDGET                 PIC S9(13)V9(2).
001640 01  WS-YTD-ACTUAL                 PIC S9(13)V9(2).
001650*    ONE BUDGET-AGAINST-ACTUAL COMPARISON, USED FOR THE PERIOD
001660*    AND THE YEAR-TO-DATE FIGURES OF EVERY LINE IN TURN.
001670 01  WS-CMP-BUDGET                 PIC S9(13)V9(2).
001680 01  WS-CMP-ACTUAL                 PIC S9(13)V9(2).
001690 01  WS-CMP-VARIANCE               PIC S9(13)V9(2).
001700 01  WS-CMP-PCT                    PIC S9(09)V9(2).
001710 01  WS-CMP-PCT-SHOWN              PIC S9(04)V9(1).
001720 01  WS-CMP-FLAG                   PIC X(05).
001730*    TYPE TOTALS - 1 = INCOME, 2 = EXPENSE.
001740 01  WS-TYPE-SUB                   PIC 9(02) COMP.
001750 01  WS-TYPE-TOTALS.
001760     05  WS-TYPE-TOTAL OCCURS 2 TIMES.
001770         10  WS-TT-PTD-BUDGET      PIC S9(13)V9(2).
001780         10  WS-TT-PTD-ACTUAL      PIC S9(13)V9(2).
001790         10  WS-TT-YTD-BUDGET      PIC S9(13)V9(2).
001800         10  WS-TT-YTD-ACTUAL      PIC S9(13)V9(2).
001810 01  WS-ACCOUNT-COUNT              PIC 9(08) COMP VALUE ZERO.
001820 01  WS-NO-LEDGER-COUNT            PIC 9(08) COMP VALUE ZERO.
001830 01  WS-FLAGGED-COUNT              PIC 9(08) COMP VALUE ZERO.
001840 PROCEDURE DIVISION.
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001870     IF WS-INIT-FAILED
001880         MOVE 8 TO RETURN-CODE
001890     ELSE
001900         PERFORM 2000-REPORT-LEDGER THRU 2000-REPORT-LEDGER-EXIT
001910         IF WS-BUDG-AVAILABLE
001920             PERFORM 4000-REPORT-NO-LEDGER
001930                 THRU 4000-REPORT-NO-LEDGER-EXIT
001940         END-IF
001950         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001960     END-IF
001970     STOP RUN.
001980*
001990 1000-INITIALIZE.
002000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002010     OPEN INPUT CALC-PERIOD-FILE
002020     IF WS-PERD-FILE-STATUS NOT = '00'
002030         DISPLAY "CALCPERD PERIOD CONTROL FILE NOT AVAILABLE - "
002040                 "STATUS " WS-PERD-FILE-STATUS
002050         MOVE 'Y' TO WS-INIT-FAIL-SW
002060         GO TO 1000-INITIALIZE-EXIT
002070     END-IF
002080     READ CALC-PERIOD-FILE
002090         AT END MOVE SPACES TO PERD-OPEN-PERIOD
002100     END-READ
002110     CLOSE CALC-PERIOD-FILE
002120     MOVE PERD-OPEN-PERIOD TO WS-CUR-PERIOD
002130     IF WS-CUR-PERIOD NOT NUMERIC
002140         DISPLAY "NO OPEN PERIOD ON CALCPERD"
002150         MOVE 'Y' TO WS-INIT-FAIL-SW
002160         GO TO 1000-INITIALIZE-EXIT
002170     END-IF
002180     OPEN INPUT CALC-ACCT-FILE
002190     IF WS-ACCT-FILE-STATUS NOT = '00'
002200         DISPLAY "CALCACCT ACCOUNT MASTER NOT AVAILABLE - "
002210                 "STATUS " WS-ACCT-FILE-STATUS
002220         MOVE 'Y' TO WS-INIT-FAIL-SW
002230         GO TO 1000-INITIALIZE-EXIT
002240     END-IF
002250     OPEN INPUT CALC-BUDG-FILE
002260     IF WS-BUDG-FILE-STATUS = '00'
002270         MOVE 'Y' TO WS-BUDG-OPEN-SW
002280     ELSE
002290         DISPLAY "NO CALCBUDG BUDGET MASTER - BUDGETS SHOWN AS "
002300                 "ZERO"
002310     END-IF
002320     INITIALIZE WS-TYPE-TOTALS
002330     MOVE LOW-VALUES TO WS-LAST-BUDG-ACCOUNT
002340     OPEN OUTPUT CALC-BVR-REPORT-FILE
002350     MOVE WS-CUR-PERIOD TO BVR-HDR-PERIOD
002360     MOVE WS-RUN-DATE TO BVR-HDR-DATE
002370     MOVE WS-BUDGET-TOLERANCE-PCT TO BVR-HDR-TOLERANCE
002380     WRITE BVR-REPORT-RECORD FROM BVR-HEADER-LINE
002390     WRITE BVR-REPORT-RECORD FROM BVR-COLUMN-HEADING-1
002400     WRITE BVR-REPORT-RECORD FROM BVR-COLUMN-HEADING-2.
002410 1000-INITIALIZE-EXIT.
002420         EXIT.
002430*
002440*    ONE LINE PER INCOME OR EXPENSE ACCOUNT ON THE LEDGER.
002450 2000-REPORT-LEDGER.
002460     OPEN INPUT CALC-LEDGER-FILE
002470     IF WS-LBAL-FILE-STATUS NOT = '00'
002480         DISPLAY "NO CALCLBAL LEDGER BALANCES ON FILE"
002490         MOVE 'Y' TO WS-LBAL-EOF-SW
002500         GO TO 2000-REPORT-LEDGER-EXIT
002510     END-IF
002520     MOVE 'Y' TO WS-LBAL-OPEN-SW
002530     MOVE LOW-VALUES TO LBAL-ACCOUNT
002540     START CALC-LEDGER-FILE KEY NOT < LBAL-ACCOUNT
002550         INVALID KEY MOVE 'Y' TO WS-LBAL-EOF-SW
002560     END-START
002570     IF NOT LBAL-END-OF-FILE
002580         PERFORM 2100-READ-LEDGER THRU 2100-READ-LEDGER-EXIT
002590         PERFORM 2200-REPORT-ONE THRU 2200-REPORT-ONE-EXIT
002600             UNTIL LBAL-END-OF-FILE
002610     END-IF.
002620 2000-REPORT-LEDGER-EXIT.
002630         EXIT.
002640*
002650 2100-READ-LEDGER.
002660     READ CALC-LEDGER-FILE NEXT
002670         AT END MOVE 'Y' TO WS-LBAL-EOF-SW
002680     END-READ.
002690 2100-READ-LEDGER-EXIT.
002700         EXIT.
002710*
002720 2200-REPORT-ONE.
002730     MOVE LBAL-ACCOUNT TO WS-ACCOUNT-CODE
002740     PERFORM 3100-GET-TYPE THRU 3100-GET-TYPE-EXIT
002750     IF WS-TYPE-INCOME OR WS-TYPE-EXPENSE
002760         IF WS-TYPE-INCOME
002770             COMPUTE WS-PTD-ACTUAL = LBAL-PTD-CREDITS
002780                                   - LBAL-PTD-DEBITS
002790             COMPUTE WS-YTD-ACTUAL = LBAL-YTD-CREDITS
002800                                   - LBAL-YTD-DEBITS
002810         ELSE
002820             COMPUTE WS-PTD-ACTUAL = LBAL-PTD-DEBITS
002830                                   - LBAL-PTD-CREDITS
002840             COMPUTE WS-YTD-ACTUAL = LBAL-YTD-DEBITS
002850                                   - LBAL-YTD-CREDITS
002860         END-IF
002870         PERFORM 3200-GET-BUDGET THRU 3200-GET-BUDGET-EXIT
002880         PERFORM 3000-PRINT-ACCOUNT THRU 3000-PRINT-ACCOUNT-EXIT
002890         ADD 1 TO WS-ACCOUNT-COUNT
002900     END-IF
002910     PERFORM 2100-READ-LEDGER THRU 2100-READ-LEDGER-EXIT.
002920 2200-REPORT-ONE-EXIT.
002930         EXIT.
002940*
002950 3000-PRINT-ACCOUNT.
002960     MOVE 'N' TO WS-FLAGGED-SW
002970     MOVE WS-ACCOUNT-CODE TO BVR-DTL-ACCOUNT
002980     MOVE WS-ACCOUNT-TYPE TO BVR-DTL-TYPE
002990     PERFORM 3500-BUILD-LINE THRU 3500-BUILD-LINE-EXIT
003000     IF WS-ACCOUNT-FLAGGED
003010         ADD 1 TO WS-FLAGGED-COUNT
003020     END-IF
003030     IF WS-TYPE-INCOME
003040         MOVE 1 TO WS-TYPE-SUB
003050     ELSE
003060         MOVE 2 TO WS-TYPE-SUB
003070     END-IF
003080     ADD WS-PTD-BUDGET TO WS-TT-PTD-BUDGET (WS-TYPE-SUB)
003090     ADD WS-PTD-ACTUAL TO WS-TT-PTD-ACTUAL (WS-TYPE-SUB)
003100     ADD WS-YTD-BUDGET TO WS-TT-YTD-BUDGET (WS-TYPE-SUB)
003110     ADD WS-YTD-ACTUAL TO WS-TT-YTD-ACTUAL (WS-TYPE-SUB).
003120 3000-PRINT-ACCOUNT-EXIT.
003130         EXIT.
003140*
003150 3100-GET-TYPE.
003160     MOVE WS-ACCOUNT-CODE TO ACCT-CODE
003170     READ CALC-ACCT-FILE
003180         INVALID KEY MOVE SPACES TO ACCT-RECORD
003190     END-READ
003200     MOVE ACCT-TYPE TO WS-ACCOUNT-TYPE.
003210 3100-GET-TYPE-EXIT.
003220         EXIT.
003230*
003240*    THE PERIOD BUDGET IS THE OPEN MONTH'S LINE; THE YEAR-TO-DATE
003250*    BUDGET IS THE SUM OF THE LINES FROM JANUARY TO THE OPEN
003260*    MONTH. A MONTH WITH NO LINE IS A ZERO BUDGET.
003270 3200-GET-BUDGET.
003280     MOVE ZERO TO WS-PTD-BUDGET
003290     MOVE ZERO TO WS-YTD-BUDGET
003300     IF NOT WS-BUDG-AVAILABLE
003310         GO TO 3200-GET-BUDGET-EXIT
003320     END-IF
003330     MOVE WS-CUR-YEAR TO WS-BUD-YEAR
003340     PERFORM 3300-ADD-BUDGET-MONTH
003350         THRU 3300-ADD-BUDGET-MONTH-EXIT
003360         VARYING WS-MONTH-SUB FROM 1 BY 1
003370         UNTIL WS-MONTH-SUB > WS-CUR-MONTH.
003380 3200-GET-BUDGET-EXIT.
003390         EXIT.
003400*
003410 3300-ADD-BUDGET-MONTH.
003420     MOVE WS-MONTH-SUB TO WS-BUD-MONTH
003430     MOVE WS-ACCOUNT-CODE TO BUDG-ACCOUNT
003440     MOVE WS-BUD-PERIOD TO BUDG-PERIOD
003450     READ CALC-BUDG-FILE
003460         INVALID KEY GO TO 3300-ADD-BUDGET-MONTH-EXIT
003470     END-READ
003480     ADD BUDG-AMOUNT TO WS-YTD-BUDGET
003490     IF WS-MONTH-SUB = WS-CUR-MONTH
003500         MOVE BUDG-AMOUNT TO WS-PTD-BUDGET
003510     END-IF.
003520 3300-ADD-BUDGET-MONTH-EXIT.
003530         EXIT.
003540*
003550*    FILLS IN AND PRINTS THE PERIOD AND YEAR-TO-DATE HALVES OF A
003560*    DETAIL OR TOTAL LINE FROM WS-PTD/YTD-BUDGET AND -ACTUAL.
003570 3500-BUILD-LINE.
003580     MOVE WS-PTD-BUDGET TO WS-CMP-BUDGET
003590     MOVE WS-PTD-ACTUAL TO WS-CMP-ACTUAL
003600     PERFORM 3600-COMPARE THRU 3600-COMPARE-EXIT
003610     MOVE WS-CMP-BUDGET TO BVR-DTL-PTD-BUDGET
003620     MOVE WS-CMP-ACTUAL TO BVR-DTL-PTD-ACTUAL
003630     MOVE WS-CMP-VARIANCE TO BVR-DTL-PTD-VAR
003640     MOVE WS-CMP-PCT-SHOWN TO BVR-DTL-PTD-PCT
003650     MOVE WS-CMP-FLAG TO BVR-DTL-PTD-FLAG
003660     MOVE WS-YTD-BUDGET TO WS-CMP-BUDGET
003670     MOVE WS-YTD-ACTUAL TO WS-CMP-ACTUAL
003680     PERFORM 3600-COMPARE THRU 3600-COMPARE-EXIT
003690     MOVE WS-CMP-BUDGET TO BVR-DTL-YTD-BUDGET
003700     MOVE WS-CMP-ACTUAL TO BVR-DTL-YTD-ACTUAL
003710     MOVE WS-CMP-VARIANCE TO BVR-DTL-YTD-VAR
003720     MOVE WS-CMP-PCT-SHOWN TO BVR-DTL-YTD-PCT
003730     MOVE WS-CMP-FLAG TO BVR-DTL-YTD-FLAG
003740     WRITE BVR-REPORT-RECORD FROM BVR-DETAIL-LINE.
003750 3500-BUILD-LINE-EXIT.
003760         EXIT.
003770*
003780*    VARIANCE = ACTUAL - BUDGET ON THE NORMAL SIDE. THE PERCENTAGE
003790*    IS OF THE BUDGET AND IS SHOWN AS ZERO AGAINST A ZERO BUDGET.
003800 3600-COMPARE.
003810     MOVE SPACES TO WS-CMP-FLAG
003820     COMPUTE WS-CMP-VARIANCE = WS-CMP-ACTUAL - WS-CMP-BUDGET
003830     IF WS-CMP-BUDGET = ZERO
003840         MOVE ZERO TO WS-CMP-PCT
003850     ELSE
003860         COMPUTE WS-CMP-PCT ROUNDED =
003870             WS-CMP-VARIANCE * 100 / WS-CMP-BUDGET
003880             ON SIZE ERROR MOVE 999999999 TO WS-CMP-PCT
003890         END-COMPUTE
003900         IF WS-CMP-BUDGET < ZERO
003910             COMPUTE WS-CMP-PCT = ZERO - WS-CMP-PCT
003920         END-IF
003930     END-IF
003940     IF WS-CMP-PCT > 9999.9
003950         MOVE 9999.9 TO WS-CMP-PCT-SHOWN
003960     ELSE
003970         IF WS-CMP-PCT < -9999.9
003980             MOVE -9999.9 TO WS-CMP-PCT-SHOWN
003990         ELSE
004000             COMPUTE WS-CMP-PCT-SHOWN ROUNDED = WS-CMP-PCT
004010         END-IF
004020     END-IF
004030     IF WS-TYPE-EXPENSE AND WS-CMP-VARIANCE > ZERO
004040         IF WS-CMP-BUDGET = ZERO
004050             OR WS-CMP-PCT > WS-BUDGET-TOLERANCE-PCT
004060             MOVE "OVER" TO WS-CMP-FLAG
004070             MOVE 'Y' TO WS-FLAGGED-SW
004080         END-IF
004090     END-IF
004100     IF WS-TYPE-INCOME AND WS-CMP-VARIANCE < ZERO
004110         IF WS-CMP-BUDGET = ZERO
004120             OR ZERO - WS-CMP-PCT > WS-BUDGET-TOLERANCE-PCT
004130             MOVE "UNDER" TO WS-CMP-FLAG
004140             MOVE 'Y' TO WS-FLAGGED-SW
004150         END-IF
004160     END-IF.
004170 3600-COMPARE-EXIT.
004180         EXIT.
004190*
004200*    BUDGETED INCOME AND EXPENSE ACCOUNTS FOR THIS YEAR THAT HAVE
004210*    NOT YET REACHED THE LEDGER. THE BUDGET MASTER IS IN ACCOUNT
004220*    ORDER, SO EACH ACCOUNT IS LOOKED AT ONCE, AND THE SCAN IS
004230*    REPOSITIONED AFTER THE BUDGET LOOK-UPS FOR A PRINTED LINE.
004240 4000-REPORT-NO-LEDGER.
004250     MOVE 'N' TO WS-BUDG-EOF-SW
004260     MOVE LOW-VALUES TO BUDG-KEY
004270     START CALC-BUDG-FILE KEY NOT < BUDG-KEY
004280         INVALID KEY MOVE 'Y' TO WS-BUDG-EOF-SW
004290     END-START
004300     IF NOT BUDG-END-OF-FILE
004310         PERFORM 4100-READ-BUDGET THRU 4100-READ-BUDGET-EXIT
004320         PERFORM 4200-CHECK-ONE THRU 4200-CHECK-ONE-EXIT
004330             UNTIL BUDG-END-OF-FILE
004340     END-IF.
004350 4000-REPORT-NO-LEDGER-EXIT.
004360         EXIT.
004370*
004380 4100-READ-BUDGET.
004390     READ CALC-BUDG-FILE NEXT
004400         AT END MOVE 'Y' TO WS-BUDG-EOF-SW
004410     END-READ.
004420 4100-READ-BUDGET-EXIT.
004430         EXIT.
004440*
004450 4200-CHECK-ONE.
004460     PERFORM 4300-CHECK-ACCOUNT THRU 4300-CHECK-ACCOUNT-EXIT
004470     IF NOT BUDG-END-OF-FILE
004480         PERFORM 4100-READ-BUDGET THRU 4100-READ-BUDGET-EXIT
004490     END-IF.
004500 4200-CHECK-ONE-EXIT.
004510         EXIT.
004520*
004530 4300-CHECK-ACCOUNT.
004540     MOVE BUDG-PERIOD TO WS-BUD-PERIOD
004550     IF BUDG-ACCOUNT = WS-LAST-BUDG-ACCOUNT
004560         OR WS-BUD-YEAR NOT = WS-CUR-YEAR
004570         OR WS-BUD-PERIOD > WS-CUR-PERIOD
004580         GO TO 4300-CHECK-ACCOUNT-EXIT
004590     END-IF
004600     MOVE BUDG-ACCOUNT TO WS-LAST-BUDG-ACCOUNT
004610     IF WS-LBAL-AVAILABLE
004620         MOVE BUDG-ACCOUNT TO LBAL-ACCOUNT
004630         READ CALC-LEDGER-FILE
004640             INVALID KEY CONTINUE
004650             NOT INVALID KEY GO TO 4300-CHECK-ACCOUNT-EXIT
004660         END-READ
004670     END-IF
004680     MOVE BUDG-ACCOUNT TO WS-ACCOUNT-CODE
004690     PERFORM 3100-GET-TYPE THRU 3100-GET-TYPE-EXIT
004700     IF NOT WS-TYPE-INCOME AND NOT WS-TYPE-EXPENSE
004710         GO TO 4300-CHECK-ACCOUNT-EXIT
004720     END-IF
004730     IF WS-NO-LEDGER-COUNT = ZERO
004740         WRITE BVR-REPORT-RECORD FROM BVR-BLANK-LINE
004750         MOVE "BUDGETED ACCOUNTS WITH NO LEDGER BALANCE"
004760             TO BVR-SECTION-TEXT
004770         WRITE BVR-REPORT-RECORD FROM BVR-SECTION-LINE
004780     END-IF
004790     MOVE BUDG-KEY TO WS-SAVE-BUDG-KEY
004800     MOVE ZERO TO WS-PTD-ACTUAL
004810     MOVE ZERO TO WS-YTD-ACTUAL
004820     PERFORM 3200-GET-BUDGET THRU 3200-GET-BUDGET-EXIT
004830     PERFORM 3000-PRINT-ACCOUNT THRU 3000-PRINT-ACCOUNT-EXIT
004840     ADD 1 TO WS-ACCOUNT-COUNT
004850     ADD 1 TO WS-NO-LEDGER-COUNT
004860     MOVE WS-SAVE-BUDG-KEY TO BUDG-KEY
004870     START CALC-BUDG-FILE KEY > BUDG-KEY
004880         INVALID KEY MOVE 'Y' TO WS-BUDG-EOF-SW
004890     END-START.
004900 4300-CHECK-ACCOUNT-EXIT.
004910         EXIT.
004920*
004930 9000-TERMINATE.
004940     WRITE BVR-REPORT-RECORD FROM BVR-BLANK-LINE
004950     MOVE SPACES TO BVR-DTL-ACCOUNT
004960     MOVE 'I' TO WS-ACCOUNT-TYPE
004970     MOVE 1 TO WS-TYPE-SUB
004980     PERFORM 9100-PRINT-TOTAL THRU 9100-PRINT-TOTAL-EXIT
004990     MOVE 'E' TO WS-ACCOUNT-TYPE
005000     MOVE 2 TO WS-TYPE-SUB
005010     PERFORM 9100-PRINT-TOTAL THRU 9100-PRINT-TOTAL-EXIT
005020     WRITE BVR-REPORT-RECORD FROM BVR-BLANK-LINE
005030     MOVE "ACCOUNTS REPORTED:" TO BVR-TRL-TEXT
005040     MOVE WS-ACCOUNT-COUNT TO BVR-TRL-COUNT
005050     WRITE BVR-REPORT-RECORD FROM BVR-TRAILER-LINE
005060     MOVE "  WITH NO LEDGER BALANCE:" TO BVR-TRL-TEXT
005070     MOVE WS-NO-LEDGER-COUNT TO BVR-TRL-COUNT
005080     WRITE BVR-REPORT-RECORD FROM BVR-TRAILER-LINE
005090     MOVE "ACCOUNTS FLAGGED:" TO BVR-TRL-TEXT
005100     MOVE WS-FLAGGED-COUNT TO BVR-TRL-COUNT
005110     WRITE BVR-REPORT-RECORD FROM BVR-TRAILER-LINE
005120     CLOSE CALC-BVR-REPORT-FILE
005130     IF WS-LBAL-AVAILABLE
005140         CLOSE CALC-LEDGER-FILE
005150     END-IF
005160     IF WS-BUDG-AVAILABLE
005170         CLOSE CALC-BUDG-FILE
005180     END-IF
005190     CLOSE CALC-ACCT-FILE
005200     DISPLAY "CALCBVAR ACCOUNTS REPORTED: " WS-ACCOUNT-COUNT
005210     DISPLAY "CALCBVAR ACCOUNTS FLAGGED:  " WS-FLAGGED-COUNT.
005220 9000-TERMINATE-EXIT.
005230         EXIT.
005240*
005250*    TYPE TOTAL LINES ARE COMPARED LIKE AN ACCOUNT, BUT DO NOT
005260*    COUNT TOWARDS THE FLAGGED ACCOUNTS.
005270 9100-PRINT-TOTAL.
005280     IF WS-ACCOUNT-TYPE = 'I'
005290         MOVE "TOT INCOME" TO BVR-DTL-ACCOUNT
005300     ELSE
005310         MOVE "TOT EXPENS" TO BVR-DTL-ACCOUNT
005320     END-IF
005330     MOVE WS-ACCOUNT-TYPE TO BVR-DTL-TYPE
005340     MOVE WS-TT-PTD-BUDGET (WS-TYPE-SUB) TO WS-PTD-BUDGET
005350     MOVE WS-TT-PTD-ACTUAL (WS-TYPE-SUB) TO WS-PTD-ACTUAL
005360     MOVE WS-TT-YTD-BUDGET (WS-TYPE-SUB) TO WS-YTD-BUDGET
005370     MOVE WS-TT-YTD-ACTUAL (WS-TYPE-SUB) TO WS-YTD-ACTUAL
005380     PERFORM 3500-BUILD-LINE THRU 3500-BUILD-LINE-EXIT.
005390 9100-PRINT-TOTAL-EXIT.
005400         EXIT.
