000010*========================================================================
000020*  CALCALOC.COB
000030*  MONTH-END ALLOCATION RUN. ONLY A LEVEL-3 SUPERVISOR FROM THE
000040*  CALCOPER OPERATOR MASTER MAY RUN IT. FOR THE OPEN CALCPERD
000050*  PERIOD IT APPLIES EVERY CALCALRL ALLOCATION RULE IN EFFECT ON
000060*  THE LAST DAY OF THE PERIOD: THE SOURCE ACCOUNT'S PERIOD
000070*  ACTIVITY (PERIOD-TO-DATE DEBITS LESS CREDITS ON CALCLBAL) IS
000080*  TAKEN OFF THE SOURCE AND SPREAD OVER THE TARGET ACCOUNTS BY
000090*  THEIR PERCENTAGES, ONE JOURNAL PAIR PER TARGET ON CALCJRNL
000100*  (SOURCE CALCALOC, DOCUMENT NUMBER FROM CALCDOCN, DATED THE
000110*  LAST DAY OF THE PERIOD). EACH SHARE IS ROUNDED TO THE CENT
000120*  AND THE LAST TARGET TAKES WHATEVER IS LEFT, SO THE SOURCE IS
000130*  CLEARED TO THE CENT. THE RUN IS RECORDED ON THE CALCALCL
000140*  CONTROL FILE AND REFUSED FOR A PERIOD ALREADY ON IT, REFUSED
000150*  WHILE CALCJRNL HOLDS LINES CALCLEDG HAS NOT LEDGERED (THEIR
000160*  ACTIVITY WOULD MISS THE ALLOCATION), AND REFUSED IF ANY RULE
000170*  IN EFFECT NAMES AN ACCOUNT NO LONGER ACTIVE ON CALCACCT - NO
000180*  RULE IS APPLIED UNTIL THEY ALL CAN BE. THE ALLOCATION REPORT
000190*  (CALCALRP) SHOWS EACH SOURCE WITH ITS TARGETS, PERCENTAGES,
000200*  AMOUNTS AND DOCUMENT NUMBERS. THE ALLOCATION LINES ARE
000210*  LEDGERED BY THE NEXT CALCLEDG LIKE ANY OTHER JOURNAL LINE, SO
000220*  THE RUN BELONGS AFTER CALCLEDG AND BEFORE THE CALCPERC CLOSE.
000230*------------------------------------------------------------------------
000240*  MODIFICATION HISTORY
000250*  DATE       INIT  DESCRIPTION
000260*  2026-10-15 RA    PROGRAM CREATED.
000270*========================================================================
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. CALCALOC.
000300 AUTHOR. R. ALVES.
000310 INSTALLATION. CONTABILIDADE.
000320 DATE-WRITTEN. 2026-10-15.
000330 DATE-COMPILED.
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CALC-PERIOD-FILE ASSIGN TO "CALCPERD"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-PERD-FILE-STATUS.
000400     SELECT CALC-OPER-FILE ASSIGN TO "CALCOPER"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS OPR-ID
000440         FILE STATUS IS WS-OPER-FILE-STATUS.
000450     SELECT CALC-ALRL-FILE ASSIGN TO "CALCALRL"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS ALR-KEY
000490         FILE STATUS IS WS-ALRL-FILE-STATUS.
000500     SELECT CALC-ACCT-FILE ASSIGN TO "CALCACCT"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS ACCT-CODE
000540         FILE STATUS IS WS-ACCT-FILE-STATUS.
000550     SELECT CALC-LEDGER-FILE ASSIGN TO "CALCLBAL"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS LBAL-ACCOUNT
000590         FILE STATUS IS WS-LBAL-FILE-STATUS.
000600     SELECT CALC-JOURNAL-FILE ASSIGN TO "CALCJRNL"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-JRN-FILE-STATUS.
000630     SELECT CALC-DOCN-FILE ASSIGN TO "CALCDOCN"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-DOCN-FILE-STATUS.
000660     SELECT CALC-ALC-FILE ASSIGN TO "CALCALCL"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-ALC-FILE-STATUS.
000690     SELECT CALC-ALLOC-REPORT-FILE ASSIGN TO "CALCALRP"
000700         ORGANIZATION IS SEQUENTIAL.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  CALC-PERIOD-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 COPY CALCPERD.
000760 FD  CALC-OPER-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY CALCOPER.
000790 FD  CALC-ALRL-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY CALCALRL.
000820 FD  CALC-ACCT-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 COPY CALCACCT.
000850 FD  CALC-LEDGER-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 COPY CALCLBAL.
000880 FD  CALC-JOURNAL-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 COPY CALCJRNL.
000910 FD  CALC-DOCN-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 COPY CALCDOCN.
000940 FD  CALC-ALC-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 COPY CALCALCL.
000970 FD  CALC-ALLOC-REPORT-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  ALLOC-REPORT-RECORD           PIC X(132).
001000 WORKING-STORAGE SECTION.
001010*    PRINT LINES ARE BUILT IN WORKING-STORAGE BECAUSE VALUE
001020*    CLAUSES ON FILE SECTION FILLERS ARE TREATED AS COMMENTARY.
001030 01  ALP-HEADER-LINE.
001040     05  FILLER            PIC X(28)
001050         VALUE "MONTH-END ALLOCATION REPORT ".
001060     05  FILLER            PIC X(08) VALUE "PERIOD: ".
001070     05  ALP-HDR-PERIOD     PIC X(06).
001080     05  FILLER            PIC X(10) VALUE "  POSTED: ".
001090     05  ALP-HDR-POSTED     PIC X(08).
001100     05  FILLER            PIC X(12) VALUE "  RUN DATE: ".
001110     05  ALP-HDR-DATE       PIC X(08).
001120     05  FILLER            PIC X(12) VALUE "  OPERATOR: ".
001130     05  ALP-HDR-OPERATOR   PIC X(10).
001140 01  ALP-COLUMN-HEADING.
001150     05  FILLER            PIC X(10) VALUE "SOURCE".
001160     05  FILLER            PIC X(02) VALUE SPACES.
001170     05  FILLER            PIC X(10) VALUE "TARGET".
001180     05  FILLER            PIC X(02) VALUE SPACES.
001190     05  FILLER            PIC X(30) VALUE "DESCRIPTION".
001200     05  FILLER            PIC X(02) VALUE SPACES.
001210     05  FILLER            PIC X(07) VALUE "PERCENT".
001220     05  FILLER            PIC X(02) VALUE SPACES.
001230     05  FILLER            PIC X(05) VALUE "DR/CR".
001240     05  FILLER            PIC X(02) VALUE SPACES.
001250     05  FILLER            PIC X(16)
001260         VALUE "          AMOUNT".
001270     05  FILLER            PIC X(02) VALUE SPACES.
001280     05  FILLER            PIC X(08) VALUE "DOCUMENT".
001290 01  ALP-RULE-LINE.
001300     05  ALP-RUL-SOURCE     PIC X(10).
001310     05  FILLER            PIC X(14) VALUE SPACES.
001320     05  ALP-RUL-DESC       PIC X(30).
001330     05  FILLER            PIC X(02) VALUE SPACES.
001340     05  ALP-RUL-PCT        PIC ZZZ9.99.
001350     05  FILLER            PIC X(02) VALUE SPACES.
001360     05  ALP-RUL-SIDE       PIC X(05).
001370     05  FILLER            PIC X(02) VALUE SPACES.
001380     05  ALP-RUL-AMOUNT     PIC -(12)9.99.
001390     05  FILLER            PIC X(02) VALUE SPACES.
001400     05  ALP-RUL-NOTE       PIC X(30).
001410 01  ALP-DETAIL-LINE.
001420     05  FILLER            PIC X(12) VALUE SPACES.
001430     05  ALP-DTL-TARGET     PIC X(10).
001440     05  FILLER            PIC X(02) VALUE SPACES.
001450     05  ALP-DTL-DESC       PIC X(30).
001460     05  FILLER            PIC X(02) VALUE SPACES.
001470     05  ALP-DTL-PCT        PIC ZZZ9.99.
001480     05  FILLER            PIC X(02) VALUE SPACES.
001490     05  ALP-DTL-SIDE       PIC X(05).
001500     05  FILLER            PIC X(02) VALUE SPACES.
001510     05  ALP-DTL-AMOUNT     PIC -(12)9.99.
001520     05  FILLER            PIC X(02) VALUE SPACES.
001530     05  ALP-DTL-DOC        PIC Z(8).
001540 01  ALP-TOTAL-LINE.
001550     05  ALP-TOT-TEXT       PIC X(30).
001560     05  ALP-TOT-COUNT      PIC Z(7)9.
001570     05  FILLER            PIC X(02) VALUE SPACES.
001580     05  ALP-TOT-AMOUNT     PIC -(12)9.99.
001590 01  WS-PERD-FILE-STATUS           PIC X(02).
001600 01  WS-OPER-FILE-STATUS           PIC X(02).
001610 01  WS-ALRL-FILE-STATUS           PIC X(02).
001620 01  WS-ACCT-FILE-STATUS           PIC X(02).
001630 01  WS-LBAL-FILE-STATUS           PIC X(02).
001640 01  WS-JRN-FILE-STATUS            PIC X(02).
001650 01  WS-DOCN-FILE-STATUS           PIC X(02).
001660 01  WS-ALC-FILE-STATUS            PIC X(02).
001670 01  WS-RUN-DATE                   PIC X(08).
001680 01  WS-OPERATOR-ID                PIC X(10).
001690 01  WS-OPR-FOUND-SW               PIC X(01) VALUE 'N'.
001700     88  WS-OPR-FOUND                      VALUE 'Y'.
001710 01  WS-INIT-FAIL-SW               PIC X(01) VALUE 'N'.
001720     88  WS-INIT-FAILED                    VALUE 'Y'.
001730 01  WS-PERIOD                     PIC X(06).
001740 01  WS-PERIOD-R REDEFINES WS-PERIOD.
001750     05  WS-PERIOD-YEAR            PIC 9(04).
001760     05  WS-PERIOD-MONTH           PIC 9(02).
001770 01  WS-PERIOD-END.
001780     05  WS-PEND-YEAR              PIC 9(04).
001790     05  WS-PEND-MONTH             PIC 9(02).
001800     05  WS-PEND-DAY               PIC 9(02).
001810 01  WS-LEAP-QUOT                  PIC 9(04).
001820 01  WS-LEAP-REM-4                 PIC 9(04).
001830 01  WS-LEAP-REM-100               PIC 9(04).
001840 01  WS-LEAP-REM-400               PIC 9(04).
001850 01  WS-MONTH-DAYS-VAL             PIC X(24)
001860     VALUE "312831303130313130313031".
001870 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VAL.
001880     05  WS-DAYS-IN-MONTH          PIC 9(02) OCCURS 12 TIMES.
001890 01  WS-ALC-EOF-SW                 PIC X(01) VALUE 'N'.
001900     88  ALC-END-OF-FILE                   VALUE 'Y'.
001910 01  WS-PERIOD-DONE-SW             PIC X(01) VALUE 'N'.
001920     88  WS-PERIOD-ALLOCATED               VALUE 'Y'.
001930 01  WS-RULE-EOF-SW                PIC X(01) VALUE 'N'.
001940     88  RULE-END-OF-FILE                  VALUE 'Y'.
001950 01  WS-IN-EFFECT-SW               PIC X(01) VALUE 'N'.
001960     88  WS-RULE-IN-EFFECT                 VALUE 'Y'.
001970 01  WS-ACCT-OK-SW                 PIC X(01) VALUE 'N'.
001980     88  WS-ACCT-OK                        VALUE 'Y'.
001990 01  WS-CHK-ACCOUNT                PIC X(10).
002000 01  WS-TGT-SUB                    PIC 9(02) COMP.
002010 01  WS-PCT-TOTAL                  PIC 9(05)V9(2).
002020 01  WS-SOURCE-DESC                PIC X(30).
002030 01  WS-SOURCE-NET                 PIC S9(13)V9(2).
002040 01  WS-ALLOC-BASE                 PIC S9(13)V9(2).
002050 01  WS-ALLOC-REMAIN               PIC S9(13)V9(2).
002060 01  WS-PAIR-AMOUNT                PIC S9(13)V9(2).
002070 01  WS-POST-AMOUNT                PIC S9(13)V9(2).
002080 01  WS-LINE-LIMIT                 PIC S9(13)V9(2)
002090     VALUE 9999999999.99.
002100 01  WS-SOURCE-SIDE                PIC X(02).
002110 01  WS-TARGET-SIDE                PIC X(02).
002120 01  WS-DOC-NUMBER                 PIC 9(08) VALUE ZERO.
002130 01  WS-FIRST-DOC                  PIC 9(08) VALUE ZERO.
002140 01  WS-TOTAL-ALLOCATED            PIC S9(13)V9(2) VALUE ZERO.
002150 01  WS-EFFECT-COUNT               PIC 9(08) COMP VALUE ZERO.
002160 01  WS-APPLIED-COUNT              PIC 9(08) COMP VALUE ZERO.
002170 01  WS-IDLE-COUNT                 PIC 9(08) COMP VALUE ZERO.
002180 01  WS-PAIR-COUNT                 PIC 9(08) COMP VALUE ZERO.
002190 PROCEDURE DIVISION.
002200 0000-MAINLINE.
002210     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002220     IF WS-INIT-FAILED
002230         MOVE 8 TO RETURN-CODE
002240     ELSE
002250         PERFORM 2000-VALIDATE-RULES THRU 2000-VALIDATE-RULES-EXIT
002260         IF WS-INIT-FAILED
002270             MOVE 8 TO RETURN-CODE
002280         END-IF
002290         IF NOT WS-INIT-FAILED AND WS-EFFECT-COUNT > ZERO
002300             PERFORM 3000-ALLOCATE-PERIOD
002310                 THRU 3000-ALLOCATE-PERIOD-EXIT
002320         END-IF
002330         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002340     END-IF
002350     STOP RUN.
002360*
002370*    EVERY REASON TO REFUSE THE RUN IS CHECKED BEFORE ANYTHING
002380*    IS WRITTEN. THE RULE, ACCOUNT AND BALANCE FILES ARE LEFT
002390*    OPEN ONLY WHEN ALL THE CHECKS PASS.
002400 1000-INITIALIZE.
002410     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002420     PERFORM 1100-CHECK-OPERATOR THRU 1100-CHECK-OPERATOR-EXIT
002430     IF WS-INIT-FAILED
002440         GO TO 1000-INITIALIZE-EXIT
002450     END-IF
002460     PERFORM 1200-CHECK-PERIOD THRU 1200-CHECK-PERIOD-EXIT
002470     IF WS-INIT-FAILED
002480         GO TO 1000-INITIALIZE-EXIT
002490     END-IF
002500     PERFORM 1300-CHECK-JOURNAL THRU 1300-CHECK-JOURNAL-EXIT
002510     IF WS-INIT-FAILED
002520         GO TO 1000-INITIALIZE-EXIT
002530     END-IF
002540     OPEN I-O CALC-ALRL-FILE
002550     IF WS-ALRL-FILE-STATUS NOT = '00'
002560         DISPLAY "NO CALCALRL ALLOCATION RULES ON FILE - "
002570                 "RUN REFUSED"
002580         MOVE 'Y' TO WS-INIT-FAIL-SW
002590         GO TO 1000-INITIALIZE-EXIT
002600     END-IF
002610     OPEN INPUT CALC-ACCT-FILE
002620     IF WS-ACCT-FILE-STATUS NOT = '00'
002630         DISPLAY "CALCACCT ACCOUNT MASTER NOT AVAILABLE - "
002640                 "RUN REFUSED"
002650         CLOSE CALC-ALRL-FILE
002660         MOVE 'Y' TO WS-INIT-FAIL-SW
002670         GO TO 1000-INITIALIZE-EXIT
002680     END-IF
002690     OPEN INPUT CALC-LEDGER-FILE
002700     IF WS-LBAL-FILE-STATUS NOT = '00'
002710         DISPLAY "CALCLBAL BALANCE MASTER NOT AVAILABLE - "
002720                 "RUN REFUSED"
002730         CLOSE CALC-ALRL-FILE
002740         CLOSE CALC-ACCT-FILE
002750         MOVE 'Y' TO WS-INIT-FAIL-SW
002760     END-IF.
002770 1000-INITIALIZE-EXIT.
002780         EXIT.
002790*
002800 1100-CHECK-OPERATOR.
002810     DISPLAY "ENTER OPERATOR ID: "
002820     ACCEPT WS-OPERATOR-ID
002830     OPEN INPUT CALC-OPER-FILE
002840     IF WS-OPER-FILE-STATUS NOT = '00'
002850         DISPLAY "CALCOPER OPERATOR MASTER NOT AVAILABLE - "
002860                 "RUN REFUSED"
002870         MOVE 'Y' TO WS-INIT-FAIL-SW
002880         GO TO 1100-CHECK-OPERATOR-EXIT
002890     END-IF
002900     MOVE WS-OPERATOR-ID TO OPR-ID
002910     MOVE 'Y' TO WS-OPR-FOUND-SW
002920     READ CALC-OPER-FILE
002930         INVALID KEY MOVE 'N' TO WS-OPR-FOUND-SW
002940     END-READ
002950     IF NOT WS-OPR-FOUND OR NOT OPR-ACTIVE
002960         DISPLAY "OPERATOR NOT AUTHORIZED: " WS-OPERATOR-ID
002970         MOVE 'Y' TO WS-INIT-FAIL-SW
002980     ELSE
002990         IF NOT OPR-SUPERVISOR
003000             DISPLAY "ALLOCATION RUN NEEDS A LEVEL-3 SUPERVISOR: "
003010                     WS-OPERATOR-ID
003020             MOVE 'Y' TO WS-INIT-FAIL-SW
003030         END-IF
003040     END-IF
003050     CLOSE CALC-OPER-FILE.
003060 1100-CHECK-OPERATOR-EXIT.
003070         EXIT.
003080*
003090*    THE PERIOD ALLOCATED IS THE OPEN CALCPERD PERIOD, WHOSE
003100*    ACTIVITY IS WHAT CALCLBAL HOLDS AS PERIOD-TO-DATE. ITS LAST
003110*    DAY IS BOTH THE DATE THE RULES ARE TAKEN AS OF AND THE
003120*    POSTING DATE OF THE ALLOCATION PAIRS.
003130 1200-CHECK-PERIOD.
003140     OPEN INPUT CALC-PERIOD-FILE
003150     IF WS-PERD-FILE-STATUS NOT = '00'
003160         DISPLAY "CALCPERD PERIOD CONTROL NOT AVAILABLE - "
003170                 "RUN REFUSED"
003180         MOVE 'Y' TO WS-INIT-FAIL-SW
003190         GO TO 1200-CHECK-PERIOD-EXIT
003200     END-IF
003210     READ CALC-PERIOD-FILE
003220         AT END MOVE SPACES TO PERD-OPEN-PERIOD
003230     END-READ
003240     CLOSE CALC-PERIOD-FILE
003250     MOVE PERD-OPEN-PERIOD TO WS-PERIOD
003260     IF WS-PERIOD NOT NUMERIC
003270         OR WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
003280         DISPLAY "INVALID OPEN PERIOD ON CALCPERD: " WS-PERIOD
003290         MOVE 'Y' TO WS-INIT-FAIL-SW
003300         GO TO 1200-CHECK-PERIOD-EXIT
003310     END-IF
003320     MOVE WS-PERIOD-YEAR TO WS-PEND-YEAR
003330     MOVE WS-PERIOD-MONTH TO WS-PEND-MONTH
003340     MOVE WS-DAYS-IN-MONTH (WS-PERIOD-MONTH) TO WS-PEND-DAY
003350     IF WS-PERIOD-MONTH = 2
003360         DIVIDE WS-PERIOD-YEAR BY 4 GIVING WS-LEAP-QUOT
003370             REMAINDER WS-LEAP-REM-4
003380         DIVIDE WS-PERIOD-YEAR BY 100 GIVING WS-LEAP-QUOT
003390             REMAINDER WS-LEAP-REM-100
003400         DIVIDE WS-PERIOD-YEAR BY 400 GIVING WS-LEAP-QUOT
003410             REMAINDER WS-LEAP-REM-400
003420         IF WS-LEAP-REM-400 = ZERO
003430             OR (WS-LEAP-REM-4 = ZERO AND WS-LEAP-REM-100 NOT = 0)
003440             MOVE 29 TO WS-PEND-DAY
003450         END-IF
003460     END-IF
003470     DISPLAY "ALLOCATING PERIOD " WS-PERIOD
003480             " AS OF " WS-PERIOD-END
003490     OPEN INPUT CALC-ALC-FILE
003500     IF WS-ALC-FILE-STATUS = '00'
003510         PERFORM 1210-READ-ALC THRU 1210-READ-ALC-EXIT
003520         PERFORM 1220-SCAN-ALC THRU 1220-SCAN-ALC-EXIT
003530             UNTIL ALC-END-OF-FILE
003540         CLOSE CALC-ALC-FILE
003550     END-IF
003560     IF WS-PERIOD-ALLOCATED
003570         DISPLAY "PERIOD " WS-PERIOD " IS ALREADY ALLOCATED - "
003580                 "RUN REFUSED"
003590         MOVE 'Y' TO WS-INIT-FAIL-SW
003600     END-IF.
003610 1200-CHECK-PERIOD-EXIT.
003620         EXIT.
003630*
003640 1210-READ-ALC.
003650     READ CALC-ALC-FILE
003660         AT END MOVE 'Y' TO WS-ALC-EOF-SW
003670     END-READ.
003680 1210-READ-ALC-EXIT.
003690         EXIT.
003700*
003710 1220-SCAN-ALC.
003720     IF ALC-PERIOD = WS-PERIOD
003730         MOVE 'Y' TO WS-PERIOD-DONE-SW
003740     END-IF
003750     PERFORM 1210-READ-ALC THRU 1210-READ-ALC-EXIT.
003760 1220-SCAN-ALC-EXIT.
003770         EXIT.
003780*
003790 1300-CHECK-JOURNAL.
003800     OPEN INPUT CALC-JOURNAL-FILE
003810     IF WS-JRN-FILE-STATUS = '00'
003820         READ CALC-JOURNAL-FILE
003830             NOT AT END
003840                 DISPLAY "CALCJRNL HOLDS UNLEDGERED LINES - "
003850                         "RUN CALCLEDG BEFORE THE ALLOCATION RUN"
003860                 MOVE 'Y' TO WS-INIT-FAIL-SW
003870         END-READ
003880         CLOSE CALC-JOURNAL-FILE
003890     END-IF.
003900 1300-CHECK-JOURNAL-EXIT.
003910         EXIT.
003920*
003930*    FIRST PASS OVER THE RULES. EVERY RULE IN EFFECT MUST STILL
003940*    NAME ACTIVE ACCOUNTS, SPLIT EXACTLY 100.00 AND HAVE PERIOD
003950*    ACTIVITY THAT FITS ON A JOURNAL LINE; OTHERWISE THE WHOLE
003960*    RUN IS REFUSED, SO A PERIOD IS NEVER HALF ALLOCATED. WHEN
003970*    NO RULE IS IN EFFECT THERE IS NOTHING TO DO AND THE PERIOD
003980*    IS NOT RECORDED, SO RULES ADDED LATER CAN STILL BE RUN.
003990 2000-VALIDATE-RULES.
004000     PERFORM 2050-START-RULES THRU 2050-START-RULES-EXIT
004010     PERFORM 2100-VALIDATE-ONE THRU 2100-VALIDATE-ONE-EXIT
004020         UNTIL RULE-END-OF-FILE
004030     IF WS-INIT-FAILED
004040         DISPLAY "ALLOCATION RUN REFUSED - CORRECT THE RULES "
004050                 "THROUGH CALCALRM"
004060         GO TO 2000-VALIDATE-RULES-EXIT
004070     END-IF
004080     IF WS-EFFECT-COUNT = ZERO
004090         DISPLAY "NO ALLOCATION RULES IN EFFECT ON "
004100                 WS-PERIOD-END " - NOTHING TO ALLOCATE"
004110     END-IF.
004120 2000-VALIDATE-RULES-EXIT.
004130         EXIT.
004140*
004150 2050-START-RULES.
004160     MOVE 'N' TO WS-RULE-EOF-SW
004170     MOVE LOW-VALUES TO ALR-KEY
004180     START CALC-ALRL-FILE KEY NOT < ALR-KEY
004190         INVALID KEY MOVE 'Y' TO WS-RULE-EOF-SW
004200     END-START
004210     IF NOT RULE-END-OF-FILE
004220         PERFORM 2060-READ-RULE THRU 2060-READ-RULE-EXIT
004230     END-IF.
004240 2050-START-RULES-EXIT.
004250         EXIT.
004260*
004270 2060-READ-RULE.
004280     READ CALC-ALRL-FILE NEXT
004290         AT END MOVE 'Y' TO WS-RULE-EOF-SW
004300     END-READ.
004310 2060-READ-RULE-EXIT.
004320         EXIT.
004330*
004340 2100-VALIDATE-ONE.
004350     PERFORM 2150-CHECK-EFFECTIVE THRU 2150-CHECK-EFFECTIVE-EXIT
004360     IF NOT WS-RULE-IN-EFFECT
004370         GO TO 2100-VALIDATE-NEXT
004380     END-IF
004390     ADD 1 TO WS-EFFECT-COUNT
004400     MOVE ALR-SOURCE-ACCOUNT TO WS-CHK-ACCOUNT
004410     PERFORM 2200-CHECK-ACCOUNT THRU 2200-CHECK-ACCOUNT-EXIT
004420     IF NOT WS-ACCT-OK
004430         DISPLAY "RULE " ALR-SOURCE-ACCOUNT " FROM "
004440                 ALR-START-DATE ": SOURCE ACCOUNT IS NOT ACTIVE"
004450         MOVE 'Y' TO WS-INIT-FAIL-SW
004460     END-IF
004470     MOVE ZERO TO WS-PCT-TOTAL
004480     PERFORM 2250-CHECK-TARGET THRU 2250-CHECK-TARGET-EXIT
004490         VARYING WS-TGT-SUB FROM 1 BY 1
004500         UNTIL WS-TGT-SUB > ALR-TARGET-COUNT
004510     IF WS-PCT-TOTAL NOT = 100
004520         DISPLAY "RULE " ALR-SOURCE-ACCOUNT " FROM "
004530                 ALR-START-DATE ": PERCENTAGES DO NOT TOTAL 100"
004540         MOVE 'Y' TO WS-INIT-FAIL-SW
004550     END-IF
004560     PERFORM 2300-GET-SOURCE-NET THRU 2300-GET-SOURCE-NET-EXIT
004570     IF WS-SOURCE-NET > WS-LINE-LIMIT
004580         OR WS-SOURCE-NET < (WS-LINE-LIMIT * -1)
004590         DISPLAY "RULE " ALR-SOURCE-ACCOUNT " FROM "
004600                 ALR-START-DATE ": PERIOD ACTIVITY TOO LARGE "
004610                 "FOR A JOURNAL LINE"
004620         MOVE 'Y' TO WS-INIT-FAIL-SW
004630     END-IF.
004640 2100-VALIDATE-NEXT.
004650     PERFORM 2060-READ-RULE THRU 2060-READ-RULE-EXIT.
004660 2100-VALIDATE-ONE-EXIT.
004670         EXIT.
004680*
004690*    A RULE APPLIES WHEN IT IS IN EFFECT ON THE LAST DAY OF THE
004700*    PERIOD. AN END DATE OF SPACES MEANS THE RULE HAS NO END.
004710 2150-CHECK-EFFECTIVE.
004720     MOVE 'N' TO WS-IN-EFFECT-SW
004730     IF ALR-START-DATE NOT > WS-PERIOD-END
004740         IF ALR-END-DATE = SPACES
004750             OR ALR-END-DATE NOT < WS-PERIOD-END
004760             MOVE 'Y' TO WS-IN-EFFECT-SW
004770         END-IF
004780     END-IF.
004790 2150-CHECK-EFFECTIVE-EXIT.
004800         EXIT.
004810*
004820 2200-CHECK-ACCOUNT.
004830     MOVE 'N' TO WS-ACCT-OK-SW
004840     MOVE WS-CHK-ACCOUNT TO ACCT-CODE
004850     READ CALC-ACCT-FILE
004860         INVALID KEY GO TO 2200-CHECK-ACCOUNT-EXIT
004870     END-READ
004880     IF ACCT-ACTIVE
004890         MOVE 'Y' TO WS-ACCT-OK-SW
004900     END-IF.
004910 2200-CHECK-ACCOUNT-EXIT.
004920         EXIT.
004930*
004940 2250-CHECK-TARGET.
004950     MOVE ALR-TARGET-ACCOUNT (WS-TGT-SUB) TO WS-CHK-ACCOUNT
004960     PERFORM 2200-CHECK-ACCOUNT THRU 2200-CHECK-ACCOUNT-EXIT
004970     IF NOT WS-ACCT-OK
004980         DISPLAY "RULE " ALR-SOURCE-ACCOUNT " FROM "
004990                 ALR-START-DATE ": TARGET " WS-CHK-ACCOUNT
005000                 " IS NOT ACTIVE"
005010         MOVE 'Y' TO WS-INIT-FAIL-SW
005020     END-IF
005030     ADD ALR-TARGET-PCT (WS-TGT-SUB) TO WS-PCT-TOTAL.
005040 2250-CHECK-TARGET-EXIT.
005050         EXIT.
005060*
005070*    THE PERIOD ACTIVITY OF THE SOURCE ACCOUNT, DEBITS LESS
005080*    CREDITS. AN ACCOUNT CALCLEDG HAS NEVER POSTED HAS NONE.
005090 2300-GET-SOURCE-NET.
005100     MOVE ZERO TO WS-SOURCE-NET
005110     MOVE ALR-SOURCE-ACCOUNT TO LBAL-ACCOUNT
005120     READ CALC-LEDGER-FILE
005130         INVALID KEY GO TO 2300-GET-SOURCE-NET-EXIT
005140     END-READ
005150     COMPUTE WS-SOURCE-NET = LBAL-PTD-DEBITS - LBAL-PTD-CREDITS.
005160 2300-GET-SOURCE-NET-EXIT.
005170         EXIT.
005180*
005190*    SECOND PASS. EVERY RULE IN EFFECT IS APPLIED AND MARKED WITH
005200*    THE PERIOD, THEN THE RUN IS RECORDED ON CALCALCL.
005210 3000-ALLOCATE-PERIOD.
005220     PERFORM 3050-START-RUN THRU 3050-START-RUN-EXIT
005230     PERFORM 2050-START-RULES THRU 2050-START-RULES-EXIT
005240     PERFORM 3100-ALLOCATE-ONE THRU 3100-ALLOCATE-ONE-EXIT
005250         UNTIL RULE-END-OF-FILE
005260     PERFORM 3800-END-RUN THRU 3800-END-RUN-EXIT.
005270 3000-ALLOCATE-PERIOD-EXIT.
005280         EXIT.
005290*
005300 3050-START-RUN.
005310     OPEN EXTEND CALC-JOURNAL-FILE
005320     IF WS-JRN-FILE-STATUS = '35'
005330         OPEN OUTPUT CALC-JOURNAL-FILE
005340     END-IF
005350     OPEN INPUT CALC-DOCN-FILE
005360     IF WS-DOCN-FILE-STATUS = '35'
005370         MOVE ZERO TO WS-DOC-NUMBER
005380     ELSE
005390         READ CALC-DOCN-FILE
005400             AT END MOVE ZERO TO DOCN-LAST-NUMBER
005410         END-READ
005420         MOVE DOCN-LAST-NUMBER TO WS-DOC-NUMBER
005430         CLOSE CALC-DOCN-FILE
005440     END-IF
005450     COMPUTE WS-FIRST-DOC = WS-DOC-NUMBER + 1
005460     OPEN OUTPUT CALC-ALLOC-REPORT-FILE
005470     MOVE WS-PERIOD TO ALP-HDR-PERIOD
005480     MOVE WS-PERIOD-END TO ALP-HDR-POSTED
005490     MOVE WS-RUN-DATE TO ALP-HDR-DATE
005500     MOVE WS-OPERATOR-ID TO ALP-HDR-OPERATOR
005510     WRITE ALLOC-REPORT-RECORD FROM ALP-HEADER-LINE
005520     WRITE ALLOC-REPORT-RECORD FROM ALP-COLUMN-HEADING.
005530 3050-START-RUN-EXIT.
005540         EXIT.
005550*
005560*    A DEBIT ACTIVITY IS CREDITED OFF THE SOURCE AND DEBITED TO
005570*    THE TARGETS; A CREDIT ACTIVITY THE OTHER WAY ROUND.
005580 3100-ALLOCATE-ONE.
005590     PERFORM 2150-CHECK-EFFECTIVE THRU 2150-CHECK-EFFECTIVE-EXIT
005600     IF NOT WS-RULE-IN-EFFECT
005610         GO TO 3100-ALLOCATE-NEXT
005620     END-IF
005630     PERFORM 2300-GET-SOURCE-NET THRU 2300-GET-SOURCE-NET-EXIT
005640     MOVE ALR-SOURCE-ACCOUNT TO ACCT-CODE
005650     READ CALC-ACCT-FILE
005660         INVALID KEY MOVE SPACES TO ACCT-DESC
005670     END-READ
005680     IF ALR-DESC = SPACES
005690         MOVE ACCT-DESC TO WS-SOURCE-DESC
005700     ELSE
005710         MOVE ALR-DESC TO WS-SOURCE-DESC
005720     END-IF
005730     MOVE ALR-SOURCE-ACCOUNT TO ALP-RUL-SOURCE
005740     MOVE WS-SOURCE-DESC TO ALP-RUL-DESC
005750     MOVE 100 TO ALP-RUL-PCT
005760     MOVE WS-SOURCE-NET TO ALP-RUL-AMOUNT
005770     IF WS-SOURCE-NET = ZERO
005780         MOVE SPACES TO ALP-RUL-SIDE
005790         MOVE "NO ACTIVITY - NOT ALLOCATED" TO ALP-RUL-NOTE
005800         WRITE ALLOC-REPORT-RECORD FROM ALP-RULE-LINE
005810         ADD 1 TO WS-IDLE-COUNT
005820         GO TO 3100-ALLOCATE-NEXT
005830     END-IF
005840     IF WS-SOURCE-NET > ZERO
005850         MOVE WS-SOURCE-NET TO WS-ALLOC-BASE
005860         MOVE 'CR' TO WS-SOURCE-SIDE
005870         MOVE 'DR' TO WS-TARGET-SIDE
005880     ELSE
005890         COMPUTE WS-ALLOC-BASE = WS-SOURCE-NET * -1
005900         MOVE 'DR' TO WS-SOURCE-SIDE
005910         MOVE 'CR' TO WS-TARGET-SIDE
005920     END-IF
005930     MOVE WS-SOURCE-SIDE TO ALP-RUL-SIDE
005940     MOVE "PERIOD ACTIVITY ALLOCATED" TO ALP-RUL-NOTE
005950     WRITE ALLOC-REPORT-RECORD FROM ALP-RULE-LINE
005960     MOVE WS-ALLOC-BASE TO WS-ALLOC-REMAIN
005970     PERFORM 3200-ALLOCATE-TARGET THRU 3200-ALLOCATE-TARGET-EXIT
005980         VARYING WS-TGT-SUB FROM 1 BY 1
005990         UNTIL WS-TGT-SUB > ALR-TARGET-COUNT
006000     ADD WS-ALLOC-BASE TO WS-TOTAL-ALLOCATED
006010     ADD 1 TO WS-APPLIED-COUNT
006020     MOVE WS-PERIOD TO ALR-LAST-PERIOD
006030     REWRITE ALR-RECORD.
006040 3100-ALLOCATE-NEXT.
006050     PERFORM 2060-READ-RULE THRU 2060-READ-RULE-EXIT.
006060 3100-ALLOCATE-ONE-EXIT.
006070         EXIT.
006080*
006090*    EACH TARGET'S SHARE IS ROUNDED TO THE CENT; THE LAST TARGET
006100*    TAKES WHAT IS LEFT SO THE SHARES ADD UP TO THE ACTIVITY.
006110 3200-ALLOCATE-TARGET.
006120     IF WS-TGT-SUB = ALR-TARGET-COUNT
006130         MOVE WS-ALLOC-REMAIN TO WS-PAIR-AMOUNT
006140     ELSE
006150         COMPUTE WS-PAIR-AMOUNT ROUNDED =
006160             WS-ALLOC-BASE * ALR-TARGET-PCT (WS-TGT-SUB) / 100
006170         SUBTRACT WS-PAIR-AMOUNT FROM WS-ALLOC-REMAIN
006180     END-IF
006190     MOVE ALR-TARGET-ACCOUNT (WS-TGT-SUB) TO ACCT-CODE
006200     READ CALC-ACCT-FILE
006210         INVALID KEY MOVE SPACES TO ACCT-DESC
006220     END-READ
006230     MOVE ALR-TARGET-ACCOUNT (WS-TGT-SUB) TO ALP-DTL-TARGET
006240     MOVE ACCT-DESC TO ALP-DTL-DESC
006250     MOVE ALR-TARGET-PCT (WS-TGT-SUB) TO ALP-DTL-PCT
006260     MOVE WS-TARGET-SIDE TO ALP-DTL-SIDE
006270     MOVE WS-PAIR-AMOUNT TO ALP-DTL-AMOUNT
006280     MOVE ZERO TO ALP-DTL-DOC
006290     PERFORM 3300-POST-PAIR THRU 3300-POST-PAIR-EXIT
006300     WRITE ALLOC-REPORT-RECORD FROM ALP-DETAIL-LINE.
006310 3200-ALLOCATE-TARGET-EXIT.
006320         EXIT.
006330*
006340*    ONE PAIR PER TARGET, ONE DOCUMENT NUMBER PER PAIR: THE
006350*    SOURCE LINE FIRST, THEN THE TARGET LINE. A SHARE THAT ROUNDS
006360*    TO NOTHING IS NOT POSTED. ON A VERY SMALL ACTIVITY SPLIT MANY
006370*    WAYS THE ROUNDING CAN LEAVE THE LAST TARGET A FEW CENTS BELOW
006380*    ZERO; THAT PAIR IS POSTED WITH ITS SIDES TURNED ROUND.
006390 3300-POST-PAIR.
006400     IF WS-PAIR-AMOUNT = ZERO
006410         GO TO 3300-POST-PAIR-EXIT
006420     END-IF
006430     ADD 1 TO WS-DOC-NUMBER
006440     IF WS-PAIR-AMOUNT > ZERO
006450         MOVE WS-PAIR-AMOUNT TO WS-POST-AMOUNT
006460         MOVE WS-SOURCE-SIDE TO JRN-DR-CR
006470     ELSE
006480         COMPUTE WS-POST-AMOUNT = WS-PAIR-AMOUNT * -1
006490         MOVE WS-TARGET-SIDE TO JRN-DR-CR
006500     END-IF
006510     MOVE WS-PERIOD-END TO JRN-POSTING-DATE
006520     MOVE ALR-SOURCE-ACCOUNT TO JRN-ACCOUNT-REF
006530     MOVE WS-POST-AMOUNT TO JRN-AMOUNT
006540     MOVE "CALCALOC" TO JRN-SOURCE
006550     MOVE WS-DOC-NUMBER TO JRN-DOC-NUMBER
006560     WRITE JRN-RECORD
006570     IF JRN-DEBIT
006580         MOVE 'CR' TO JRN-DR-CR
006590     ELSE
006600         MOVE 'DR' TO JRN-DR-CR
006610     END-IF
006620     MOVE ALR-TARGET-ACCOUNT (WS-TGT-SUB) TO JRN-ACCOUNT-REF
006630     WRITE JRN-RECORD
006640     ADD 1 TO WS-PAIR-COUNT
006650     MOVE JRN-DR-CR TO ALP-DTL-SIDE
006660     MOVE WS-DOC-NUMBER TO ALP-DTL-DOC.
006670 3300-POST-PAIR-EXIT.
006680         EXIT.
006690*
006700 3800-END-RUN.
006710     MOVE WS-DOC-NUMBER TO DOCN-LAST-NUMBER
006720     OPEN OUTPUT CALC-DOCN-FILE
006730     WRITE DOCN-RECORD
006740     CLOSE CALC-DOCN-FILE
006750     OPEN EXTEND CALC-ALC-FILE
006760     IF WS-ALC-FILE-STATUS = '35'
006770         OPEN OUTPUT CALC-ALC-FILE
006780     END-IF
006790     MOVE WS-PERIOD TO ALC-PERIOD
006800     MOVE WS-RUN-DATE TO ALC-RUN-DATE
006810     MOVE WS-OPERATOR-ID TO ALC-OPERATOR-ID
006820     MOVE WS-APPLIED-COUNT TO ALC-RULE-COUNT
006830     IF WS-PAIR-COUNT = ZERO
006840         MOVE ZERO TO ALC-FIRST-DOC
006850     ELSE
006860         MOVE WS-FIRST-DOC TO ALC-FIRST-DOC
006870     END-IF
006880     MOVE WS-DOC-NUMBER TO ALC-LAST-DOC
006890     MOVE WS-TOTAL-ALLOCATED TO ALC-TOTAL-ALLOCATED
006900     WRITE ALC-RECORD
006910     CLOSE CALC-ALC-FILE
006920     MOVE "RULES IN EFFECT:" TO ALP-TOT-TEXT
006930     MOVE WS-EFFECT-COUNT TO ALP-TOT-COUNT
006940     MOVE ZERO TO ALP-TOT-AMOUNT
006950     WRITE ALLOC-REPORT-RECORD FROM ALP-TOTAL-LINE
006960     MOVE "RULES WITH NO ACTIVITY:" TO ALP-TOT-TEXT
006970     MOVE WS-IDLE-COUNT TO ALP-TOT-COUNT
006980     WRITE ALLOC-REPORT-RECORD FROM ALP-TOTAL-LINE
006990     MOVE "RULES ALLOCATED / AMOUNT:" TO ALP-TOT-TEXT
007000     MOVE WS-APPLIED-COUNT TO ALP-TOT-COUNT
007010     MOVE WS-TOTAL-ALLOCATED TO ALP-TOT-AMOUNT
007020     WRITE ALLOC-REPORT-RECORD FROM ALP-TOTAL-LINE
007030     MOVE "ALLOCATION PAIRS WRITTEN:" TO ALP-TOT-TEXT
007040     MOVE WS-PAIR-COUNT TO ALP-TOT-COUNT
007050     MOVE ZERO TO ALP-TOT-AMOUNT
007060     WRITE ALLOC-REPORT-RECORD FROM ALP-TOTAL-LINE
007070     CLOSE CALC-ALLOC-REPORT-FILE
007080     CLOSE CALC-JOURNAL-FILE
007090     DISPLAY "PERIOD " WS-PERIOD " ALLOCATED - RULES APPLIED: "
007100             WS-APPLIED-COUNT
007110     DISPLAY "ALLOCATION PAIRS WRITTEN: " WS-PAIR-COUNT
007120     DISPLAY "TOTAL ALLOCATED: " WS-TOTAL-ALLOCATED.
007130 3800-END-RUN-EXIT.
007140         EXIT.
007150*
007160 9000-TERMINATE.
007170     CLOSE CALC-ALRL-FILE
007180     CLOSE CALC-ACCT-FILE
007190     CLOSE CALC-LEDGER-FILE.
007200 9000-TERMINATE-EXIT.
007210         EXIT.
