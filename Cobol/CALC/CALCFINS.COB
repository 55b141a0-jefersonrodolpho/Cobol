000010*========================================================================
000020*  CALCFINS.COB
000030*  COMPARATIVE FINANCIAL STATEMENTS FROM THE CALCPBAL PERIOD
000040*  BALANCE HISTORY CALCPERC WRITES AT EVERY PERIOD CLOSE. FOR A
000050*  CLOSED PERIOD (YYYYMM) IT PRINTS ON CALCFINR AN INCOME
000060*  STATEMENT (INCOME, THEN EXPENSE ACCOUNTS) AND A BALANCE SHEET
000070*  (ASSET, THEN LIABILITY ACCOUNTS, THEN ANY ACCOUNT THE ACCOUNT
000080*  MASTER DID NOT CLASSIFY), EACH GROUPED BY ACCOUNT TYPE WITH A
000090*  SUBTOTAL PER TYPE, SHOWING THE CURRENT PERIOD, THE PRIOR
000100*  PERIOD AND YEAR-TO-DATE SIDE BY SIDE. AMOUNTS ARE SHOWN ON
000110*  EACH TYPE'S NORMAL SIDE (INCOME AND LIABILITIES AS CREDITS,
000120*  ASSETS AND EXPENSES AS DEBITS). THE BALANCE SHEET ENDS WITH A
000130*  PROOF THAT ASSETS EQUAL LIABILITIES PLUS THE NET INCOME NOT
000140*  YET CLOSED TO RETAINED EARNINGS.
000150*------------------------------------------------------------------------
000160*  MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  2026-10-15 RA    PROGRAM CREATED.
000190*========================================================================
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CALCFINS.
000220 AUTHOR. R. ALVES.
000230 INSTALLATION. CONTABILIDADE.
000240 DATE-WRITTEN. 2026-10-15.
000250 DATE-COMPILED.
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT CALC-PBAL-FILE ASSIGN TO "CALCPBAL"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS PBAL-KEY
000330         FILE STATUS IS WS-PBAL-FILE-STATUS.
000340     SELECT CALC-FIN-REPORT-FILE ASSIGN TO "CALCFINR"
000350         ORGANIZATION IS SEQUENTIAL.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  CALC-PBAL-FILE
000390     LABEL RECORDS ARE STANDARD.
000400 COPY CALCPBAL.
000410 FD  CALC-FIN-REPORT-FILE
000420     LABEL RECORDS ARE STANDARD.
000430 01  FIN-REPORT-RECORD             PIC X(132).
000440 WORKING-STORAGE SECTION.
000450*    PRINT LINES ARE BUILT IN WORKING-STORAGE BECAUSE VALUE
000460*    CLAUSES ON FILE SECTION FILLERS ARE TREATED AS COMMENTARY.
000470 01  FIN-HEADER-LINE.
000480     05  FIN-HDR-TITLE      PIC X(18).
000490     05  FILLER            PIC X(08) VALUE "PERIOD: ".
000500     05  FIN-HDR-PERIOD     PIC X(06).
000510     05  FILLER            PIC X(12) VALUE "  RUN DATE: ".
000520     05  FIN-HDR-DATE       PIC X(08).
000530 01  FIN-COLUMN-HEADING.
000540     05  FILLER            PIC X(10) VALUE "ACCOUNT".
000550     05  FILLER            PIC X(02) VALUE SPACES.
000560     05  FILLER            PIC X(30) VALUE "DESCRIPTION".
000570     05  FILLER            PIC X(02) VALUE SPACES.
000580     05  FILLER            PIC X(10) VALUE "   CURRENT".
000590     05  FIN-COL-CURRENT    PIC X(06).
000600     05  FILLER            PIC X(02) VALUE SPACES.
000610     05  FILLER            PIC X(10) VALUE "     PRIOR".
000620     05  FIN-COL-PRIOR      PIC X(06).
000630     05  FILLER            PIC X(02) VALUE SPACES.
000640     05  FIN-COL-YTD        PIC X(16).
000650 01  FIN-TYPE-LINE.
000660     05  FILLER            PIC X(06) VALUE "TYPE: ".
000670     05  FIN-TYPE-NAME      PIC X(12).
000680 01  FIN-DETAIL-LINE.
000690     05  FIN-DTL-ACCOUNT    PIC X(10).
000700     05  FILLER            PIC X(02) VALUE SPACES.
000710     05  FIN-DTL-DESC       PIC X(30).
000720     05  FILLER            PIC X(02) VALUE SPACES.
000730     05  FIN-DTL-CURRENT    PIC -(12)9.99.
000740     05  FILLER            PIC X(02) VALUE SPACES.
000750     05  FIN-DTL-PRIOR      PIC -(12)9.99.
000760     05  FILLER            PIC X(02) VALUE SPACES.
000770     05  FIN-DTL-YTD        PIC -(12)9.99.
000780 01  FIN-TOTAL-LINE.
000790     05  FIN-TOT-TEXT       PIC X(42).
000792     05  FIN-TOT-TEXT-R REDEFINES FIN-TOT-TEXT.
000794         10  FIN-TOT-WORD   PIC X(06).
000796         10  FIN-TOT-NAME   PIC X(36).
000800     05  FILLER            PIC X(02) VALUE SPACES.
000810     05  FIN-TOT-CURRENT    PIC -(12)9.99.
000820     05  FILLER            PIC X(02) VALUE SPACES.
000830     05  FIN-TOT-PRIOR      PIC -(12)9.99.
000840     05  FILLER            PIC X(02) VALUE SPACES.
000850     05  FIN-TOT-YTD        PIC -(12)9.99.
000860 01  FIN-PROOF-LINE.
000870     05  FIN-PRF-TEXT       PIC X(60).
000880 01  FIN-BLANK-LINE                PIC X(01) VALUE SPACES.
000890 01  WS-PBAL-FILE-STATUS           PIC X(02).
000900 01  WS-RUN-DATE                   PIC X(08).
000910 01  WS-INIT-FAIL-SW               PIC X(01) VALUE 'N'.
000920     88  WS-INIT-FAILED                    VALUE 'Y'.
000930 01  WS-PBAL-EOF-SW                PIC X(01).
000940     88  PBAL-END-OF-FILE                  VALUE 'Y'.
000950 01  WS-PRIOR-FOUND-SW             PIC X(01).
000960     88  WS-PRIOR-FOUND                    VALUE 'Y'.
000970 01  WS-CUR-PERIOD                 PIC X(06).
000980 01  WS-CUR-PERIOD-R REDEFINES WS-CUR-PERIOD.
000990     05  WS-CUR-YEAR               PIC 9(04).
001000     05  WS-CUR-MONTH              PIC 9(02).
001010 01  WS-PRI-PERIOD                 PIC X(06).
001020 01  WS-PRI-PERIOD-R REDEFINES WS-PRI-PERIOD.
001030     05  WS-PRI-YEAR               PIC 9(04).
001040     05  WS-PRI-MONTH              PIC 9(02).
001050 01  WS-SAVE-KEY                   PIC X(16).
001060 01  WS-SAVE-DESC                  PIC X(30).
001070 01  WS-TYPE-CHECK                 PIC X(01).
001080     88  WS-TYPE-VALID                     VALUES 'A' 'L'
001090                                                  'I' 'E'.
001100     88  WS-TYPE-CREDIT-NORMAL             VALUES 'L' 'I'.
001110 01  WS-CUR-TYPE                   PIC X(01).
001120 01  WS-TYPE-SUB                   PIC 9(02) COMP.
001130 01  WS-FIRST-SUB                  PIC 9(02) COMP.
001140 01  WS-LAST-SUB                   PIC 9(02) COMP.
001150*    TYPES IN STATEMENT ORDER - INCOME STATEMENT FIRST, THEN THE
001160*    BALANCE SHEET, WITH SPACE STANDING FOR UNCLASSIFIED.
001170 01  WS-TYPE-CODES-VAL             PIC X(05) VALUE "IEAL ".
001180 01  WS-TYPE-CODES REDEFINES WS-TYPE-CODES-VAL.
001190     05  WS-TYPE-CODE              PIC X(01) OCCURS 5 TIMES.
001200 01  WS-TYPE-NAMES-VAL.
001210     05  FILLER                    PIC X(12) VALUE "INCOME".
001220     05  FILLER                    PIC X(12) VALUE "EXPENSE".
001230     05  FILLER                    PIC X(12) VALUE "ASSET".
001240     05  FILLER                    PIC X(12) VALUE "LIABILITY".
001250     05  FILLER                    PIC X(12) VALUE "UNCLASSIFIED".
001260 01  WS-TYPE-NAMES REDEFINES WS-TYPE-NAMES-VAL.
001270     05  WS-TYPE-NAME              PIC X(12) OCCURS 5 TIMES.
001280 01  WS-TYPE-TOTALS.
001290     05  WS-TYPE-TOTAL OCCURS 5 TIMES.
001300         10  WS-TT-CURRENT         PIC S9(13)V9(2).
001310         10  WS-TT-PRIOR           PIC S9(13)V9(2).
001320         10  WS-TT-YTD             PIC S9(13)V9(2).
001330 01  WS-AMT-CURRENT                PIC S9(13)V9(2).
001340 01  WS-AMT-PRIOR                  PIC S9(13)V9(2).
001350 01  WS-AMT-YTD                    PIC S9(13)V9(2).
001360 01  WS-NI-CURRENT                 PIC S9(13)V9(2).
001370 01  WS-NI-PRIOR                   PIC S9(13)V9(2).
001380 01  WS-NI-YTD                     PIC S9(13)V9(2).
001390 01  WS-PRF-CURRENT                PIC S9(13)V9(2).
001400 01  WS-PRF-PRIOR                  PIC S9(13)V9(2).
001410 01  WS-PRF-YTD                    PIC S9(13)V9(2).
001420 01  WS-ACCOUNT-COUNT              PIC 9(08) COMP VALUE ZERO.
001430 PROCEDURE DIVISION.
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001460     IF WS-INIT-FAILED
001470         MOVE 8 TO RETURN-CODE
001480     ELSE
001490         PERFORM 2000-INCOME-STATEMENT
001500             THRU 2000-INCOME-STATEMENT-EXIT
001510         PERFORM 3000-BALANCE-SHEET THRU 3000-BALANCE-SHEET-EXIT
001520         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001530     END-IF
001540     STOP RUN.
001550*
001560 1000-INITIALIZE.
001570     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001580     DISPLAY "STATEMENT PERIOD (YYYYMM): "
001590     ACCEPT WS-CUR-PERIOD
001600     IF WS-CUR-PERIOD NOT NUMERIC
001610         OR WS-CUR-MONTH < 1 OR WS-CUR-MONTH > 12
001620         DISPLAY "INVALID PERIOD: " WS-CUR-PERIOD
001630         MOVE 'Y' TO WS-INIT-FAIL-SW
001640         GO TO 1000-INITIALIZE-EXIT
001650     END-IF
001660     IF WS-CUR-MONTH = 1
001670         COMPUTE WS-PRI-YEAR = WS-CUR-YEAR - 1
001680         MOVE 12 TO WS-PRI-MONTH
001690     ELSE
001700         MOVE WS-CUR-YEAR TO WS-PRI-YEAR
001710         COMPUTE WS-PRI-MONTH = WS-CUR-MONTH - 1
001720     END-IF
001730     OPEN INPUT CALC-PBAL-FILE
001740     IF WS-PBAL-FILE-STATUS NOT = '00'
001750         DISPLAY "NO CALCPBAL PERIOD BALANCE HISTORY ON FILE"
001760         MOVE 'Y' TO WS-INIT-FAIL-SW
001770         GO TO 1000-INITIALIZE-EXIT
001780     END-IF
001790     PERFORM 5000-START-PERIOD THRU 5000-START-PERIOD-EXIT
001800     IF PBAL-END-OF-FILE
001810         DISPLAY "NO BALANCE SNAPSHOT FOR PERIOD " WS-CUR-PERIOD
001820                 " - IS THE PERIOD CLOSED?"
001830         CLOSE CALC-PBAL-FILE
001840         MOVE 'Y' TO WS-INIT-FAIL-SW
001850         GO TO 1000-INITIALIZE-EXIT
001860     END-IF
001870     INITIALIZE WS-TYPE-TOTALS
001880     OPEN OUTPUT CALC-FIN-REPORT-FILE
001890     MOVE WS-CUR-PERIOD TO FIN-HDR-PERIOD
001900     MOVE WS-RUN-DATE TO FIN-HDR-DATE
001910     MOVE WS-CUR-PERIOD TO FIN-COL-CURRENT
001920     MOVE WS-PRI-PERIOD TO FIN-COL-PRIOR.
001930 1000-INITIALIZE-EXIT.
001940         EXIT.
001950*
001960 2000-INCOME-STATEMENT.
001970     MOVE "INCOME STATEMENT  " TO FIN-HDR-TITLE
001980     MOVE "    YEAR-TO-DATE" TO FIN-COL-YTD
001990     WRITE FIN-REPORT-RECORD FROM FIN-HEADER-LINE
002000     WRITE FIN-REPORT-RECORD FROM FIN-COLUMN-HEADING
002010     MOVE 1 TO WS-FIRST-SUB
002020     MOVE 2 TO WS-LAST-SUB
002030     PERFORM 4000-LIST-ONE-TYPE THRU 4000-LIST-ONE-TYPE-EXIT
002040         VARYING WS-TYPE-SUB FROM WS-FIRST-SUB BY 1
002050         UNTIL WS-TYPE-SUB > WS-LAST-SUB
002060     COMPUTE WS-NI-CURRENT = WS-TT-CURRENT (1)
002070                           - WS-TT-CURRENT (2)
002080     COMPUTE WS-NI-PRIOR = WS-TT-PRIOR (1) - WS-TT-PRIOR (2)
002090     COMPUTE WS-NI-YTD = WS-TT-YTD (1) - WS-TT-YTD (2)
002100     WRITE FIN-REPORT-RECORD FROM FIN-BLANK-LINE
002110     MOVE "NET INCOME (LOSS)" TO FIN-TOT-TEXT
002120     MOVE WS-NI-CURRENT TO FIN-TOT-CURRENT
002130     MOVE WS-NI-PRIOR TO FIN-TOT-PRIOR
002140     MOVE WS-NI-YTD TO FIN-TOT-YTD
002150     WRITE FIN-REPORT-RECORD FROM FIN-TOTAL-LINE
002160     WRITE FIN-REPORT-RECORD FROM FIN-BLANK-LINE.
002170 2000-INCOME-STATEMENT-EXIT.
002180         EXIT.
002190*
002200*    A BALANCE SHEET ACCOUNT CARRIES ITS OPENING BALANCE IN THE
002210*    YEAR-TO-DATE FIGURES, SO ITS YEAR-TO-DATE COLUMN IS ITS
002220*    BALANCE AT THE END OF THE PERIOD.
002230 3000-BALANCE-SHEET.
002240     MOVE "BALANCE SHEET     " TO FIN-HDR-TITLE
002250     MOVE "     YTD BALANCE" TO FIN-COL-YTD
002260     WRITE FIN-REPORT-RECORD FROM FIN-HEADER-LINE
002270     WRITE FIN-REPORT-RECORD FROM FIN-COLUMN-HEADING
002280     MOVE 3 TO WS-FIRST-SUB
002290     MOVE 5 TO WS-LAST-SUB
002300     PERFORM 4000-LIST-ONE-TYPE THRU 4000-LIST-ONE-TYPE-EXIT
002310         VARYING WS-TYPE-SUB FROM WS-FIRST-SUB BY 1
002320         UNTIL WS-TYPE-SUB > WS-LAST-SUB
002330     WRITE FIN-REPORT-RECORD FROM FIN-BLANK-LINE
002340     MOVE "NET INCOME NOT YET IN RETAINED EARNINGS"
002350         TO FIN-TOT-TEXT
002360     MOVE WS-NI-CURRENT TO FIN-TOT-CURRENT
002370     MOVE WS-NI-PRIOR TO FIN-TOT-PRIOR
002380     MOVE WS-NI-YTD TO FIN-TOT-YTD
002390     WRITE FIN-REPORT-RECORD FROM FIN-TOTAL-LINE
002400     MOVE "TOTAL LIABILITIES AND NET INCOME" TO FIN-TOT-TEXT
002410     COMPUTE WS-AMT-CURRENT = WS-TT-CURRENT (4) + WS-NI-CURRENT
002420     COMPUTE WS-AMT-PRIOR = WS-TT-PRIOR (4) + WS-NI-PRIOR
002430     COMPUTE WS-AMT-YTD = WS-TT-YTD (4) + WS-NI-YTD
002440     MOVE WS-AMT-CURRENT TO FIN-TOT-CURRENT
002450     MOVE WS-AMT-PRIOR TO FIN-TOT-PRIOR
002460     MOVE WS-AMT-YTD TO FIN-TOT-YTD
002470     WRITE FIN-REPORT-RECORD FROM FIN-TOTAL-LINE
002480     COMPUTE WS-PRF-CURRENT = WS-TT-CURRENT (3)
002490                            + WS-TT-CURRENT (5)
002500                            - WS-AMT-CURRENT
002510     COMPUTE WS-PRF-PRIOR = WS-TT-PRIOR (3) + WS-TT-PRIOR (5)
002520                          - WS-AMT-PRIOR
002530     COMPUTE WS-PRF-YTD = WS-TT-YTD (3) + WS-TT-YTD (5)
002540                        - WS-AMT-YTD
002550     MOVE "ASSETS + UNCLASSIFIED - LIABS - NET INCOME"
002560         TO FIN-TOT-TEXT
002570     MOVE WS-PRF-CURRENT TO FIN-TOT-CURRENT
002580     MOVE WS-PRF-PRIOR TO FIN-TOT-PRIOR
002590     MOVE WS-PRF-YTD TO FIN-TOT-YTD
002600     WRITE FIN-REPORT-RECORD FROM FIN-TOTAL-LINE
002610     IF WS-PRF-YTD = ZERO
002620         MOVE "BALANCE SHEET IN PROOF" TO FIN-PRF-TEXT
002630     ELSE
002640         MOVE "*** BALANCE SHEET OUT OF PROOF ***" TO FIN-PRF-TEXT
002650         MOVE 4 TO RETURN-CODE
002660     END-IF
002670     WRITE FIN-REPORT-RECORD FROM FIN-PROOF-LINE.
002680 3000-BALANCE-SHEET-EXIT.
002690         EXIT.
002700*
002710 4000-LIST-ONE-TYPE.
002720     MOVE WS-TYPE-CODE (WS-TYPE-SUB) TO WS-CUR-TYPE
002730     MOVE WS-TYPE-NAME (WS-TYPE-SUB) TO FIN-TYPE-NAME
002740     WRITE FIN-REPORT-RECORD FROM FIN-BLANK-LINE
002750     WRITE FIN-REPORT-RECORD FROM FIN-TYPE-LINE
002760     PERFORM 5000-START-PERIOD THRU 5000-START-PERIOD-EXIT
002770     PERFORM 4100-LIST-MATCH THRU 4100-LIST-MATCH-EXIT
002780         UNTIL PBAL-END-OF-FILE
002790     MOVE SPACES TO FIN-TOT-TEXT
002800     MOVE "TOTAL " TO FIN-TOT-WORD
002810     MOVE WS-TYPE-NAME (WS-TYPE-SUB) TO FIN-TOT-NAME
002840     MOVE WS-TT-CURRENT (WS-TYPE-SUB) TO FIN-TOT-CURRENT
002850     MOVE WS-TT-PRIOR (WS-TYPE-SUB) TO FIN-TOT-PRIOR
002860     MOVE WS-TT-YTD (WS-TYPE-SUB) TO FIN-TOT-YTD
002870     WRITE FIN-REPORT-RECORD FROM FIN-TOTAL-LINE.
002880 4000-LIST-ONE-TYPE-EXIT.
002890         EXIT.
002900*
002910 4100-LIST-MATCH.
002920     MOVE PBAL-TYPE TO WS-TYPE-CHECK
002930     IF (WS-CUR-TYPE = SPACE AND NOT WS-TYPE-VALID)
002940         OR (WS-CUR-TYPE NOT = SPACE
002950             AND PBAL-TYPE = WS-CUR-TYPE)
002960         PERFORM 4200-PRINT-ACCOUNT THRU 4200-PRINT-ACCOUNT-EXIT
002970     END-IF
002980     PERFORM 5100-READ-NEXT THRU 5100-READ-NEXT-EXIT.
002990 4100-LIST-MATCH-EXIT.
003000         EXIT.
003010*
003020*    THE PRIOR PERIOD IS A RANDOM READ ON THE SAME FILE, WHICH
003030*    MOVES THE FILE POSITION, SO THE SCAN IS RESTARTED JUST PAST
003040*    THE CURRENT KEY AFTERWARDS.
003050 4200-PRINT-ACCOUNT.
003060     MOVE PBAL-KEY TO WS-SAVE-KEY
003070     MOVE PBAL-DESC TO WS-SAVE-DESC
003080     COMPUTE WS-AMT-CURRENT = PBAL-PTD-DEBITS - PBAL-PTD-CREDITS
003090     COMPUTE WS-AMT-YTD = PBAL-YTD-DEBITS - PBAL-YTD-CREDITS
003100     MOVE WS-PRI-PERIOD TO PBAL-PERIOD
003110     MOVE 'Y' TO WS-PRIOR-FOUND-SW
003120     READ CALC-PBAL-FILE
003130         INVALID KEY MOVE 'N' TO WS-PRIOR-FOUND-SW
003140     END-READ
003150     IF WS-PRIOR-FOUND
003160         COMPUTE WS-AMT-PRIOR = PBAL-PTD-DEBITS
003170                              - PBAL-PTD-CREDITS
003180     ELSE
003190         MOVE ZERO TO WS-AMT-PRIOR
003200     END-IF
003210     IF WS-TYPE-CREDIT-NORMAL
003220         COMPUTE WS-AMT-CURRENT = WS-AMT-CURRENT * -1
003230         COMPUTE WS-AMT-PRIOR = WS-AMT-PRIOR * -1
003240         COMPUTE WS-AMT-YTD = WS-AMT-YTD * -1
003250     END-IF
003260     ADD WS-AMT-CURRENT TO WS-TT-CURRENT (WS-TYPE-SUB)
003270     ADD WS-AMT-PRIOR TO WS-TT-PRIOR (WS-TYPE-SUB)
003280     ADD WS-AMT-YTD TO WS-TT-YTD (WS-TYPE-SUB)
003290     ADD 1 TO WS-ACCOUNT-COUNT
003300     MOVE WS-SAVE-KEY TO PBAL-KEY
003310     MOVE PBAL-ACCOUNT TO FIN-DTL-ACCOUNT
003320     MOVE WS-SAVE-DESC TO FIN-DTL-DESC
003330     MOVE WS-AMT-CURRENT TO FIN-DTL-CURRENT
003340     MOVE WS-AMT-PRIOR TO FIN-DTL-PRIOR
003350     MOVE WS-AMT-YTD TO FIN-DTL-YTD
003360     WRITE FIN-REPORT-RECORD FROM FIN-DETAIL-LINE
003370     START CALC-PBAL-FILE KEY > PBAL-KEY
003380         INVALID KEY MOVE 'Y' TO WS-PBAL-EOF-SW
003390     END-START.
003400 4200-PRINT-ACCOUNT-EXIT.
003410         EXIT.
003420*
003430 5000-START-PERIOD.
003440     MOVE 'N' TO WS-PBAL-EOF-SW
003450     MOVE WS-CUR-PERIOD TO PBAL-PERIOD
003460     MOVE LOW-VALUES TO PBAL-ACCOUNT
003470     START CALC-PBAL-FILE KEY NOT < PBAL-KEY
003480         INVALID KEY MOVE 'Y' TO WS-PBAL-EOF-SW
003490     END-START
003500     IF NOT PBAL-END-OF-FILE
003510         PERFORM 5100-READ-NEXT THRU 5100-READ-NEXT-EXIT
003520     END-IF.
003530 5000-START-PERIOD-EXIT.
003540         EXIT.
003550*
003560 5100-READ-NEXT.
003570     IF PBAL-END-OF-FILE
003580         GO TO 5100-READ-NEXT-EXIT
003590     END-IF
003600     READ CALC-PBAL-FILE NEXT
003610         AT END MOVE 'Y' TO WS-PBAL-EOF-SW
003620     END-READ
003630     IF NOT PBAL-END-OF-FILE
003640         AND PBAL-PERIOD NOT = WS-CUR-PERIOD
003650         MOVE 'Y' TO WS-PBAL-EOF-SW
003660     END-IF.
003670 5100-READ-NEXT-EXIT.
003680         EXIT.
003690*
003700 9000-TERMINATE.
003710     CLOSE CALC-FIN-REPORT-FILE
003720     CLOSE CALC-PBAL-FILE
003730     DISPLAY "STATEMENTS PRINTED FOR PERIOD " WS-CUR-PERIOD
003740     DISPLAY "NET INCOME YEAR-TO-DATE: " WS-NI-YTD
003750     DISPLAY FIN-PRF-TEXT.
003760 9000-TERMINATE-EXIT.
003770         EXIT.
