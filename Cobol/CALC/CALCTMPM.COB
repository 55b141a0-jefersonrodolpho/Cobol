000010*========================================================================
000020*  CALCTMPM.COB
000030*  ON-LINE MAINTENANCE FOR THE CALCTMPL RECURRING TRANSACTION
000040*  TEMPLATE MASTER. LETS THE CLERKS ADD A STANDING TICKET ONCE
000050*  (TR-NUM1, TR-NUM2, TR-OPCAO AND TR-ACCOUNT, WITH A FREQUENCY OF
000060*  M=MONTHLY, Q=QUARTERLY OR A=ANNUAL AND THE DATES IT RUNS
000070*  BETWEEN), CHANGE IT, DEACTIVATE OR REACTIVATE IT AND INQUIRE
000080*  ON IT, INSTEAD OF RE-KEYING IT INTO CALCTRAN EVERY MONTH. THE
000090*  TICKET IS EDITED THE WAY CALCEDIT WILL EDIT IT - A VALID
000100*  OPERATION CODE AND AN ACTIVE ACCOUNT ON CALCACCT. THE FIRST
000110*  DUE DATE IS THE START DATE; THE CALCTGEN GENERATOR MOVES IT ON
000120*  EACH TIME THE TEMPLATE FIRES.
000130*------------------------------------------------------------------------
000140*  MODIFICATION HISTORY
000150*  DATE       INIT  DESCRIPTION
000160*  2026-10-15 RA    PROGRAM CREATED.
000170*========================================================================
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. CALCTMPM.
000200 AUTHOR. R. ALVES.
000210 INSTALLATION. CONTABILIDADE.
000220 DATE-WRITTEN. 2026-10-15.
000230 DATE-COMPILED.
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CALC-TMPL-FILE ASSIGN TO "CALCTMPL"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS TPL-ID
000310         FILE STATUS IS WS-TMPL-FILE-STATUS.
000320     SELECT CALC-ACCT-FILE ASSIGN TO "CALCACCT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS ACCT-CODE
000360         FILE STATUS IS WS-ACCT-FILE-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  CALC-TMPL-FILE
000400     LABEL RECORDS ARE STANDARD.
000410 COPY CALCTMPL.
000420 FD  CALC-ACCT-FILE
000430     LABEL RECORDS ARE STANDARD.
000440 COPY CALCACCT.
000450 WORKING-STORAGE SECTION.
000460 01  WS-TMPL-FILE-STATUS           PIC X(02).
000470 01  WS-ACCT-FILE-STATUS           PIC X(02).
000480 01  WS-FUNCTION                   PIC X(01).
000490     88  WS-FUNC-ADD                       VALUE 'A'.
000500     88  WS-FUNC-CHANGE                    VALUE 'C'.
000510     88  WS-FUNC-DEACTIVATE                VALUE 'D'.
000520     88  WS-FUNC-REACTIVATE                VALUE 'R'.
000530     88  WS-FUNC-INQUIRE                   VALUE 'I'.
000540     88  WS-FUNC-EXIT                      VALUE 'X'.
000550 01  WS-TEMPLATE-ID                PIC X(08).
000560 01  WS-TPL-FOUND-SW               PIC X(01) VALUE 'N'.
000570     88  WS-TPL-FOUND                      VALUE 'Y'.
000580 01  WS-DETAILS-OK-SW              PIC X(01) VALUE 'N'.
000590     88  WS-DETAILS-OK                     VALUE 'Y'.
000600 01  WS-NEW-DESC                   PIC X(30).
000610 01  WS-NEW-NUM1                   PIC S9(10)V9(2).
000620 01  WS-NEW-NUM2                   PIC S9(10)V9(2).
000630 01  WS-NEW-OPCAO                  PIC X(01).
000640     88  WS-VALID-OPCAO                    VALUES '+' '-' '*'
000650                                                  '/' '%' '^'.
000660 01  WS-NEW-ACCOUNT                PIC X(10).
000670 01  WS-NEW-FREQUENCY              PIC X(01).
000680     88  WS-FREQUENCY-VALID                VALUES 'M' 'Q' 'A'.
000690 01  WS-NEW-START-DATE             PIC X(08).
000700 01  WS-NEW-END-DATE               PIC X(08).
000710 01  WS-CHK-DATE                   PIC X(08).
000720 01  WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
000730     05  WS-CHK-YEAR               PIC 9(04).
000740     05  WS-CHK-MONTH              PIC 9(02).
000750     05  WS-CHK-DAY                PIC 9(02).
000760 01  WS-DATE-OK-SW                 PIC X(01) VALUE 'N'.
000770     88  WS-DATE-OK                        VALUE 'Y'.
000780 01  WS-MONTH-DAYS                 PIC 9(02).
000790 01  WS-LEAP-QUOT                  PIC 9(04).
000800 01  WS-LEAP-REM-4                 PIC 9(04).
000810 01  WS-LEAP-REM-100               PIC 9(04).
000820 01  WS-LEAP-REM-400               PIC 9(04).
000830 01  WS-MONTH-DAYS-VAL             PIC X(24)
000840     VALUE "312831303130313130313031".
000850 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VAL.
000860     05  WS-DAYS-IN-MONTH          PIC 9(02) OCCURS 12 TIMES.
000870 PROCEDURE DIVISION.
000880 0000-MAINLINE.
000890     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
000900     PERFORM 2000-PROCESS-ONE THRU 2000-PROCESS-ONE-EXIT
000910         UNTIL WS-FUNC-EXIT
000920     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
000930     STOP RUN.
000940*
000950 1000-INITIALIZE.
000960     OPEN I-O CALC-TMPL-FILE
000970     IF WS-TMPL-FILE-STATUS = '35'
000980         OPEN OUTPUT CALC-TMPL-FILE
000990         CLOSE CALC-TMPL-FILE
001000         OPEN I-O CALC-TMPL-FILE
001010     END-IF
001020     OPEN INPUT CALC-ACCT-FILE
001030     IF WS-ACCT-FILE-STATUS NOT = '00'
001040         DISPLAY "CALCACCT ACCOUNT MASTER NOT AVAILABLE - "
001050                 "STATUS " WS-ACCT-FILE-STATUS
001060         MOVE 'X' TO WS-FUNCTION
001070     END-IF.
001080 1000-INITIALIZE-EXIT.
001090         EXIT.
001100*
001110 2000-PROCESS-ONE.
001120     DISPLAY "FUNCAO? A=ADD C=CHANGE D=DEACTIVATE"
001130     DISPLAY "        R=REACTIVATE I=INQUIRE X=EXIT"
001140     ACCEPT WS-FUNCTION
001150     EVALUATE TRUE
001160         WHEN WS-FUNC-ADD
001170             PERFORM 3000-ADD-TEMPLATE
001180                 THRU 3000-ADD-TEMPLATE-EXIT
001190         WHEN WS-FUNC-CHANGE
001200             PERFORM 3100-CHANGE-TEMPLATE
001210                 THRU 3100-CHANGE-TEMPLATE-EXIT
001220         WHEN WS-FUNC-DEACTIVATE
001230             PERFORM 3200-SET-STATUS
001240                 THRU 3200-SET-STATUS-EXIT
001250         WHEN WS-FUNC-REACTIVATE
001260             PERFORM 3200-SET-STATUS
001270                 THRU 3200-SET-STATUS-EXIT
001280         WHEN WS-FUNC-INQUIRE
001290             PERFORM 3300-INQUIRE-TEMPLATE
001300                 THRU 3300-INQUIRE-TEMPLATE-EXIT
001310         WHEN WS-FUNC-EXIT
001320             CONTINUE
001330         WHEN OTHER
001340             DISPLAY "INVALID FUNCTION: " WS-FUNCTION
001350     END-EVALUATE.
001360 2000-PROCESS-ONE-EXIT.
001370         EXIT.
001380*
001390 3000-ADD-TEMPLATE.
001400     DISPLAY "TEMPLATE ID: "
001410     ACCEPT WS-TEMPLATE-ID
001420     IF WS-TEMPLATE-ID = SPACES
001430         DISPLAY "TEMPLATE ID IS REQUIRED"
001440         GO TO 3000-ADD-TEMPLATE-EXIT
001450     END-IF
001460     DISPLAY "START DATE (YYYYMMDD): "
001470     ACCEPT WS-NEW-START-DATE
001480     MOVE WS-NEW-START-DATE TO WS-CHK-DATE
001490     PERFORM 4300-CHECK-DATE THRU 4300-CHECK-DATE-EXIT
001500     IF NOT WS-DATE-OK
001510         DISPLAY "INVALID START DATE: " WS-NEW-START-DATE
001520         GO TO 3000-ADD-TEMPLATE-EXIT
001530     END-IF
001540     PERFORM 3500-ACCEPT-DETAILS THRU 3500-ACCEPT-DETAILS-EXIT
001550     IF NOT WS-DETAILS-OK
001560         GO TO 3000-ADD-TEMPLATE-EXIT
001570     END-IF
001580     INITIALIZE TPL-RECORD
001590     MOVE WS-TEMPLATE-ID TO TPL-ID
001600     PERFORM 3600-MOVE-DETAILS THRU 3600-MOVE-DETAILS-EXIT
001610     MOVE WS-NEW-START-DATE TO TPL-START-DATE
001620     MOVE WS-NEW-START-DATE TO TPL-NEXT-DUE
001630     MOVE WS-NEW-START-DATE TO WS-CHK-DATE
001640     MOVE WS-CHK-DAY TO TPL-DUE-DAY
001650     MOVE 'A' TO TPL-STATUS
001660     MOVE SPACES TO TPL-LAST-FIRED
001670     MOVE SPACES TO TPL-LAST-BATCH-ID
001680     WRITE TPL-RECORD
001690         INVALID KEY
001700             DISPLAY "TEMPLATE ALREADY ON FILE: " WS-TEMPLATE-ID
001710     END-WRITE.
001720 3000-ADD-TEMPLATE-EXIT.
001730         EXIT.
001740*
001750*    A NEW START DATE RESTARTS THE SCHEDULE FROM THAT DATE. IT
001760*    MUST BE AFTER THE LAST TIME THE TEMPLATE FIRED, SO A CHANGE
001770*    CANNOT MAKE A TICKET ALREADY GENERATED FALL DUE AGAIN.
001780 3100-CHANGE-TEMPLATE.
001790     PERFORM 4000-READ-TEMPLATE THRU 4000-READ-TEMPLATE-EXIT
001800     IF NOT WS-TPL-FOUND
001810         GO TO 3100-CHANGE-TEMPLATE-EXIT
001820     END-IF
001830     PERFORM 3400-SHOW-TEMPLATE THRU 3400-SHOW-TEMPLATE-EXIT
001840     DISPLAY "NEW START DATE (YYYYMMDD, SPACES = NO CHANGE): "
001850     ACCEPT WS-NEW-START-DATE
001860     IF WS-NEW-START-DATE NOT = SPACES
001870         MOVE WS-NEW-START-DATE TO WS-CHK-DATE
001880         PERFORM 4300-CHECK-DATE THRU 4300-CHECK-DATE-EXIT
001890         IF NOT WS-DATE-OK
001900             DISPLAY "INVALID START DATE: " WS-NEW-START-DATE
001910             GO TO 3100-CHANGE-TEMPLATE-EXIT
001920         END-IF
001930         IF TPL-LAST-FIRED NOT = SPACES
001940             AND WS-NEW-START-DATE NOT > TPL-LAST-FIRED
001950             DISPLAY "START DATE MUST BE AFTER LAST FIRED DATE "
001960                     TPL-LAST-FIRED
001970             GO TO 3100-CHANGE-TEMPLATE-EXIT
001980         END-IF
001990     END-IF
002000     PERFORM 3500-ACCEPT-DETAILS THRU 3500-ACCEPT-DETAILS-EXIT
002010     IF NOT WS-DETAILS-OK
002020         GO TO 3100-CHANGE-TEMPLATE-EXIT
002030     END-IF
002040     IF WS-NEW-START-DATE NOT = SPACES
002050         MOVE WS-NEW-START-DATE TO TPL-START-DATE
002060         MOVE WS-NEW-START-DATE TO TPL-NEXT-DUE
002070         MOVE WS-NEW-START-DATE TO WS-CHK-DATE
002080         MOVE WS-CHK-DAY TO TPL-DUE-DAY
002090     END-IF
002100     PERFORM 3600-MOVE-DETAILS THRU 3600-MOVE-DETAILS-EXIT
002110     REWRITE TPL-RECORD.
002120 3100-CHANGE-TEMPLATE-EXIT.
002130         EXIT.
002140*
002150 3200-SET-STATUS.
002160     PERFORM 4000-READ-TEMPLATE THRU 4000-READ-TEMPLATE-EXIT
002170     IF WS-TPL-FOUND
002180         IF WS-FUNC-DEACTIVATE
002190             MOVE 'I' TO TPL-STATUS
002200             DISPLAY "TEMPLATE DEACTIVATED: " WS-TEMPLATE-ID
002210         ELSE
002220             MOVE 'A' TO TPL-STATUS
002230             DISPLAY "TEMPLATE REACTIVATED: " WS-TEMPLATE-ID
002240         END-IF
002250         REWRITE TPL-RECORD
002260     END-IF.
002270 3200-SET-STATUS-EXIT.
002280         EXIT.
002290*
002300 3300-INQUIRE-TEMPLATE.
002310     PERFORM 4000-READ-TEMPLATE THRU 4000-READ-TEMPLATE-EXIT
002320     IF WS-TPL-FOUND
002330         PERFORM 3400-SHOW-TEMPLATE THRU 3400-SHOW-TEMPLATE-EXIT
002340     END-IF.
002350 3300-INQUIRE-TEMPLATE-EXIT.
002360         EXIT.
002370*
002380 3400-SHOW-TEMPLATE.
002390     DISPLAY "TEMPLATE:   " TPL-ID
002400     DISPLAY "DESC:       " TPL-DESC
002410     DISPLAY "OPERATION:  " TPL-OPCAO
002420     DISPLAY "NUM1:       " TPL-NUM1
002430     DISPLAY "NUM2:       " TPL-NUM2
002440     DISPLAY "ACCOUNT:    " TPL-ACCOUNT
002450     DISPLAY "FREQUENCY:  " TPL-FREQUENCY
002460     DISPLAY "START DATE: " TPL-START-DATE
002470     DISPLAY "END DATE:   " TPL-END-DATE
002480     DISPLAY "STATUS:     " TPL-STATUS
002490     DISPLAY "NEXT DUE:   " TPL-NEXT-DUE
002500     DISPLAY "LAST FIRED: " TPL-LAST-FIRED
002510             " BATCH " TPL-LAST-BATCH-ID.
002520 3400-SHOW-TEMPLATE-EXIT.
002530         EXIT.
002540*
002550*    THE TICKET AND SCHEDULE FIELDS KEYED ON BOTH ADD AND CHANGE.
002560*    THE START DATE IS EXPECTED IN WS-NEW-START-DATE (SPACES ON A
002570*    CHANGE THAT KEEPS THE OLD ONE).
002580 3500-ACCEPT-DETAILS.
002590     MOVE 'N' TO WS-DETAILS-OK-SW
002600     DISPLAY "DESCRIPTION: "
002610     ACCEPT WS-NEW-DESC
002620     DISPLAY "OPERACAO (+ - * / % ^): "
002630     ACCEPT WS-NEW-OPCAO
002640     IF NOT WS-VALID-OPCAO
002650         DISPLAY "INVALID OPERATION CODE: " WS-NEW-OPCAO
002660         GO TO 3500-ACCEPT-DETAILS-EXIT
002670     END-IF
002680     DISPLAY "PRIMEIRO NUMERO: "
002690     ACCEPT WS-NEW-NUM1
002700     DISPLAY "SEGUNDO NUMERO: "
002710     ACCEPT WS-NEW-NUM2
002720     IF WS-NEW-OPCAO = '/' AND WS-NEW-NUM2 = ZERO
002730         DISPLAY "DIVISION BY ZERO"
002740         GO TO 3500-ACCEPT-DETAILS-EXIT
002750     END-IF
002760     DISPLAY "CONTA CONTABIL: "
002770     ACCEPT WS-NEW-ACCOUNT
002780     MOVE WS-NEW-ACCOUNT TO ACCT-CODE
002790     READ CALC-ACCT-FILE
002800         INVALID KEY
002810             DISPLAY "ACCOUNT NOT ON FILE: " WS-NEW-ACCOUNT
002820             GO TO 3500-ACCEPT-DETAILS-EXIT
002830     END-READ
002840     IF NOT ACCT-ACTIVE
002850         DISPLAY "ACCOUNT IS INACTIVE: " WS-NEW-ACCOUNT
002860         GO TO 3500-ACCEPT-DETAILS-EXIT
002870     END-IF
002880     DISPLAY "FREQUENCY (M=MONTHLY Q=QUARTERLY A=ANNUAL): "
002890     ACCEPT WS-NEW-FREQUENCY
002900     IF NOT WS-FREQUENCY-VALID
002910         DISPLAY "INVALID FREQUENCY: " WS-NEW-FREQUENCY
002920         GO TO 3500-ACCEPT-DETAILS-EXIT
002930     END-IF
002940     DISPLAY "END DATE (YYYYMMDD, SPACES = NO END): "
002950     ACCEPT WS-NEW-END-DATE
002960     IF WS-NEW-END-DATE NOT = SPACES
002970         MOVE WS-NEW-END-DATE TO WS-CHK-DATE
002980         PERFORM 4300-CHECK-DATE THRU 4300-CHECK-DATE-EXIT
002990         IF NOT WS-DATE-OK
003000             DISPLAY "INVALID END DATE: " WS-NEW-END-DATE
003010             GO TO 3500-ACCEPT-DETAILS-EXIT
003020         END-IF
003030         IF WS-NEW-START-DATE NOT = SPACES
003040             AND WS-NEW-END-DATE < WS-NEW-START-DATE
003050             DISPLAY "END DATE IS BEFORE THE START DATE"
003060             GO TO 3500-ACCEPT-DETAILS-EXIT
003070         END-IF
003080         IF WS-NEW-START-DATE = SPACES
003090             AND WS-NEW-END-DATE < TPL-START-DATE
003100             DISPLAY "END DATE IS BEFORE THE START DATE"
003110             GO TO 3500-ACCEPT-DETAILS-EXIT
003120         END-IF
003130     END-IF
003140     MOVE 'Y' TO WS-DETAILS-OK-SW.
003150 3500-ACCEPT-DETAILS-EXIT.
003160         EXIT.
003170*
003180 3600-MOVE-DETAILS.
003190     MOVE WS-NEW-DESC TO TPL-DESC
003200     MOVE WS-NEW-OPCAO TO TPL-OPCAO
003210     MOVE WS-NEW-NUM1 TO TPL-NUM1
003220     MOVE WS-NEW-NUM2 TO TPL-NUM2
003230     MOVE WS-NEW-ACCOUNT TO TPL-ACCOUNT
003240     MOVE WS-NEW-FREQUENCY TO TPL-FREQUENCY
003250     MOVE WS-NEW-END-DATE TO TPL-END-DATE.
003260 3600-MOVE-DETAILS-EXIT.
003270         EXIT.
003280*
003290 4000-READ-TEMPLATE.
003300     DISPLAY "TEMPLATE ID: "
003310     ACCEPT WS-TEMPLATE-ID
003320     MOVE WS-TEMPLATE-ID TO TPL-ID
003330     MOVE 'Y' TO WS-TPL-FOUND-SW
003340     READ CALC-TMPL-FILE
003350         INVALID KEY
003360             MOVE 'N' TO WS-TPL-FOUND-SW
003370             DISPLAY "TEMPLATE NOT ON FILE: " WS-TEMPLATE-ID
003380     END-READ.
003390 4000-READ-TEMPLATE-EXIT.
003400         EXIT.
003410*
003420*    WS-CHK-DATE MUST BE A REAL CALENDAR DATE, YYYYMMDD.
003430 4300-CHECK-DATE.
003440     MOVE 'N' TO WS-DATE-OK-SW
003450     IF WS-CHK-DATE NOT NUMERIC
003460         OR WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
003470         OR WS-CHK-DAY < 1
003480         GO TO 4300-CHECK-DATE-EXIT
003490     END-IF
003500     MOVE WS-DAYS-IN-MONTH (WS-CHK-MONTH) TO WS-MONTH-DAYS
003510     IF WS-CHK-MONTH = 2
003520         DIVIDE WS-CHK-YEAR BY 4 GIVING WS-LEAP-QUOT
003530             REMAINDER WS-LEAP-REM-4
003540         DIVIDE WS-CHK-YEAR BY 100 GIVING WS-LEAP-QUOT
003550             REMAINDER WS-LEAP-REM-100
003560         DIVIDE WS-CHK-YEAR BY 400 GIVING WS-LEAP-QUOT
003570             REMAINDER WS-LEAP-REM-400
003580         IF WS-LEAP-REM-400 = ZERO
003590             OR (WS-LEAP-REM-4 = ZERO AND WS-LEAP-REM-100 NOT = 0)
003600             MOVE 29 TO WS-MONTH-DAYS
003610         END-IF
003620     END-IF
003630     IF WS-CHK-DAY NOT > WS-MONTH-DAYS
003640         MOVE 'Y' TO WS-DATE-OK-SW
003650     END-IF.
003660 4300-CHECK-DATE-EXIT.
003670         EXIT.
003680*
003690 9000-TERMINATE.
003700     CLOSE CALC-TMPL-FILE
003710     CLOSE CALC-ACCT-FILE.
003720 9000-TERMINATE-EXIT.
003730         EXIT.
