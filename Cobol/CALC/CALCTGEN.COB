000010*========================================================================
000020*  CALCTGEN.COB
000030*  RECURRING TICKET GENERATOR. FIRST STEP OF THE DAILY CYCLE.
000040*  READS THE CALCTMPL TEMPLATE MASTER AND, FOR EVERY ACTIVE
000050*  TEMPLATE WHOSE NEXT DUE DATE HAS COME BY THE CYCLE DATE (AND
000060*  HAS NOT PASSED ITS END DATE), APPENDS A 'D' DETAIL TO CALCTRAN.
000070*  THE DETAILS TRAVEL AS ONE BATCH WITH AN 'H' HEADER (BATCH ID
000080*  'RT' + YYMMDD OF THE CYCLE DATE) AND A 'T' TRAILER CARRYING
000090*  TR-TRL-REC-COUNT AND TR-TRL-HASH-NUM1, SO THE BATCH GOES
000100*  THROUGH CALCEDIT AND CALCBAT LIKE ANY DEPARTMENT'S BATCH.
000110*  ONCE THE BATCH IS COMPLETE ON CALCTRAN, EACH TEMPLATE THAT
000120*  FIRED HAS THE CYCLE DATE RECORDED AS ITS LAST FIRED DATE AND
000130*  ITS NEXT DUE DATE MOVED PAST THE CYCLE DATE BY ITS FREQUENCY,
000140*  SO A RERUN OF THE SAME CYCLE DATE GENERATES NOTHING TWICE. A
000150*  TEMPLATE THAT MISSED SEVERAL DUE DATES FIRES ONCE. THE TICKETS
000160*  GENERATED ARE LISTED ON CALCTGNR.
000170*------------------------------------------------------------------------
000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  2026-10-15 RA    PROGRAM CREATED.
000210*========================================================================
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. CALCTGEN.
000240 AUTHOR. R. ALVES.
000250 INSTALLATION. CONTABILIDADE.
000260 DATE-WRITTEN. 2026-10-15.
000270 DATE-COMPILED.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CALC-TMPL-FILE ASSIGN TO "CALCTMPL"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS TPL-ID
000350         FILE STATUS IS WS-TMPL-FILE-STATUS.
000360     SELECT CALC-TRANS-FILE ASSIGN TO "CALCTRAN"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-TRAN-FILE-STATUS.
000390     SELECT CALC-TGN-REPORT-FILE ASSIGN TO "CALCTGNR"
000400         ORGANIZATION IS SEQUENTIAL.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  CALC-TMPL-FILE
000440     LABEL RECORDS ARE STANDARD.
000450 COPY CALCTMPL.
000460 FD  CALC-TRANS-FILE
000470     LABEL RECORDS ARE STANDARD.
000480 COPY CALCTRAN.
000490 FD  CALC-TGN-REPORT-FILE
000500     LABEL RECORDS ARE STANDARD.
000510 01  TGN-REPORT-RECORD             PIC X(132).
000520 WORKING-STORAGE SECTION.
000530*    PRINT LINES ARE BUILT IN WORKING-STORAGE BECAUSE VALUE
000540*    CLAUSES ON FILE SECTION FILLERS ARE TREATED AS COMMENTARY.
000550 01  TGN-HEADER-LINE.
000560     05  FILLER            PIC X(30)
000570         VALUE "RECURRING TICKETS GENERATED   ".
000580     05  FILLER            PIC X(12) VALUE "CYCLE DATE: ".
000590     05  TGN-HDR-DATE       PIC X(08).
000600     05  FILLER            PIC X(09) VALUE "  BATCH: ".
000610     05  TGN-HDR-BATCH      PIC X(08).
000620 01  TGN-COLUMN-HEADING.
000630     05  FILLER            PIC X(10) VALUE "TEMPLATE".
000640     05  FILLER            PIC X(31) VALUE "DESCRIPTION".
000650     05  FILLER            PIC X(12) VALUE "ACCOUNT".
000660     05  FILLER            PIC X(03) VALUE "OP".
000670     05  FILLER            PIC X(17) VALUE "           NUM1".
000680     05  FILLER            PIC X(17) VALUE "           NUM2".
000690     05  FILLER            PIC X(05) VALUE "FREQ".
000700     05  FILLER            PIC X(09) VALUE "WAS DUE".
000710     05  FILLER            PIC X(08) VALUE "NEXT DUE".
000720 01  TGN-DETAIL-LINE.
000730     05  TGN-DTL-TEMPLATE   PIC X(08).
000740     05  FILLER            PIC X(02) VALUE SPACES.
000750     05  TGN-DTL-DESC       PIC X(30).
000760     05  FILLER            PIC X(01) VALUE SPACES.
000770     05  TGN-DTL-ACCOUNT    PIC X(10).
000780     05  FILLER            PIC X(02) VALUE SPACES.
000790     05  TGN-DTL-OPCAO      PIC X(01).
000800     05  FILLER            PIC X(02) VALUE SPACES.
000810     05  TGN-DTL-NUM1       PIC -(11)9.99.
000820     05  FILLER            PIC X(02) VALUE SPACES.
000830     05  TGN-DTL-NUM2       PIC -(11)9.99.
000840     05  FILLER            PIC X(02) VALUE SPACES.
000850     05  TGN-DTL-FREQ       PIC X(01).
000860     05  FILLER            PIC X(04) VALUE SPACES.
000870     05  TGN-DTL-WAS-DUE    PIC X(08).
000880     05  FILLER            PIC X(01) VALUE SPACES.
000890     05  TGN-DTL-NEXT-DUE   PIC X(08).
000900 01  TGN-TRAILER-LINE.
000910     05  FILLER            PIC X(19) VALUE "TICKETS GENERATED: ".
000920     05  TGN-TRL-COUNT      PIC Z(6)9.
000930     05  FILLER            PIC X(14) VALUE "   HASH NUM1: ".
000940     05  TGN-TRL-HASH       PIC -(12)9.99.
000950 01  TGN-NONE-LINE.
000960     05  FILLER            PIC X(33)
000970         VALUE "NO TEMPLATES DUE ON THIS DATE".
000980 01  WS-TMPL-FILE-STATUS           PIC X(02).
000990 01  WS-TRAN-FILE-STATUS           PIC X(02).
001000 01  WS-RUN-DATE                   PIC X(08).
001010 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001020     05  FILLER                    PIC X(02).
001030     05  WS-RUN-YYMMDD             PIC X(06).
001040 01  WS-BATCH-ID.
001050     05  FILLER                    PIC X(02) VALUE "RT".
001060     05  WS-BATCH-YYMMDD           PIC X(06).
001070 01  WS-INIT-FAIL-SW               PIC X(01) VALUE 'N'.
001080     88  WS-INIT-FAILED                    VALUE 'Y'.
001090 01  WS-TRAN-FAIL-SW               PIC X(01) VALUE 'N'.
001100     88  WS-TRAN-FAILED                    VALUE 'Y'.
001110 01  WS-TMPL-EOF-SW                PIC X(01) VALUE 'N'.
001120     88  TMPL-END-OF-FILE                  VALUE 'Y'.
001130 01  WS-BATCH-OPEN-SW              PIC X(01) VALUE 'N'.
001140     88  WS-BATCH-OPEN                     VALUE 'Y'.
001150 01  WS-TABLE-FULL-SW              PIC X(01) VALUE 'N'.
001160     88  WS-TABLE-FULL                     VALUE 'Y'.
001170 01  WS-GEN-COUNT                  PIC 9(07) COMP VALUE ZERO.
001180 01  WS-GEN-HASH                   PIC S9(13)V9(2) VALUE ZERO.
001190 01  WS-FIRED-SUB                  PIC 9(04) COMP.
001200*    TEMPLATES THAT FIRED, HELD UNTIL THE BATCH IS COMPLETE ON
001210*    CALCTRAN. ANY TEMPLATE STILL DUE WHEN THE TABLE IS FULL IS
001220*    LEFT FOR A RERUN OF THE SAME CYCLE DATE TO PICK UP.
001230 01  WS-FIRED-MAX                  PIC 9(04) COMP VALUE 500.
001240 01  WS-FIRED-TABLE.
001250     05  WS-FIRED-ID               PIC X(08) OCCURS 500 TIMES.
001260*    DUE DATE ARITHMETIC.
001270 01  WS-ADV-DATE                   PIC X(08).
001280 01  WS-ADV-DATE-R REDEFINES WS-ADV-DATE.
001290     05  WS-ADV-YEAR               PIC 9(04).
001300     05  WS-ADV-MONTH              PIC 9(02).
001310     05  WS-ADV-DAY                PIC 9(02).
001320 01  WS-ADV-MONTHS                 PIC 9(02).
001330 01  WS-MONTH-DAYS                 PIC 9(02).
001340 01  WS-LEAP-QUOT                  PIC 9(04).
001350 01  WS-LEAP-REM-4                 PIC 9(04).
001360 01  WS-LEAP-REM-100               PIC 9(04).
001370 01  WS-LEAP-REM-400               PIC 9(04).
001380 01  WS-MONTH-DAYS-VAL             PIC X(24)
001390     VALUE "312831303130313130313031".
001400 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VAL.
001410     05  WS-DAYS-IN-MONTH          PIC 9(02) OCCURS 12 TIMES.
001420 PROCEDURE DIVISION.
001430 0000-MAINLINE.
001440     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001450     IF WS-INIT-FAILED
001460         MOVE 8 TO RETURN-CODE
001470     ELSE
001480         PERFORM 2000-SCAN-TEMPLATES
001490             THRU 2000-SCAN-TEMPLATES-EXIT
001500         IF WS-TRAN-FAILED
001510             MOVE 8 TO RETURN-CODE
001520         ELSE
001530             PERFORM 3000-END-BATCH THRU 3000-END-BATCH-EXIT
001540             PERFORM 4000-MARK-FIRED THRU 4000-MARK-FIRED-EXIT
001550                 VARYING WS-FIRED-SUB FROM 1 BY 1
001560                 UNTIL WS-FIRED-SUB > WS-GEN-COUNT
001570             IF WS-TABLE-FULL
001580                 MOVE 4 TO RETURN-CODE
001590             END-IF
001600         END-IF
001610         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001620     END-IF
001630     GOBACK.
001640*
001650 1000-INITIALIZE.
001660     DISPLAY "CYCLE DATE (YYYYMMDD, SPACES = TODAY): "
001670     ACCEPT WS-RUN-DATE
001680     IF WS-RUN-DATE = SPACES
001690         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001700     END-IF
001710     IF WS-RUN-DATE NOT NUMERIC
001720         DISPLAY "INVALID CYCLE DATE: " WS-RUN-DATE
001730         MOVE 'Y' TO WS-INIT-FAIL-SW
001740         GO TO 1000-INITIALIZE-EXIT
001750     END-IF
001760     MOVE WS-RUN-YYMMDD TO WS-BATCH-YYMMDD
001770     MOVE ZERO TO WS-GEN-COUNT
001780     MOVE ZERO TO WS-GEN-HASH
001790     MOVE 'N' TO WS-BATCH-OPEN-SW
001800     MOVE 'N' TO WS-TABLE-FULL-SW
001810     MOVE 'N' TO WS-TMPL-EOF-SW
001820     OPEN I-O CALC-TMPL-FILE
001830     IF WS-TMPL-FILE-STATUS = '35'
001840         OPEN OUTPUT CALC-TMPL-FILE
001850         CLOSE CALC-TMPL-FILE
001860         OPEN I-O CALC-TMPL-FILE
001870     END-IF
001880     OPEN OUTPUT CALC-TGN-REPORT-FILE
001890     MOVE WS-RUN-DATE TO TGN-HDR-DATE
001900     MOVE WS-BATCH-ID TO TGN-HDR-BATCH
001910     WRITE TGN-REPORT-RECORD FROM TGN-HEADER-LINE
001920     WRITE TGN-REPORT-RECORD FROM TGN-COLUMN-HEADING.
001930 1000-INITIALIZE-EXIT.
001940         EXIT.
001950*
001960 2000-SCAN-TEMPLATES.
001970     MOVE LOW-VALUES TO TPL-ID
001980     START CALC-TMPL-FILE KEY NOT < TPL-ID
001990         INVALID KEY MOVE 'Y' TO WS-TMPL-EOF-SW
002000     END-START
002010     IF NOT TMPL-END-OF-FILE
002020         PERFORM 2100-READ-TEMPLATE THRU 2100-READ-TEMPLATE-EXIT
002030         PERFORM 2200-CHECK-ONE THRU 2200-CHECK-ONE-EXIT
002040             UNTIL TMPL-END-OF-FILE OR WS-TRAN-FAILED
002050     END-IF.
002060 2000-SCAN-TEMPLATES-EXIT.
002070         EXIT.
002080*
002090 2100-READ-TEMPLATE.
002100     READ CALC-TMPL-FILE NEXT
002110         AT END MOVE 'Y' TO WS-TMPL-EOF-SW
002120     END-READ.
002130 2100-READ-TEMPLATE-EXIT.
002140         EXIT.
002150*
002160 2200-CHECK-ONE.
002170     IF TPL-ACTIVE
002180         AND TPL-NEXT-DUE NOT > WS-RUN-DATE
002190         AND TPL-START-DATE NOT > WS-RUN-DATE
002200         AND TPL-LAST-FIRED NOT = WS-RUN-DATE
002210         AND (TPL-END-DATE = SPACES
002220              OR TPL-NEXT-DUE NOT > TPL-END-DATE)
002230         IF WS-GEN-COUNT < WS-FIRED-MAX
002240             PERFORM 2300-GENERATE-ONE
002250                 THRU 2300-GENERATE-ONE-EXIT
002260         ELSE
002270             IF NOT WS-TABLE-FULL
002280                 DISPLAY "MORE THAN " WS-FIRED-MAX
002290                         " TEMPLATES DUE - RERUN FOR THE REST"
002300                 MOVE 'Y' TO WS-TABLE-FULL-SW
002310             END-IF
002320         END-IF
002330     END-IF
002340     PERFORM 2100-READ-TEMPLATE THRU 2100-READ-TEMPLATE-EXIT.
002350 2200-CHECK-ONE-EXIT.
002360         EXIT.
002370*
002380 2300-GENERATE-ONE.
002390     IF NOT WS-BATCH-OPEN
002400         PERFORM 2400-START-BATCH THRU 2400-START-BATCH-EXIT
002410         IF WS-TRAN-FAILED
002420             GO TO 2300-GENERATE-ONE-EXIT
002430         END-IF
002440     END-IF
002450     MOVE SPACES TO CALC-TRANS-RECORD
002460     MOVE 'D' TO TR-REC-TYPE
002470     MOVE TPL-NUM1 TO TR-NUM1
002480     MOVE TPL-NUM2 TO TR-NUM2
002490     MOVE TPL-OPCAO TO TR-OPCAO
002500     MOVE TPL-ACCOUNT TO TR-ACCOUNT
002510     WRITE CALC-TRANS-RECORD
002520     ADD 1 TO WS-GEN-COUNT
002530     ADD TPL-NUM1 TO WS-GEN-HASH
002540     MOVE TPL-ID TO WS-FIRED-ID (WS-GEN-COUNT)
002550     MOVE TPL-NEXT-DUE TO WS-ADV-DATE
002560     PERFORM 5000-NEXT-DUE THRU 5000-NEXT-DUE-EXIT
002570     MOVE TPL-ID TO TGN-DTL-TEMPLATE
002580     MOVE TPL-DESC TO TGN-DTL-DESC
002590     MOVE TPL-ACCOUNT TO TGN-DTL-ACCOUNT
002600     MOVE TPL-OPCAO TO TGN-DTL-OPCAO
002610     MOVE TPL-NUM1 TO TGN-DTL-NUM1
002620     MOVE TPL-NUM2 TO TGN-DTL-NUM2
002630     MOVE TPL-FREQUENCY TO TGN-DTL-FREQ
002640     MOVE TPL-NEXT-DUE TO TGN-DTL-WAS-DUE
002650     MOVE WS-ADV-DATE TO TGN-DTL-NEXT-DUE
002660     WRITE TGN-REPORT-RECORD FROM TGN-DETAIL-LINE.
002670 2300-GENERATE-ONE-EXIT.
002680         EXIT.
002690*
002700 2400-START-BATCH.
002710     OPEN EXTEND CALC-TRANS-FILE
002720     IF WS-TRAN-FILE-STATUS = '35'
002730         OPEN OUTPUT CALC-TRANS-FILE
002740     END-IF
002750     IF WS-TRAN-FILE-STATUS NOT = '00'
002760         DISPLAY "CALCTRAN NOT AVAILABLE - STATUS "
002770                 WS-TRAN-FILE-STATUS
002780         MOVE 'Y' TO WS-TRAN-FAIL-SW
002790         GO TO 2400-START-BATCH-EXIT
002800     END-IF
002810     MOVE SPACES TO CALC-TRANS-RECORD
002820     MOVE 'H' TO TR-REC-TYPE
002830     MOVE WS-BATCH-ID TO TR-HDR-BATCH-ID
002840     WRITE CALC-TRANS-RECORD
002850     MOVE 'Y' TO WS-BATCH-OPEN-SW.
002860 2400-START-BATCH-EXIT.
002870         EXIT.
002880*
002890 3000-END-BATCH.
002900     IF NOT WS-BATCH-OPEN
002910         WRITE TGN-REPORT-RECORD FROM TGN-NONE-LINE
002920         GO TO 3000-END-BATCH-EXIT
002930     END-IF
002940     MOVE SPACES TO CALC-TRANS-RECORD
002950     MOVE 'T' TO TR-REC-TYPE
002960     MOVE WS-BATCH-ID TO TR-TRL-BATCH-ID
002970     MOVE WS-GEN-COUNT TO TR-TRL-REC-COUNT
002980     MOVE WS-GEN-HASH TO TR-TRL-HASH-NUM1
002990     WRITE CALC-TRANS-RECORD
003000     CLOSE CALC-TRANS-FILE
003010     MOVE 'N' TO WS-BATCH-OPEN-SW.
003020 3000-END-BATCH-EXIT.
003030         EXIT.
003040*
003050*    THE BATCH IS NOW COMPLETE ON CALCTRAN - RECORD THE FIRING ON
003060*    EACH TEMPLATE THAT WENT INTO IT.
003070 4000-MARK-FIRED.
003080     MOVE WS-FIRED-ID (WS-FIRED-SUB) TO TPL-ID
003090     READ CALC-TMPL-FILE
003100         INVALID KEY GO TO 4000-MARK-FIRED-EXIT
003110     END-READ
003120     MOVE TPL-NEXT-DUE TO WS-ADV-DATE
003130     PERFORM 5000-NEXT-DUE THRU 5000-NEXT-DUE-EXIT
003140     MOVE WS-ADV-DATE TO TPL-NEXT-DUE
003150     MOVE WS-RUN-DATE TO TPL-LAST-FIRED
003160     MOVE WS-BATCH-ID TO TPL-LAST-BATCH-ID
003170     REWRITE TPL-RECORD.
003180 4000-MARK-FIRED-EXIT.
003190         EXIT.
003200*
003210*    MOVES WS-ADV-DATE ON BY THE TEMPLATE'S FREQUENCY UNTIL IT IS
003220*    PAST THE CYCLE DATE.
003230 5000-NEXT-DUE.
003240     EVALUATE TRUE
003250         WHEN TPL-QUARTERLY
003260             MOVE 3 TO WS-ADV-MONTHS
003270         WHEN TPL-ANNUAL
003280             MOVE 12 TO WS-ADV-MONTHS
003290         WHEN OTHER
003300             MOVE 1 TO WS-ADV-MONTHS
003310     END-EVALUATE
003320     PERFORM 5100-ADD-MONTHS THRU 5100-ADD-MONTHS-EXIT
003330         UNTIL WS-ADV-DATE > WS-RUN-DATE.
003340 5000-NEXT-DUE-EXIT.
003350         EXIT.
003360*
003370 5100-ADD-MONTHS.
003380     ADD WS-ADV-MONTHS TO WS-ADV-MONTH
003390     IF WS-ADV-MONTH > 12
003400         SUBTRACT 12 FROM WS-ADV-MONTH
003410         ADD 1 TO WS-ADV-YEAR
003420     END-IF
003430     MOVE WS-DAYS-IN-MONTH (WS-ADV-MONTH) TO WS-MONTH-DAYS
003440     IF WS-ADV-MONTH = 2
003450         DIVIDE WS-ADV-YEAR BY 4 GIVING WS-LEAP-QUOT
003460             REMAINDER WS-LEAP-REM-4
003470         DIVIDE WS-ADV-YEAR BY 100 GIVING WS-LEAP-QUOT
003480             REMAINDER WS-LEAP-REM-100
003490         DIVIDE WS-ADV-YEAR BY 400 GIVING WS-LEAP-QUOT
003500             REMAINDER WS-LEAP-REM-400
003510         IF WS-LEAP-REM-400 = ZERO
003520             OR (WS-LEAP-REM-4 = ZERO AND WS-LEAP-REM-100 NOT = 0)
003530             MOVE 29 TO WS-MONTH-DAYS
003540         END-IF
003550     END-IF
003560     IF TPL-DUE-DAY > WS-MONTH-DAYS
003570         MOVE WS-MONTH-DAYS TO WS-ADV-DAY
003580     ELSE
003590         MOVE TPL-DUE-DAY TO WS-ADV-DAY
003600     END-IF.
003610 5100-ADD-MONTHS-EXIT.
003620         EXIT.
003630*
003640 9000-TERMINATE.
003650     IF WS-BATCH-OPEN
003660         CLOSE CALC-TRANS-FILE
003670     END-IF
003680     MOVE WS-GEN-COUNT TO TGN-TRL-COUNT
003690     MOVE WS-GEN-HASH TO TGN-TRL-HASH
003700     WRITE TGN-REPORT-RECORD FROM TGN-TRAILER-LINE
003710     CLOSE CALC-TGN-REPORT-FILE
003720     CLOSE CALC-TMPL-FILE
003730     DISPLAY "CALCTGEN TICKETS GENERATED: " WS-GEN-COUNT
003740             " BATCH " WS-BATCH-ID.
003750 9000-TERMINATE-EXIT.
003760         EXIT.
