000010*========================================================================
000020*  CALCDUPR.COB
000030*  SUPERVISOR REVIEW OF THE SUSPECTED DUPLICATE TICKETS CALCEDIT
000040*  HOLDS ON THE CALCRCYL RECYCLE FILE WITH REASON DP. ONLY A
000050*  LEVEL-3 SUPERVISOR FROM THE CALCOPER OPERATOR MASTER MAY RUN
000060*  THIS PROGRAM. FOR EACH OPEN DP RECORD THE SUPERVISOR EITHER
000070*  RELEASES THE TICKET AS A GENUINE REPEAT OR DISCARDS IT AS A
000080*  DUPLICATE; SKIPPED RECORDS STAY OPEN FOR THE NEXT SESSION.
000090*  A RELEASED TICKET GOES TO CALCTRND AS A PROPERLY FORMED
000100*  CALCTRAN BATCH - 'H' HEADER, 'D' DETAILS AND A 'T' TRAILER
000110*  WITH THE RECORD COUNT AND TR-NUM1 HASH - READY TO FEED BACK
000120*  THROUGH CALCEDIT, AND AN OPEN OVERRIDE IS WRITTEN TO CALCDUPO
000130*  SO CALCEDIT LETS THAT ONE TICKET PASS WHEN IT IS SUSPECTED
000140*  AGAIN. EITHER DECISION MARKS THE RECYCLE RECORD RELEASED, IS
000150*  WRITTEN TO CALCAUD WITH THE SUPERVISOR'S ID AND THE TIME
000160*  (AUD-OPCAO G = RELEASED, X = DISCARDED) AND IS LISTED ON THE
000170*  CALCDUPL DUPLICATE RELEASE REGISTER. THE LIVE RECYCLE FILE IS
000180*  REWRITTEN THROUGH THE CALCDUPW WORK FILE THE SAME WAY CALCRCYC
000190*  REWRITES IT THROUGH CALCRCYW.
000200*------------------------------------------------------------------------
000210*  MODIFICATION HISTORY
000220*  DATE       INIT  DESCRIPTION
000230*  2026-10-15 RA    PROGRAM CREATED.
000240*========================================================================
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. CALCDUPR.
000270 AUTHOR. R. ALVES.
000280 INSTALLATION. CONTABILIDADE.
000290 DATE-WRITTEN. 2026-10-15.
000300 DATE-COMPILED.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CALC-OPER-FILE ASSIGN TO "CALCOPER"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS OPR-ID
000380         FILE STATUS IS WS-OPER-FILE-STATUS.
000390     SELECT CALC-DUPO-FILE ASSIGN TO "CALCDUPO"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS DPO-KEY
000430         FILE STATUS IS WS-DUPO-FILE-STATUS.
000440     SELECT CALC-RECYCLE-FILE ASSIGN TO "CALCRCYL"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-RCY-FILE-STATUS.
000470     SELECT CALC-RECYCLE-WORK-FILE ASSIGN TO "CALCDUPW"
000480         ORGANIZATION IS SEQUENTIAL.
000490     SELECT CALC-RELEASE-FILE ASSIGN TO "CALCTRND"
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT CALC-AUDIT-FILE ASSIGN TO "CALCAUD"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000540     SELECT CALC-DUP-REPORT-FILE ASSIGN TO "CALCDUPL"
000550         ORGANIZATION IS SEQUENTIAL.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CALC-OPER-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 COPY CALCOPER.
000610 FD  CALC-DUPO-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 COPY CALCDUPO.
000640 FD  CALC-RECYCLE-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 COPY CALCRCY.
000670 FD  CALC-RECYCLE-WORK-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 01  RCYW-RECORD                   PIC X(47).
000700 FD  CALC-RELEASE-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 01  RELEASE-RECORD                PIC X(36).
000730 FD  CALC-AUDIT-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 COPY CALCAUD.
000760 FD  CALC-DUP-REPORT-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  DUP-REPORT-RECORD             PIC X(132).
000790 WORKING-STORAGE SECTION.
000800 COPY CALCTRAN.
000810*    PRINT LINES ARE BUILT IN WORKING-STORAGE BECAUSE VALUE
000820*    CLAUSES ON FILE SECTION FILLERS ARE TREATED AS COMMENTARY.
000830 01  DPR-HEADER-LINE.
000840     05  FILLER            PIC X(27)
000850         VALUE "DUPLICATE RELEASE REGISTER ".
000860     05  FILLER            PIC X(10) VALUE "RUN DATE: ".
000870     05  DPR-HDR-DATE       PIC X(08).
000880     05  FILLER            PIC X(14) VALUE "  SUPERVISOR: ".
000890     05  DPR-HDR-OPERATOR   PIC X(10).
000900     05  FILLER            PIC X(17) VALUE "  RELEASE BATCH: ".
000910     05  DPR-HDR-BATCH-ID   PIC X(08).
000920 01  DPR-COLUMN-HEADING.
000930     05  FILLER            PIC X(08) VALUE "HELD ON".
000940     05  FILLER            PIC X(02) VALUE SPACES.
000950     05  FILLER            PIC X(16)
000960         VALUE "            NUM1".
000970     05  FILLER            PIC X(02) VALUE SPACES.
000980     05  FILLER            PIC X(16)
000990         VALUE "            NUM2".
001000     05  FILLER            PIC X(02) VALUE SPACES.
001010     05  FILLER            PIC X(02) VALUE "OP".
001020     05  FILLER            PIC X(02) VALUE SPACES.
001030     05  FILLER            PIC X(10) VALUE "ACCOUNT".
001040     05  FILLER            PIC X(02) VALUE SPACES.
001050     05  FILLER            PIC X(09) VALUE "DECISION".
001060     05  FILLER            PIC X(02) VALUE SPACES.
001070     05  FILLER            PIC X(08) VALUE "TIME".
001080 01  DPR-DETAIL-LINE.
001090     05  DPR-DTL-HELD-DATE  PIC X(08).
001100     05  FILLER            PIC X(02) VALUE SPACES.
001110     05  DPR-DTL-NUM1       PIC -(12)9.99.
001120     05  FILLER            PIC X(02) VALUE SPACES.
001130     05  DPR-DTL-NUM2       PIC -(12)9.99.
001140     05  FILLER            PIC X(02) VALUE SPACES.
001150     05  DPR-DTL-OPCAO      PIC X(02).
001160     05  FILLER            PIC X(02) VALUE SPACES.
001170     05  DPR-DTL-ACCOUNT    PIC X(10).
001180     05  FILLER            PIC X(02) VALUE SPACES.
001190     05  DPR-DTL-DECISION   PIC X(09).
001200     05  FILLER            PIC X(02) VALUE SPACES.
001210     05  DPR-DTL-TIME       PIC X(08).
001220 01  DPR-TRAILER-LINE.
001230     05  FILLER            PIC X(16) VALUE "TICKETS RELEASED".
001240     05  FILLER            PIC X(02) VALUE ": ".
001250     05  DPR-TRL-RELEASED   PIC Z(7)9.
001260     05  FILLER            PIC X(14) VALUE "   DISCARDED: ".
001270     05  DPR-TRL-DISCARDED  PIC Z(7)9.
001280     05  FILLER            PIC X(12) VALUE "   SKIPPED: ".
001290     05  DPR-TRL-SKIPPED    PIC Z(7)9.
001300 01  WS-OPER-FILE-STATUS           PIC X(02).
001310 01  WS-DUPO-FILE-STATUS           PIC X(02).
001320 01  WS-RCY-FILE-STATUS            PIC X(02).
001330 01  WS-AUDIT-FILE-STATUS          PIC X(02).
001340 01  WS-RUN-DATE                   PIC X(08).
001350 01  WS-SYSTEM-TIME                PIC X(08).
001360 01  WS-OPERATOR-ID                PIC X(10).
001370 01  WS-OPR-FOUND-SW               PIC X(01) VALUE 'N'.
001380     88  WS-OPR-FOUND                      VALUE 'Y'.
001390 01  WS-INIT-FAIL-SW               PIC X(01) VALUE 'N'.
001400     88  WS-INIT-FAILED                    VALUE 'Y'.
001410 01  WS-NO-RECYCLE-SW              PIC X(01) VALUE 'N'.
001420     88  WS-NO-RECYCLE                     VALUE 'Y'.
001430 01  WS-EOF-SW                     PIC X(01) VALUE 'N'.
001440     88  END-OF-FILE                       VALUE 'Y'.
001450 01  WS-WORK-EOF-SW                PIC X(01) VALUE 'N'.
001460     88  WORK-END-OF-FILE                  VALUE 'Y'.
001470 01  WS-ACTION                     PIC X(01).
001480     88  WS-ACT-RELEASE                    VALUES 'R' 'r'.
001490     88  WS-ACT-DISCARD                    VALUES 'D' 'd'.
001500     88  WS-ACT-SKIP                       VALUES 'S' 's'.
001510 01  WS-AUD-ACTION                 PIC X(01).
001520 01  WS-AUD-BATCH-ID               PIC X(08).
001530 01  WS-BATCH-ID                   PIC X(08).
001540 01  WS-SAVE-TRANS                 PIC X(36).
001550 01  WS-READ-COUNT                 PIC 9(08) COMP VALUE ZERO.
001560 01  WS-OPEN-COUNT                 PIC 9(08) COMP VALUE ZERO.
001570 01  WS-DISCARD-COUNT              PIC 9(08) COMP VALUE ZERO.
001580 01  WS-SKIP-COUNT                 PIC 9(08) COMP VALUE ZERO.
001590 01  WS-REL-COUNT                  PIC 9(07) COMP VALUE ZERO.
001600 01  WS-REL-HASH                   PIC S9(13)V9(2) VALUE ZERO.
001610 PROCEDURE DIVISION.
001620 0000-MAINLINE.
001630     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001640     IF WS-INIT-FAILED
001650         MOVE 8 TO RETURN-CODE
001660     ELSE
001670         IF NOT WS-NO-RECYCLE
001680             PERFORM 2000-WORK-ONE THRU 2000-WORK-ONE-EXIT
001690                 UNTIL END-OF-FILE
001700             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001710         END-IF
001720     END-IF
001730     STOP RUN.
001740*
001750 1000-INITIALIZE.
001760     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001770     PERFORM 1100-CHECK-OPERATOR THRU 1100-CHECK-OPERATOR-EXIT
001780     IF WS-INIT-FAILED
001790         GO TO 1000-INITIALIZE-EXIT
001800     END-IF
001810     OPEN INPUT CALC-RECYCLE-FILE
001820     IF WS-RCY-FILE-STATUS = '35'
001830         MOVE 'Y' TO WS-NO-RECYCLE-SW
001840         DISPLAY "NO CALCRCYL RECYCLE FILE TO WORK"
001850         GO TO 1000-INITIALIZE-EXIT
001860     END-IF
001870     OPEN I-O CALC-DUPO-FILE
001880     IF WS-DUPO-FILE-STATUS = '35'
001890         OPEN OUTPUT CALC-DUPO-FILE
001900         CLOSE CALC-DUPO-FILE
001910         OPEN I-O CALC-DUPO-FILE
001920     END-IF
001930     IF WS-DUPO-FILE-STATUS NOT = '00'
001940         DISPLAY "CALCDUPO RELEASE OVERRIDES NOT AVAILABLE - "
001950                 "RUN REFUSED"
001960         CLOSE CALC-RECYCLE-FILE
001970         MOVE 'Y' TO WS-INIT-FAIL-SW
001980         GO TO 1000-INITIALIZE-EXIT
001990     END-IF
002000     OPEN EXTEND CALC-AUDIT-FILE
002010     IF WS-AUDIT-FILE-STATUS = '35'
002020         OPEN OUTPUT CALC-AUDIT-FILE
002030     END-IF
002040     DISPLAY "BATCH ID FOR RELEASED TICKETS: "
002050     ACCEPT WS-BATCH-ID
002060     OPEN OUTPUT CALC-RECYCLE-WORK-FILE
002070     OPEN OUTPUT CALC-RELEASE-FILE
002080     OPEN OUTPUT CALC-DUP-REPORT-FILE
002090     MOVE WS-RUN-DATE TO DPR-HDR-DATE
002100     MOVE WS-OPERATOR-ID TO DPR-HDR-OPERATOR
002110     MOVE WS-BATCH-ID TO DPR-HDR-BATCH-ID
002120     WRITE DUP-REPORT-RECORD FROM DPR-HEADER-LINE
002130     WRITE DUP-REPORT-RECORD FROM DPR-COLUMN-HEADING
002140     PERFORM 2900-READ-RECYCLE THRU 2900-READ-RECYCLE-EXIT.
002150 1000-INITIALIZE-EXIT.
002160         EXIT.
002170*
002180 1100-CHECK-OPERATOR.
002190     DISPLAY "ENTER OPERATOR ID: "
002200     ACCEPT WS-OPERATOR-ID
002210     OPEN INPUT CALC-OPER-FILE
002220     IF WS-OPER-FILE-STATUS NOT = '00'
002230         DISPLAY "CALCOPER OPERATOR MASTER NOT AVAILABLE - "
002240                 "RUN REFUSED"
002250         MOVE 'Y' TO WS-INIT-FAIL-SW
002260         GO TO 1100-CHECK-OPERATOR-EXIT
002270     END-IF
002280     MOVE WS-OPERATOR-ID TO OPR-ID
002290     MOVE 'Y' TO WS-OPR-FOUND-SW
002300     READ CALC-OPER-FILE
002310         INVALID KEY MOVE 'N' TO WS-OPR-FOUND-SW
002320     END-READ
002330     IF NOT WS-OPR-FOUND OR NOT OPR-ACTIVE
002340         DISPLAY "OPERATOR NOT AUTHORIZED: " WS-OPERATOR-ID
002350         MOVE 'Y' TO WS-INIT-FAIL-SW
002360     ELSE
002370         IF NOT OPR-SUPERVISOR
002380             DISPLAY "DUPLICATE RELEASE NEEDS A LEVEL-3 "
002390                     "SUPERVISOR: " WS-OPERATOR-ID
002400             MOVE 'Y' TO WS-INIT-FAIL-SW
002410         END-IF
002420     END-IF
002430     CLOSE CALC-OPER-FILE.
002440 1100-CHECK-OPERATOR-EXIT.
002450         EXIT.
002460*
002470 2000-WORK-ONE.
002480     ADD 1 TO WS-READ-COUNT
002490     IF NOT RCY-DUPLICATE-SUSPECT OR RCY-RELEASED
002500         PERFORM 2800-KEEP-RECORD THRU 2800-KEEP-RECORD-EXIT
002510         GO TO 2000-WORK-ONE-EXIT
002520     END-IF
002530     ADD 1 TO WS-OPEN-COUNT
002540     MOVE RCY-TRANS-IMAGE TO CALC-TRANS-RECORD
002550     DISPLAY "-------------------------------------------"
002560     DISPLAY "RECORD " WS-READ-COUNT " HELD " RCY-RUN-DATE
002570             " AS A SUSPECTED DUPLICATE"
002580     DISPLAY "NUM1:    " TR-NUM1
002590     DISPLAY "NUM2:    " TR-NUM2
002600     DISPLAY "OPCAO:   " TR-OPCAO
002610     DISPLAY "ACCOUNT: " TR-ACCOUNT
002620     DISPLAY "ACTION? R=RELEASE AS A GENUINE REPEAT "
002630             "D=DISCARD AS A DUPLICATE S=SKIP"
002640     MOVE SPACES TO WS-ACTION
002650     ACCEPT WS-ACTION
002660     EVALUATE TRUE
002670         WHEN WS-ACT-RELEASE
002680             PERFORM 2200-RELEASE-TICKET
002690                 THRU 2200-RELEASE-TICKET-EXIT
002700         WHEN WS-ACT-DISCARD
002710             PERFORM 2300-DISCARD-TICKET
002720                 THRU 2300-DISCARD-TICKET-EXIT
002730         WHEN WS-ACT-SKIP
002740             ADD 1 TO WS-SKIP-COUNT
002750         WHEN OTHER
002760             DISPLAY "INVALID ACTION - RECORD SKIPPED"
002770             ADD 1 TO WS-SKIP-COUNT
002780     END-EVALUATE
002790     PERFORM 2800-KEEP-RECORD THRU 2800-KEEP-RECORD-EXIT.
002800 2000-WORK-ONE-EXIT.
002810         EXIT.
002820*
002830*    THE OVERRIDE IS WRITTEN FIRST; A TICKET WHOSE OVERRIDE CANNOT
002840*    BE RECORDED IS NOT RELEASED, SINCE CALCEDIT WOULD ONLY HOLD
002850*    IT AGAIN.
002860 2200-RELEASE-TICKET.
002870     ACCEPT WS-SYSTEM-TIME FROM TIME
002880     MOVE TR-DETAIL-DATA TO DPO-MATCH-KEY
002890     MOVE WS-RUN-DATE TO DPO-RELEASE-DATE
002900     MOVE WS-SYSTEM-TIME TO DPO-RELEASE-TIME
002910     MOVE 'O' TO DPO-STATUS
002920     MOVE WS-OPERATOR-ID TO DPO-SUPERVISOR
002930     MOVE SPACES TO DPO-USED-DATE
002940     WRITE DPO-RECORD
002950         INVALID KEY
002960             DISPLAY "CALCDUPO OVERRIDE NOT RECORDED - "
002970                     "TICKET LEFT HELD"
002980             ADD 1 TO WS-SKIP-COUNT
002990             GO TO 2200-RELEASE-TICKET-EXIT
003000     END-WRITE
003010     IF WS-REL-COUNT = ZERO
003020         PERFORM 2400-WRITE-HEADER THRU 2400-WRITE-HEADER-EXIT
003030     END-IF
003040     MOVE 'D' TO TR-REC-TYPE
003050     WRITE RELEASE-RECORD FROM CALC-TRANS-RECORD
003060     ADD 1 TO WS-REL-COUNT
003070     IF TR-NUM1 NUMERIC
003080         ADD TR-NUM1 TO WS-REL-HASH
003090     END-IF
003100     MOVE 'R' TO RCY-STATUS
003110     MOVE 'G' TO WS-AUD-ACTION
003120     MOVE WS-BATCH-ID TO WS-AUD-BATCH-ID
003130     PERFORM 2500-WRITE-AUDIT THRU 2500-WRITE-AUDIT-EXIT
003140     MOVE "RELEASED" TO DPR-DTL-DECISION
003150     PERFORM 2600-WRITE-REGISTER THRU 2600-WRITE-REGISTER-EXIT.
003160 2200-RELEASE-TICKET-EXIT.
003170         EXIT.
003180*
003190 2300-DISCARD-TICKET.
003200     ACCEPT WS-SYSTEM-TIME FROM TIME
003210     MOVE 'R' TO RCY-STATUS
003220     ADD 1 TO WS-DISCARD-COUNT
003230     MOVE 'X' TO WS-AUD-ACTION
003240     MOVE SPACES TO WS-AUD-BATCH-ID
003250     PERFORM 2500-WRITE-AUDIT THRU 2500-WRITE-AUDIT-EXIT
003260     MOVE "DISCARDED" TO DPR-DTL-DECISION
003270     PERFORM 2600-WRITE-REGISTER THRU 2600-WRITE-REGISTER-EXIT.
003280 2300-DISCARD-TICKET-EXIT.
003290         EXIT.
003300*
003310 2400-WRITE-HEADER.
003320     MOVE CALC-TRANS-RECORD TO WS-SAVE-TRANS
003330     MOVE SPACES TO CALC-TRANS-RECORD
003340     MOVE 'H' TO TR-REC-TYPE
003350     MOVE WS-BATCH-ID TO TR-HDR-BATCH-ID
003360     WRITE RELEASE-RECORD FROM CALC-TRANS-RECORD
003370     MOVE WS-SAVE-TRANS TO CALC-TRANS-RECORD.
003380 2400-WRITE-HEADER-EXIT.
003390         EXIT.
003400*
003410 2500-WRITE-AUDIT.
003420     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
003430     MOVE WS-RUN-DATE TO AUD-DATE
003440     MOVE WS-SYSTEM-TIME TO AUD-TIME
003450     MOVE WS-AUD-ACTION TO AUD-OPCAO
003460     IF TR-NUM1 NUMERIC
003470         MOVE TR-NUM1 TO AUD-NUM1
003480     ELSE
003490         MOVE ZERO TO AUD-NUM1
003500     END-IF
003510     IF TR-NUM2 NUMERIC
003520         MOVE TR-NUM2 TO AUD-NUM2
003530     ELSE
003540         MOVE ZERO TO AUD-NUM2
003550     END-IF
003560     MOVE ZERO TO AUD-RES
003570     MOVE WS-AUD-BATCH-ID TO AUD-BATCH-ID
003580     MOVE ZERO TO AUD-DOC-NUMBER
003590     WRITE AUD-RECORD.
003600 2500-WRITE-AUDIT-EXIT.
003610         EXIT.
003620*
003630 2600-WRITE-REGISTER.
003640     MOVE RCY-RUN-DATE TO DPR-DTL-HELD-DATE
003650     MOVE AUD-NUM1 TO DPR-DTL-NUM1
003660     MOVE AUD-NUM2 TO DPR-DTL-NUM2
003670     MOVE TR-OPCAO TO DPR-DTL-OPCAO
003680     MOVE TR-ACCOUNT TO DPR-DTL-ACCOUNT
003690     MOVE WS-SYSTEM-TIME TO DPR-DTL-TIME
003700     WRITE DUP-REPORT-RECORD FROM DPR-DETAIL-LINE.
003710 2600-WRITE-REGISTER-EXIT.
003720         EXIT.
003730*
003740 2800-KEEP-RECORD.
003750     WRITE RCYW-RECORD FROM RCY-RECORD
003760     PERFORM 2900-READ-RECYCLE THRU 2900-READ-RECYCLE-EXIT.
003770 2800-KEEP-RECORD-EXIT.
003780         EXIT.
003790*
003800 2900-READ-RECYCLE.
003810     READ CALC-RECYCLE-FILE
003820         AT END MOVE 'Y' TO WS-EOF-SW
003830     END-READ.
003840 2900-READ-RECYCLE-EXIT.
003850         EXIT.
003860*
003870 9000-TERMINATE.
003880     IF WS-REL-COUNT > ZERO
003890         MOVE SPACES TO CALC-TRANS-RECORD
003900         MOVE 'T' TO TR-REC-TYPE
003910         MOVE WS-BATCH-ID TO TR-TRL-BATCH-ID
003920         MOVE WS-REL-COUNT TO TR-TRL-REC-COUNT
003930         MOVE WS-REL-HASH TO TR-TRL-HASH-NUM1
003940         WRITE RELEASE-RECORD FROM CALC-TRANS-RECORD
003950     END-IF
003960     MOVE WS-REL-COUNT TO DPR-TRL-RELEASED
003970     MOVE WS-DISCARD-COUNT TO DPR-TRL-DISCARDED
003980     MOVE WS-SKIP-COUNT TO DPR-TRL-SKIPPED
003990     WRITE DUP-REPORT-RECORD FROM DPR-TRAILER-LINE
004000     CLOSE CALC-DUP-REPORT-FILE
004010     CLOSE CALC-RELEASE-FILE
004020     CLOSE CALC-AUDIT-FILE
004030     CLOSE CALC-DUPO-FILE
004040     CLOSE CALC-RECYCLE-FILE
004050     CLOSE CALC-RECYCLE-WORK-FILE
004060     PERFORM 9100-REWRITE-LIVE THRU 9100-REWRITE-LIVE-EXIT
004070     IF WS-OPEN-COUNT = ZERO
004080         DISPLAY "NO SUSPECTED DUPLICATES AWAITING REVIEW"
004090     END-IF
004100     DISPLAY "TICKETS RELEASED:  " WS-REL-COUNT
004110     DISPLAY "TICKETS DISCARDED: " WS-DISCARD-COUNT
004120     DISPLAY "TICKETS SKIPPED:   " WS-SKIP-COUNT.
004130 9000-TERMINATE-EXIT.
004140         EXIT.
004150*
004160 9100-REWRITE-LIVE.
004170     OPEN INPUT CALC-RECYCLE-WORK-FILE
004180     OPEN OUTPUT CALC-RECYCLE-FILE
004190     PERFORM 9200-COPY-BACK THRU 9200-COPY-BACK-EXIT
004200         UNTIL WORK-END-OF-FILE
004210     CLOSE CALC-RECYCLE-WORK-FILE
004220     CLOSE CALC-RECYCLE-FILE.
004230 9100-REWRITE-LIVE-EXIT.
004240         EXIT.
004250*
004260 9200-COPY-BACK.
004270     READ CALC-RECYCLE-WORK-FILE
004280         AT END MOVE 'Y' TO WS-WORK-EOF-SW
004290     END-READ
004300     IF NOT WORK-END-OF-FILE
004310         WRITE RCY-RECORD FROM RCYW-RECORD
004320     END-IF.
004330 9200-COPY-BACK-EXIT.
004340         EXIT.
