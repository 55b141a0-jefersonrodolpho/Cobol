000010*========================================================================
000020*  CALCAPRV.COB
000030*  SUPERVISOR REVIEW OF THE CALCAPPQ PENDING-APPROVAL QUEUE.
000040*  CALCBAT HOLDS A BALANCED BATCH THERE INSTEAD OF POSTING IT
000050*  WHEN ITS HASH TOTAL, OR ANY ONE DETAIL, IS OVER THE
000060*  WS-APPROVAL-LIMIT. ONLY A LEVEL-3 SUPERVISOR FROM THE
000070*  CALCOPER OPERATOR MASTER MAY RUN THIS PROGRAM, AND NEVER ON A
000080*  BATCH THE SAME OPERATOR SUBMITTED. THE SUPERVISOR STEPS
000090*  THROUGH EACH PENDING BATCH LINE BY LINE AND APPROVES OR
000100*  REJECTS EVERY LINE. A REJECTED LINE GOES STRAIGHT TO THE
000110*  CALCRCYL RECYCLE FILE WITH REASON AR; AN APPROVED LINE WAITS
000120*  ON THE QUEUE FOR THE NEXT CALCBAT RUN TO POST IT. A REVIEW
000130*  STOPPED PART WAY LEAVES THE REST OF THE BATCH PENDING FOR THE
000140*  NEXT SESSION. EVERY DECISION IS WRITTEN TO CALCAUD WITH THE
000150*  SUPERVISOR'S ID AND THE TIME, AND LISTED ON THE CALCAPRR
000160*  APPROVAL REGISTER.
000170*------------------------------------------------------------------------
000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  2026-10-15 RA    PROGRAM CREATED.
000210*========================================================================
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. CALCAPRV.
000240 AUTHOR. R. ALVES.
000250 INSTALLATION. CONTABILIDADE.
000260 DATE-WRITTEN. 2026-10-15.
000270 DATE-COMPILED.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CALC-OPER-FILE ASSIGN TO "CALCOPER"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS OPR-ID
000350         FILE STATUS IS WS-OPER-FILE-STATUS.
000360     SELECT CALC-APPQ-FILE ASSIGN TO "CALCAPPQ"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS APQ-KEY
000400         FILE STATUS IS WS-APPQ-FILE-STATUS.
000410     SELECT CALC-AUDIT-FILE ASSIGN TO "CALCAUD"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000440     SELECT CALC-RECYCLE-FILE ASSIGN TO "CALCRCYL"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-RCY-FILE-STATUS.
000470     SELECT CALC-APR-REPORT-FILE ASSIGN TO "CALCAPRR"
000480         ORGANIZATION IS SEQUENTIAL.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  CALC-OPER-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 COPY CALCOPER.
000540 FD  CALC-APPQ-FILE
000550     LABEL RECORDS ARE STANDARD.
000560 COPY CALCAPPQ.
000570 FD  CALC-AUDIT-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 COPY CALCAUD.
000600 FD  CALC-RECYCLE-FILE
000610     LABEL RECORDS ARE STANDARD.
000620 COPY CALCRCY.
000630 FD  CALC-APR-REPORT-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  APR-REPORT-RECORD             PIC X(132).
000660 WORKING-STORAGE SECTION.
000670 COPY CALCTRAN.
000680*    PRINT LINES ARE BUILT IN WORKING-STORAGE BECAUSE VALUE
000690*    CLAUSES ON FILE SECTION FILLERS ARE TREATED AS COMMENTARY.
000700 01  APR-HEADER-LINE.
000710     05  FILLER            PIC X(18) VALUE "APPROVAL REGISTER ".
000720     05  FILLER            PIC X(10) VALUE "RUN DATE: ".
000730     05  APR-HDR-DATE       PIC X(08).
000740     05  FILLER            PIC X(14) VALUE "  SUPERVISOR: ".
000750     05  APR-HDR-OPERATOR   PIC X(10).
000760 01  APR-COLUMN-HEADING.
000770     05  FILLER            PIC X(08) VALUE "BATCH".
000780     05  FILLER            PIC X(02) VALUE SPACES.
000790     05  FILLER            PIC X(08) VALUE "FILE ID".
000800     05  FILLER            PIC X(02) VALUE SPACES.
000810     05  FILLER            PIC X(05) VALUE " LINE".
000820     05  FILLER            PIC X(02) VALUE SPACES.
000830     05  FILLER            PIC X(16)
000840         VALUE "            NUM1".
000850     05  FILLER            PIC X(02) VALUE SPACES.
000860     05  FILLER            PIC X(16)
000870         VALUE "            NUM2".
000880     05  FILLER            PIC X(02) VALUE SPACES.
000890     05  FILLER            PIC X(02) VALUE "OP".
000900     05  FILLER            PIC X(02) VALUE SPACES.
000910     05  FILLER            PIC X(10) VALUE "ACCOUNT".
000920     05  FILLER            PIC X(02) VALUE SPACES.
000930     05  FILLER            PIC X(08) VALUE "DECISION".
000940     05  FILLER            PIC X(02) VALUE SPACES.
000950     05  FILLER            PIC X(08) VALUE "TIME".
000960 01  APR-DETAIL-LINE.
000970     05  APR-DTL-BATCH-ID   PIC X(08).
000980     05  FILLER            PIC X(02) VALUE SPACES.
000990     05  APR-DTL-FILE-ID    PIC X(08).
001000     05  FILLER            PIC X(02) VALUE SPACES.
001010     05  APR-DTL-LINE       PIC Z(4)9.
001020     05  FILLER            PIC X(02) VALUE SPACES.
001030     05  APR-DTL-NUM1       PIC -(12)9.99.
001040     05  FILLER            PIC X(02) VALUE SPACES.
001050     05  APR-DTL-NUM2       PIC -(12)9.99.
001060     05  FILLER            PIC X(02) VALUE SPACES.
001070     05  APR-DTL-OPCAO      PIC X(02).
001080     05  FILLER            PIC X(02) VALUE SPACES.
001090     05  APR-DTL-ACCOUNT    PIC X(10).
001100     05  FILLER            PIC X(02) VALUE SPACES.
001110     05  APR-DTL-DECISION   PIC X(08).
001120     05  FILLER            PIC X(02) VALUE SPACES.
001130     05  APR-DTL-TIME       PIC X(08).
001140 01  APR-BATCH-LINE.
001150     05  FILLER            PIC X(07) VALUE "BATCH: ".
001160     05  APR-BCH-ID         PIC X(08).
001170     05  FILLER            PIC X(14) VALUE "  SUBMITTED BY".
001180     05  FILLER            PIC X(02) VALUE ": ".
001190     05  APR-BCH-SUBMITTER  PIC X(10).
001200     05  FILLER            PIC X(12) VALUE "  APPROVED: ".
001210     05  APR-BCH-APPROVED   PIC Z(4)9.
001220     05  FILLER            PIC X(12) VALUE "  REJECTED: ".
001230     05  APR-BCH-REJECTED   PIC Z(4)9.
001240     05  FILLER            PIC X(11) VALUE "  PENDING: ".
001250     05  APR-BCH-PENDING    PIC Z(4)9.
001260     05  FILLER            PIC X(02) VALUE SPACES.
001270     05  APR-BCH-STATUS     PIC X(08).
001280 01  APR-TRAILER-LINE.
001290     05  FILLER            PIC X(16) VALUE "LINES APPROVED: ".
001300     05  APR-TRL-APPROVED   PIC Z(7)9.
001310     05  FILLER            PIC X(13) VALUE "   REJECTED: ".
001320     05  APR-TRL-REJECTED   PIC Z(7)9.
001330     05  FILLER            PIC X(20)
001340         VALUE "   BATCHES DECIDED: ".
001350     05  APR-TRL-DECIDED    PIC Z(7)9.
001360 01  WS-OPER-FILE-STATUS           PIC X(02).
001370 01  WS-APPQ-FILE-STATUS           PIC X(02).
001380 01  WS-AUDIT-FILE-STATUS          PIC X(02).
001390 01  WS-RCY-FILE-STATUS            PIC X(02).
001400 01  WS-RUN-DATE                   PIC X(08).
001410 01  WS-SYSTEM-TIME                PIC X(08).
001420 01  WS-OPERATOR-ID                PIC X(10).
001430 01  WS-OPR-FOUND-SW               PIC X(01) VALUE 'N'.
001440     88  WS-OPR-FOUND                      VALUE 'Y'.
001450 01  WS-INIT-FAIL-SW               PIC X(01) VALUE 'N'.
001460     88  WS-INIT-FAILED                    VALUE 'Y'.
001470 01  WS-DONE-SW                    PIC X(01) VALUE 'N'.
001480     88  WS-DONE                           VALUE 'Y'.
001490 01  WS-APPQ-EOF-SW                PIC X(01) VALUE 'N'.
001500     88  APPQ-END-OF-FILE                  VALUE 'Y'.
001510 01  WS-STOP-SW                    PIC X(01) VALUE 'N'.
001520     88  WS-STOP-REVIEW                    VALUE 'Y'.
001530 01  WS-ACTION                     PIC X(01).
001540     88  WS-ACT-REVIEW                     VALUES 'Y' 'y'.
001550     88  WS-ACT-END                        VALUES 'X' 'x'.
001560 01  WS-DECISION                   PIC X(01).
001570     88  WS-DEC-APPROVE                    VALUES 'A' 'a'.
001580     88  WS-DEC-REJECT                     VALUES 'R' 'r'.
001590     88  WS-DEC-STOP                       VALUES 'S' 's'.
001600 01  WS-HDR-KEY.
001610     05  WS-HDR-FILE-ID            PIC X(08).
001620     05  WS-HDR-BATCH-ID           PIC X(08).
001630     05  WS-HDR-LINE-NUM           PIC 9(05).
001640 01  WS-HDR-SUBMITTER              PIC X(10).
001650 01  WS-BATCH-APPROVED             PIC 9(05) COMP.
001660 01  WS-BATCH-REJECTED             PIC 9(05) COMP.
001670 01  WS-BATCH-PENDING              PIC 9(05) COMP.
001680 01  WS-LINES-APPROVED             PIC 9(08) COMP VALUE ZERO.
001690 01  WS-LINES-REJECTED             PIC 9(08) COMP VALUE ZERO.
001700 01  WS-BATCHES-DECIDED            PIC 9(08) COMP VALUE ZERO.
001710 01  WS-BATCHES-SHOWN              PIC 9(08) COMP VALUE ZERO.
001720 PROCEDURE DIVISION.
001730 0000-MAINLINE.
001740     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001750     IF WS-INIT-FAILED
001760         MOVE 8 TO RETURN-CODE
001770     ELSE
001780         PERFORM 2000-CHECK-ENTRY THRU 2000-CHECK-ENTRY-EXIT
001790             UNTIL APPQ-END-OF-FILE OR WS-DONE
001800         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001810     END-IF
001820     STOP RUN.
001830*
001840 1000-INITIALIZE.
001850     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001860     PERFORM 1100-CHECK-OPERATOR THRU 1100-CHECK-OPERATOR-EXIT
001870     IF WS-INIT-FAILED
001880         GO TO 1000-INITIALIZE-EXIT
001890     END-IF
001900     OPEN I-O CALC-APPQ-FILE
001910     IF WS-APPQ-FILE-STATUS NOT = '00'
001920         DISPLAY "CALCAPPQ APPROVAL QUEUE NOT AVAILABLE - "
001930                 "NOTHING TO REVIEW"
001940         MOVE 'Y' TO WS-INIT-FAIL-SW
001950         GO TO 1000-INITIALIZE-EXIT
001960     END-IF
001970     OPEN EXTEND CALC-AUDIT-FILE
001980     IF WS-AUDIT-FILE-STATUS = '35'
001990         OPEN OUTPUT CALC-AUDIT-FILE
002000     END-IF
002010     OPEN EXTEND CALC-RECYCLE-FILE
002020     IF WS-RCY-FILE-STATUS = '35'
002030         OPEN OUTPUT CALC-RECYCLE-FILE
002040     END-IF
002050     OPEN OUTPUT CALC-APR-REPORT-FILE
002060     MOVE WS-RUN-DATE TO APR-HDR-DATE
002070     MOVE WS-OPERATOR-ID TO APR-HDR-OPERATOR
002080     WRITE APR-REPORT-RECORD FROM APR-HEADER-LINE
002090     WRITE APR-REPORT-RECORD FROM APR-COLUMN-HEADING
002100     MOVE 'N' TO WS-APPQ-EOF-SW
002110     MOVE LOW-VALUES TO APQ-KEY
002120     START CALC-APPQ-FILE KEY NOT < APQ-KEY
002130         INVALID KEY MOVE 'Y' TO WS-APPQ-EOF-SW
002140     END-START
002150     IF NOT APPQ-END-OF-FILE
002160         PERFORM 2900-READ-APPQ THRU 2900-READ-APPQ-EXIT
002170     END-IF.
002180 1000-INITIALIZE-EXIT.
002190         EXIT.
002200*
002210 1100-CHECK-OPERATOR.
002220     DISPLAY "ENTER OPERATOR ID: "
002230     ACCEPT WS-OPERATOR-ID
002240     OPEN INPUT CALC-OPER-FILE
002250     IF WS-OPER-FILE-STATUS NOT = '00'
002260         DISPLAY "CALCOPER OPERATOR MASTER NOT AVAILABLE - "
002270                 "RUN REFUSED"
002280         MOVE 'Y' TO WS-INIT-FAIL-SW
002290         GO TO 1100-CHECK-OPERATOR-EXIT
002300     END-IF
002310     MOVE WS-OPERATOR-ID TO OPR-ID
002320     MOVE 'Y' TO WS-OPR-FOUND-SW
002330     READ CALC-OPER-FILE
002340         INVALID KEY MOVE 'N' TO WS-OPR-FOUND-SW
002350     END-READ
002360     IF NOT WS-OPR-FOUND OR NOT OPR-ACTIVE
002370         DISPLAY "OPERATOR NOT AUTHORIZED: " WS-OPERATOR-ID
002380         MOVE 'Y' TO WS-INIT-FAIL-SW
002390     ELSE
002400         IF NOT OPR-SUPERVISOR
002410             DISPLAY "APPROVAL NEEDS A LEVEL-3 SUPERVISOR: "
002420                     WS-OPERATOR-ID
002430             MOVE 'Y' TO WS-INIT-FAIL-SW
002440         END-IF
002450     END-IF
002460     CLOSE CALC-OPER-FILE.
002470 1100-CHECK-OPERATOR-EXIT.
002480         EXIT.
002490*
002500*    ONLY THE HEADER ENTRY OF A BATCH STILL PENDING IS OFFERED;
002510*    EVERYTHING ELSE ON THE QUEUE IS STEPPED OVER.
002520 2000-CHECK-ENTRY.
002530     IF APQ-HEADER-ENTRY AND APQ-PENDING
002540         PERFORM 2100-OFFER-BATCH THRU 2100-OFFER-BATCH-EXIT
002550     ELSE
002560         PERFORM 2900-READ-APPQ THRU 2900-READ-APPQ-EXIT
002570     END-IF.
002580 2000-CHECK-ENTRY-EXIT.
002590         EXIT.
002600*
002610 2100-OFFER-BATCH.
002620     ADD 1 TO WS-BATCHES-SHOWN
002630     MOVE APQ-KEY TO WS-HDR-KEY
002640     MOVE APQ-SUBMIT-OPER TO WS-HDR-SUBMITTER
002650     COMPUTE WS-BATCH-PENDING = APQ-LINE-COUNT
002660         - APQ-APPROVED-COUNT - APQ-REJECTED-COUNT
002670     DISPLAY "-------------------------------------------"
002680     DISPLAY "BATCH " APQ-BATCH-ID " FROM FILE " APQ-FILE-ID
002690     DISPLAY "SUBMITTED BY " APQ-SUBMIT-OPER " ON "
002700             APQ-SUBMIT-DATE " " APQ-SUBMIT-TIME
002710             " RUN " APQ-SUBMIT-RUN
002720     DISPLAY "LINES: " APQ-LINE-COUNT "  HASH NUM1: "
002730             APQ-HASH-NUM1
002740     DISPLAY "APPROVED: " APQ-APPROVED-COUNT "  REJECTED: "
002750             APQ-REJECTED-COUNT "  PENDING: " WS-BATCH-PENDING
002760     IF APQ-SUBMIT-OPER = WS-OPERATOR-ID
002770         DISPLAY "BATCH SUBMITTED BY " WS-OPERATOR-ID
002780                 " - ANOTHER SUPERVISOR MUST REVIEW IT"
002790         PERFORM 2800-NEXT-BATCH THRU 2800-NEXT-BATCH-EXIT
002800         GO TO 2100-OFFER-BATCH-EXIT
002810     END-IF
002820     DISPLAY "ACTION? Y=REVIEW S=SKIP X=END SESSION"
002830     MOVE SPACES TO WS-ACTION
002840     ACCEPT WS-ACTION
002850     IF WS-ACT-END
002860         MOVE 'Y' TO WS-DONE-SW
002870         GO TO 2100-OFFER-BATCH-EXIT
002880     END-IF
002890     IF NOT WS-ACT-REVIEW
002900         PERFORM 2800-NEXT-BATCH THRU 2800-NEXT-BATCH-EXIT
002910         GO TO 2100-OFFER-BATCH-EXIT
002920     END-IF
002930     MOVE ZERO TO WS-BATCH-APPROVED
002940     MOVE ZERO TO WS-BATCH-REJECTED
002950     MOVE 'N' TO WS-STOP-SW
002960     PERFORM 2900-READ-APPQ THRU 2900-READ-APPQ-EXIT
002970     PERFORM 2200-REVIEW-LINE THRU 2200-REVIEW-LINE-EXIT
002980         UNTIL APPQ-END-OF-FILE
002990            OR APQ-HEADER-ENTRY
003000            OR WS-STOP-REVIEW
003010     PERFORM 2500-UPDATE-HEADER THRU 2500-UPDATE-HEADER-EXIT
003020     PERFORM 2800-NEXT-BATCH THRU 2800-NEXT-BATCH-EXIT.
003030 2100-OFFER-BATCH-EXIT.
003040         EXIT.
003050*
003060 2200-REVIEW-LINE.
003070     IF APQ-PENDING
003080         PERFORM 2300-DECIDE-LINE THRU 2300-DECIDE-LINE-EXIT
003090     END-IF
003100     IF NOT WS-STOP-REVIEW
003110         PERFORM 2900-READ-APPQ THRU 2900-READ-APPQ-EXIT
003120     END-IF.
003130 2200-REVIEW-LINE-EXIT.
003140         EXIT.
003150*
003160 2300-DECIDE-LINE.
003170     MOVE APQ-TRANS-IMAGE TO CALC-TRANS-RECORD
003180     DISPLAY "LINE " APQ-LINE-NUM
003190     DISPLAY "NUM1:    " TR-NUM1
003200     DISPLAY "NUM2:    " TR-NUM2
003210     DISPLAY "OPCAO:   " TR-OPCAO
003220     DISPLAY "ACCOUNT: " TR-ACCOUNT
003230     DISPLAY "DECISION? A=APPROVE R=REJECT S=STOP REVIEW"
003240     MOVE SPACES TO WS-DECISION
003250     ACCEPT WS-DECISION
003260     EVALUATE TRUE
003270         WHEN WS-DEC-APPROVE
003280             MOVE 'A' TO APQ-STATUS
003290             ADD 1 TO WS-BATCH-APPROVED
003300             ADD 1 TO WS-LINES-APPROVED
003310             MOVE "APPROVED" TO APR-DTL-DECISION
003320         WHEN WS-DEC-REJECT
003330             MOVE 'R' TO APQ-STATUS
003340             ADD 1 TO WS-BATCH-REJECTED
003350             ADD 1 TO WS-LINES-REJECTED
003360             MOVE "REJECTED" TO APR-DTL-DECISION
003370         WHEN WS-DEC-STOP
003380             MOVE 'Y' TO WS-STOP-SW
003390             GO TO 2300-DECIDE-LINE-EXIT
003400         WHEN OTHER
003410             DISPLAY "INVALID DECISION - LINE LEFT PENDING"
003420             GO TO 2300-DECIDE-LINE-EXIT
003430     END-EVALUATE
003440     ACCEPT WS-SYSTEM-TIME FROM TIME
003450     MOVE WS-OPERATOR-ID TO APQ-LINE-OPER
003460     MOVE WS-RUN-DATE TO APQ-LINE-DATE
003470     MOVE WS-SYSTEM-TIME TO APQ-LINE-TIME
003480     REWRITE APQ-RECORD
003490         INVALID KEY
003500             DISPLAY "CALCAPPQ LINE NOT UPDATED: " APQ-KEY
003510     END-REWRITE
003520     PERFORM 2400-WRITE-AUDIT THRU 2400-WRITE-AUDIT-EXIT
003530     IF APQ-REJECTED
003540         PERFORM 2450-WRITE-RECYCLE THRU 2450-WRITE-RECYCLE-EXIT
003550     END-IF
003560     MOVE APQ-BATCH-ID TO APR-DTL-BATCH-ID
003570     MOVE APQ-FILE-ID TO APR-DTL-FILE-ID
003580     MOVE APQ-LINE-NUM TO APR-DTL-LINE
003590     MOVE AUD-NUM1 TO APR-DTL-NUM1
003600     MOVE AUD-NUM2 TO APR-DTL-NUM2
003610     MOVE TR-OPCAO TO APR-DTL-OPCAO
003620     MOVE TR-ACCOUNT TO APR-DTL-ACCOUNT
003630     MOVE WS-SYSTEM-TIME TO APR-DTL-TIME
003640     WRITE APR-REPORT-RECORD FROM APR-DETAIL-LINE.
003650 2300-DECIDE-LINE-EXIT.
003660         EXIT.
003670*
003680 2400-WRITE-AUDIT.
003690     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
003700     MOVE WS-RUN-DATE TO AUD-DATE
003710     MOVE WS-SYSTEM-TIME TO AUD-TIME
003720     MOVE APQ-STATUS TO AUD-OPCAO
003730     IF TR-NUM1 NUMERIC
003740         MOVE TR-NUM1 TO AUD-NUM1
003750     ELSE
003760         MOVE ZERO TO AUD-NUM1
003770     END-IF
003780     IF TR-NUM2 NUMERIC
003790         MOVE TR-NUM2 TO AUD-NUM2
003800     ELSE
003810         MOVE ZERO TO AUD-NUM2
003820     END-IF
003830     MOVE ZERO TO AUD-RES
003840     MOVE APQ-BATCH-ID TO AUD-BATCH-ID
003850     MOVE ZERO TO AUD-DOC-NUMBER
003860     WRITE AUD-RECORD.
003870 2400-WRITE-AUDIT-EXIT.
003880         EXIT.
003890*
003900 2450-WRITE-RECYCLE.
003910     MOVE APQ-TRANS-IMAGE TO RCY-TRANS-IMAGE
003920     MOVE 'AR' TO RCY-REASON-CODE
003930     MOVE WS-RUN-DATE TO RCY-RUN-DATE
003940     MOVE 'O' TO RCY-STATUS
003950     WRITE RCY-RECORD.
003960 2450-WRITE-RECYCLE-EXIT.
003970         EXIT.
003980*
003990*    THE BATCH IS DECIDED ONCE NO LINE IS LEFT PENDING: APPROVED
004000*    WHEN AT LEAST ONE LINE WAS APPROVED, REJECTED OTHERWISE.
004010 2500-UPDATE-HEADER.
004020     MOVE WS-HDR-KEY TO APQ-KEY
004030     READ CALC-APPQ-FILE
004040         INVALID KEY
004050             DISPLAY "CALCAPPQ HEADER LOST FOR BATCH "
004060                     WS-HDR-BATCH-ID
004070             GO TO 2500-UPDATE-HEADER-EXIT
004080     END-READ
004090     ADD WS-BATCH-APPROVED TO APQ-APPROVED-COUNT
004100     ADD WS-BATCH-REJECTED TO APQ-REJECTED-COUNT
004110     IF WS-BATCH-APPROVED > ZERO OR WS-BATCH-REJECTED > ZERO
004120         MOVE WS-OPERATOR-ID TO APQ-DECIDED-OPER
004130         MOVE WS-RUN-DATE TO APQ-DECIDED-DATE
004140         MOVE WS-SYSTEM-TIME TO APQ-DECIDED-TIME
004150     END-IF
004160     COMPUTE WS-BATCH-PENDING = APQ-LINE-COUNT
004170         - APQ-APPROVED-COUNT - APQ-REJECTED-COUNT
004180     MOVE "PENDING" TO APR-BCH-STATUS
004190     IF WS-BATCH-PENDING = ZERO
004200         ADD 1 TO WS-BATCHES-DECIDED
004210         IF APQ-APPROVED-COUNT > ZERO
004220             MOVE 'A' TO APQ-STATUS
004230             MOVE "APPROVED" TO APR-BCH-STATUS
004240         ELSE
004250             MOVE 'R' TO APQ-STATUS
004260             MOVE "REJECTED" TO APR-BCH-STATUS
004270         END-IF
004280     END-IF
004290     REWRITE APQ-RECORD
004300         INVALID KEY
004310             DISPLAY "CALCAPPQ HEADER NOT UPDATED FOR BATCH "
004320                     WS-HDR-BATCH-ID
004330     END-REWRITE
004340     MOVE APQ-BATCH-ID TO APR-BCH-ID
004350     MOVE APQ-SUBMIT-OPER TO APR-BCH-SUBMITTER
004360     MOVE APQ-APPROVED-COUNT TO APR-BCH-APPROVED
004370     MOVE APQ-REJECTED-COUNT TO APR-BCH-REJECTED
004380     MOVE WS-BATCH-PENDING TO APR-BCH-PENDING
004390     WRITE APR-REPORT-RECORD FROM APR-BATCH-LINE
004400     DISPLAY "BATCH " APQ-BATCH-ID " " APR-BCH-STATUS.
004410 2500-UPDATE-HEADER-EXIT.
004420         EXIT.
004430*
004440*    CARRY ON FROM THE FIRST ENTRY PAST THIS BATCH'S LINES.
004450 2800-NEXT-BATCH.
004460     MOVE WS-HDR-KEY TO APQ-KEY
004470     MOVE 99999 TO APQ-LINE-NUM
004480     START CALC-APPQ-FILE KEY > APQ-KEY
004490         INVALID KEY MOVE 'Y' TO WS-APPQ-EOF-SW
004500     END-START
004510     IF NOT APPQ-END-OF-FILE
004520         PERFORM 2900-READ-APPQ THRU 2900-READ-APPQ-EXIT
004530     END-IF.
004540 2800-NEXT-BATCH-EXIT.
004550         EXIT.
004560*
004570 2900-READ-APPQ.
004580     READ CALC-APPQ-FILE NEXT RECORD
004590         AT END MOVE 'Y' TO WS-APPQ-EOF-SW
004600     END-READ.
004610 2900-READ-APPQ-EXIT.
004620         EXIT.
004630*
004640 9000-TERMINATE.
004650     MOVE WS-LINES-APPROVED TO APR-TRL-APPROVED
004660     MOVE WS-LINES-REJECTED TO APR-TRL-REJECTED
004670     MOVE WS-BATCHES-DECIDED TO APR-TRL-DECIDED
004680     WRITE APR-REPORT-RECORD FROM APR-TRAILER-LINE
004690     CLOSE CALC-APR-REPORT-FILE
004700     CLOSE CALC-RECYCLE-FILE
004710     CLOSE CALC-AUDIT-FILE
004720     CLOSE CALC-APPQ-FILE
004730     IF WS-BATCHES-SHOWN = ZERO
004740         DISPLAY "NO BATCHES AWAITING APPROVAL"
004750     END-IF
004760     DISPLAY "LINES APPROVED:  " WS-LINES-APPROVED
004770     DISPLAY "LINES REJECTED:  " WS-LINES-REJECTED
004780     DISPLAY "BATCHES DECIDED: " WS-BATCHES-DECIDED.
004790 9000-TERMINATE-EXIT.
004800         EXIT.
