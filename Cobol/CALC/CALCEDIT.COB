000110*  LISTED ON THE REJECT REPORT (CALCEREJ) WITH RECORD NUMBERS
000120*  AND REASONS. ENDS WITH A NONZERO RETURN CODE WHEN ANYTHING
000130*  REJECTS SO THE SCHEDULER CAN HOLD THE CALCBAT STEP.
000131*  A DETAIL THAT REPEATS A TICKET ALREADY POSTED WITHIN THE
000132*  LOOK-BACK WINDOW (CALCTKTH POSTED TICKET HISTORY), A TICKET
000133*  STILL WAITING ON THE CALCAPPQ APPROVAL QUEUE OR AN EARLIER
000134*  DETAIL OF THE SAME FILE IN A BATCH THAT PASSED IS HELD AS A
000135*  SUSPECTED DUPLICATE: IT IS WRITTEN TO CALCRCYL WITH REASON DP,
000136*  LISTED ON CALCEDUP, AND ITS BATCH PASSES WITHOUT IT, TRAILER
000137*  REDUCED TO MATCH. TWO CALCTGEN RECURRING BATCHES NEVER SUSPECT
000138*  EACH OTHER. A TICKET A SUPERVISOR RELEASED ON CALCDUPR PASSES
000139*  ON ITS CALCDUPO OVERRIDE. HELD TICKETS DO NOT SET RETURN CODE.
000140*------------------------------------------------------------------------
000150*  MODIFICATION HISTORY
000160*  DATE       INIT  DESCRIPTION
000336*  2026-09-02 RA    END WITH GOBACK INSTEAD OF STOP RUN SO THE
000337*                   CALCDRVR CYCLE DRIVER CAN CALL THIS STEP AND
000338*                   SEE ITS RETURN CODE.
000339*  2026-10-15 RA    HOLD SUSPECTED DUPLICATE TICKETS: A DETAIL
000340*                   WHOSE ACCOUNT, OPCAO, NUM1 AND NUM2 MATCH A
000341*                   TICKET POSTED WITHIN WS-DUP-LOOKBACK-DAYS
000342*                   (CALCTKTH) OR AN EARLIER DETAIL OF THIS FILE
000343*                   GOES TO CALCRCYL WITH REASON DP AND ON THE
000344*                   CALCEDUP DUPLICATE-SUSPECT REPORT, AND THE
000345*                   BATCH PASSES WITHOUT IT. AN OPEN CALCDUPO
000346*                   SUPERVISOR OVERRIDE LETS ONE SUCH TICKET PASS.
000347*  2026-10-15 RA    ALSO CHECK EACH DETAIL AGAINST THE PENDING AND
000348*                   APPROVED LINES OF BATCHES STILL ON THE CALCAPPQ
000349*                   APPROVAL QUEUE, WHICH ARE NOT ON CALCTKTH UNTIL
000350*                   CALCBAT POSTS THEM. THEY ARE LOADED INTO THE
000351*                   CALCEDTK REGISTER AT STARTUP.
000352*  2026-10-15 RA    USE UP A CALCDUPO OVERRIDE, LIST THE RELEASE
000353*                   AND REGISTER A DETAIL ON CALCEDTK ONLY WHEN
000354*                   ITS BATCH PASSES, SO A REJECTED BATCH KEEPS
000355*                   ITS OVERRIDES AND A CORRECTED RESUBMISSION IS
000356*                   NOT HELD AS A DUPLICATE OF IT. A REPEAT WITHIN
000357*                   ONE BATCH IS CAUGHT AS THE BATCH PASSES.
000358*========================================================================
000359 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. CALCEDIT.
000370 AUTHOR. R. ALVES.
000380 INSTALLATION. CONTABILIDADE.
000540         FILE STATUS IS WS-ACCT-FILE-STATUS.
000541     SELECT CALC-EDIT-WORK-FILE ASSIGN TO "CALCEDTW"
000542         ORGANIZATION IS SEQUENTIAL.
000543     SELECT CALC-TKTH-FILE ASSIGN TO "CALCTKTH"
000544         ORGANIZATION IS INDEXED
000545         ACCESS MODE IS DYNAMIC
000546         RECORD KEY IS TKH-KEY
000547         FILE STATUS IS WS-TKTH-FILE-STATUS.
000548     SELECT CALC-DUP-WORK-FILE ASSIGN TO "CALCEDTK"
000549         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000551         RECORD KEY IS EDK-KEY
000552         FILE STATUS IS WS-EDTK-FILE-STATUS.
000553     SELECT CALC-DUPO-FILE ASSIGN TO "CALCDUPO"
000554         ORGANIZATION IS INDEXED
000555         ACCESS MODE IS DYNAMIC
000556         RECORD KEY IS DPO-KEY
000557         FILE STATUS IS WS-DUPO-FILE-STATUS.
000558     SELECT CALC-RECYCLE-FILE ASSIGN TO "CALCRCYL"
000559         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-RCY-FILE-STATUS.
000561     SELECT CALC-APPQ-FILE ASSIGN TO "CALCAPPQ"
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS SEQUENTIAL
000564         RECORD KEY IS APQ-KEY
000565         FILE STATUS IS WS-APPQ-FILE-STATUS.
000566     SELECT CALC-DUP-REPORT-FILE ASSIGN TO "CALCEDUP"
000567         ORGANIZATION IS SEQUENTIAL.
000568 DATA DIVISION.
000569 FILE SECTION.
000570 FD  CALC-TRANS-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 COPY CALCTRAN.
000680 COPY CALCACCT.
000681 FD  CALC-EDIT-WORK-FILE
000682     LABEL RECORDS ARE STANDARD.
000683 01  EDTW-RECORD.
000684     05  EDTW-IMAGE                PIC X(36).
000685     05  EDTW-DETAIL REDEFINES EDTW-IMAGE.
000686         10  FILLER                PIC X(01).
000687         10  EDTW-NUM1             PIC S9(10)V9(2).
000688         10  EDTW-NUM2             PIC S9(10)V9(2).
000689         10  EDTW-OPCAO            PIC X(01).
000690         10  EDTW-ACCOUNT          PIC X(10).
000691     05  EDTW-REC-NUM              PIC 9(08).
000692     05  EDTW-DUP-SW               PIC X(01).
000693         88  EDTW-DUP-SUSPECT              VALUE 'Y'.
000694     05  EDTW-DUP-FOUND-IN         PIC X(01).
000695         88  EDTW-DUP-IN-HISTORY           VALUE 'H'.
000696         88  EDTW-DUP-IN-FILE              VALUE 'F'.
000697         88  EDTW-DUP-IN-QUEUE             VALUE 'Q'.
000698     05  EDTW-DUP-DATE             PIC X(08).
000699     05  EDTW-DUP-REF              PIC 9(08).
000700     05  EDTW-DUP-BATCH            PIC X(08).
000701     05  EDTW-OVR-SW               PIC X(01).
000702         88  EDTW-OVR-FOUND                VALUE 'Y'.
000703     05  EDTW-OVR-SUPERVISOR       PIC X(10).
000704 FD  CALC-TKTH-FILE
000705     LABEL RECORDS ARE STANDARD.
000706 COPY CALCTKTH.
000707 FD  CALC-DUP-WORK-FILE
000708     LABEL RECORDS ARE STANDARD.
000709 01  EDK-RECORD.
000710     05  EDK-KEY.
000711         10  EDK-MATCH-KEY         PIC X(35).
000712         10  EDK-REC-NUM           PIC 9(08).
000713     05  EDK-BATCH-ID              PIC X(08).
000714     05  EDK-BATCH-PARTS REDEFINES EDK-BATCH-ID.
000715         10  EDK-BATCH-PREFIX      PIC X(02).
000716             88  EDK-RECURRING-BATCH       VALUE 'RT'.
000717         10  FILLER                PIC X(06).
000718     05  EDK-SOURCE                PIC X(01).
000719         88  EDK-FROM-QUEUE                VALUE 'Q'.
000720     05  EDK-QUEUE-DATE            PIC X(08).
000721     05  EDK-QUEUE-LINE            PIC 9(05).
000722 FD  CALC-DUPO-FILE
000723     LABEL RECORDS ARE STANDARD.
000724 COPY CALCDUPO.
000725 FD  CALC-RECYCLE-FILE
000726     LABEL RECORDS ARE STANDARD.
000727 COPY CALCRCY.
000728 FD  CALC-DUP-REPORT-FILE
000729     LABEL RECORDS ARE STANDARD.
000730 01  DUP-REPORT-RECORD             PIC X(132).
000731 FD  CALC-APPQ-FILE
000732     LABEL RECORDS ARE STANDARD.
000733 COPY CALCAPPQ.
000734 WORKING-STORAGE SECTION.
000735*    PRINT LINES ARE BUILT IN WORKING-STORAGE BECAUSE VALUE
000736*    CLAUSES ON FILE SECTION FILLERS ARE TREATED AS COMMENTARY.
000737 01  EDT-HEADER-LINE.
000738     05  FILLER         PIC X(22) VALUE "CALCTRAN EDIT REJECTS ".
000740     05  FILLER         PIC X(10) VALUE "RUN DATE: ".
000750     05  EDT-HDR-DATE       PIC X(08).
000760 01  EDT-DETAIL-LINE.
000890     05  FILLER            PIC X(03) VALUE SPACES.
000900     05  FILLER            PIC X(10) VALUE "REJECTED: ".
000910     05  EDT-TRL-REJECT     PIC Z(7)9.
000911     05  FILLER            PIC X(03) VALUE SPACES.
000912     05  FILLER            PIC X(06) VALUE "HELD: ".
000913     05  EDT-TRL-HELD       PIC Z(7)9.
000914 01  EDD-HEADER-LINE.
000915     05  FILLER         PIC X(30)
000916                       VALUE "CALCEDIT DUPLICATE SUSPECTS   ".
000917     05  FILLER         PIC X(10) VALUE "RUN DATE: ".
000918     05  EDD-HDR-DATE       PIC X(08).
000919     05  FILLER         PIC X(16) VALUE "   LOOK-BACK TO ".
000920     05  EDD-HDR-WINDOW     PIC X(08).
000921 01  EDD-COLUMN-LINE.
000922     05  FILLER         PIC X(10) VALUE "  RECORD  ".
000923     05  FILLER         PIC X(10) VALUE "BATCH     ".
000924     05  FILLER         PIC X(12) VALUE "ACCOUNT     ".
000925     05  FILLER         PIC X(03) VALUE "OP ".
000926     05  FILLER         PIC X(15) VALUE "         NUM1  ".
000927     05  FILLER         PIC X(15) VALUE "         NUM2  ".
000928     05  FILLER         PIC X(10) VALUE "ACTION    ".
000929     05  FILLER         PIC X(11) VALUE "MATCHES    ".
000930     05  FILLER         PIC X(09) VALUE "DATE     ".
000931     05  FILLER         PIC X(09) VALUE "DOC/REC  ".
000932     05  FILLER         PIC X(10) VALUE "BATCH     ".
000933     05  FILLER         PIC X(10) VALUE "SUPERVISOR".
000934 01  EDD-DETAIL-LINE.
000935     05  EDD-DTL-REC-NUM    PIC Z(7)9.
000936     05  FILLER            PIC X(02) VALUE SPACES.
000937     05  EDD-DTL-BATCH      PIC X(08).
000938     05  FILLER            PIC X(02) VALUE SPACES.
000939     05  EDD-DTL-ACCOUNT    PIC X(10).
000940     05  FILLER            PIC X(02) VALUE SPACES.
000941     05  EDD-DTL-OPCAO      PIC X(01).
000942     05  FILLER            PIC X(02) VALUE SPACES.
000943     05  EDD-DTL-NUM1       PIC -(9)9.99.
000944     05  FILLER            PIC X(02) VALUE SPACES.
000945     05  EDD-DTL-NUM2       PIC -(9)9.99.
000946     05  FILLER            PIC X(02) VALUE SPACES.
000947     05  EDD-DTL-ACTION     PIC X(08).
000948     05  FILLER            PIC X(02) VALUE SPACES.
000949     05  EDD-DTL-MATCH      PIC X(10).
000950     05  FILLER            PIC X(01) VALUE SPACES.
000951     05  EDD-DTL-MATCH-DATE PIC X(08).
000952     05  FILLER            PIC X(01) VALUE SPACES.
000953     05  EDD-DTL-MATCH-REF  PIC Z(7)9.
000954     05  FILLER            PIC X(01) VALUE SPACES.
000955     05  EDD-DTL-MATCH-BATCH PIC X(08).
000956     05  FILLER            PIC X(02) VALUE SPACES.
000957     05  EDD-DTL-SUPERVISOR PIC X(10).
000958 01  EDD-TRAILER-LINE.
000959     05  FILLER            PIC X(15) VALUE "SUSPECTS HELD: ".
000960     05  EDD-TRL-HELD       PIC Z(7)9.
000961     05  FILLER            PIC X(03) VALUE SPACES.
000962     05  FILLER            PIC X(22)
000963                           VALUE "RELEASED BY OVERRIDE: ".
000964     05  EDD-TRL-RELEASED   PIC Z(7)9.
000965 01  WS-RUN-DATE                   PIC X(08).
000966 01  WS-EOF-SW                     PIC X(01) VALUE 'N'.
000967     88  END-OF-FILE                       VALUE 'Y'.
000968 01  WS-READ-COUNT                 PIC 9(08) COMP VALUE ZERO.
000969 01  WS-CLEAN-COUNT                PIC 9(08) COMP VALUE ZERO.
000970 01  WS-REJECT-COUNT               PIC 9(08) COMP VALUE ZERO.
000980 01  WS-EDIT-REASON                PIC X(20).
000990 01  WS-OPCAO-CHECK                PIC X(01).
001050 01  WS-ACCT-OPEN-SW               PIC X(01) VALUE 'N'.
001060     88  WS-ACCT-AVAILABLE                 VALUE 'Y'.
001070 01  WS-BATCH-ID                   PIC X(08) VALUE SPACES.
001071 01  WS-BATCH-ID-PARTS REDEFINES WS-BATCH-ID.
001072     05  WS-BATCH-PREFIX           PIC X(02).
001073         88  WS-RECURRING-BATCH            VALUE 'RT'.
001074     05  FILLER                    PIC X(06).
001080 01  WS-BATCH-OPEN-SW              PIC X(01) VALUE 'N'.
001090     88  WS-BATCH-OPEN                     VALUE 'Y'.
001100 01  WS-BATCH-BAD-SW               PIC X(01) VALUE 'N'.
001150 01  WS-BATCH-HASH                 PIC S9(13)V9(2) VALUE ZERO.
001160 01  WS-HDR-IMAGE                  PIC X(36).
001170 01  WS-HDR-REC-NUM                PIC 9(08) COMP.
001175 01  WS-TRL-IMAGE                  PIC X(36).
001180 01  WS-EDTW-EOF-SW                PIC X(01) VALUE 'N'.
001190     88  EDTW-END-OF-FILE                  VALUE 'Y'.
001191 01  WS-TKTH-FILE-STATUS           PIC X(02).
001192 01  WS-TKTH-OPEN-SW               PIC X(01) VALUE 'N'.
001193     88  WS-TKTH-AVAILABLE                 VALUE 'Y'.
001194 01  WS-TKTH-EOF-SW                PIC X(01).
001195     88  TKTH-END-OF-SCAN                  VALUE 'Y'.
001196 01  WS-EDTK-FILE-STATUS           PIC X(02).
001197 01  WS-EDTK-EOF-SW                PIC X(01).
001198     88  EDTK-END-OF-SCAN                  VALUE 'Y'.
001199 01  WS-DUPO-FILE-STATUS           PIC X(02).
001200 01  WS-DUPO-OPEN-SW               PIC X(01) VALUE 'N'.
001201     88  WS-DUPO-AVAILABLE                 VALUE 'Y'.
001202 01  WS-DUPO-EOF-SW                PIC X(01).
001203     88  DUPO-END-OF-SCAN                  VALUE 'Y'.
001204 01  WS-DUPO-FOUND-SW              PIC X(01).
001205     88  WS-DUPO-FOUND                     VALUE 'Y'.
001206 01  WS-RCY-FILE-STATUS            PIC X(02).
001207 01  WS-RUN-DATE-NUM               PIC 9(08).
001208 01  WS-WINDOW-INT                 PIC 9(08) COMP.
001209 01  WS-WINDOW-DATE-NUM            PIC 9(08).
001210 01  WS-WINDOW-START               PIC X(08).
001211 01  WS-BATCH-HELD-COUNT           PIC 9(07) COMP VALUE ZERO.
001212 01  WS-BATCH-HELD-HASH            PIC S9(13)V9(2) VALUE ZERO.
001213 01  WS-HELD-COUNT                 PIC 9(08) COMP VALUE ZERO.
001214 01  WS-RELEASED-COUNT             PIC 9(08) COMP VALUE ZERO.
001215 01  WS-APPQ-FILE-STATUS           PIC X(02).
001216 01  WS-APPQ-EOF-SW                PIC X(01) VALUE 'N'.
001217     88  APPQ-END-OF-FILE                  VALUE 'Y'.
001218 01  WS-APQ-HDR-STATUS             PIC X(01).
001219     88  WS-APQ-HDR-OPEN                   VALUES 'P' 'A'.
001220 01  WS-APQ-HDR-DATE               PIC X(08).
001221 01  WS-QUEUED-COUNT               PIC 9(08) COMP VALUE ZERO.
001222 COPY CALCCONST.
001230 PROCEDURE DIVISION.
001240 0000-MAINLINE.
001250     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001400         DISPLAY "CALCACCT ACCOUNT MASTER NOT AVAILABLE - "
001410                 "ALL ACCOUNTS WILL REJECT"
001420     END-IF
001421     MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
001422     COMPUTE WS-WINDOW-INT =
001423         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
001424         - WS-DUP-LOOKBACK-DAYS
001425     COMPUTE WS-WINDOW-DATE-NUM =
001426         FUNCTION DATE-OF-INTEGER (WS-WINDOW-INT)
001427     MOVE WS-WINDOW-DATE-NUM TO WS-WINDOW-START
001428     OPEN INPUT CALC-TKTH-FILE
001429     IF WS-TKTH-FILE-STATUS = '00'
001430         MOVE 'Y' TO WS-TKTH-OPEN-SW
001431     ELSE
001432         DISPLAY "CALCTKTH POSTED TICKET HISTORY NOT AVAILABLE - "
001433                 "CHECKING THIS FILE ONLY FOR DUPLICATES"
001434     END-IF
001435     OPEN OUTPUT CALC-DUP-WORK-FILE
001436     CLOSE CALC-DUP-WORK-FILE
001437     OPEN I-O CALC-DUP-WORK-FILE
001438     PERFORM 1100-LOAD-QUEUED THRU 1100-LOAD-QUEUED-EXIT
001439     OPEN I-O CALC-DUPO-FILE
001440     IF WS-DUPO-FILE-STATUS = '35'
001441         OPEN OUTPUT CALC-DUPO-FILE
001442         CLOSE CALC-DUPO-FILE
001443         OPEN I-O CALC-DUPO-FILE
001444     END-IF
001445     IF WS-DUPO-FILE-STATUS = '00'
001446         MOVE 'Y' TO WS-DUPO-OPEN-SW
001447     ELSE
001448         DISPLAY "CALCDUPO RELEASE OVERRIDES NOT AVAILABLE - "
001449                 "ALL SUSPECTED DUPLICATES WILL BE HELD"
001450     END-IF
001451     OPEN EXTEND CALC-RECYCLE-FILE
001452     IF WS-RCY-FILE-STATUS = '35'
001453         OPEN OUTPUT CALC-RECYCLE-FILE
001454     END-IF
001455     MOVE WS-RUN-DATE TO EDT-HDR-DATE
001456     WRITE EDIT-REPORT-RECORD FROM EDT-HEADER-LINE
001457     OPEN OUTPUT CALC-DUP-REPORT-FILE
001458     MOVE WS-RUN-DATE TO EDD-HDR-DATE
001459     MOVE WS-WINDOW-START TO EDD-HDR-WINDOW
001460     WRITE DUP-REPORT-RECORD FROM EDD-HEADER-LINE
001461     WRITE DUP-REPORT-RECORD FROM EDD-COLUMN-LINE
001462     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
001463 1000-INITIALIZE-EXIT.
001464         EXIT.
001465*
001466*    A TICKET STILL ON THE APPROVAL QUEUE HAS NOT POSTED, SO IT IS
001467*    NOT ON CALCTKTH YET. EVERY PENDING OR APPROVED LINE OF A BATCH
001468*    NOT YET DECIDED OR NOT YET POSTED GOES INTO THE CALCEDTK
001469*    REGISTER UNDER RECORD NUMBER ZERO, AHEAD OF ANY DETAIL OF THIS
001470*    FILE. NO QUEUE FILE YET MEANS NOTHING IS QUEUED.
001471 1100-LOAD-QUEUED.
001472     OPEN INPUT CALC-APPQ-FILE
001473     IF WS-APPQ-FILE-STATUS = '35'
001474         GO TO 1100-LOAD-QUEUED-EXIT
001475     END-IF
001476     IF WS-APPQ-FILE-STATUS NOT = '00'
001477         DISPLAY "CALCAPPQ APPROVAL QUEUE NOT AVAILABLE - "
001478                 "QUEUED TICKETS NOT CHECKED FOR DUPLICATES"
001479         GO TO 1100-LOAD-QUEUED-EXIT
001480     END-IF
001481     MOVE 'N' TO WS-APPQ-EOF-SW
001482     MOVE SPACES TO WS-APQ-HDR-STATUS
001483     PERFORM 1110-READ-APPQ THRU 1110-READ-APPQ-EXIT
001484     PERFORM 1120-LOAD-QUEUED-LINE THRU 1120-LOAD-QUEUED-LINE-EXIT
001485         UNTIL APPQ-END-OF-FILE
001486     CLOSE CALC-APPQ-FILE.
001487 1100-LOAD-QUEUED-EXIT.
001488         EXIT.
001489*
001490 1110-READ-APPQ.
001491     READ CALC-APPQ-FILE NEXT RECORD
001492         AT END MOVE 'Y' TO WS-APPQ-EOF-SW
001493     END-READ.
001494 1110-READ-APPQ-EXIT.
001495         EXIT.
001496*
001497 1120-LOAD-QUEUED-LINE.
001498     IF APQ-HEADER-ENTRY
001499         MOVE APQ-STATUS TO WS-APQ-HDR-STATUS
001500         MOVE APQ-SUBMIT-DATE TO WS-APQ-HDR-DATE
001501         GO TO 1120-LOAD-QUEUED-LINE-NEXT
001502     END-IF
001503     IF NOT WS-APQ-HDR-OPEN
001504         OR NOT (APQ-PENDING OR APQ-APPROVED)
001505         GO TO 1120-LOAD-QUEUED-LINE-NEXT
001506     END-IF
001507     MOVE APQ-TRANS-IMAGE TO CALC-TRANS-RECORD
001508     MOVE TR-DETAIL-DATA TO EDK-MATCH-KEY
001509     MOVE ZERO TO EDK-REC-NUM
001510     MOVE APQ-BATCH-ID TO EDK-BATCH-ID
001511     MOVE 'Q' TO EDK-SOURCE
001512     MOVE WS-APQ-HDR-DATE TO EDK-QUEUE-DATE
001513     MOVE APQ-LINE-NUM TO EDK-QUEUE-LINE
001514     WRITE EDK-RECORD
001515         INVALID KEY CONTINUE
001516     END-WRITE
001517     ADD 1 TO WS-QUEUED-COUNT.
001518 1120-LOAD-QUEUED-LINE-NEXT.
001519     PERFORM 1110-READ-APPQ THRU 1110-READ-APPQ-EXIT.
001520 1120-LOAD-QUEUED-LINE-EXIT.
001521         EXIT.
001522*
001523 2000-EDIT-TRANS.
001524     ADD 1 TO WS-READ-COUNT
001525     EVALUATE TRUE
001526         WHEN TR-BATCH-HEADER
001530             PERFORM 2200-START-BATCH
001540                 THRU 2200-START-BATCH-EXIT
001550         WHEN TR-DETAIL
001860     MOVE 'N' TO WS-BATCH-BAD-SW
001870     OPEN OUTPUT CALC-EDIT-WORK-FILE
001880     MOVE ZERO TO WS-BATCH-COUNT
001890     MOVE ZERO TO WS-BATCH-HASH
001891     MOVE ZERO TO WS-BATCH-HELD-COUNT
001892     MOVE ZERO TO WS-BATCH-HELD-HASH.
001900 2200-START-BATCH-EXIT.
001910         EXIT.
001920*
002290         PERFORM 3000-WRITE-REJECT THRU 3000-WRITE-REJECT-EXIT
002300         MOVE 'Y' TO WS-BATCH-BAD-SW
002310     END-IF
002320     MOVE CALC-TRANS-RECORD TO EDTW-IMAGE
002321     MOVE WS-READ-COUNT TO EDTW-REC-NUM
002322     MOVE 'N' TO EDTW-DUP-SW
002323     MOVE SPACES TO EDTW-DUP-FOUND-IN
002324     MOVE SPACES TO EDTW-DUP-DATE
002325     MOVE ZERO TO EDTW-DUP-REF
002326     MOVE SPACES TO EDTW-DUP-BATCH
002327     MOVE 'N' TO EDTW-OVR-SW
002328     MOVE SPACES TO EDTW-OVR-SUPERVISOR
002329     IF NOT WS-BATCH-BAD
002330         PERFORM 2310-CHECK-DUPLICATE
002331             THRU 2310-CHECK-DUPLICATE-EXIT
002332     END-IF
002333     WRITE EDTW-RECORD.
002430 2300-EDIT-DETAIL-EXIT.
002431         EXIT.
002432*
002433*    A DETAIL IS SUSPECT WHEN THE SAME TICKET POSTED ON OR AFTER
002434*    THE FIRST DAY OF THE LOOK-BACK WINDOW, WAITS ON THE APPROVAL
002435*    QUEUE, OR CAME IN A BATCH OF THIS FILE THAT PASSED, UNLESS
002436*    BOTH CAME FROM CALCTGEN RECURRING BATCHES. NOTHING IS WRITTEN
002437*    HERE: THE DETAIL IS REGISTERED ON CALCEDTK, AND ANY OVERRIDE
002438*    USED UP, ONLY WHEN ITS BATCH PASSES.
002439 2310-CHECK-DUPLICATE.
002440     IF WS-TKTH-AVAILABLE
002441         MOVE TR-DETAIL-DATA TO TKH-MATCH-KEY
002442         MOVE WS-WINDOW-START TO TKH-POST-DATE
002443         MOVE ZERO TO TKH-DOC-NUMBER
002444         MOVE 'N' TO WS-TKTH-EOF-SW
002445         START CALC-TKTH-FILE KEY IS NOT < TKH-KEY
002446             INVALID KEY MOVE 'Y' TO WS-TKTH-EOF-SW
002447         END-START
002448         PERFORM 2320-SCAN-HISTORY THRU 2320-SCAN-HISTORY-EXIT
002449             UNTIL TKTH-END-OF-SCAN OR EDTW-DUP-SUSPECT
002450     END-IF
002451     PERFORM 2315-CHECK-REGISTER THRU 2315-CHECK-REGISTER-EXIT.
002452 2310-CHECK-DUPLICATE-EXIT.
002453         EXIT.
002454*
002455*    A SUSPECT WITH AN OPEN SUPERVISOR OVERRIDE IS MARKED FOR
002456*    RELEASE; ANY OTHER SUSPECT IS HELD AND COMES OFF THE TRAILER.
002457 2315-CHECK-REGISTER.
002458     IF NOT EDTW-DUP-SUSPECT
002459         MOVE TR-DETAIL-DATA TO EDK-MATCH-KEY
002460         MOVE ZERO TO EDK-REC-NUM
002461         MOVE 'N' TO WS-EDTK-EOF-SW
002462         START CALC-DUP-WORK-FILE KEY IS NOT < EDK-KEY
002463             INVALID KEY MOVE 'Y' TO WS-EDTK-EOF-SW
002464         END-START
002465         PERFORM 2330-SCAN-REGISTER THRU 2330-SCAN-REGISTER-EXIT
002466             UNTIL EDTK-END-OF-SCAN OR EDTW-DUP-SUSPECT
002467     END-IF
002468     IF NOT EDTW-DUP-SUSPECT
002469         GO TO 2315-CHECK-REGISTER-EXIT
002470     END-IF
002471     PERFORM 2340-FIND-OVERRIDE THRU 2340-FIND-OVERRIDE-EXIT
002472     IF WS-DUPO-FOUND
002473         MOVE 'N' TO EDTW-DUP-SW
002474         MOVE 'Y' TO EDTW-OVR-SW
002475         MOVE DPO-SUPERVISOR TO EDTW-OVR-SUPERVISOR
002476     ELSE
002477         ADD 1 TO WS-BATCH-HELD-COUNT
002478         ADD TR-NUM1 TO WS-BATCH-HELD-HASH
002479     END-IF.
002480 2315-CHECK-REGISTER-EXIT.
002481         EXIT.
002482*
002483 2320-SCAN-HISTORY.
002484     READ CALC-TKTH-FILE NEXT RECORD
002485         AT END MOVE 'Y' TO WS-TKTH-EOF-SW
002486     END-READ
002487     IF TKTH-END-OF-SCAN
002488         GO TO 2320-SCAN-HISTORY-EXIT
002489     END-IF
002490     IF TKH-MATCH-KEY NOT = TR-DETAIL-DATA
002491         OR TKH-POST-DATE > WS-RUN-DATE
002492         MOVE 'Y' TO WS-TKTH-EOF-SW
002493         GO TO 2320-SCAN-HISTORY-EXIT
002494     END-IF
002495     IF TKH-RECURRING-BATCH AND WS-RECURRING-BATCH
002496         GO TO 2320-SCAN-HISTORY-EXIT
002497     END-IF
002498     MOVE 'Y' TO EDTW-DUP-SW
002499     MOVE 'H' TO EDTW-DUP-FOUND-IN
002500     MOVE TKH-POST-DATE TO EDTW-DUP-DATE
002501     MOVE TKH-DOC-NUMBER TO EDTW-DUP-REF
002502     MOVE TKH-BATCH-ID TO EDTW-DUP-BATCH.
002503 2320-SCAN-HISTORY-EXIT.
002504         EXIT.
002505*
002506 2330-SCAN-REGISTER.
002507     READ CALC-DUP-WORK-FILE NEXT RECORD
002508         AT END MOVE 'Y' TO WS-EDTK-EOF-SW
002509     END-READ
002510     IF EDTK-END-OF-SCAN
002511         GO TO 2330-SCAN-REGISTER-EXIT
002512     END-IF
002513     IF EDK-MATCH-KEY NOT = TR-DETAIL-DATA
002514         MOVE 'Y' TO WS-EDTK-EOF-SW
002515         GO TO 2330-SCAN-REGISTER-EXIT
002516     END-IF
002517     IF EDK-RECURRING-BATCH AND WS-RECURRING-BATCH
002518         GO TO 2330-SCAN-REGISTER-EXIT
002519     END-IF
002520     MOVE 'Y' TO EDTW-DUP-SW
002521     IF EDK-FROM-QUEUE
002522         MOVE 'Q' TO EDTW-DUP-FOUND-IN
002523         MOVE EDK-QUEUE-DATE TO EDTW-DUP-DATE
002524         MOVE EDK-QUEUE-LINE TO EDTW-DUP-REF
002525     ELSE
002526         MOVE 'F' TO EDTW-DUP-FOUND-IN
002527         MOVE WS-RUN-DATE TO EDTW-DUP-DATE
002528         MOVE EDK-REC-NUM TO EDTW-DUP-REF
002529     END-IF
002530     MOVE EDK-BATCH-ID TO EDTW-DUP-BATCH.
002531 2330-SCAN-REGISTER-EXIT.
002532         EXIT.
002533*
002534*    FINDS THE FIRST OPEN OVERRIDE FOR THE TICKET. IT IS USED UP
002535*    ONLY WHEN THE DETAIL PASSES, SO A REJECTED BATCH KEEPS IT.
002536 2340-FIND-OVERRIDE.
002537     MOVE 'N' TO WS-DUPO-FOUND-SW
002538     IF NOT WS-DUPO-AVAILABLE
002539         GO TO 2340-FIND-OVERRIDE-EXIT
002540     END-IF
002541     MOVE TR-DETAIL-DATA TO DPO-MATCH-KEY
002542     MOVE LOW-VALUES TO DPO-RELEASE-DATE
002543     MOVE LOW-VALUES TO DPO-RELEASE-TIME
002544     MOVE 'N' TO WS-DUPO-EOF-SW
002545     START CALC-DUPO-FILE KEY IS NOT < DPO-KEY
002546         INVALID KEY MOVE 'Y' TO WS-DUPO-EOF-SW
002547     END-START
002548     PERFORM 2350-SCAN-OVERRIDE THRU 2350-SCAN-OVERRIDE-EXIT
002551         UNTIL DUPO-END-OF-SCAN OR WS-DUPO-FOUND.
002555 2340-FIND-OVERRIDE-EXIT.
002556         EXIT.
002557*
002558 2350-SCAN-OVERRIDE.
002559     READ CALC-DUPO-FILE NEXT RECORD
002560         AT END MOVE 'Y' TO WS-DUPO-EOF-SW
002561     END-READ
002562     IF DUPO-END-OF-SCAN
002563         GO TO 2350-SCAN-OVERRIDE-EXIT
002564     END-IF
002565     IF DPO-MATCH-KEY NOT = TR-DETAIL-DATA
002566         MOVE 'Y' TO WS-DUPO-EOF-SW
002567         GO TO 2350-SCAN-OVERRIDE-EXIT
002568     END-IF
002569     IF DPO-OPEN
002570         MOVE 'Y' TO WS-DUPO-FOUND-SW
002571     END-IF.
002572 2350-SCAN-OVERRIDE-EXIT.
002573         EXIT.
002574*
002575 2400-END-BATCH.
002576     IF NOT WS-BATCH-OPEN
002577         MOVE "OUT OF SEQUENCE" TO WS-EDIT-REASON
002578         PERFORM 3000-WRITE-REJECT THRU 3000-WRITE-REJECT-EXIT
002579         GO TO 2400-END-BATCH-EXIT
002580     END-IF
002581     CLOSE CALC-EDIT-WORK-FILE
002582     MOVE 'N' TO WS-BATCH-OK-SW
002583     IF NOT WS-BATCH-BAD
002584         AND TR-TRL-BATCH-ID = WS-BATCH-ID
002585         AND TR-TRL-REC-COUNT NUMERIC
002586         AND TR-TRL-HASH-NUM1 NUMERIC
002587         IF TR-TRL-REC-COUNT = WS-BATCH-COUNT
002588             AND TR-TRL-HASH-NUM1 = WS-BATCH-HASH
002590             MOVE 'Y' TO WS-BATCH-OK-SW
002600         END-IF
002610     END-IF
002710         EXIT.
002720*
002730 2500-WRITE-BATCH.
002735     MOVE CALC-TRANS-RECORD TO WS-TRL-IMAGE
002740     WRITE CLEAN-RECORD FROM WS-HDR-IMAGE
002750     ADD 1 TO WS-CLEAN-COUNT
002755     OPEN INPUT CALC-EDIT-WORK-FILE
002760     PERFORM 2600-WRITE-DETAIL THRU 2600-WRITE-DETAIL-EXIT
002780         UNTIL EDTW-END-OF-FILE
002785     CLOSE CALC-EDIT-WORK-FILE
002786     MOVE WS-TRL-IMAGE TO CALC-TRANS-RECORD
002787     SUBTRACT WS-BATCH-HELD-COUNT FROM TR-TRL-REC-COUNT
002788     SUBTRACT WS-BATCH-HELD-HASH FROM TR-TRL-HASH-NUM1
002790     WRITE CLEAN-RECORD FROM CALC-TRANS-RECORD
002800     ADD 1 TO WS-CLEAN-COUNT.
002810 2500-WRITE-BATCH-EXIT.
002826 2550-READ-WORK-EXIT.
002827         EXIT.
002830*
002832*    THE BATCH HAS PASSED. EACH DETAIL IS CHECKED AGAIN AGAINST
002834*    THE EARLIER DETAILS OF ITS OWN BATCH, REGISTERED ONLY AS THEY
002836*    PASS, AND THEN REGISTERED ITSELF.
002840 2600-WRITE-DETAIL.
002841     MOVE EDTW-IMAGE TO CALC-TRANS-RECORD
002842     IF NOT EDTW-DUP-SUSPECT AND NOT EDTW-OVR-FOUND
002843         PERFORM 2315-CHECK-REGISTER THRU 2315-CHECK-REGISTER-EXIT
002844     END-IF
002845     IF EDTW-OVR-FOUND
002846         PERFORM 2660-RELEASE-DETAIL THRU 2660-RELEASE-DETAIL-EXIT
002847     END-IF
002848     MOVE TR-DETAIL-DATA TO EDK-MATCH-KEY
002849     MOVE EDTW-REC-NUM TO EDK-REC-NUM
002850     MOVE WS-BATCH-ID TO EDK-BATCH-ID
002851     MOVE 'F' TO EDK-SOURCE
002852     WRITE EDK-RECORD
002853         INVALID KEY CONTINUE
002854     END-WRITE
002855     IF EDTW-DUP-SUSPECT
002856         PERFORM 2650-HOLD-DETAIL THRU 2650-HOLD-DETAIL-EXIT
002857     ELSE
002858         WRITE CLEAN-RECORD FROM EDTW-IMAGE
002859         ADD 1 TO WS-CLEAN-COUNT
002860     END-IF
002861     PERFORM 2550-READ-WORK THRU 2550-READ-WORK-EXIT.
002870 2600-WRITE-DETAIL-EXIT.
002871         EXIT.
002872*
002873 2650-HOLD-DETAIL.
002874     MOVE EDTW-IMAGE TO RCY-TRANS-IMAGE
002875     MOVE 'DP' TO RCY-REASON-CODE
002876     MOVE WS-RUN-DATE TO RCY-RUN-DATE
002877     MOVE 'O' TO RCY-STATUS
002878     WRITE RCY-RECORD
002879     ADD 1 TO WS-HELD-COUNT
002880     MOVE "HELD" TO EDD-DTL-ACTION
002881     MOVE SPACES TO EDD-DTL-SUPERVISOR
002882     PERFORM 2800-WRITE-DUP-LINE THRU 2800-WRITE-DUP-LINE-EXIT.
002883 2650-HOLD-DETAIL-EXIT.
002884         EXIT.
002885*
002886*    USES UP THE OVERRIDE. AN EARLIER COPY OF THE TICKET IN THIS
002887*    BATCH MAY HAVE TAKEN IT, SO IF NONE IS LEFT OPEN IT IS HELD.
002888 2660-RELEASE-DETAIL.
002889     PERFORM 2340-FIND-OVERRIDE THRU 2340-FIND-OVERRIDE-EXIT
002890     IF NOT WS-DUPO-FOUND
002891         MOVE 'Y' TO EDTW-DUP-SW
002892         MOVE 'N' TO EDTW-OVR-SW
002893         ADD 1 TO WS-BATCH-HELD-COUNT
002894         ADD TR-NUM1 TO WS-BATCH-HELD-HASH
002895         GO TO 2660-RELEASE-DETAIL-EXIT
002896     END-IF
002897     MOVE 'U' TO DPO-STATUS
002898     MOVE WS-RUN-DATE TO DPO-USED-DATE
002899     REWRITE DPO-RECORD
002900     MOVE DPO-SUPERVISOR TO EDTW-OVR-SUPERVISOR
002901     ADD 1 TO WS-RELEASED-COUNT
002902     MOVE "RELEASED" TO EDD-DTL-ACTION
002903     MOVE EDTW-OVR-SUPERVISOR TO EDD-DTL-SUPERVISOR
002904     PERFORM 2800-WRITE-DUP-LINE THRU 2800-WRITE-DUP-LINE-EXIT.
002905 2660-RELEASE-DETAIL-EXIT.
002906         EXIT.
002907*
002908 2700-DROP-OPEN-BATCH.
002909     CLOSE CALC-EDIT-WORK-FILE
002910     MOVE WS-HDR-REC-NUM TO EDT-DTL-REC-NUM
002920     MOVE "MISSING TRAILER" TO EDT-DTL-REASON
002930     MOVE WS-HDR-IMAGE TO EDT-DTL-IMAGE
002950     MOVE 'N' TO WS-BATCH-OPEN-SW
002960     MOVE SPACES TO WS-BATCH-ID.
002970 2700-DROP-OPEN-BATCH-EXIT.
002971         EXIT.
002972*
002973 2800-WRITE-DUP-LINE.
002974     MOVE EDTW-REC-NUM TO EDD-DTL-REC-NUM
002975     MOVE WS-BATCH-ID TO EDD-DTL-BATCH
002976     MOVE EDTW-ACCOUNT TO EDD-DTL-ACCOUNT
002977     MOVE EDTW-OPCAO TO EDD-DTL-OPCAO
002978     MOVE EDTW-NUM1 TO EDD-DTL-NUM1
002979     MOVE EDTW-NUM2 TO EDD-DTL-NUM2
002980     EVALUATE TRUE
002981         WHEN EDTW-DUP-IN-HISTORY
002982             MOVE "POSTED" TO EDD-DTL-MATCH
002983         WHEN EDTW-DUP-IN-QUEUE
002984             MOVE "APPR QUEUE" TO EDD-DTL-MATCH
002985         WHEN OTHER
002986             MOVE "THIS FILE" TO EDD-DTL-MATCH
002987     END-EVALUATE
002988     MOVE EDTW-DUP-DATE TO EDD-DTL-MATCH-DATE
002989     MOVE EDTW-DUP-REF TO EDD-DTL-MATCH-REF
002990     MOVE EDTW-DUP-BATCH TO EDD-DTL-MATCH-BATCH
002991     WRITE DUP-REPORT-RECORD FROM EDD-DETAIL-LINE.
002992 2800-WRITE-DUP-LINE-EXIT.
002993         EXIT.
002994*
003000 3000-WRITE-REJECT.
003010     MOVE WS-READ-COUNT TO EDT-DTL-REC-NUM
003020     MOVE WS-EDIT-REASON TO EDT-DTL-REASON
003100         PERFORM 2700-DROP-OPEN-BATCH
003110             THRU 2700-DROP-OPEN-BATCH-EXIT
003120     END-IF
003130     COMPUTE WS-REJECT-COUNT =
003131         WS-READ-COUNT - WS-CLEAN-COUNT - WS-HELD-COUNT
003140     MOVE WS-READ-COUNT TO EDT-TRL-READ
003150     MOVE WS-CLEAN-COUNT TO EDT-TRL-CLEAN
003160     MOVE WS-REJECT-COUNT TO EDT-TRL-REJECT
003161     MOVE WS-HELD-COUNT TO EDT-TRL-HELD
003170     WRITE EDIT-REPORT-RECORD FROM EDT-TRAILER-LINE
003180     CLOSE CALC-TRANS-FILE
003190     CLOSE CALC-CLEAN-FILE
003200     CLOSE CALC-EDIT-REPORT-FILE
003210     CLOSE CALC-ACCT-FILE
003211     MOVE WS-HELD-COUNT TO EDD-TRL-HELD
003212     MOVE WS-RELEASED-COUNT TO EDD-TRL-RELEASED
003213     WRITE DUP-REPORT-RECORD FROM EDD-TRAILER-LINE
003214     CLOSE CALC-DUP-REPORT-FILE
003215     IF WS-TKTH-AVAILABLE
003216         CLOSE CALC-TKTH-FILE
003217     END-IF
003218     CLOSE CALC-DUP-WORK-FILE
003219     IF WS-DUPO-AVAILABLE
003220         CLOSE CALC-DUPO-FILE
003221     END-IF
003222     CLOSE CALC-RECYCLE-FILE
003223     DISPLAY "RECORDS READ:     " WS-READ-COUNT
003230     DISPLAY "RECORDS ACCEPTED: " WS-CLEAN-COUNT
003240     DISPLAY "RECORDS REJECTED: " WS-REJECT-COUNT
003241     DISPLAY "DUPLICATES HELD:  " WS-HELD-COUNT
003242     DISPLAY "DUPS RELEASED:    " WS-RELEASED-COUNT
003246     DISPLAY "QUEUED TICKETS:   " WS-QUEUED-COUNT
003250     IF WS-REJECT-COUNT > ZERO
003260         MOVE 8 TO RETURN-CODE
003270     END-IF.
