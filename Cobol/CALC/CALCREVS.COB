000010*========================================================================
000020*  CALCREVS.COB
000030*  REVERSAL OF A POSTED DOCUMENT. ONLY A LEVEL-3 SUPERVISOR FROM
000040*  THE CALCOPER OPERATOR MASTER MAY RUN IT, AND ONLY WHEN TODAY
000050*  FALLS IN THE OPEN PERIOD ON CALCPERD, SO A REVERSAL CAN NEVER
000060*  LAND IN A CLOSED PERIOD. FOR EACH ORIGINAL DOCUMENT NUMBER AND
000070*  REASON KEYED IT FINDS EVERY JOURNAL LINE POSTED UNDER THAT
000080*  NUMBER ON THE CALCJRNH HISTORY AND THE LIVE CALCJRNL, POSTS
000090*  THE MIRROR IMAGE OF EACH LINE TO CALCJRNL (SOURCE CALCREVS,
000100*  A NEW DOCUMENT NUMBER FROM CALCDOCN), WRITES A CALCAUD ENTRY
000110*  NAMING THE OPERATOR, AND LOGS THE REVERSAL ON CALCREVL, WHICH
000120*  MARKS THE ORIGINAL REVERSED SO IT CAN NEVER BE REVERSED AGAIN.
000130*  A REVERSAL, OR A YEAR-END CLOSING ENTRY, CANNOT BE REVERSED.
000140*  EVERY REVERSAL IS LISTED ON THE CALCREVR REVERSAL REGISTER.
000150*------------------------------------------------------------------------
000160*  MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  2026-10-15 RA    PROGRAM CREATED.
000190*  2026-10-15 RA    FIND THE ORIGINAL DOCUMENT'S HISTORY LINES WITH
000200*                   A START ON THE INDEXED CALCJRNH DOCUMENT KEY
000210*                   INSTEAD OF READING THE WHOLE HISTORY.
000220*  2026-10-15 RA    DECLARE THE NEW CALCJRNH TRANSMISSION KEY.
000230*========================================================================
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. CALCREVS.
000260 AUTHOR. R. ALVES.
000270 INSTALLATION. CONTABILIDADE.
000280 DATE-WRITTEN. 2026-10-15.
000290 DATE-COMPILED.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CALC-OPER-FILE ASSIGN TO "CALCOPER"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS OPR-ID
000370         FILE STATUS IS WS-OPER-FILE-STATUS.
000380     SELECT CALC-PERIOD-FILE ASSIGN TO "CALCPERD"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-PERD-FILE-STATUS.
000410     SELECT CALC-JRNL-HIST-FILE ASSIGN TO "CALCJRNH"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS JRH-KEY
000450         ALTERNATE RECORD KEY IS JRH-ACCT-KEY WITH DUPLICATES
000460         ALTERNATE RECORD KEY IS JRH-XMIT-SEQ WITH DUPLICATES
000470         FILE STATUS IS WS-JRNH-FILE-STATUS.
000480     SELECT CALC-JOURNAL-FILE ASSIGN TO "CALCJRNL"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-JRN-FILE-STATUS.
000510     SELECT CALC-DOCN-FILE ASSIGN TO "CALCDOCN"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-DOCN-FILE-STATUS.
000540     SELECT CALC-AUDIT-FILE ASSIGN TO "CALCAUD"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000570     SELECT CALC-REV-LOG-FILE ASSIGN TO "CALCREVL"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-REVL-FILE-STATUS.
000600     SELECT CALC-REV-REPORT-FILE ASSIGN TO "CALCREVR"
000610         ORGANIZATION IS SEQUENTIAL.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CALC-OPER-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 COPY CALCOPER.
000670 FD  CALC-PERIOD-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 COPY CALCPERD.
000700 FD  CALC-JRNL-HIST-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 COPY CALCJRNH.
000730 FD  CALC-JOURNAL-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 COPY CALCJRNL.
000760 FD  CALC-DOCN-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY CALCDOCN.
000790 FD  CALC-AUDIT-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY CALCAUD.
000820 FD  CALC-REV-LOG-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 COPY CALCREVL.
000850 FD  CALC-REV-REPORT-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 01  REV-REPORT-RECORD             PIC X(132).
000880 WORKING-STORAGE SECTION.
000890*    PRINT LINES ARE BUILT IN WORKING-STORAGE BECAUSE VALUE
000900*    CLAUSES ON FILE SECTION FILLERS ARE TREATED AS COMMENTARY.
000910 01  RVR-HEADER-LINE.
000920     05  FILLER            PIC X(18) VALUE "REVERSAL REGISTER ".
000930     05  FILLER            PIC X(10) VALUE "RUN DATE: ".
000940     05  RVR-HDR-DATE       PIC X(08).
000950 01  RVR-COLUMN-HEADING.
000960     05  FILLER            PIC X(08) VALUE "ORIG DOC".
000970     05  FILLER            PIC X(02) VALUE SPACES.
000980     05  FILLER            PIC X(08) VALUE "REV DOC ".
000990     05  FILLER            PIC X(02) VALUE SPACES.
001000     05  FILLER            PIC X(10) VALUE "ACCOUNT".
001010     05  FILLER            PIC X(02) VALUE SPACES.
001020     05  FILLER            PIC X(05) VALUE "DR/CR".
001030     05  FILLER            PIC X(02) VALUE SPACES.
001040     05  FILLER            PIC X(13)
001050         VALUE "       AMOUNT".
001060     05  FILLER            PIC X(02) VALUE SPACES.
001070     05  FILLER            PIC X(08) VALUE "ORIG SRC".
001080     05  FILLER            PIC X(02) VALUE SPACES.
001090     05  FILLER            PIC X(10) VALUE "REQUESTER".
001100 01  RVR-DETAIL-LINE.
001110     05  RVR-DTL-ORIG-DOC   PIC 9(08).
001120     05  FILLER            PIC X(02) VALUE SPACES.
001130     05  RVR-DTL-REV-DOC    PIC 9(08).
001140     05  FILLER            PIC X(02) VALUE SPACES.
001150     05  RVR-DTL-ACCOUNT    PIC X(10).
001160     05  FILLER            PIC X(03) VALUE SPACES.
001170     05  RVR-DTL-DR-CR      PIC X(02).
001180     05  FILLER            PIC X(02) VALUE SPACES.
001190     05  RVR-DTL-AMOUNT     PIC -(9)9.99.
001200     05  FILLER            PIC X(02) VALUE SPACES.
001210     05  RVR-DTL-SOURCE     PIC X(08).
001220     05  FILLER            PIC X(02) VALUE SPACES.
001230     05  RVR-DTL-OPERATOR   PIC X(10).
001240 01  RVR-REASON-LINE.
001250     05  FILLER            PIC X(20) VALUE SPACES.
001260     05  FILLER            PIC X(08) VALUE "REASON: ".
001270     05  RVR-RSN-TEXT       PIC X(30).
001280     05  FILLER            PIC X(16) VALUE "  DEBIT TOTAL: ".
001290     05  RVR-RSN-AMOUNT     PIC -(12)9.99.
001300 01  RVR-TRAILER-LINE.
001310     05  FILLER            PIC X(21)
001320         VALUE "DOCUMENTS REVERSED:  ".
001330     05  RVR-TRL-COUNT      PIC Z(7)9.
001340     05  FILLER            PIC X(13) VALUE "   REFUSED:  ".
001350     05  RVR-TRL-REFUSED    PIC Z(7)9.
001360     05  FILLER            PIC X(16) VALUE "   DEBIT TOTAL: ".
001370     05  RVR-TRL-AMOUNT     PIC -(12)9.99.
001380 01  WS-OPER-FILE-STATUS           PIC X(02).
001390 01  WS-PERD-FILE-STATUS           PIC X(02).
001400 01  WS-JRNH-FILE-STATUS           PIC X(02).
001410 01  WS-JRN-FILE-STATUS            PIC X(02).
001420 01  WS-DOCN-FILE-STATUS           PIC X(02).
001430 01  WS-AUDIT-FILE-STATUS          PIC X(02).
001440 01  WS-REVL-FILE-STATUS           PIC X(02).
001450 01  WS-RUN-DATE                   PIC X(08).
001460 01  WS-RUN-DATE-BREAK.
001470     05  WS-RUN-PERIOD             PIC X(06).
001480     05  FILLER                    PIC X(02).
001490 01  WS-SYSTEM-TIME                PIC X(08).
001500 01  WS-OPERATOR-ID                PIC X(10).
001510 01  WS-OPR-FOUND-SW               PIC X(01) VALUE 'N'.
001520     88  WS-OPR-FOUND                      VALUE 'Y'.
001530 01  WS-INIT-FAIL-SW               PIC X(01) VALUE 'N'.
001540     88  WS-INIT-FAILED                    VALUE 'Y'.
001550 01  WS-DONE-SW                    PIC X(01) VALUE 'N'.
001560     88  WS-DONE                           VALUE 'Y'.
001570 01  WS-REFUSE-SW                  PIC X(01).
001580     88  WS-REFUSED                        VALUE 'Y'.
001590 01  WS-EOF-SW                     PIC X(01).
001600     88  END-OF-FILE                       VALUE 'Y'.
001610 01  WS-DOC-IN                     PIC X(08).
001620 01  WS-ORIG-DOC                   PIC 9(08).
001630 01  WS-REASON                     PIC X(30).
001640 01  WS-CONFIRM-ANS                PIC X(01).
001650 01  WS-DOC-NUMBER                 PIC 9(08) VALUE ZERO.
001660 01  WS-REV-DEBITS                 PIC S9(13)V9(2).
001670 01  WS-TOT-DEBITS                 PIC S9(13)V9(2) VALUE ZERO.
001680 01  WS-REVERSED-COUNT             PIC 9(08) COMP VALUE ZERO.
001690 01  WS-REFUSED-COUNT              PIC 9(08) COMP VALUE ZERO.
001700*    THE LINES OF ONE ORIGINAL DOCUMENT - NORMALLY ONE PAIR,
001710*    PLUS A PAIR FOR EACH SUSPENSE RECLASS UNDER THE SAME NUMBER.
001720 01  WS-LINE-MAX                   PIC 9(04) COMP VALUE 20.
001730 01  WS-LINE-COUNT                 PIC 9(04) COMP.
001740 01  WS-LINE-SUB                   PIC 9(04) COMP.
001750 01  WS-LINE-TABLE.
001760     05  WS-LINE-ENTRY OCCURS 20 TIMES.
001770         10  WS-LN-ACCOUNT         PIC X(10).
001780         10  WS-LN-DR-CR           PIC X(02).
001790         10  WS-LN-AMOUNT          PIC S9(10)V9(2).
001800         10  WS-LN-SOURCE          PIC X(08).
001810 PROCEDURE DIVISION.
001820 0000-MAINLINE.
001830     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001840     IF WS-INIT-FAILED
001850         MOVE 8 TO RETURN-CODE
001860     ELSE
001870         PERFORM 2000-REVERSE-ONE THRU 2000-REVERSE-ONE-EXIT
001880             UNTIL WS-DONE
001890         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001900     END-IF
001910     STOP RUN.
001920*
001930 1000-INITIALIZE.
001940     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001950     PERFORM 1100-CHECK-OPERATOR THRU 1100-CHECK-OPERATOR-EXIT
001960     IF WS-INIT-FAILED
001970         GO TO 1000-INITIALIZE-EXIT
001980     END-IF
001990     PERFORM 1200-CHECK-PERIOD THRU 1200-CHECK-PERIOD-EXIT
002000     IF WS-INIT-FAILED
002010         GO TO 1000-INITIALIZE-EXIT
002020     END-IF
002030     PERFORM 1300-LOAD-DOCN THRU 1300-LOAD-DOCN-EXIT
002040     OPEN EXTEND CALC-AUDIT-FILE
002050     IF WS-AUDIT-FILE-STATUS = '35'
002060         OPEN OUTPUT CALC-AUDIT-FILE
002070     END-IF
002080     OPEN OUTPUT CALC-REV-REPORT-FILE
002090     MOVE WS-RUN-DATE TO RVR-HDR-DATE
002100     WRITE REV-REPORT-RECORD FROM RVR-HEADER-LINE
002110     WRITE REV-REPORT-RECORD FROM RVR-COLUMN-HEADING.
002120 1000-INITIALIZE-EXIT.
002130         EXIT.
002140*
002150 1100-CHECK-OPERATOR.
002160     DISPLAY "ENTER OPERATOR ID: "
002170     ACCEPT WS-OPERATOR-ID
002180     OPEN INPUT CALC-OPER-FILE
002190     IF WS-OPER-FILE-STATUS NOT = '00'
002200         DISPLAY "CALCOPER OPERATOR MASTER NOT AVAILABLE - "
002210                 "RUN REFUSED"
002220         MOVE 'Y' TO WS-INIT-FAIL-SW
002230         GO TO 1100-CHECK-OPERATOR-EXIT
002240     END-IF
002250     MOVE WS-OPERATOR-ID TO OPR-ID
002260     MOVE 'Y' TO WS-OPR-FOUND-SW
002270     READ CALC-OPER-FILE
002280         INVALID KEY MOVE 'N' TO WS-OPR-FOUND-SW
002290     END-READ
002300     IF NOT WS-OPR-FOUND OR NOT OPR-ACTIVE
002310         DISPLAY "OPERATOR NOT AUTHORIZED: " WS-OPERATOR-ID
002320         MOVE 'Y' TO WS-INIT-FAIL-SW
002330     ELSE
002340         IF NOT OPR-SUPERVISOR
002350             DISPLAY "REVERSAL NEEDS A LEVEL-3 SUPERVISOR: "
002360                     WS-OPERATOR-ID
002370             MOVE 'Y' TO WS-INIT-FAIL-SW
002380         END-IF
002390     END-IF
002400     CLOSE CALC-OPER-FILE.
002410 1100-CHECK-OPERATOR-EXIT.
002420         EXIT.
002430*
002440*    A REVERSAL POSTS WITH TODAY'S DATE, SO TODAY MUST BE IN THE
002450*    OPEN PERIOD OR THE REVERSAL WOULD LAND IN A CLOSED ONE.
002460 1200-CHECK-PERIOD.
002470     OPEN INPUT CALC-PERIOD-FILE
002480     IF WS-PERD-FILE-STATUS NOT = '00'
002490         DISPLAY "CALCPERD PERIOD CONTROL FILE NOT AVAILABLE - "
002500                 "RUN REFUSED"
002510         MOVE 'Y' TO WS-INIT-FAIL-SW
002520         GO TO 1200-CHECK-PERIOD-EXIT
002530     END-IF
002540     READ CALC-PERIOD-FILE
002550         AT END MOVE SPACES TO PERD-OPEN-PERIOD
002560     END-READ
002570     CLOSE CALC-PERIOD-FILE
002580     MOVE WS-RUN-DATE TO WS-RUN-DATE-BREAK
002590     IF WS-RUN-PERIOD NOT = PERD-OPEN-PERIOD
002600         DISPLAY "RUN DATE " WS-RUN-DATE
002610                 " NOT IN OPEN PERIOD " PERD-OPEN-PERIOD
002620                 " - REVERSAL WOULD LAND IN A CLOSED PERIOD"
002630         MOVE 'Y' TO WS-INIT-FAIL-SW
002640     END-IF.
002650 1200-CHECK-PERIOD-EXIT.
002660         EXIT.
002670*
002680 1300-LOAD-DOCN.
002690     OPEN INPUT CALC-DOCN-FILE
002700     IF WS-DOCN-FILE-STATUS = '35'
002710         MOVE ZERO TO WS-DOC-NUMBER
002720         GO TO 1300-LOAD-DOCN-EXIT
002730     END-IF
002740     READ CALC-DOCN-FILE
002750         AT END MOVE ZERO TO DOCN-LAST-NUMBER
002760     END-READ
002770     MOVE DOCN-LAST-NUMBER TO WS-DOC-NUMBER
002780     CLOSE CALC-DOCN-FILE.
002790 1300-LOAD-DOCN-EXIT.
002800         EXIT.
002810*
002820 2000-REVERSE-ONE.
002830     DISPLAY "ORIGINAL DOCUMENT NUMBER (SPACES = END): "
002840     MOVE SPACES TO WS-DOC-IN
002850     ACCEPT WS-DOC-IN
002860     IF WS-DOC-IN = SPACES
002870         MOVE 'Y' TO WS-DONE-SW
002880         GO TO 2000-REVERSE-ONE-EXIT
002890     END-IF
002900     IF WS-DOC-IN NOT NUMERIC
002910         DISPLAY "DOCUMENT NUMBER MUST BE 8 DIGITS: " WS-DOC-IN
002920         GO TO 2000-REVERSE-ONE-EXIT
002930     END-IF
002940     MOVE WS-DOC-IN TO WS-ORIG-DOC
002950     DISPLAY "REASON FOR THE REVERSAL: "
002960     MOVE SPACES TO WS-REASON
002970     ACCEPT WS-REASON
002980     IF WS-REASON = SPACES
002990         DISPLAY "A REASON IS REQUIRED - REVERSAL REFUSED"
003000         ADD 1 TO WS-REFUSED-COUNT
003010         GO TO 2000-REVERSE-ONE-EXIT
003020     END-IF
003030     MOVE 'N' TO WS-REFUSE-SW
003040     PERFORM 2100-CHECK-LOG THRU 2100-CHECK-LOG-EXIT
003050     IF NOT WS-REFUSED
003060         PERFORM 2200-FIND-LINES THRU 2200-FIND-LINES-EXIT
003070     END-IF
003080     IF WS-REFUSED
003090         ADD 1 TO WS-REFUSED-COUNT
003100         GO TO 2000-REVERSE-ONE-EXIT
003110     END-IF
003120     PERFORM 2300-SHOW-LINE THRU 2300-SHOW-LINE-EXIT
003130         VARYING WS-LINE-SUB FROM 1 BY 1
003140         UNTIL WS-LINE-SUB > WS-LINE-COUNT
003150     DISPLAY "REVERSE DOCUMENT " WS-ORIG-DOC "? (Y/N)"
003160     ACCEPT WS-CONFIRM-ANS
003170     IF WS-CONFIRM-ANS NOT = 'Y' AND WS-CONFIRM-ANS NOT = 'y'
003180         DISPLAY "REVERSAL CANCELLED"
003190         GO TO 2000-REVERSE-ONE-EXIT
003200     END-IF
003210     PERFORM 2400-POST-REVERSAL THRU 2400-POST-REVERSAL-EXIT
003220     PERFORM 2500-WRITE-AUDIT THRU 2500-WRITE-AUDIT-EXIT
003230     PERFORM 2600-WRITE-LOG THRU 2600-WRITE-LOG-EXIT
003240     MOVE WS-REASON TO RVR-RSN-TEXT
003250     MOVE WS-REV-DEBITS TO RVR-RSN-AMOUNT
003260     WRITE REV-REPORT-RECORD FROM RVR-REASON-LINE
003270     ADD 1 TO WS-REVERSED-COUNT
003280     ADD WS-REV-DEBITS TO WS-TOT-DEBITS
003290     DISPLAY "DOCUMENT " WS-ORIG-DOC " REVERSED BY DOCUMENT "
003300             WS-DOC-NUMBER.
003310 2000-REVERSE-ONE-EXIT.
003320         EXIT.
003330*
003340*    THE ORIGINAL MUST NOT ALREADY BE ON THE REVERSAL LOG, AND
003350*    MUST NOT ITSELF BE A REVERSAL.
003360 2100-CHECK-LOG.
003370     OPEN INPUT CALC-REV-LOG-FILE
003380     IF WS-REVL-FILE-STATUS NOT = '00'
003390         GO TO 2100-CHECK-LOG-EXIT
003400     END-IF
003410     MOVE 'N' TO WS-EOF-SW
003420     PERFORM 2110-READ-LOG THRU 2110-READ-LOG-EXIT
003430     PERFORM 2120-MATCH-LOG THRU 2120-MATCH-LOG-EXIT
003440         UNTIL END-OF-FILE
003450     CLOSE CALC-REV-LOG-FILE.
003460 2100-CHECK-LOG-EXIT.
003470         EXIT.
003480*
003490 2110-READ-LOG.
003500     READ CALC-REV-LOG-FILE
003510         AT END MOVE 'Y' TO WS-EOF-SW
003520     END-READ.
003530 2110-READ-LOG-EXIT.
003540         EXIT.
003550*
003560 2120-MATCH-LOG.
003570     IF REV-ORIG-DOC = WS-ORIG-DOC
003580         DISPLAY "DOCUMENT " WS-ORIG-DOC " ALREADY REVERSED BY "
003590                 REV-REVERSAL-DOC " ON " REV-DATE
003600                 " - REVERSAL REFUSED"
003610         MOVE 'Y' TO WS-REFUSE-SW
003620     END-IF
003630     IF REV-REVERSAL-DOC = WS-ORIG-DOC
003640         DISPLAY "DOCUMENT " WS-ORIG-DOC " IS ITSELF THE "
003650                 "REVERSAL OF " REV-ORIG-DOC
003660                 " - REVERSAL REFUSED"
003670         MOVE 'Y' TO WS-REFUSE-SW
003680     END-IF
003690     PERFORM 2110-READ-LOG THRU 2110-READ-LOG-EXIT.
003700 2120-MATCH-LOG-EXIT.
003710         EXIT.
003720*
003730 2200-FIND-LINES.
003740     MOVE ZERO TO WS-LINE-COUNT
003750     OPEN INPUT CALC-JRNL-HIST-FILE
003760     IF WS-JRNH-FILE-STATUS = '00'
003770         MOVE 'N' TO WS-EOF-SW
003780         MOVE WS-ORIG-DOC TO JRH-DOC-NUMBER
003790         MOVE ZERO TO JRH-LINE-SEQ
003800         START CALC-JRNL-HIST-FILE KEY NOT < JRH-KEY
003810             INVALID KEY MOVE 'Y' TO WS-EOF-SW
003820         END-START
003830         IF NOT END-OF-FILE
003840             PERFORM 2210-READ-HIST THRU 2210-READ-HIST-EXIT
003850         END-IF
003860         PERFORM 2220-MATCH-HIST THRU 2220-MATCH-HIST-EXIT
003870             UNTIL END-OF-FILE
003880         CLOSE CALC-JRNL-HIST-FILE
003890     END-IF
003900     OPEN INPUT CALC-JOURNAL-FILE
003910     IF WS-JRN-FILE-STATUS = '00'
003920         MOVE 'N' TO WS-EOF-SW
003930         PERFORM 2230-READ-JOURNAL THRU 2230-READ-JOURNAL-EXIT
003940         PERFORM 2240-MATCH-JOURNAL THRU 2240-MATCH-JOURNAL-EXIT
003950             UNTIL END-OF-FILE
003960         CLOSE CALC-JOURNAL-FILE
003970     END-IF
003980     IF WS-REFUSED
003990         GO TO 2200-FIND-LINES-EXIT
004000     END-IF
004010     IF WS-LINE-COUNT = ZERO
004020         DISPLAY "NO JOURNAL LINES FOR DOCUMENT " WS-ORIG-DOC
004030                 " - REVERSAL REFUSED"
004040         MOVE 'Y' TO WS-REFUSE-SW
004050     END-IF.
004060 2200-FIND-LINES-EXIT.
004070         EXIT.
004080*
004090 2210-READ-HIST.
004100     READ CALC-JRNL-HIST-FILE NEXT RECORD
004110         AT END MOVE 'Y' TO WS-EOF-SW
004120     END-READ
004130     IF NOT END-OF-FILE
004140         IF JRH-DOC-NUMBER NOT = WS-ORIG-DOC
004150             MOVE 'Y' TO WS-EOF-SW
004160         ELSE
004170             MOVE JRH-POSTING-DATE TO JRN-POSTING-DATE
004180             MOVE JRH-ACCOUNT-REF TO JRN-ACCOUNT-REF
004190             MOVE JRH-DR-CR TO JRN-DR-CR
004200             MOVE JRH-AMOUNT TO JRN-AMOUNT
004210             MOVE JRH-SOURCE TO JRN-SOURCE
004220             MOVE JRH-DOC-NUMBER TO JRN-DOC-NUMBER
004230         END-IF
004240     END-IF.
004250 2210-READ-HIST-EXIT.
004260         EXIT.
004270*
004280 2220-MATCH-HIST.
004290     PERFORM 2250-KEEP-LINE THRU 2250-KEEP-LINE-EXIT
004300     PERFORM 2210-READ-HIST THRU 2210-READ-HIST-EXIT.
004310 2220-MATCH-HIST-EXIT.
004320         EXIT.
004330*
004340 2230-READ-JOURNAL.
004350     READ CALC-JOURNAL-FILE
004360         AT END MOVE 'Y' TO WS-EOF-SW
004370     END-READ.
004380 2230-READ-JOURNAL-EXIT.
004390         EXIT.
004400*
004410 2240-MATCH-JOURNAL.
004420     IF JRN-DOC-NUMBER = WS-ORIG-DOC
004430         PERFORM 2250-KEEP-LINE THRU 2250-KEEP-LINE-EXIT
004440     END-IF
004450     PERFORM 2230-READ-JOURNAL THRU 2230-READ-JOURNAL-EXIT.
004460 2240-MATCH-JOURNAL-EXIT.
004470         EXIT.
004480*
004490 2250-KEEP-LINE.
004500     IF JRN-SOURCE = "CALCREVS" OR JRN-SOURCE = "CALCYEND"
004510         IF NOT WS-REFUSED
004520             DISPLAY "DOCUMENT " WS-ORIG-DOC " WAS POSTED BY "
004530                     JRN-SOURCE " - IT CANNOT BE REVERSED"
004540         END-IF
004550         MOVE 'Y' TO WS-REFUSE-SW
004560         GO TO 2250-KEEP-LINE-EXIT
004570     END-IF
004580     IF WS-LINE-COUNT NOT < WS-LINE-MAX
004590         IF NOT WS-REFUSED
004600             DISPLAY "DOCUMENT " WS-ORIG-DOC " HAS MORE THAN "
004610                     WS-LINE-MAX " LINES - REVERSAL REFUSED"
004620         END-IF
004630         MOVE 'Y' TO WS-REFUSE-SW
004640         GO TO 2250-KEEP-LINE-EXIT
004650     END-IF
004660     ADD 1 TO WS-LINE-COUNT
004670     MOVE JRN-ACCOUNT-REF TO WS-LN-ACCOUNT (WS-LINE-COUNT)
004680     MOVE JRN-DR-CR TO WS-LN-DR-CR (WS-LINE-COUNT)
004690     MOVE JRN-AMOUNT TO WS-LN-AMOUNT (WS-LINE-COUNT)
004700     MOVE JRN-SOURCE TO WS-LN-SOURCE (WS-LINE-COUNT).
004710 2250-KEEP-LINE-EXIT.
004720         EXIT.
004730*
004740 2300-SHOW-LINE.
004750     DISPLAY WS-LN-ACCOUNT (WS-LINE-SUB) " "
004760             WS-LN-DR-CR (WS-LINE-SUB) " "
004770             WS-LN-AMOUNT (WS-LINE-SUB) " "
004780             WS-LN-SOURCE (WS-LINE-SUB).
004790 2300-SHOW-LINE-EXIT.
004800         EXIT.
004810*
004820*    EVERY LINE OF THE ORIGINAL IS POSTED AGAIN ON THE OPPOSITE
004830*    SIDE UNDER ONE NEW DOCUMENT NUMBER, SO THE REVERSAL NETS THE
004840*    ORIGINAL TO ZERO ON EVERY ACCOUNT IT TOUCHED.
004850 2400-POST-REVERSAL.
004860     ADD 1 TO WS-DOC-NUMBER
004870     MOVE ZERO TO WS-REV-DEBITS
004880     OPEN EXTEND CALC-JOURNAL-FILE
004890     IF WS-JRN-FILE-STATUS = '35'
004900         OPEN OUTPUT CALC-JOURNAL-FILE
004910     END-IF
004920     PERFORM 2410-POST-ONE-LINE THRU 2410-POST-ONE-LINE-EXIT
004930         VARYING WS-LINE-SUB FROM 1 BY 1
004940         UNTIL WS-LINE-SUB > WS-LINE-COUNT
004950     CLOSE CALC-JOURNAL-FILE
004960     MOVE WS-DOC-NUMBER TO DOCN-LAST-NUMBER
004970     OPEN OUTPUT CALC-DOCN-FILE
004980     WRITE DOCN-RECORD
004990     CLOSE CALC-DOCN-FILE.
005000 2400-POST-REVERSAL-EXIT.
005010         EXIT.
005020*
005030 2410-POST-ONE-LINE.
005040     IF WS-LN-DR-CR (WS-LINE-SUB) = 'DR'
005050         MOVE 'CR' TO JRN-DR-CR
005060     ELSE
005070         MOVE 'DR' TO JRN-DR-CR
005080         ADD WS-LN-AMOUNT (WS-LINE-SUB) TO WS-REV-DEBITS
005090     END-IF
005100     MOVE WS-RUN-DATE TO JRN-POSTING-DATE
005110     MOVE WS-LN-ACCOUNT (WS-LINE-SUB) TO JRN-ACCOUNT-REF
005120     MOVE WS-LN-AMOUNT (WS-LINE-SUB) TO JRN-AMOUNT
005130     MOVE "CALCREVS" TO JRN-SOURCE
005140     MOVE WS-DOC-NUMBER TO JRN-DOC-NUMBER
005150     WRITE JRN-RECORD
005160     MOVE WS-ORIG-DOC TO RVR-DTL-ORIG-DOC
005170     MOVE WS-DOC-NUMBER TO RVR-DTL-REV-DOC
005180     MOVE JRN-ACCOUNT-REF TO RVR-DTL-ACCOUNT
005190     MOVE JRN-DR-CR TO RVR-DTL-DR-CR
005200     MOVE JRN-AMOUNT TO RVR-DTL-AMOUNT
005210     MOVE WS-LN-SOURCE (WS-LINE-SUB) TO RVR-DTL-SOURCE
005220     MOVE WS-OPERATOR-ID TO RVR-DTL-OPERATOR
005230     WRITE REV-REPORT-RECORD FROM RVR-DETAIL-LINE.
005240 2410-POST-ONE-LINE-EXIT.
005250         EXIT.
005260*
005270 2500-WRITE-AUDIT.
005280     ACCEPT WS-SYSTEM-TIME FROM TIME
005290     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
005300     MOVE WS-RUN-DATE TO AUD-DATE
005310     MOVE WS-SYSTEM-TIME TO AUD-TIME
005320     MOVE 'V' TO AUD-OPCAO
005330     MOVE WS-REV-DEBITS TO AUD-NUM1
005340     MOVE ZERO TO AUD-NUM2
005350     MOVE WS-REV-DEBITS TO AUD-RES
005360     MOVE WS-DOC-IN TO AUD-BATCH-ID
005370     MOVE WS-DOC-NUMBER TO AUD-DOC-NUMBER
005380     WRITE AUD-RECORD.
005390 2500-WRITE-AUDIT-EXIT.
005400         EXIT.
005410*
005420 2600-WRITE-LOG.
005430     OPEN EXTEND CALC-REV-LOG-FILE
005440     IF WS-REVL-FILE-STATUS = '35'
005450         OPEN OUTPUT CALC-REV-LOG-FILE
005460     END-IF
005470     MOVE WS-ORIG-DOC TO REV-ORIG-DOC
005480     MOVE WS-DOC-NUMBER TO REV-REVERSAL-DOC
005490     MOVE WS-RUN-DATE TO REV-DATE
005500     MOVE WS-SYSTEM-TIME TO REV-TIME
005510     MOVE WS-OPERATOR-ID TO REV-OPERATOR-ID
005520     MOVE WS-REASON TO REV-REASON
005530     MOVE WS-REV-DEBITS TO REV-AMOUNT
005540     WRITE REV-RECORD
005550     CLOSE CALC-REV-LOG-FILE.
005560 2600-WRITE-LOG-EXIT.
005570         EXIT.
005580*
005590 9000-TERMINATE.
005600     MOVE WS-REVERSED-COUNT TO RVR-TRL-COUNT
005610     MOVE WS-REFUSED-COUNT TO RVR-TRL-REFUSED
005620     MOVE WS-TOT-DEBITS TO RVR-TRL-AMOUNT
005630     WRITE REV-REPORT-RECORD FROM RVR-TRAILER-LINE
005640     CLOSE CALC-REV-REPORT-FILE
005650     CLOSE CALC-AUDIT-FILE
005660     DISPLAY "DOCUMENTS REVERSED: " WS-REVERSED-COUNT
005670     DISPLAY "REVERSALS REFUSED:  " WS-REFUSED-COUNT.
005680 9000-TERMINATE-EXIT.
005690         EXIT.
