000010*========================================================================
000020*  CALCTRCE.COB
000030*  DOCUMENT TRACE INQUIRY. FOR A DOCUMENT NUMBER, OR FOR EVERY
000040*  DOCUMENT THAT TOUCHED AN ACCOUNT IN A DATE RANGE, SHOWS THE
000050*  WHOLE LIFE OF THE DOCUMENT ON ONE SCREEN AND PRINTS THE SAME
000060*  TRACE ON THE CALCTRCR REPORT FOR THE AUDITORS:
000070*    - THE CALCAUD (OR ARCHIVED CALCAUDH) AUDIT ENTRY WITH THE
000080*      OPERATOR, DATE, TIME AND BATCH ID THAT PRODUCED IT;
000090*    - WHETHER IT IS STILL IN THE CALCEXT EXTRACT WAITING FOR
000100*      CALCPOST, OR ON HOLD IN CALCHOLD FOR A CLOSED PERIOD;
000110*    - EVERY JOURNAL LINE POSTED UNDER THE NUMBER, FROM THE
000120*      INDEXED CALCJRNH HISTORY (BY DOCUMENT KEY) AND THE LIVE
000130*      CALCJRNL, INCLUDING CALCRCLS SUSPENSE RECLASS LINES;
000140*    - ITS SUSPENSE STATUS (THE NET OF ITS GLSUSP0001 LINES);
000150*    - ANY REVERSAL ON THE CALCREVL LOG, EITHER WAY ROUND.
000160*  THE ACCOUNT INQUIRY FINDS ITS DOCUMENTS THROUGH THE CALCJRNH
000170*  ACCOUNT/DATE KEY, THE LIVE JOURNAL, THE EXTRACT AND THE HOLD
000180*  FILE, AND ALSO LISTS THE ACCOUNT'S TICKETS ON THE CALCRCYL
000190*  RECYCLE FILE FOR THE RANGE, WHICH NEVER RECEIVED A DOCUMENT
000200*  NUMBER. INQUIRIES REPEAT UNTIL THE OPERATOR ENDS THE SESSION.
000210*------------------------------------------------------------------------
000220*  MODIFICATION HISTORY
000230*  DATE       INIT  DESCRIPTION
000240*  2026-10-15 RA    PROGRAM CREATED.
000241*  2026-10-15 RA    DECLARE THE NEW CALCJRNH TRANSMISSION KEY.
000250*========================================================================
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CALCTRCE.
000280 AUTHOR. R. ALVES.
000290 INSTALLATION. CONTABILIDADE.
000300 DATE-WRITTEN. 2026-10-15.
000310 DATE-COMPILED.
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CALC-AUDIT-FILE ASSIGN TO "CALCAUD"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000380     SELECT CALC-AUDIT-HIST-FILE ASSIGN TO "CALCAUDH"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-AUDH-FILE-STATUS.
000410     SELECT CALC-EXTRACT-FILE ASSIGN TO "CALCEXT"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-EXT-FILE-STATUS.
000440     SELECT CALC-HOLD-FILE ASSIGN TO "CALCHOLD"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-HOLD-FILE-STATUS.
000470     SELECT CALC-JOURNAL-FILE ASSIGN TO "CALCJRNL"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-JRN-FILE-STATUS.
000500     SELECT CALC-JRNL-HIST-FILE ASSIGN TO "CALCJRNH"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS JRH-KEY
000540         ALTERNATE RECORD KEY IS JRH-ACCT-KEY WITH DUPLICATES
000541         ALTERNATE RECORD KEY IS JRH-XMIT-SEQ WITH DUPLICATES
000550         FILE STATUS IS WS-JRNH-FILE-STATUS.
000560     SELECT CALC-REV-LOG-FILE ASSIGN TO "CALCREVL"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-REVL-FILE-STATUS.
000590     SELECT CALC-RECYCLE-FILE ASSIGN TO "CALCRCYL"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-RCY-FILE-STATUS.
000620     SELECT CALC-TRACE-REPORT-FILE ASSIGN TO "CALCTRCR"
000630         ORGANIZATION IS SEQUENTIAL.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  CALC-AUDIT-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY CALCAUD.
000690 FD  CALC-AUDIT-HIST-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 01  AUDH-RECORD                   PIC X(79).
000720 FD  CALC-EXTRACT-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY CALCEXT.
000750 FD  CALC-HOLD-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 01  HOLD-RECORD                   PIC X(71).
000780 FD  CALC-JOURNAL-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 COPY CALCJRNL.
000810 FD  CALC-JRNL-HIST-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 COPY CALCJRNH.
000840 FD  CALC-REV-LOG-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY CALCREVL.
000870 FD  CALC-RECYCLE-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY CALCRCY.
000900 FD  CALC-TRACE-REPORT-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  TRACE-REPORT-RECORD           PIC X(132).
000930 WORKING-STORAGE SECTION.
000940 COPY CALCCONST.
000950 COPY CALCTRAN.
000960*    PRINT LINES ARE BUILT IN WORKING-STORAGE BECAUSE VALUE
000970*    CLAUSES ON FILE SECTION FILLERS ARE TREATED AS COMMENTARY.
000980 01  TRC-HEADER-LINE.
000990     05  FILLER            PIC X(16) VALUE "DOCUMENT TRACE  ".
001000     05  FILLER            PIC X(10) VALUE "RUN DATE: ".
001010     05  TRC-HDR-DATE       PIC X(08).
001020 01  TRC-CRIT-LINE.
001030     05  FILLER            PIC X(13) VALUE "INQUIRY ON - ".
001040     05  TRC-CRT-LABEL      PIC X(10).
001050     05  TRC-CRT-VALUE      PIC X(10).
001060     05  FILLER            PIC X(07) VALUE "  FROM ".
001070     05  TRC-CRT-FROM       PIC X(08).
001080     05  FILLER            PIC X(06) VALUE " THRU ".
001090     05  TRC-CRT-THRU       PIC X(08).
001100 01  TRC-DOC-LINE.
001110     05  FILLER            PIC X(09) VALUE "DOCUMENT ".
001120     05  TRC-DOC-NUMBER     PIC 9(08).
001130     05  FILLER            PIC X(02) VALUE SPACES.
001140     05  TRC-DOC-NOTE       PIC X(40).
001150 01  TRC-AUDIT-LINE.
001160     05  FILLER            PIC X(12) VALUE "  AUDIT".
001170     05  TRC-AUD-OPERATOR   PIC X(10).
001180     05  FILLER            PIC X(02) VALUE SPACES.
001190     05  TRC-AUD-DATE       PIC X(08).
001200     05  FILLER            PIC X(02) VALUE SPACES.
001210     05  TRC-AUD-TIME       PIC X(08).
001220     05  FILLER            PIC X(08) VALUE "  BATCH ".
001230     05  TRC-AUD-BATCH      PIC X(08).
001240     05  FILLER            PIC X(08) VALUE "  OPCAO ".
001250     05  TRC-AUD-OPCAO      PIC X(01).
001260     05  FILLER            PIC X(06) VALUE "  RES ".
001270     05  TRC-AUD-RES        PIC -(9)9.99.
001280     05  FILLER            PIC X(02) VALUE SPACES.
001290     05  TRC-AUD-FILE       PIC X(08).
001300 01  TRC-STATUS-LINE.
001310     05  FILLER            PIC X(02) VALUE SPACES.
001320     05  TRC-STA-LABEL      PIC X(10).
001330     05  TRC-STA-TEXT       PIC X(40).
001340     05  TRC-STA-DATE       PIC X(08).
001350     05  FILLER            PIC X(02) VALUE SPACES.
001360     05  TRC-STA-AMOUNT     PIC X(16).
001370 01  TRC-JRN-HEADING.
001380     05  FILLER            PIC X(12) VALUE "  JOURNAL".
001390     05  FILLER            PIC X(08) VALUE "POSTED".
001400     05  FILLER            PIC X(02) VALUE SPACES.
001410     05  FILLER            PIC X(10) VALUE "ACCOUNT".
001420     05  FILLER            PIC X(02) VALUE SPACES.
001430     05  FILLER            PIC X(05) VALUE "DR/CR".
001440     05  FILLER            PIC X(02) VALUE SPACES.
001450     05  FILLER            PIC X(13)
001460         VALUE "       AMOUNT".
001470     05  FILLER            PIC X(02) VALUE SPACES.
001480     05  FILLER            PIC X(08) VALUE "SOURCE".
001490     05  FILLER            PIC X(02) VALUE SPACES.
001500     05  FILLER            PIC X(22) VALUE "STATUS".
001510 01  TRC-JRN-LINE.
001520     05  FILLER            PIC X(12) VALUE SPACES.
001530     05  TRC-JRN-DATE       PIC X(08).
001540     05  FILLER            PIC X(02) VALUE SPACES.
001550     05  TRC-JRN-ACCOUNT    PIC X(10).
001560     05  FILLER            PIC X(03) VALUE SPACES.
001570     05  TRC-JRN-DR-CR      PIC X(02).
001580     05  FILLER            PIC X(02) VALUE SPACES.
001590     05  TRC-JRN-AMOUNT     PIC -(9)9.99.
001600     05  FILLER            PIC X(02) VALUE SPACES.
001610     05  TRC-JRN-SOURCE     PIC X(08).
001620     05  FILLER            PIC X(02) VALUE SPACES.
001630     05  TRC-JRN-STATUS     PIC X(13).
001640     05  TRC-JRN-LEDGERED   PIC X(08).
001650 01  TRC-RCY-HEADING.
001660     05  FILLER            PIC X(32)
001670         VALUE "RECYCLED TICKETS FOR THE ACCOUNT".
001680 01  TRC-RCY-LINE.
001690     05  FILLER            PIC X(12) VALUE "  RECYCLE".
001700     05  TRC-RCY-DATE       PIC X(08).
001710     05  FILLER            PIC X(09) VALUE "  REASON ".
001720     05  TRC-RCY-REASON     PIC X(02).
001730     05  FILLER            PIC X(02) VALUE SPACES.
001740     05  TRC-RCY-STATUS     PIC X(08).
001750     05  FILLER            PIC X(08) VALUE "  OPCAO ".
001760     05  TRC-RCY-OPCAO      PIC X(01).
001770     05  FILLER            PIC X(02) VALUE SPACES.
001780     05  TRC-RCY-NUM1       PIC -(9)9.99.
001790     05  FILLER            PIC X(02) VALUE SPACES.
001800     05  TRC-RCY-NUM2       PIC -(9)9.99.
001810 01  TRC-TRAILER-LINE.
001820     05  FILLER            PIC X(18) VALUE "DOCUMENTS TRACED: ".
001830     05  TRC-TRL-COUNT      PIC Z(7)9.
001840 01  TRC-BLANK-LINE                PIC X(01) VALUE SPACES.
001850 01  WS-PRINT-LINE                 PIC X(132).
001860 01  WS-AMOUNT-EDIT                PIC -(12)9.99.
001870 01  WS-AUDIT-FILE-STATUS          PIC X(02).
001880 01  WS-AUDH-FILE-STATUS           PIC X(02).
001890 01  WS-EXT-FILE-STATUS            PIC X(02).
001900 01  WS-HOLD-FILE-STATUS           PIC X(02).
001910 01  WS-JRN-FILE-STATUS            PIC X(02).
001920 01  WS-JRNH-FILE-STATUS           PIC X(02).
001930 01  WS-REVL-FILE-STATUS           PIC X(02).
001940 01  WS-RCY-FILE-STATUS            PIC X(02).
001950 01  WS-RUN-DATE                   PIC X(08).
001960 01  WS-FUNCTION                   PIC X(01).
001970     88  WS-FUNC-DOCUMENT                  VALUES 'D' 'd'.
001980     88  WS-FUNC-ACCOUNT                   VALUES 'A' 'a'.
001990     88  WS-FUNC-END                       VALUES 'X' 'x' ' '.
002000 01  WS-DONE-SW                    PIC X(01) VALUE 'N'.
002010     88  WS-DONE                           VALUE 'Y'.
002020 01  WS-JRNH-OPEN-SW               PIC X(01) VALUE 'N'.
002030     88  WS-JRNH-AVAILABLE                 VALUE 'Y'.
002040 01  WS-EOF-SW                     PIC X(01).
002050     88  END-OF-FILE                       VALUE 'Y'.
002060 01  WS-DOC-IN                     PIC X(08).
002070 01  WS-SEL-ACCOUNT                PIC X(10).
002080 01  WS-SEL-FROM-DATE              PIC X(08).
002090 01  WS-SEL-THRU-DATE              PIC X(08).
002100 01  WS-FIND-DOC                   PIC 9(08).
002110 01  WS-NO-DOC-COUNT               PIC 9(08) COMP.
002120 01  WS-TRACED-COUNT               PIC 9(08) COMP VALUE ZERO.
002130 01  WS-RCY-COUNT                  PIC 9(08) COMP.
002140 01  WS-LINE-COUNT                 PIC 9(08) COMP.
002150 01  WS-SUSP-COUNT                 PIC 9(08) COMP.
002160 01  WS-RCLS-COUNT                 PIC 9(08) COMP.
002170 01  WS-SUSP-NET                   PIC S9(13)V9(2).
002180*    THE DOCUMENTS OF ONE INQUIRY AND WHAT THE SEQUENTIAL FILES
002190*    SAY ABOUT EACH, GATHERED IN ONE PASS OF EACH FILE.
002200 01  WS-DOC-MAX                    PIC 9(04) COMP VALUE 50.
002210 01  WS-DOC-COUNT                  PIC 9(04) COMP.
002220 01  WS-DOC-SUB                    PIC 9(04) COMP.
002230 01  WS-HIT-SUB                    PIC 9(04) COMP.
002240 01  WS-TABLE-FULL-SW              PIC X(01).
002250     88  WS-TABLE-FULL                     VALUE 'Y'.
002260 01  WS-DOC-TABLE.
002270     05  WS-DOC-ENTRY OCCURS 50 TIMES.
002280         10  WS-TD-DOC             PIC 9(08).
002290         10  WS-TD-AUD-COUNT       PIC 9(04) COMP.
002300         10  WS-TD-AUD-OPERATOR    PIC X(10).
002310         10  WS-TD-AUD-DATE        PIC X(08).
002320         10  WS-TD-AUD-TIME        PIC X(08).
002330         10  WS-TD-AUD-BATCH       PIC X(08).
002340         10  WS-TD-AUD-OPCAO       PIC X(01).
002350         10  WS-TD-AUD-RES         PIC S9(10)V9(2).
002360         10  WS-TD-AUD-FILE        PIC X(08).
002370         10  WS-TD-EXT-STATUS      PIC X(01).
002380             88  WS-TD-IN-EXTRACT          VALUE 'E'.
002390             88  WS-TD-ON-HOLD             VALUE 'H'.
002400         10  WS-TD-EXT-DATE        PIC X(08).
002410         10  WS-TD-REVERSED-BY     PIC 9(08).
002420         10  WS-TD-REVERSAL-OF     PIC 9(08).
002430 PROCEDURE DIVISION.
002440 0000-MAINLINE.
002450     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002460     PERFORM 2000-TRACE-REQUEST THRU 2000-TRACE-REQUEST-EXIT
002470         UNTIL WS-DONE
002480     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002490     STOP RUN.
002500*
002510 1000-INITIALIZE.
002520     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002530     OPEN INPUT CALC-JRNL-HIST-FILE
002540     IF WS-JRNH-FILE-STATUS = '00'
002550         MOVE 'Y' TO WS-JRNH-OPEN-SW
002560     ELSE
002570         DISPLAY "CALCJRNH JOURNAL HISTORY NOT AVAILABLE - "
002580                 "ONLY UNLEDGERED LINES CAN BE SHOWN"
002590     END-IF
002600     OPEN OUTPUT CALC-TRACE-REPORT-FILE
002610     MOVE WS-RUN-DATE TO TRC-HDR-DATE
002620     WRITE TRACE-REPORT-RECORD FROM TRC-HEADER-LINE.
002630 1000-INITIALIZE-EXIT.
002640         EXIT.
002650*
002660 2000-TRACE-REQUEST.
002670     DISPLAY "TRACE BY? D=DOCUMENT A=ACCOUNT X=END"
002680     MOVE SPACES TO WS-FUNCTION
002690     ACCEPT WS-FUNCTION
002700     MOVE ZERO TO WS-DOC-COUNT
002710     MOVE ZERO TO WS-NO-DOC-COUNT
002720     MOVE 'N' TO WS-TABLE-FULL-SW
002730     EVALUATE TRUE
002740         WHEN WS-FUNC-END
002750             MOVE 'Y' TO WS-DONE-SW
002760             GO TO 2000-TRACE-REQUEST-EXIT
002770         WHEN WS-FUNC-DOCUMENT
002780             PERFORM 2100-GET-DOCUMENT
002790                 THRU 2100-GET-DOCUMENT-EXIT
002800         WHEN WS-FUNC-ACCOUNT
002810             PERFORM 2200-GET-ACCOUNT THRU 2200-GET-ACCOUNT-EXIT
002820         WHEN OTHER
002830             DISPLAY "INVALID FUNCTION: " WS-FUNCTION
002840             GO TO 2000-TRACE-REQUEST-EXIT
002850     END-EVALUATE
002860     IF WS-DOC-COUNT = ZERO
002870         MOVE "NO DOCUMENTS FOUND" TO WS-PRINT-LINE
002880         PERFORM 8000-PUT-LINE THRU 8000-PUT-LINE-EXIT
002890         GO TO 2000-TRACE-REQUEST-EXIT
002900     END-IF
002910     PERFORM 3000-SCAN-AUDIT THRU 3000-SCAN-AUDIT-EXIT
002920     PERFORM 3200-SCAN-EXTRACT THRU 3200-SCAN-EXTRACT-EXIT
002930     PERFORM 3400-SCAN-REVERSALS THRU 3400-SCAN-REVERSALS-EXIT
002940     PERFORM 4000-SHOW-DOCUMENT THRU 4000-SHOW-DOCUMENT-EXIT
002950         VARYING WS-DOC-SUB FROM 1 BY 1
002960         UNTIL WS-DOC-SUB > WS-DOC-COUNT.
002970 2000-TRACE-REQUEST-EXIT.
002980         EXIT.
002990*
003000 2100-GET-DOCUMENT.
003010     DISPLAY "DOCUMENT NUMBER: "
003020     MOVE SPACES TO WS-DOC-IN
003030     ACCEPT WS-DOC-IN
003040     IF WS-DOC-IN NOT NUMERIC
003050         DISPLAY "DOCUMENT NUMBER MUST BE 8 DIGITS: " WS-DOC-IN
003060         GO TO 2100-GET-DOCUMENT-EXIT
003070     END-IF
003080     MOVE "DOCUMENT: " TO TRC-CRT-LABEL
003090     MOVE WS-DOC-IN TO TRC-CRT-VALUE
003100     MOVE SPACES TO TRC-CRT-FROM
003110     MOVE SPACES TO TRC-CRT-THRU
003120     MOVE TRC-CRIT-LINE TO WS-PRINT-LINE
003130     PERFORM 8000-PUT-LINE THRU 8000-PUT-LINE-EXIT
003140     MOVE WS-DOC-IN TO WS-FIND-DOC
003150     PERFORM 2900-ADD-DOC THRU 2900-ADD-DOC-EXIT.
003160 2100-GET-DOCUMENT-EXIT.
003170         EXIT.
003180*
003190 2200-GET-ACCOUNT.
003200     DISPLAY "GL ACCOUNT: "
003210     MOVE SPACES TO WS-SEL-ACCOUNT
003220     ACCEPT WS-SEL-ACCOUNT
003230     IF WS-SEL-ACCOUNT = SPACES
003240         DISPLAY "AN ACCOUNT IS REQUIRED"
003250         GO TO 2200-GET-ACCOUNT-EXIT
003260     END-IF
003270     DISPLAY "FROM DATE (YYYYMMDD): "
003280     MOVE SPACES TO WS-SEL-FROM-DATE
003290     ACCEPT WS-SEL-FROM-DATE
003300     DISPLAY "THRU DATE (YYYYMMDD, SPACES = NO LIMIT): "
003310     MOVE SPACES TO WS-SEL-THRU-DATE
003320     ACCEPT WS-SEL-THRU-DATE
003330     IF WS-SEL-THRU-DATE = SPACES
003340         MOVE ALL '9' TO WS-SEL-THRU-DATE
003350     END-IF
003360     MOVE "ACCOUNT:  " TO TRC-CRT-LABEL
003370     MOVE WS-SEL-ACCOUNT TO TRC-CRT-VALUE
003380     MOVE WS-SEL-FROM-DATE TO TRC-CRT-FROM
003390     MOVE WS-SEL-THRU-DATE TO TRC-CRT-THRU
003400     MOVE TRC-CRIT-LINE TO WS-PRINT-LINE
003410     PERFORM 8000-PUT-LINE THRU 8000-PUT-LINE-EXIT
003420     IF WS-JRNH-AVAILABLE
003430         PERFORM 2300-COLLECT-HISTORY
003440             THRU 2300-COLLECT-HISTORY-EXIT
003450     END-IF
003460     PERFORM 2400-COLLECT-LIVE THRU 2400-COLLECT-LIVE-EXIT
003470     PERFORM 2500-COLLECT-EXTRACT THRU 2500-COLLECT-EXTRACT-EXIT
003480     PERFORM 2600-LIST-RECYCLE THRU 2600-LIST-RECYCLE-EXIT
003490     IF WS-NO-DOC-COUNT > ZERO
003500         DISPLAY "LINES WITH NO DOCUMENT NUMBER (NOT TRACED): "
003510                 WS-NO-DOC-COUNT
003520     END-IF.
003530 2200-GET-ACCOUNT-EXIT.
003540         EXIT.
003550*
003560 2300-COLLECT-HISTORY.
003570     MOVE 'N' TO WS-EOF-SW
003580     MOVE WS-SEL-ACCOUNT TO JRH-ACCOUNT-REF
003590     MOVE WS-SEL-FROM-DATE TO JRH-POSTING-DATE
003600     START CALC-JRNL-HIST-FILE KEY NOT < JRH-ACCT-KEY
003610         INVALID KEY MOVE 'Y' TO WS-EOF-SW
003620     END-START
003630     IF NOT END-OF-FILE
003640         PERFORM 2310-READ-BY-ACCOUNT
003650             THRU 2310-READ-BY-ACCOUNT-EXIT
003660     END-IF
003670     PERFORM 2320-NOTE-HISTORY THRU 2320-NOTE-HISTORY-EXIT
003680         UNTIL END-OF-FILE.
003690 2300-COLLECT-HISTORY-EXIT.
003700         EXIT.
003710*
003720 2310-READ-BY-ACCOUNT.
003730     READ CALC-JRNL-HIST-FILE NEXT RECORD
003740         AT END MOVE 'Y' TO WS-EOF-SW
003750     END-READ
003760     IF NOT END-OF-FILE
003770         IF JRH-ACCOUNT-REF NOT = WS-SEL-ACCOUNT
003780             OR JRH-POSTING-DATE > WS-SEL-THRU-DATE
003790             MOVE 'Y' TO WS-EOF-SW
003800         END-IF
003810     END-IF.
003820 2310-READ-BY-ACCOUNT-EXIT.
003830         EXIT.
003840*
003850 2320-NOTE-HISTORY.
003860     MOVE JRH-DOC-NUMBER TO WS-FIND-DOC
003870     PERFORM 2900-ADD-DOC THRU 2900-ADD-DOC-EXIT
003880     PERFORM 2310-READ-BY-ACCOUNT THRU 2310-READ-BY-ACCOUNT-EXIT.
003890 2320-NOTE-HISTORY-EXIT.
003900         EXIT.
003910*
003920 2400-COLLECT-LIVE.
003930     OPEN INPUT CALC-JOURNAL-FILE
003940     IF WS-JRN-FILE-STATUS NOT = '00'
003950         GO TO 2400-COLLECT-LIVE-EXIT
003960     END-IF
003970     MOVE 'N' TO WS-EOF-SW
003980     PERFORM 2410-READ-LIVE THRU 2410-READ-LIVE-EXIT
003990     PERFORM 2420-NOTE-LIVE THRU 2420-NOTE-LIVE-EXIT
004000         UNTIL END-OF-FILE
004010     CLOSE CALC-JOURNAL-FILE.
004020 2400-COLLECT-LIVE-EXIT.
004030         EXIT.
004040*
004050 2410-READ-LIVE.
004060     READ CALC-JOURNAL-FILE
004070         AT END MOVE 'Y' TO WS-EOF-SW
004080     END-READ.
004090 2410-READ-LIVE-EXIT.
004100         EXIT.
004110*
004120 2420-NOTE-LIVE.
004130     IF JRN-ACCOUNT-REF = WS-SEL-ACCOUNT
004140         AND JRN-POSTING-DATE NOT < WS-SEL-FROM-DATE
004150         AND JRN-POSTING-DATE NOT > WS-SEL-THRU-DATE
004160         MOVE JRN-DOC-NUMBER TO WS-FIND-DOC
004170         PERFORM 2900-ADD-DOC THRU 2900-ADD-DOC-EXIT
004180     END-IF
004190     PERFORM 2410-READ-LIVE THRU 2410-READ-LIVE-EXIT.
004200 2420-NOTE-LIVE-EXIT.
004210         EXIT.
004220*
004230 2500-COLLECT-EXTRACT.
004240     OPEN INPUT CALC-EXTRACT-FILE
004250     IF WS-EXT-FILE-STATUS = '00'
004260         MOVE 'N' TO WS-EOF-SW
004270         PERFORM 2510-READ-EXTRACT THRU 2510-READ-EXTRACT-EXIT
004280         PERFORM 2530-NOTE-EXTRACT THRU 2530-NOTE-EXTRACT-EXIT
004290             UNTIL END-OF-FILE
004300         CLOSE CALC-EXTRACT-FILE
004310     END-IF
004320     OPEN INPUT CALC-HOLD-FILE
004330     IF WS-HOLD-FILE-STATUS = '00'
004340         MOVE 'N' TO WS-EOF-SW
004350         PERFORM 2520-READ-HOLD THRU 2520-READ-HOLD-EXIT
004360         PERFORM 2540-NOTE-HOLD THRU 2540-NOTE-HOLD-EXIT
004370             UNTIL END-OF-FILE
004380         CLOSE CALC-HOLD-FILE
004390     END-IF.
004400 2500-COLLECT-EXTRACT-EXIT.
004410         EXIT.
004420*
004430 2510-READ-EXTRACT.
004440     READ CALC-EXTRACT-FILE
004450         AT END MOVE 'Y' TO WS-EOF-SW
004460     END-READ.
004470 2510-READ-EXTRACT-EXIT.
004480         EXIT.
004490*
004500 2520-READ-HOLD.
004510     READ CALC-HOLD-FILE INTO EXT-RECORD
004520         AT END MOVE 'Y' TO WS-EOF-SW
004530     END-READ.
004540 2520-READ-HOLD-EXIT.
004550         EXIT.
004560*
004570 2530-NOTE-EXTRACT.
004580     IF EXT-ACCOUNT-REF = WS-SEL-ACCOUNT
004590         AND EXT-RUN-DATE NOT < WS-SEL-FROM-DATE
004600         AND EXT-RUN-DATE NOT > WS-SEL-THRU-DATE
004610         MOVE EXT-DOC-NUMBER TO WS-FIND-DOC
004620         PERFORM 2900-ADD-DOC THRU 2900-ADD-DOC-EXIT
004630     END-IF
004640     PERFORM 2510-READ-EXTRACT THRU 2510-READ-EXTRACT-EXIT.
004650 2530-NOTE-EXTRACT-EXIT.
004660         EXIT.
004670*
004680 2540-NOTE-HOLD.
004690     IF EXT-ACCOUNT-REF = WS-SEL-ACCOUNT
004700         AND EXT-RUN-DATE NOT < WS-SEL-FROM-DATE
004710         AND EXT-RUN-DATE NOT > WS-SEL-THRU-DATE
004720         MOVE EXT-DOC-NUMBER TO WS-FIND-DOC
004730         PERFORM 2900-ADD-DOC THRU 2900-ADD-DOC-EXIT
004740     END-IF
004750     PERFORM 2520-READ-HOLD THRU 2520-READ-HOLD-EXIT.
004760 2540-NOTE-HOLD-EXIT.
004770         EXIT.
004780*
004790*    RECYCLED TICKETS WERE REJECTED BEFORE A DOCUMENT NUMBER WAS
004800*    ASSIGNED, SO THEY CAN ONLY BE FOUND BY ACCOUNT AND DATE.
004810 2600-LIST-RECYCLE.
004820     MOVE ZERO TO WS-RCY-COUNT
004830     OPEN INPUT CALC-RECYCLE-FILE
004840     IF WS-RCY-FILE-STATUS NOT = '00'
004850         GO TO 2600-LIST-RECYCLE-EXIT
004860     END-IF
004870     MOVE 'N' TO WS-EOF-SW
004880     PERFORM 2610-READ-RECYCLE THRU 2610-READ-RECYCLE-EXIT
004890     PERFORM 2620-SHOW-RECYCLE THRU 2620-SHOW-RECYCLE-EXIT
004900         UNTIL END-OF-FILE
004910     CLOSE CALC-RECYCLE-FILE.
004920 2600-LIST-RECYCLE-EXIT.
004930         EXIT.
004940*
004950 2610-READ-RECYCLE.
004960     READ CALC-RECYCLE-FILE
004970         AT END MOVE 'Y' TO WS-EOF-SW
004980     END-READ.
004990 2610-READ-RECYCLE-EXIT.
005000         EXIT.
005010*
005020 2620-SHOW-RECYCLE.
005030     MOVE RCY-TRANS-IMAGE TO CALC-TRANS-RECORD
005040     IF TR-DETAIL
005050         AND TR-ACCOUNT = WS-SEL-ACCOUNT
005060         AND RCY-RUN-DATE NOT < WS-SEL-FROM-DATE
005070         AND RCY-RUN-DATE NOT > WS-SEL-THRU-DATE
005080         IF WS-RCY-COUNT = ZERO
005090             MOVE TRC-RCY-HEADING TO WS-PRINT-LINE
005100             PERFORM 8000-PUT-LINE THRU 8000-PUT-LINE-EXIT
005110         END-IF
005120         ADD 1 TO WS-RCY-COUNT
005130         MOVE RCY-RUN-DATE TO TRC-RCY-DATE
005140         MOVE RCY-REASON-CODE TO TRC-RCY-REASON
005150         IF RCY-OPEN
005160             MOVE "OPEN" TO TRC-RCY-STATUS
005170         ELSE
005180             MOVE "RELEASED" TO TRC-RCY-STATUS
005190         END-IF
005200         MOVE TR-OPCAO TO TRC-RCY-OPCAO
005210         MOVE TR-NUM1 TO TRC-RCY-NUM1
005220         MOVE TR-NUM2 TO TRC-RCY-NUM2
005230         MOVE TRC-RCY-LINE TO WS-PRINT-LINE
005240         PERFORM 8000-PUT-LINE THRU 8000-PUT-LINE-EXIT
005250     END-IF
005260     PERFORM 2610-READ-RECYCLE THRU 2610-READ-RECYCLE-EXIT.
005270 2620-SHOW-RECYCLE-EXIT.
005280         EXIT.
005290*
005300 2900-ADD-DOC.
005310     IF WS-FIND-DOC = ZERO
005320         ADD 1 TO WS-NO-DOC-COUNT
005330         GO TO 2900-ADD-DOC-EXIT
005340     END-IF
005350     PERFORM 2950-FIND-DOC THRU 2950-FIND-DOC-EXIT
005360     IF WS-HIT-SUB > ZERO
005370         GO TO 2900-ADD-DOC-EXIT
005380     END-IF
005390     IF WS-DOC-COUNT NOT < WS-DOC-MAX
005400         IF NOT WS-TABLE-FULL
005410             DISPLAY "MORE THAN " WS-DOC-MAX " DOCUMENTS - "
005420                     "NARROW THE DATE RANGE"
005430             MOVE 'Y' TO WS-TABLE-FULL-SW
005440         END-IF
005450         GO TO 2900-ADD-DOC-EXIT
005460     END-IF
005470     ADD 1 TO WS-DOC-COUNT
005480     INITIALIZE WS-DOC-ENTRY (WS-DOC-COUNT)
005490     MOVE WS-FIND-DOC TO WS-TD-DOC (WS-DOC-COUNT).
005500 2900-ADD-DOC-EXIT.
005510         EXIT.
005520*
005530 2950-FIND-DOC.
005540     MOVE ZERO TO WS-HIT-SUB
005550     PERFORM 2960-MATCH-DOC THRU 2960-MATCH-DOC-EXIT
005560         VARYING WS-DOC-SUB FROM 1 BY 1
005570         UNTIL WS-DOC-SUB > WS-DOC-COUNT OR WS-HIT-SUB > ZERO.
005580 2950-FIND-DOC-EXIT.
005590         EXIT.
005600*
005610 2960-MATCH-DOC.
005620     IF WS-TD-DOC (WS-DOC-SUB) = WS-FIND-DOC
005630         MOVE WS-DOC-SUB TO WS-HIT-SUB
005640     END-IF.
005650 2960-MATCH-DOC-EXIT.
005660         EXIT.
005670*
005680 3000-SCAN-AUDIT.
005690     OPEN INPUT CALC-AUDIT-FILE
005700     IF WS-AUDIT-FILE-STATUS = '00'
005710         MOVE 'N' TO WS-EOF-SW
005720         PERFORM 3010-READ-AUDIT THRU 3010-READ-AUDIT-EXIT
005730         PERFORM 3030-NOTE-AUDIT THRU 3030-NOTE-AUDIT-EXIT
005740             UNTIL END-OF-FILE
005750         CLOSE CALC-AUDIT-FILE
005760     END-IF
005770     OPEN INPUT CALC-AUDIT-HIST-FILE
005780     IF WS-AUDH-FILE-STATUS = '00'
005790         MOVE 'N' TO WS-EOF-SW
005800         PERFORM 3020-READ-AUDIT-HIST
005810             THRU 3020-READ-AUDIT-HIST-EXIT
005820         PERFORM 3040-NOTE-AUDIT-HIST
005830             THRU 3040-NOTE-AUDIT-HIST-EXIT
005840             UNTIL END-OF-FILE
005850         CLOSE CALC-AUDIT-HIST-FILE
005860     END-IF.
005870 3000-SCAN-AUDIT-EXIT.
005880         EXIT.
005890*
005900 3010-READ-AUDIT.
005910     READ CALC-AUDIT-FILE
005920         AT END MOVE 'Y' TO WS-EOF-SW
005930     END-READ.
005940 3010-READ-AUDIT-EXIT.
005950         EXIT.
005960*
005970 3020-READ-AUDIT-HIST.
005980     READ CALC-AUDIT-HIST-FILE INTO AUD-RECORD
005990         AT END MOVE 'Y' TO WS-EOF-SW
006000     END-READ.
006010 3020-READ-AUDIT-HIST-EXIT.
006020         EXIT.
006030*
006040 3030-NOTE-AUDIT.
006050     PERFORM 3100-KEEP-AUDIT THRU 3100-KEEP-AUDIT-EXIT
006060     IF WS-HIT-SUB > ZERO
006070         IF WS-TD-AUD-COUNT (WS-HIT-SUB) = 1
006080             MOVE "CALCAUD" TO WS-TD-AUD-FILE (WS-HIT-SUB)
006090         END-IF
006100     END-IF
006110     PERFORM 3010-READ-AUDIT THRU 3010-READ-AUDIT-EXIT.
006120 3030-NOTE-AUDIT-EXIT.
006130         EXIT.
006140*
006150 3040-NOTE-AUDIT-HIST.
006160     PERFORM 3100-KEEP-AUDIT THRU 3100-KEEP-AUDIT-EXIT
006170     IF WS-HIT-SUB > ZERO
006180         IF WS-TD-AUD-COUNT (WS-HIT-SUB) = 1
006190             MOVE "CALCAUDH" TO WS-TD-AUD-FILE (WS-HIT-SUB)
006200         END-IF
006210     END-IF
006220     PERFORM 3020-READ-AUDIT-HIST THRU 3020-READ-AUDIT-HIST-EXIT.
006230 3040-NOTE-AUDIT-HIST-EXIT.
006240         EXIT.
006250*
006260*    THE FIRST AUDIT ENTRY FOUND FOR A DOCUMENT IS THE ONE SHOWN;
006270*    ANY FURTHER ENTRIES UNDER THE SAME NUMBER ARE COUNTED.
006280 3100-KEEP-AUDIT.
006290     MOVE ZERO TO WS-HIT-SUB
006300     IF AUD-DOC-NUMBER = ZERO
006310         GO TO 3100-KEEP-AUDIT-EXIT
006320     END-IF
006330     MOVE AUD-DOC-NUMBER TO WS-FIND-DOC
006340     PERFORM 2950-FIND-DOC THRU 2950-FIND-DOC-EXIT
006350     IF WS-HIT-SUB = ZERO
006360         GO TO 3100-KEEP-AUDIT-EXIT
006370     END-IF
006380     ADD 1 TO WS-TD-AUD-COUNT (WS-HIT-SUB)
006390     IF WS-TD-AUD-COUNT (WS-HIT-SUB) = 1
006400         MOVE AUD-OPERATOR-ID TO WS-TD-AUD-OPERATOR (WS-HIT-SUB)
006410         MOVE AUD-DATE TO WS-TD-AUD-DATE (WS-HIT-SUB)
006420         MOVE AUD-TIME TO WS-TD-AUD-TIME (WS-HIT-SUB)
006430         MOVE AUD-BATCH-ID TO WS-TD-AUD-BATCH (WS-HIT-SUB)
006440         MOVE AUD-OPCAO TO WS-TD-AUD-OPCAO (WS-HIT-SUB)
006450         MOVE AUD-RES TO WS-TD-AUD-RES (WS-HIT-SUB)
006460     END-IF.
006470 3100-KEEP-AUDIT-EXIT.
006480         EXIT.
006490*
006500 3200-SCAN-EXTRACT.
006510     OPEN INPUT CALC-EXTRACT-FILE
006520     IF WS-EXT-FILE-STATUS = '00'
006530         MOVE 'N' TO WS-EOF-SW
006540         PERFORM 2510-READ-EXTRACT THRU 2510-READ-EXTRACT-EXIT
006550         PERFORM 3210-MARK-EXTRACT THRU 3210-MARK-EXTRACT-EXIT
006560             UNTIL END-OF-FILE
006570         CLOSE CALC-EXTRACT-FILE
006580     END-IF
006590     OPEN INPUT CALC-HOLD-FILE
006600     IF WS-HOLD-FILE-STATUS = '00'
006610         MOVE 'N' TO WS-EOF-SW
006620         PERFORM 2520-READ-HOLD THRU 2520-READ-HOLD-EXIT
006630         PERFORM 3220-MARK-HOLD THRU 3220-MARK-HOLD-EXIT
006640             UNTIL END-OF-FILE
006650         CLOSE CALC-HOLD-FILE
006660     END-IF.
006670 3200-SCAN-EXTRACT-EXIT.
006680         EXIT.
006690*
006700 3210-MARK-EXTRACT.
006710     MOVE EXT-DOC-NUMBER TO WS-FIND-DOC
006720     PERFORM 2950-FIND-DOC THRU 2950-FIND-DOC-EXIT
006730     IF WS-HIT-SUB > ZERO AND WS-FIND-DOC NOT = ZERO
006740         MOVE 'E' TO WS-TD-EXT-STATUS (WS-HIT-SUB)
006750         MOVE EXT-RUN-DATE TO WS-TD-EXT-DATE (WS-HIT-SUB)
006760     END-IF
006770     PERFORM 2510-READ-EXTRACT THRU 2510-READ-EXTRACT-EXIT.
006780 3210-MARK-EXTRACT-EXIT.
006790         EXIT.
006800*
006810 3220-MARK-HOLD.
006820     MOVE EXT-DOC-NUMBER TO WS-FIND-DOC
006830     PERFORM 2950-FIND-DOC THRU 2950-FIND-DOC-EXIT
006840     IF WS-HIT-SUB > ZERO AND WS-FIND-DOC NOT = ZERO
006850         MOVE 'H' TO WS-TD-EXT-STATUS (WS-HIT-SUB)
006860         MOVE EXT-RUN-DATE TO WS-TD-EXT-DATE (WS-HIT-SUB)
006870     END-IF
006880     PERFORM 2520-READ-HOLD THRU 2520-READ-HOLD-EXIT.
006890 3220-MARK-HOLD-EXIT.
006900         EXIT.
006910*
006920 3400-SCAN-REVERSALS.
006930     OPEN INPUT CALC-REV-LOG-FILE
006940     IF WS-REVL-FILE-STATUS NOT = '00'
006950         GO TO 3400-SCAN-REVERSALS-EXIT
006960     END-IF
006970     MOVE 'N' TO WS-EOF-SW
006980     PERFORM 3410-READ-REV-LOG THRU 3410-READ-REV-LOG-EXIT
006990     PERFORM 3420-MARK-REVERSAL THRU 3420-MARK-REVERSAL-EXIT
007000         UNTIL END-OF-FILE
007010     CLOSE CALC-REV-LOG-FILE.
007020 3400-SCAN-REVERSALS-EXIT.
007030         EXIT.
007040*
007050 3410-READ-REV-LOG.
007060     READ CALC-REV-LOG-FILE
007070         AT END MOVE 'Y' TO WS-EOF-SW
007080     END-READ.
007090 3410-READ-REV-LOG-EXIT.
007100         EXIT.
007110*
007120 3420-MARK-REVERSAL.
007130     MOVE REV-ORIG-DOC TO WS-FIND-DOC
007140     PERFORM 2950-FIND-DOC THRU 2950-FIND-DOC-EXIT
007150     IF WS-HIT-SUB > ZERO
007160         MOVE REV-REVERSAL-DOC TO WS-TD-REVERSED-BY (WS-HIT-SUB)
007170     END-IF
007180     MOVE REV-REVERSAL-DOC TO WS-FIND-DOC
007190     PERFORM 2950-FIND-DOC THRU 2950-FIND-DOC-EXIT
007200     IF WS-HIT-SUB > ZERO
007210         MOVE REV-ORIG-DOC TO WS-TD-REVERSAL-OF (WS-HIT-SUB)
007220     END-IF
007230     PERFORM 3410-READ-REV-LOG THRU 3410-READ-REV-LOG-EXIT.
007240 3420-MARK-REVERSAL-EXIT.
007250         EXIT.
007260*
007270 4000-SHOW-DOCUMENT.
007280     ADD 1 TO WS-TRACED-COUNT
007290     MOVE TRC-BLANK-LINE TO WS-PRINT-LINE
007300     PERFORM 8000-PUT-LINE THRU 8000-PUT-LINE-EXIT
007310     MOVE WS-TD-DOC (WS-DOC-SUB) TO TRC-DOC-NUMBER
007320     MOVE SPACES TO TRC-DOC-NOTE
007330     MOVE TRC-DOC-LINE TO WS-PRINT-LINE
007340     PERFORM 8000-PUT-LINE THRU 8000-PUT-LINE-EXIT
007350     PERFORM 4100-SHOW-AUDIT THRU 4100-SHOW-AUDIT-EXIT
007360     PERFORM 4200-SHOW-EXTRACT THRU 4200-SHOW-EXTRACT-EXIT
007370     MOVE ZERO TO WS-LINE-COUNT
007380     MOVE ZERO TO WS-SUSP-COUNT
007390     MOVE ZERO TO WS-RCLS-COUNT
007400     MOVE ZERO TO WS-SUSP-NET
007410     MOVE TRC-JRN-HEADING TO WS-PRINT-LINE
007420     PERFORM 8000-PUT-LINE THRU 8000-PUT-LINE-EXIT
007430     IF WS-JRNH-AVAILABLE
007440         PERFORM 4300-SHOW-HISTORY THRU 4300-SHOW-HISTORY-EXIT
007450     END-IF
007460     PERFORM 4400-SHOW-LIVE THRU 4400-SHOW-LIVE-EXIT
007470     IF WS-LINE-COUNT = ZERO
007480         MOVE SPACES TO TRC-STATUS-LINE
007490         MOVE "JOURNAL" TO TRC-STA-LABEL
007500         MOVE "NO JOURNAL LINES UNDER THIS NUMBER"
007510             TO TRC-STA-TEXT
007520         MOVE TRC-STATUS-LINE TO WS-PRINT-LINE
007530         PERFORM 8000-PUT-LINE THRU 8000-PUT-LINE-EXIT
007540     END-IF
007550     PERFORM 4600-SHOW-SUSPENSE THRU 4600-SHOW-SUSPENSE-EXIT
007560     PERFORM 4700-SHOW-REVERSAL THRU 4700-SHOW-REVERSAL-EXIT.
007570 4000-SHOW-DOCUMENT-EXIT.
007580         EXIT.
007590*
007600 4100-SHOW-AUDIT.
007610     IF WS-TD-AUD-COUNT (WS-DOC-SUB) = ZERO
007620         MOVE SPACES TO TRC-STATUS-LINE
007630         MOVE "AUDIT" TO TRC-STA-LABEL
007640         MOVE "NO CALCAUD OR CALCAUDH ENTRY" TO TRC-STA-TEXT
007650         MOVE TRC-STATUS-LINE TO WS-PRINT-LINE
007660         PERFORM 8000-PUT-LINE THRU 8000-PUT-LINE-EXIT
007670         GO TO 4100-SHOW-AUDIT-EXIT
007680     END-IF
007690     MOVE WS-TD-AUD-OPERATOR (WS-DOC-SUB) TO TRC-AUD-OPERATOR
007700     MOVE WS-TD-AUD-DATE (WS-DOC-SUB) TO TRC-AUD-DATE
007710     MOVE WS-TD-AUD-TIME (WS-DOC-SUB) TO TRC-AUD-TIME
007720     MOVE WS-TD-AUD-BATCH (WS-DOC-SUB) TO TRC-AUD-BATCH
007730     MOVE WS-TD-AUD-OPCAO (WS-DOC-SUB) TO TRC-AUD-OPCAO
007740     MOVE WS-TD-AUD-RES (WS-DOC-SUB) TO TRC-AUD-RES
007750     MOVE WS-TD-AUD-FILE (WS-DOC-SUB) TO TRC-AUD-FILE
007760     MOVE TRC-AUDIT-LINE TO WS-PRINT-LINE
007770     PERFORM 8000-PUT-LINE THRU 8000-PUT-LINE-EXIT
007780     IF WS-TD-AUD-COUNT (WS-DOC-SUB) > 1
007790         MOVE SPACES TO TRC-STATUS-LINE
007800         MOVE "*** MORE THAN ONE AUDIT ENTRY FOR THIS NUMBER"
007810             TO TRC-STA-TEXT
007820         MOVE TRC-STATUS-LINE TO WS-PRINT-LINE
007830         PERFORM 8000-PUT-LINE THRU 8000-PUT-LINE-EXIT
007840     END-IF.
007850 4100-SHOW-AUDIT-EXIT.
007860         EXIT.
007870*
007880 4200-SHOW-EXTRACT.
007890     MOVE SPACES TO TRC-STATUS-LINE
007900     MOVE "EXTRACT" TO TRC-STA-LABEL
007910     EVALUATE TRUE
007920         WHEN WS-TD-IN-EXTRACT (WS-DOC-SUB)
007930             MOVE "IN CALCEXT - WAITING FOR CALCPOST, RUN"
007940                 TO TRC-STA-TEXT
007950             MOVE WS-TD-EXT-DATE (WS-DOC-SUB) TO TRC-STA-DATE
007960         WHEN WS-TD-ON-HOLD (WS-DOC-SUB)
007970             MOVE "ON HOLD IN CALCHOLD - CLOSED PERIOD, RUN"
007980                 TO TRC-STA-TEXT
007990             MOVE WS-TD-EXT-DATE (WS-DOC-SUB) TO TRC-STA-DATE
008000         WHEN OTHER
008010             MOVE "NOT IN CALCEXT OR CALCHOLD"
008020                 TO TRC-STA-TEXT
008030     END-EVALUATE
008040     MOVE TRC-STATUS-LINE TO WS-PRINT-LINE
008050     PERFORM 8000-PUT-LINE THRU 8000-PUT-LINE-EXIT.
008060 4200-SHOW-EXTRACT-EXIT.
008070         EXIT.
008080*
008090 4300-SHOW-HISTORY.
008100     MOVE 'N' TO WS-EOF-SW
008110     MOVE WS-TD-DOC (WS-DOC-SUB) TO JRH-DOC-NUMBER
008120     MOVE ZERO TO JRH-LINE-SEQ
008130     START CALC-JRNL-HIST-FILE KEY NOT < JRH-KEY
008140         INVALID KEY MOVE 'Y' TO WS-EOF-SW
008150     END-START
008160     IF NOT END-OF-FILE
008170         PERFORM 4310-READ-BY-DOC THRU 4310-READ-BY-DOC-EXIT
008180     END-IF
008190     PERFORM 4320-SHOW-HIST-LINE THRU 4320-SHOW-HIST-LINE-EXIT
008200         UNTIL END-OF-FILE.
008210 4300-SHOW-HISTORY-EXIT.
008220         EXIT.
008230*
008240 4310-READ-BY-DOC.
008250     READ CALC-JRNL-HIST-FILE NEXT RECORD
008260         AT END MOVE 'Y' TO WS-EOF-SW
008270     END-READ
008280     IF NOT END-OF-FILE
008290         IF JRH-DOC-NUMBER NOT = WS-TD-DOC (WS-DOC-SUB)
008300             MOVE 'Y' TO WS-EOF-SW
008310         END-IF
008320     END-IF.
008330 4310-READ-BY-DOC-EXIT.
008340         EXIT.
008350*
008360 4320-SHOW-HIST-LINE.
008370     MOVE JRH-POSTING-DATE TO JRN-POSTING-DATE
008380     MOVE JRH-ACCOUNT-REF TO JRN-ACCOUNT-REF
008390     MOVE JRH-DR-CR TO JRN-DR-CR
008400     MOVE JRH-AMOUNT TO JRN-AMOUNT
008410     MOVE JRH-SOURCE TO JRN-SOURCE
008420     MOVE JRH-DOC-NUMBER TO JRN-DOC-NUMBER
008430     MOVE "LEDGERED" TO TRC-JRN-STATUS
008440     MOVE JRH-LEDGER-DATE TO TRC-JRN-LEDGERED
008450     PERFORM 4500-SHOW-JRN-LINE THRU 4500-SHOW-JRN-LINE-EXIT
008460     PERFORM 4310-READ-BY-DOC THRU 4310-READ-BY-DOC-EXIT.
008470 4320-SHOW-HIST-LINE-EXIT.
008480         EXIT.
008490*
008500 4400-SHOW-LIVE.
008510     OPEN INPUT CALC-JOURNAL-FILE
008520     IF WS-JRN-FILE-STATUS NOT = '00'
008530         GO TO 4400-SHOW-LIVE-EXIT
008540     END-IF
008550     MOVE 'N' TO WS-EOF-SW
008560     PERFORM 2410-READ-LIVE THRU 2410-READ-LIVE-EXIT
008570     PERFORM 4410-SHOW-LIVE-LINE THRU 4410-SHOW-LIVE-LINE-EXIT
008580         UNTIL END-OF-FILE
008590     CLOSE CALC-JOURNAL-FILE.
008600 4400-SHOW-LIVE-EXIT.
008610         EXIT.
008620*
008630 4410-SHOW-LIVE-LINE.
008640     IF JRN-DOC-NUMBER = WS-TD-DOC (WS-DOC-SUB)
008650         MOVE "NOT LEDGERED" TO TRC-JRN-STATUS
008660         MOVE SPACES TO TRC-JRN-LEDGERED
008670         PERFORM 4500-SHOW-JRN-LINE THRU 4500-SHOW-JRN-LINE-EXIT
008680     END-IF
008690     PERFORM 2410-READ-LIVE THRU 2410-READ-LIVE-EXIT.
008700 4410-SHOW-LIVE-LINE-EXIT.
008710         EXIT.
008720*
008730 4500-SHOW-JRN-LINE.
008740     ADD 1 TO WS-LINE-COUNT
008750     MOVE JRN-POSTING-DATE TO TRC-JRN-DATE
008760     MOVE JRN-ACCOUNT-REF TO TRC-JRN-ACCOUNT
008770     MOVE JRN-DR-CR TO TRC-JRN-DR-CR
008780     MOVE JRN-AMOUNT TO TRC-JRN-AMOUNT
008790     MOVE JRN-SOURCE TO TRC-JRN-SOURCE
008800     MOVE TRC-JRN-LINE TO WS-PRINT-LINE
008810     PERFORM 8000-PUT-LINE THRU 8000-PUT-LINE-EXIT
008820     IF JRN-SOURCE = "CALCRCLS"
008830         ADD 1 TO WS-RCLS-COUNT
008840     END-IF
008850     IF JRN-ACCOUNT-REF = WS-GL-SUSPENSE-REF
008860         ADD 1 TO WS-SUSP-COUNT
008870         IF JRN-DEBIT
008880             ADD JRN-AMOUNT TO WS-SUSP-NET
008890         ELSE
008900             SUBTRACT JRN-AMOUNT FROM WS-SUSP-NET
008910         END-IF
008920     END-IF.
008930 4500-SHOW-JRN-LINE-EXIT.
008940         EXIT.
008950*
008960 4600-SHOW-SUSPENSE.
008970     MOVE SPACES TO TRC-STATUS-LINE
008980     MOVE "SUSPENSE" TO TRC-STA-LABEL
008990     EVALUATE TRUE
009000         WHEN WS-SUSP-COUNT = ZERO
009010             MOVE "NO SUSPENSE LINES" TO TRC-STA-TEXT
009020         WHEN WS-SUSP-NET NOT = ZERO
009030             MOVE "OPEN IN SUSPENSE - NET BALANCE"
009040                 TO TRC-STA-TEXT
009050             MOVE WS-SUSP-NET TO WS-AMOUNT-EDIT
009060             MOVE WS-AMOUNT-EDIT TO TRC-STA-AMOUNT
009070         WHEN WS-RCLS-COUNT > ZERO
009080             MOVE "CLEARED BY CALCRCLS RECLASS" TO TRC-STA-TEXT
009090         WHEN OTHER
009100             MOVE "CLEARED - SUSPENSE LINES NET TO ZERO"
009110                 TO TRC-STA-TEXT
009120     END-EVALUATE
009130     MOVE TRC-STATUS-LINE TO WS-PRINT-LINE
009140     PERFORM 8000-PUT-LINE THRU 8000-PUT-LINE-EXIT.
009150 4600-SHOW-SUSPENSE-EXIT.
009160         EXIT.
009170*
009180 4700-SHOW-REVERSAL.
009190     IF WS-TD-REVERSED-BY (WS-DOC-SUB) NOT = ZERO
009200         MOVE SPACES TO TRC-STATUS-LINE
009210         MOVE "REVERSAL" TO TRC-STA-LABEL
009220         MOVE "REVERSED BY DOCUMENT" TO TRC-STA-TEXT
009230         MOVE WS-TD-REVERSED-BY (WS-DOC-SUB) TO TRC-STA-DATE
009240         MOVE TRC-STATUS-LINE TO WS-PRINT-LINE
009250         PERFORM 8000-PUT-LINE THRU 8000-PUT-LINE-EXIT
009260     END-IF
009270     IF WS-TD-REVERSAL-OF (WS-DOC-SUB) NOT = ZERO
009280         MOVE SPACES TO TRC-STATUS-LINE
009290         MOVE "REVERSAL" TO TRC-STA-LABEL
009300         MOVE "REVERSES DOCUMENT" TO TRC-STA-TEXT
009310         MOVE WS-TD-REVERSAL-OF (WS-DOC-SUB) TO TRC-STA-DATE
009320         MOVE TRC-STATUS-LINE TO WS-PRINT-LINE
009330         PERFORM 8000-PUT-LINE THRU 8000-PUT-LINE-EXIT
009340     END-IF.
009350 4700-SHOW-REVERSAL-EXIT.
009360         EXIT.
009370*
009380 8000-PUT-LINE.
009390     DISPLAY WS-PRINT-LINE
009400     WRITE TRACE-REPORT-RECORD FROM WS-PRINT-LINE.
009410 8000-PUT-LINE-EXIT.
009420         EXIT.
009430*
009440 9000-TERMINATE.
009450     MOVE WS-TRACED-COUNT TO TRC-TRL-COUNT
009460     WRITE TRACE-REPORT-RECORD FROM TRC-BLANK-LINE
009470     WRITE TRACE-REPORT-RECORD FROM TRC-TRAILER-LINE
009480     CLOSE CALC-TRACE-REPORT-FILE
009490     IF WS-JRNH-AVAILABLE
009500         CLOSE CALC-JRNL-HIST-FILE
009510     END-IF
009520     DISPLAY "DOCUMENTS TRACED: " WS-TRACED-COUNT.
009530 9000-TERMINATE-EXIT.
009540         EXIT.
