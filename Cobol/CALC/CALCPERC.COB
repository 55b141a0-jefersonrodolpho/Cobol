000060*  PERIOD (YYYYMM, LATER THAN THE ONE BEING CLOSED), ASKS FOR
000070*  CONFIRMATION AND REWRITES THE CONTROL FILE. ON A CLOSE IT ALSO
000080*  ZEROES THE PERIOD-TO-DATE FIGURES ON THE CALCLBAL BALANCE
000090*  MASTER. WHEN THE NEW PERIOD STARTS A NEW YEAR IT ALSO CLOSES
000100*  THE OLD YEAR: EVERY INCOME AND EXPENSE ACCOUNT (ACCT-TYPE ON
000101*  CALCACCT) IS CLOSED TO THE RETAINED EARNINGS ACCOUNT WITH A
000102*  CLOSING JOURNAL PAIR ON CALCJRNL (SOURCE CALCYEND, DOCUMENT
000103*  NUMBER FROM CALCDOCN), EVERY ASSET AND LIABILITY ACCOUNT HAS
000104*  ITS YEAR-TO-DATE FIGURES REPLACED BY ITS NET OPENING BALANCE
000105*  FOR THE NEW YEAR, THE CLOSE IS RECORDED ON THE CALCYECL
000106*  CONTROL FILE SO THE SAME YEAR CAN NEVER BE CLOSED TWICE, AND
000107*  A YEAR-END CLOSE REPORT (CALCYERP) IS PRINTED. ON A FRESH
000108*  INSTALL WITH NO PERIOD FILE IT ACCEPTS THE INITIAL OPEN
000110*  PERIOD AND CREATES THE FILE. BEFORE ANY BALANCE IS TOUCHED
000112*  EVERY CALCLBAL RECORD IS COPIED TO THE CALCPBAL PERIOD BALANCE
000114*  HISTORY UNDER THE PERIOD BEING CLOSED, SO THE MONTH'S FIGURES
000116*  SURVIVE THE CLOSE FOR THE CALCFINS FINANCIAL STATEMENTS.
000120*------------------------------------------------------------------------
000130*  MODIFICATION HISTORY
000140*  DATE       INIT  DESCRIPTION
000150*  2026-09-02 RA    PROGRAM CREATED.
000151*  2026-10-15 RA    REPLACE THE YEAR-TO-DATE ZEROING AT A NEW
000152*                   YEAR WITH A YEAR-END CLOSE - CLOSING PAIRS
000153*                   TO RETAINED EARNINGS FOR INCOME AND EXPENSE,
000154*                   OPENING BALANCES CARRIED FORWARD FOR ASSETS
000155*                   AND LIABILITIES, CALCYECL CONTROL AGAINST A
000156*                   SECOND CLOSE OF THE SAME YEAR AND THE
000157*                   CALCYERP YEAR-END CLOSE REPORT.
000158*  2026-10-15 RA    SNAPSHOT EVERY CALCLBAL RECORD INTO THE
000159*                   CALCPBAL PERIOD BALANCE HISTORY, KEYED BY
000160*                   PERIOD AND ACCOUNT, BEFORE THE CLOSE ZEROES
000161*                   THE PERIOD-TO-DATE FIGURES.
000162*  2026-10-15 RA    REFUSE A YEAR-END CLOSE UP FRONT, BEFORE ANY
000163*                   FILE IS WRITTEN, WHEN AN INCOME OR EXPENSE
000164*                   ACCOUNT'S NET BALANCE IS TOO LARGE FOR THE
000165*                   AMOUNT OF ITS CLOSING JOURNAL PAIR.
000166*========================================================================
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. CALCPERC.
000190 AUTHOR. R. ALVES.
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS LBAL-ACCOUNT
000380         FILE STATUS IS WS-LBAL-FILE-STATUS.
000381     SELECT CALC-ACCT-FILE ASSIGN TO "CALCACCT"
000382         ORGANIZATION IS INDEXED
000383         ACCESS MODE IS RANDOM
000384         RECORD KEY IS ACCT-CODE
000385         FILE STATUS IS WS-ACCT-FILE-STATUS.
000386     SELECT CALC-JOURNAL-FILE ASSIGN TO "CALCJRNL"
000387         ORGANIZATION IS SEQUENTIAL
000388         FILE STATUS IS WS-JRN-FILE-STATUS.
000389     SELECT CALC-DOCN-FILE ASSIGN TO "CALCDOCN"
000390         ORGANIZATION IS SEQUENTIAL
000391         FILE STATUS IS WS-DOCN-FILE-STATUS.
000392     SELECT CALC-YEC-FILE ASSIGN TO "CALCYECL"
000393         ORGANIZATION IS SEQUENTIAL
000394         FILE STATUS IS WS-YEC-FILE-STATUS.
000395     SELECT CALC-YEAR-REPORT-FILE ASSIGN TO "CALCYERP"
000396         ORGANIZATION IS SEQUENTIAL.
000397     SELECT CALC-PBAL-FILE ASSIGN TO "CALCPBAL"
000398         ORGANIZATION IS INDEXED
000399         ACCESS MODE IS RANDOM
000400         RECORD KEY IS PBAL-KEY
000401         FILE STATUS IS WS-PBAL-FILE-STATUS.
000402 DATA DIVISION.
000403 FILE SECTION.
000410 FD  CALC-PERIOD-FILE
000420     LABEL RECORDS ARE STANDARD.
000430 COPY CALCPERD.
000470 FD  CALC-LEDGER-FILE
000480     LABEL RECORDS ARE STANDARD.
000490 COPY CALCLBAL.
000491 FD  CALC-ACCT-FILE
000492     LABEL RECORDS ARE STANDARD.
000493 COPY CALCACCT.
000494 FD  CALC-JOURNAL-FILE
000495     LABEL RECORDS ARE STANDARD.
000496 COPY CALCJRNL.
000497 FD  CALC-DOCN-FILE
000498     LABEL RECORDS ARE STANDARD.
000499 COPY CALCDOCN.
000500 FD  CALC-YEC-FILE
000501     LABEL RECORDS ARE STANDARD.
000502 COPY CALCYECL.
000503 FD  CALC-YEAR-REPORT-FILE
000504     LABEL RECORDS ARE STANDARD.
000505 01  YEAR-REPORT-RECORD            PIC X(132).
000506 FD  CALC-PBAL-FILE
000507     LABEL RECORDS ARE STANDARD.
000508 COPY CALCPBAL.
000509 WORKING-STORAGE SECTION.
000510 COPY CALCCONST.
000511*    PRINT LINES ARE BUILT IN WORKING-STORAGE BECAUSE VALUE
000512*    CLAUSES ON FILE SECTION FILLERS ARE TREATED AS COMMENTARY.
000513 01  YER-HEADER-LINE.
000514     05  FILLER            PIC X(22)
000515         VALUE "YEAR-END CLOSE REPORT ".
000516     05  FILLER            PIC X(06) VALUE "YEAR: ".
000517     05  YER-HDR-YEAR       PIC X(04).
000518     05  FILLER            PIC X(12) VALUE "  RUN DATE: ".
000519     05  YER-HDR-DATE       PIC X(08).
000520     05  FILLER            PIC X(12) VALUE "  OPERATOR: ".
000521     05  YER-HDR-OPERATOR   PIC X(10).
000522 01  YER-COLUMN-HEADING.
000523     05  FILLER            PIC X(10) VALUE "ACCOUNT".
000524     05  FILLER            PIC X(02) VALUE SPACES.
000525     05  FILLER            PIC X(30) VALUE "DESCRIPTION".
000526     05  FILLER            PIC X(02) VALUE SPACES.
000527     05  FILLER            PIC X(04) VALUE "TYPE".
000528     05  FILLER            PIC X(02) VALUE SPACES.
000529     05  FILLER            PIC X(10) VALUE "ACTION".
000530     05  FILLER            PIC X(02) VALUE SPACES.
000531     05  FILLER            PIC X(16)
000532         VALUE "  CLOSE/OPENING".
000533     05  FILLER            PIC X(02) VALUE SPACES.
000534     05  FILLER            PIC X(08) VALUE "DOCUMENT".
000535 01  YER-DETAIL-LINE.
000536     05  YER-DTL-ACCOUNT    PIC X(10).
000537     05  FILLER            PIC X(02) VALUE SPACES.
000538     05  YER-DTL-DESC       PIC X(30).
000539     05  FILLER            PIC X(03) VALUE SPACES.
000540     05  YER-DTL-TYPE       PIC X(01).
000541     05  FILLER            PIC X(04) VALUE SPACES.
000542     05  YER-DTL-ACTION     PIC X(10).
000543     05  FILLER            PIC X(02) VALUE SPACES.
000544     05  YER-DTL-AMOUNT     PIC -(12)9.99.
000545     05  FILLER            PIC X(02) VALUE SPACES.
000546     05  YER-DTL-DOC        PIC Z(8).
000547 01  YER-TOTAL-LINE.
000548     05  YER-TOT-TEXT       PIC X(30).
000549     05  YER-TOT-COUNT      PIC Z(7)9.
000550     05  FILLER            PIC X(02) VALUE SPACES.
000551     05  YER-TOT-AMOUNT     PIC -(12)9.99.
000552 01  WS-PERD-FILE-STATUS           PIC X(02).
000553 01  WS-OPER-FILE-STATUS           PIC X(02).
000554 01  WS-LBAL-FILE-STATUS           PIC X(02).
000555 01  WS-ACCT-FILE-STATUS           PIC X(02).
000556 01  WS-JRN-FILE-STATUS            PIC X(02).
000557 01  WS-DOCN-FILE-STATUS           PIC X(02).
000558 01  WS-YEC-FILE-STATUS            PIC X(02).
000559 01  WS-PBAL-FILE-STATUS           PIC X(02).
000560 01  WS-ACCT-OPEN-SW               PIC X(01) VALUE 'N'.
000561     88  WS-ACCT-AVAILABLE                 VALUE 'Y'.
000562 01  WS-SNAP-COUNT                 PIC 9(08) COMP VALUE ZERO.
000563 01  WS-RUN-DATE                   PIC X(08).
000564 01  WS-OPERATOR-ID                PIC X(10).
000565 01  WS-OPR-FOUND-SW               PIC X(01) VALUE 'N'.
000566     88  WS-OPR-FOUND                      VALUE 'Y'.
000570 01  WS-INIT-FAIL-SW               PIC X(01) VALUE 'N'.
000580     88  WS-INIT-FAILED                    VALUE 'Y'.
000590 01  WS-OLD-PERIOD                 PIC X(06).
000700 01  WS-LBAL-EOF-SW                PIC X(01) VALUE 'N'.
000710     88  LBAL-END-OF-FILE                  VALUE 'Y'.
000720 01  WS-RESET-COUNT                PIC 9(08) COMP VALUE ZERO.
000721 01  WS-YEAR-END-SW                PIC X(01) VALUE 'N'.
000722     88  WS-YEAR-END                       VALUE 'Y'.
000723 01  WS-YEC-EOF-SW                 PIC X(01) VALUE 'N'.
000724     88  YEC-END-OF-FILE                   VALUE 'Y'.
000725 01  WS-YEAR-CLOSED-SW             PIC X(01) VALUE 'N'.
000726     88  WS-YEAR-CLOSED                    VALUE 'Y'.
000727 01  WS-ACCT-FOUND-SW              PIC X(01).
000728     88  WS-ACCT-FOUND                     VALUE 'Y'.
000729 01  WS-LBAL-FOUND-SW              PIC X(01).
000730     88  WS-LBAL-FOUND                     VALUE 'Y'.
000731 01  WS-CLOSE-DATE.
000732     05  WS-CLOSE-YEAR             PIC X(04).
000733     05  FILLER                    PIC X(04) VALUE "1231".
000734 01  WS-RETAINED-DESC              PIC X(30).
000735 01  WS-DOC-NUMBER                 PIC 9(08) VALUE ZERO.
000736 01  WS-FIRST-DOC                  PIC 9(08) VALUE ZERO.
000737 01  WS-ACCT-NET                   PIC S9(13)V9(2).
000738 01  WS-POST-AMOUNT                PIC S9(13)V9(2).
000739 01  WS-LINE-LIMIT                 PIC S9(13)V9(2)
000740     VALUE 9999999999.99.
000741 01  WS-CLOSE-NET                  PIC S9(13)V9(2) VALUE ZERO.
000742 01  WS-INCOME-TOTAL               PIC S9(13)V9(2) VALUE ZERO.
000743 01  WS-EXPENSE-TOTAL              PIC S9(13)V9(2) VALUE ZERO.
000744 01  WS-INCOME-COUNT               PIC 9(08) COMP VALUE ZERO.
000745 01  WS-EXPENSE-COUNT              PIC 9(08) COMP VALUE ZERO.
000746 01  WS-CARRIED-COUNT              PIC 9(08) COMP VALUE ZERO.
000747 01  WS-PAIR-COUNT                 PIC 9(08) COMP VALUE ZERO.
000748 PROCEDURE DIVISION.
000749 0000-MAINLINE.
000750     PERFORM 1000-CHECK-OPERATOR THRU 1000-CHECK-OPERATOR-EXIT
000760     IF WS-INIT-FAILED
000770         MOVE 8 TO RETURN-CODE
000810     STOP RUN.
000820*
000830 1000-CHECK-OPERATOR.
000835     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
000840     DISPLAY "ENTER OPERATOR ID: "
000850     ACCEPT WS-OPERATOR-ID
000860     OPEN INPUT CALC-OPER-FILE
001370         MOVE 8 TO RETURN-CODE
001380         GO TO 2000-CLOSE-PERIOD-EXIT
001390     END-IF
001391     IF NOT WS-NO-PERIOD-FILE
001392         AND WS-NEW-YEAR NOT = WS-OLD-YEAR
001393         MOVE 'Y' TO WS-YEAR-END-SW
001394         PERFORM 2500-CHECK-YEAR-END THRU 2500-CHECK-YEAR-END-EXIT
001395         IF WS-INIT-FAILED
001396             MOVE 8 TO RETURN-CODE
001397             GO TO 2000-CLOSE-PERIOD-EXIT
001398         END-IF
001399         DISPLAY "THIS CLOSES YEAR " WS-OLD-YEAR
001400                 " TO RETAINED EARNINGS " WS-GL-RETAINED-REF
001401     END-IF
001402     IF NOT WS-NO-PERIOD-FILE
001410         DISPLAY "CLOSE PERIOD " WS-OLD-PERIOD
001420                 " AND OPEN " WS-NEW-PERIOD "? (Y/N)"
001430         ACCEPT WS-CONFIRM-ANS
001570 2000-CLOSE-PERIOD-EXIT.
001580         EXIT.
001590*
001591*    A YEAR-END CLOSE IS REFUSED, BEFORE THE PERIOD FILE IS
001592*    TOUCHED, WHEN THE YEAR IS ALREADY ON CALCYECL, WHEN THE
001593*    ACCOUNT MASTER IS NOT THERE TO CLASSIFY THE ACCOUNTS, WHEN
001594*    THE RETAINED EARNINGS ACCOUNT IS NOT AN ACTIVE ACCOUNT, OR
001595*    WHEN CALCJRNL STILL HOLDS LINES CALCLEDG HAS NOT LEDGERED,
001596*    BECAUSE THOSE WOULD MISS THE CLOSE AND LAND IN THE NEW YEAR.
001597 2500-CHECK-YEAR-END.
001598     OPEN INPUT CALC-YEC-FILE
001599     IF WS-YEC-FILE-STATUS = '00'
001600         PERFORM 2510-READ-YEC THRU 2510-READ-YEC-EXIT
001601         PERFORM 2520-SCAN-YEC THRU 2520-SCAN-YEC-EXIT
001602             UNTIL YEC-END-OF-FILE
001603         CLOSE CALC-YEC-FILE
001604     END-IF
001605     IF WS-YEAR-CLOSED
001606         DISPLAY "YEAR " WS-OLD-YEAR " IS ALREADY CLOSED - "
001607                 "YEAR-END CLOSE REFUSED"
001608         MOVE 'Y' TO WS-INIT-FAIL-SW
001609         GO TO 2500-CHECK-YEAR-END-EXIT
001610     END-IF
001611     OPEN INPUT CALC-ACCT-FILE
001612     IF WS-ACCT-FILE-STATUS NOT = '00'
001613         DISPLAY "CALCACCT ACCOUNT MASTER NOT AVAILABLE - "
001614                 "YEAR-END CLOSE REFUSED"
001615         MOVE 'Y' TO WS-INIT-FAIL-SW
001616         GO TO 2500-CHECK-YEAR-END-EXIT
001617     END-IF
001618     MOVE 'Y' TO WS-ACCT-FOUND-SW
001619     MOVE WS-GL-RETAINED-REF TO ACCT-CODE
001620     READ CALC-ACCT-FILE
001621         INVALID KEY MOVE 'N' TO WS-ACCT-FOUND-SW
001622     END-READ
001623     IF NOT WS-ACCT-FOUND OR NOT ACCT-ACTIVE
001624         DISPLAY "RETAINED EARNINGS ACCOUNT NOT ACTIVE ON "
001625                 "CALCACCT: " WS-GL-RETAINED-REF
001626         MOVE 'Y' TO WS-INIT-FAIL-SW
001627     ELSE
001628         MOVE ACCT-DESC TO WS-RETAINED-DESC
001629     END-IF
001630     PERFORM 2530-CHECK-LIMITS THRU 2530-CHECK-LIMITS-EXIT
001631     CLOSE CALC-ACCT-FILE
001632     IF WS-INIT-FAILED
001633         GO TO 2500-CHECK-YEAR-END-EXIT
001634     END-IF
001635     OPEN INPUT CALC-JOURNAL-FILE
001636     IF WS-JRN-FILE-STATUS = '00'
001637         READ CALC-JOURNAL-FILE
001638             NOT AT END
001639                 DISPLAY "CALCJRNL HOLDS UNLEDGERED LINES - "
001640                         "RUN CALCLEDG BEFORE THE YEAR-END CLOSE"
001641                 MOVE 'Y' TO WS-INIT-FAIL-SW
001642         END-READ
001643         CLOSE CALC-JOURNAL-FILE
001644     END-IF.
001645 2500-CHECK-YEAR-END-EXIT.
001646         EXIT.
001647*
001648 2510-READ-YEC.
001649     READ CALC-YEC-FILE
001650         AT END MOVE 'Y' TO WS-YEC-EOF-SW
001651     END-READ.
001652 2510-READ-YEC-EXIT.
001653         EXIT.
001654*
001655 2520-SCAN-YEC.
001656     IF YEC-YEAR = WS-OLD-YEAR
001657         MOVE 'Y' TO WS-YEAR-CLOSED-SW
001658     END-IF
001659     PERFORM 2510-READ-YEC THRU 2510-READ-YEC-EXIT.
001660 2520-SCAN-YEC-EXIT.
001661         EXIT.
001662*
001663*    EVERY INCOME AND EXPENSE ACCOUNT IS CLOSED WITH ONE JOURNAL
001664*    PAIR FOR ITS WHOLE NET BALANCE, SO A NET TOO LARGE FOR
001665*    JRN-AMOUNT MUST STOP THE CLOSE HERE, BEFORE ANY BALANCE,
001666*    SNAPSHOT OR CLOSING LINE HAS BEEN WRITTEN. CALCACCT IS OPEN.
001667 2530-CHECK-LIMITS.
001668     OPEN INPUT CALC-LEDGER-FILE
001669     IF WS-LBAL-FILE-STATUS NOT = '00'
001670         GO TO 2530-CHECK-LIMITS-EXIT
001671     END-IF
001672     PERFORM 3100-READ-BALANCE THRU 3100-READ-BALANCE-EXIT
001673     PERFORM 2540-CHECK-ONE-LIMIT THRU 2540-CHECK-ONE-LIMIT-EXIT
001674         UNTIL LBAL-END-OF-FILE
001675     CLOSE CALC-LEDGER-FILE
001676     MOVE 'N' TO WS-LBAL-EOF-SW.
001677 2530-CHECK-LIMITS-EXIT.
001678         EXIT.
001679*
001680 2540-CHECK-ONE-LIMIT.
001681     IF LBAL-ACCOUNT = WS-GL-RETAINED-REF
001682         GO TO 2540-CHECK-ONE-NEXT
001683     END-IF
001684     MOVE LBAL-ACCOUNT TO ACCT-CODE
001685     READ CALC-ACCT-FILE
001686         INVALID KEY GO TO 2540-CHECK-ONE-NEXT
001687     END-READ
001688     IF NOT ACCT-INCOME AND NOT ACCT-EXPENSE
001689         GO TO 2540-CHECK-ONE-NEXT
001690     END-IF
001691     COMPUTE WS-ACCT-NET = LBAL-YTD-DEBITS - LBAL-YTD-CREDITS
001692     IF WS-ACCT-NET > WS-LINE-LIMIT
001693         OR WS-ACCT-NET < (WS-LINE-LIMIT * -1)
001694         DISPLAY "ACCOUNT " LBAL-ACCOUNT ": NET BALANCE TOO "
001695                 "LARGE FOR A CLOSING JOURNAL LINE - "
001696                 "YEAR-END CLOSE REFUSED"
001697         MOVE 'Y' TO WS-INIT-FAIL-SW
001698     END-IF.
001699 2540-CHECK-ONE-NEXT.
001700     PERFORM 3100-READ-BALANCE THRU 3100-READ-BALANCE-EXIT.
001701 2540-CHECK-ONE-LIMIT-EXIT.
001702         EXIT.
001703*
001704 3000-RESET-BALANCES.
001705     OPEN I-O CALC-LEDGER-FILE
001706     IF WS-LBAL-FILE-STATUS = '35'
001707         DISPLAY "NO CALCLBAL BALANCE MASTER - NOTHING TO RESET"
001708         GO TO 3000-RESET-BALANCES-EXIT
001709     END-IF
001710     OPEN INPUT CALC-ACCT-FILE
001711     IF WS-ACCT-FILE-STATUS = '00'
001712         MOVE 'Y' TO WS-ACCT-OPEN-SW
001713     ELSE
001714         DISPLAY "CALCACCT ACCOUNT MASTER NOT AVAILABLE - "
001715                 "SNAPSHOT CARRIES NO ACCOUNT TYPES"
001716     END-IF
001717     OPEN I-O CALC-PBAL-FILE
001718     IF WS-PBAL-FILE-STATUS = '35'
001719         OPEN OUTPUT CALC-PBAL-FILE
001720         CLOSE CALC-PBAL-FILE
001721         OPEN I-O CALC-PBAL-FILE
001722     END-IF
001723     IF WS-YEAR-END
001724         PERFORM 3050-START-YEAR-END THRU 3050-START-YEAR-END-EXIT
001725     END-IF
001726     MOVE LOW-VALUES TO LBAL-ACCOUNT
001727     START CALC-LEDGER-FILE KEY NOT < LBAL-ACCOUNT
001728         INVALID KEY MOVE 'Y' TO WS-LBAL-EOF-SW
001729     END-START
001730     IF NOT LBAL-END-OF-FILE
001731         PERFORM 3100-READ-BALANCE THRU 3100-READ-BALANCE-EXIT
001732         PERFORM 3200-RESET-ONE THRU 3200-RESET-ONE-EXIT
001733             UNTIL LBAL-END-OF-FILE
001740     END-IF
001742     IF WS-YEAR-END
001744         PERFORM 3500-CLOSE-RETAINED THRU 3500-CLOSE-RETAINED-EXIT
001746         PERFORM 3800-END-YEAR-END THRU 3800-END-YEAR-END-EXIT
001748     END-IF
001750     CLOSE CALC-LEDGER-FILE
001751     CLOSE CALC-PBAL-FILE
001752     IF WS-ACCT-AVAILABLE
001753         CLOSE CALC-ACCT-FILE
001754     END-IF
001755     DISPLAY "BALANCES SNAPSHOT FOR " WS-OLD-PERIOD ": "
001756             WS-SNAP-COUNT
001760     DISPLAY "BALANCES RESET: " WS-RESET-COUNT.
001770 3000-RESET-BALANCES-EXIT.
001780         EXIT.
001790*
001791 3050-START-YEAR-END.
001792     MOVE WS-OLD-YEAR TO WS-CLOSE-YEAR
001794     OPEN EXTEND CALC-JOURNAL-FILE
001795     IF WS-JRN-FILE-STATUS = '35'
001796         OPEN OUTPUT CALC-JOURNAL-FILE
001797     END-IF
001798     OPEN INPUT CALC-DOCN-FILE
001799     IF WS-DOCN-FILE-STATUS = '35'
001800         MOVE ZERO TO WS-DOC-NUMBER
001801     ELSE
001802         READ CALC-DOCN-FILE
001803             AT END MOVE ZERO TO DOCN-LAST-NUMBER
001804         END-READ
001805         MOVE DOCN-LAST-NUMBER TO WS-DOC-NUMBER
001806         CLOSE CALC-DOCN-FILE
001807     END-IF
001808     COMPUTE WS-FIRST-DOC = WS-DOC-NUMBER + 1
001809     OPEN OUTPUT CALC-YEAR-REPORT-FILE
001810     MOVE WS-OLD-YEAR TO YER-HDR-YEAR
001811     MOVE WS-RUN-DATE TO YER-HDR-DATE
001812     MOVE WS-OPERATOR-ID TO YER-HDR-OPERATOR
001813     WRITE YEAR-REPORT-RECORD FROM YER-HEADER-LINE
001814     WRITE YEAR-REPORT-RECORD FROM YER-COLUMN-HEADING.
001815 3050-START-YEAR-END-EXIT.
001816         EXIT.
001817*
001818 3100-READ-BALANCE.
001819     READ CALC-LEDGER-FILE NEXT
001820         AT END MOVE 'Y' TO WS-LBAL-EOF-SW
001830     END-READ.
001840 3100-READ-BALANCE-EXIT.
001850         EXIT.
001860*
001861*    THE SNAPSHOT IS TAKEN FROM THE RECORD AS IT STANDS AT THE
001862*    CLOSE, BEFORE ANY FIGURE ON IT IS ZEROED OR CARRIED FORWARD.
001863*    THE ACCOUNT MASTER READ HERE ALSO SERVES THE YEAR-END CLOSE.
001864 3150-SNAPSHOT-ONE.
001865     MOVE 'N' TO WS-ACCT-FOUND-SW
001866     IF WS-ACCT-AVAILABLE
001867         MOVE 'Y' TO WS-ACCT-FOUND-SW
001868         MOVE LBAL-ACCOUNT TO ACCT-CODE
001869         READ CALC-ACCT-FILE
001870             INVALID KEY MOVE 'N' TO WS-ACCT-FOUND-SW
001871         END-READ
001872     END-IF
001873     IF NOT WS-ACCT-FOUND
001874         MOVE SPACES TO ACCT-TYPE
001875     END-IF
001876     MOVE WS-OLD-PERIOD TO PBAL-PERIOD
001877     MOVE LBAL-ACCOUNT TO PBAL-ACCOUNT
001878     MOVE LBAL-DESC TO PBAL-DESC
001879     MOVE ACCT-TYPE TO PBAL-TYPE
001880     MOVE LBAL-PTD-DEBITS TO PBAL-PTD-DEBITS
001881     MOVE LBAL-PTD-CREDITS TO PBAL-PTD-CREDITS
001882     MOVE LBAL-YTD-DEBITS TO PBAL-YTD-DEBITS
001883     MOVE LBAL-YTD-CREDITS TO PBAL-YTD-CREDITS
001884     WRITE PBAL-RECORD
001885         INVALID KEY REWRITE PBAL-RECORD
001886     END-WRITE
001887     ADD 1 TO WS-SNAP-COUNT.
001888 3150-SNAPSHOT-ONE-EXIT.
001889         EXIT.
001890*
001891 3200-RESET-ONE.
001892     PERFORM 3150-SNAPSHOT-ONE THRU 3150-SNAPSHOT-ONE-EXIT
001893     MOVE ZERO TO LBAL-PTD-DEBITS
001894     MOVE ZERO TO LBAL-PTD-CREDITS
001900     IF WS-YEAR-END
001910         PERFORM 3300-CLOSE-ONE THRU 3300-CLOSE-ONE-EXIT
001930     END-IF
001940     REWRITE LBAL-RECORD
001950     ADD 1 TO WS-RESET-COUNT
001960     PERFORM 3100-READ-BALANCE THRU 3100-READ-BALANCE-EXIT.
001970 3200-RESET-ONE-EXIT.
001980         EXIT.
001990*
002000*    INCOME AND EXPENSE ACCOUNTS ARE CLOSED TO RETAINED EARNINGS.
002010*    EVERYTHING ELSE - ASSETS, LIABILITIES AND ANY ACCOUNT NOT ON
002020*    THE ACCOUNT MASTER - CARRIES ITS NET BALANCE FORWARD. THE
002030*    RETAINED EARNINGS ACCOUNT ITSELF IS LEFT FOR 3500 ONCE THE
002040*    NET INCOME OF THE YEAR IS KNOWN.
002050 3300-CLOSE-ONE.
002060     IF LBAL-ACCOUNT = WS-GL-RETAINED-REF
002070         GO TO 3300-CLOSE-ONE-EXIT
002080     END-IF
002090     COMPUTE WS-ACCT-NET = LBAL-YTD-DEBITS - LBAL-YTD-CREDITS
002180     MOVE LBAL-ACCOUNT TO YER-DTL-ACCOUNT
002190     MOVE LBAL-DESC TO YER-DTL-DESC
002200     MOVE ACCT-TYPE TO YER-DTL-TYPE
002210     MOVE WS-ACCT-NET TO YER-DTL-AMOUNT
002220     MOVE ZERO TO YER-DTL-DOC
002230     IF ACCT-INCOME OR ACCT-EXPENSE
002240         PERFORM 3400-POST-CLOSING THRU 3400-POST-CLOSING-EXIT
002250         MOVE ZERO TO LBAL-YTD-DEBITS
002260         MOVE ZERO TO LBAL-YTD-CREDITS
002270         MOVE "CLOSED" TO YER-DTL-ACTION
002280         IF ACCT-INCOME
002290             ADD 1 TO WS-INCOME-COUNT
002300         ELSE
002310             ADD 1 TO WS-EXPENSE-COUNT
002320         END-IF
002330     ELSE
002340         PERFORM 3600-CARRY-FORWARD THRU 3600-CARRY-FORWARD-EXIT
002350         MOVE "CARRIED" TO YER-DTL-ACTION
002360         ADD 1 TO WS-CARRIED-COUNT
002370     END-IF
002380     WRITE YEAR-REPORT-RECORD FROM YER-DETAIL-LINE.
002390 3300-CLOSE-ONE-EXIT.
002400         EXIT.
002410*
002420*    ONE CLOSING PAIR PER ACCOUNT, ONE DOCUMENT NUMBER PER PAIR,
002430*    DATED THE LAST DAY OF THE YEAR BEING CLOSED. THE ACCOUNT
002440*    SIDE OFFSETS ITS NET BALANCE AND RETAINED EARNINGS TAKES THE
002450*    OTHER SIDE.
002460 3400-POST-CLOSING.
002470     IF WS-ACCT-NET = ZERO
002480         GO TO 3400-POST-CLOSING-EXIT
002490     END-IF
002500     ADD 1 TO WS-DOC-NUMBER
002510     IF WS-ACCT-NET > ZERO
002520         MOVE WS-ACCT-NET TO WS-POST-AMOUNT
002530         MOVE 'CR' TO JRN-DR-CR
002540     ELSE
002550         COMPUTE WS-POST-AMOUNT = WS-ACCT-NET * -1
002560         MOVE 'DR' TO JRN-DR-CR
002570     END-IF
002580     MOVE WS-CLOSE-DATE TO JRN-POSTING-DATE
002590     MOVE LBAL-ACCOUNT TO JRN-ACCOUNT-REF
002600     MOVE WS-POST-AMOUNT TO JRN-AMOUNT
002610     MOVE "CALCYEND" TO JRN-SOURCE
002620     MOVE WS-DOC-NUMBER TO JRN-DOC-NUMBER
002630     WRITE JRN-RECORD
002640     IF JRN-DEBIT
002650         MOVE 'CR' TO JRN-DR-CR
002660     ELSE
002670         MOVE 'DR' TO JRN-DR-CR
002680     END-IF
002690     MOVE WS-GL-RETAINED-REF TO JRN-ACCOUNT-REF
002700     WRITE JRN-RECORD
002710     ADD 1 TO WS-PAIR-COUNT
002720     ADD WS-ACCT-NET TO WS-CLOSE-NET
002730     IF ACCT-INCOME
002740         SUBTRACT WS-ACCT-NET FROM WS-INCOME-TOTAL
002750     ELSE
002760         ADD WS-ACCT-NET TO WS-EXPENSE-TOTAL
002770     END-IF
002780     MOVE WS-DOC-NUMBER TO YER-DTL-DOC.
002790 3400-POST-CLOSING-EXIT.
002800         EXIT.
002810*
002820*    THE CLOSING PAIRS ARE ALREADY REFLECTED HERE, SO CALCLEDG
002830*    LEDGERS THE CALCYEND LINES TO HISTORY WITHOUT POSTING THEM
002840*    INTO THE BALANCES A SECOND TIME.
002850 3500-CLOSE-RETAINED.
002860     MOVE 'Y' TO WS-LBAL-FOUND-SW
002870     MOVE WS-GL-RETAINED-REF TO LBAL-ACCOUNT
002880     READ CALC-LEDGER-FILE
002890         INVALID KEY MOVE 'N' TO WS-LBAL-FOUND-SW
002900     END-READ
002910     IF NOT WS-LBAL-FOUND
002920         MOVE WS-GL-RETAINED-REF TO LBAL-ACCOUNT
002930         MOVE WS-RETAINED-DESC TO LBAL-DESC
002940         MOVE ZERO TO LBAL-PTD-DEBITS
002950         MOVE ZERO TO LBAL-PTD-CREDITS
002960         MOVE ZERO TO LBAL-YTD-DEBITS
002970         MOVE ZERO TO LBAL-YTD-CREDITS
002980     END-IF
002990     COMPUTE WS-ACCT-NET = LBAL-YTD-DEBITS - LBAL-YTD-CREDITS
003000                         + WS-CLOSE-NET
003010     PERFORM 3600-CARRY-FORWARD THRU 3600-CARRY-FORWARD-EXIT
003020     IF WS-LBAL-FOUND
003030         REWRITE LBAL-RECORD
003040     ELSE
003050         WRITE LBAL-RECORD
003060     END-IF
003070     MOVE LBAL-ACCOUNT TO YER-DTL-ACCOUNT
003080     MOVE LBAL-DESC TO YER-DTL-DESC
003090     MOVE SPACES TO YER-DTL-TYPE
003100     MOVE "RETAINED" TO YER-DTL-ACTION
003110     MOVE WS-ACCT-NET TO YER-DTL-AMOUNT
003120     MOVE ZERO TO YER-DTL-DOC
003130     WRITE YEAR-REPORT-RECORD FROM YER-DETAIL-LINE.
003140 3500-CLOSE-RETAINED-EXIT.
003150         EXIT.
003160*
003170*    THE NET BALANCE BECOMES THE OPENING BALANCE OF THE NEW YEAR,
003180*    ON THE DEBIT SIDE WHEN IT IS A DEBIT AND ON THE CREDIT SIDE
003190*    WHEN IT IS A CREDIT.
003200 3600-CARRY-FORWARD.
003210     IF WS-ACCT-NET < ZERO
003220         MOVE ZERO TO LBAL-YTD-DEBITS
003230         COMPUTE LBAL-YTD-CREDITS = WS-ACCT-NET * -1
003240     ELSE
003250         MOVE WS-ACCT-NET TO LBAL-YTD-DEBITS
003260         MOVE ZERO TO LBAL-YTD-CREDITS
003270     END-IF.
003280 3600-CARRY-FORWARD-EXIT.
003290         EXIT.
003300*
003310 3800-END-YEAR-END.
003320     MOVE WS-DOC-NUMBER TO DOCN-LAST-NUMBER
003330     OPEN OUTPUT CALC-DOCN-FILE
003340     WRITE DOCN-RECORD
003350     CLOSE CALC-DOCN-FILE
003360     OPEN EXTEND CALC-YEC-FILE
003370     IF WS-YEC-FILE-STATUS = '35'
003380         OPEN OUTPUT CALC-YEC-FILE
003390     END-IF
003400     MOVE WS-OLD-YEAR TO YEC-YEAR
003410     MOVE WS-RUN-DATE TO YEC-CLOSE-DATE
003420     MOVE WS-OPERATOR-ID TO YEC-OPERATOR-ID
003430     IF WS-PAIR-COUNT = ZERO
003440         MOVE ZERO TO YEC-FIRST-DOC
003450     ELSE
003460         MOVE WS-FIRST-DOC TO YEC-FIRST-DOC
003470     END-IF
003480     MOVE WS-DOC-NUMBER TO YEC-LAST-DOC
003490     COMPUTE YEC-NET-INCOME = WS-CLOSE-NET * -1
003500     WRITE YEC-RECORD
003510     CLOSE CALC-YEC-FILE
003520     MOVE "INCOME ACCOUNTS CLOSED:" TO YER-TOT-TEXT
003530     MOVE WS-INCOME-COUNT TO YER-TOT-COUNT
003540     MOVE WS-INCOME-TOTAL TO YER-TOT-AMOUNT
003550     WRITE YEAR-REPORT-RECORD FROM YER-TOTAL-LINE
003560     MOVE "EXPENSE ACCOUNTS CLOSED:" TO YER-TOT-TEXT
003570     MOVE WS-EXPENSE-COUNT TO YER-TOT-COUNT
003580     MOVE WS-EXPENSE-TOTAL TO YER-TOT-AMOUNT
003590     WRITE YEAR-REPORT-RECORD FROM YER-TOTAL-LINE
003600     MOVE "CLOSING PAIRS / NET INCOME:" TO YER-TOT-TEXT
003610     MOVE WS-PAIR-COUNT TO YER-TOT-COUNT
003620     MOVE YEC-NET-INCOME TO YER-TOT-AMOUNT
003630     WRITE YEAR-REPORT-RECORD FROM YER-TOTAL-LINE
003640     MOVE "ACCOUNTS CARRIED FORWARD:" TO YER-TOT-TEXT
003650     MOVE WS-CARRIED-COUNT TO YER-TOT-COUNT
003660     MOVE ZERO TO YER-TOT-AMOUNT
003670     WRITE YEAR-REPORT-RECORD FROM YER-TOTAL-LINE
003680     CLOSE CALC-YEAR-REPORT-FILE
003690     CLOSE CALC-JOURNAL-FILE
003710     DISPLAY "YEAR " WS-OLD-YEAR " CLOSED - CLOSING PAIRS: "
003720             WS-PAIR-COUNT
003730     DISPLAY "NET INCOME TO RETAINED EARNINGS: " YEC-NET-INCOME.
003740 3800-END-YEAR-END-EXIT.
003750         EXIT.
