000040*  READS THE JOURNAL LINES CALCPOST WROTE, POSTS EACH ONE INTO THE
000050*  CALCLBAL BALANCE MASTER (ONE RECORD PER GL ACCOUNT, WITH THE
000060*  DESCRIPTION PICKED UP FROM THE CALCACCT ACCOUNT MASTER AND
000070*  PERIOD-TO-DATE AND YEAR-TO-DATE DEBIT/CREDIT TOTALS), FILES
000080*  THE POSTED LINES ON THE CALCJRNH JOURNAL HISTORY AND CLEARS THE
000090*  LIVE JOURNAL SO THE SAME LINES CANNOT LEDGER TWICE, THEN PRINTS
000100*  A TRIAL BALANCE (CALCTBAL) SHOWING DEBITS, CREDITS AND NET PER
000110*  ACCOUNT WITH A PROOF LINE THAT THE MASTER NETS TO ZERO.
000113*  YEAR-END CLOSING LINES (SOURCE CALCYEND) GO TO HISTORY ONLY,
000116*  BECAUSE CALCPERC CLOSES THEM INTO THE BALANCES ITSELF.
000120*------------------------------------------------------------------------
000130*  MODIFICATION HISTORY
000140*  DATE       INIT  DESCRIPTION
000151*  2026-09-02 RA    WIDEN THE HISTORY RECORD TO THE 48-BYTE
000152*                   JRN-RECORD THAT NOW CARRIES THE DOCUMENT
000153*                   NUMBER.
000154*  2026-10-15 RA    LEDGER THE CALCYEND YEAR-END CLOSING LINES TO
000155*                   HISTORY WITHOUT POSTING THEM TO CALCLBAL -
000156*                   CALCPERC HAS ALREADY CLOSED THEM INTO THE
000157*                   BALANCES IT CARRIED FORWARD.
000158*  2026-10-15 RA    CALCJRNH IS NOW INDEXED ON DOCUMENT NUMBER
000159*                   AND LINE SEQUENCE, WITH AN ALTERNATE KEY ON
000160*                   ACCOUNT AND POSTING DATE (CALCJRNH COPYBOOK).
000161*                   EACH LINE TAKES THE NEXT FREE SEQUENCE UNDER
000162*                   ITS DOCUMENT AND CARRIES THE LEDGER DATE. THE
000163*                   JOURNAL IS NOT POSTED OR CLEARED WHEN THE
000164*                   HISTORY CANNOT BE OPENED.
000165*  2026-10-15 RA    FILE EACH HISTORY LINE AS NOT YET SENT TO THE
000166*                   CORPORATE GL (JRH-XMIT-SEQ ZERO) FOR CALCGLIF.
000167*========================================================================
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. CALCLEDG.
000190 AUTHOR. R. ALVES.
000270         ORGANIZATION IS SEQUENTIAL
000280         FILE STATUS IS WS-JRN-FILE-STATUS.
000290     SELECT CALC-JRNL-HIST-FILE ASSIGN TO "CALCJRNH"
000300         ORGANIZATION IS INDEXED
000301         ACCESS MODE IS DYNAMIC
000302         RECORD KEY IS JRH-KEY
000303         ALTERNATE RECORD KEY IS JRH-ACCT-KEY WITH DUPLICATES
000304         ALTERNATE RECORD KEY IS JRH-XMIT-SEQ WITH DUPLICATES
000310         FILE STATUS IS WS-JRNH-FILE-STATUS.
000320     SELECT CALC-LEDGER-FILE ASSIGN TO "CALCLBAL"
000330         ORGANIZATION IS INDEXED
000480 COPY CALCJRNL.
000490 FD  CALC-JRNL-HIST-FILE
000500     LABEL RECORDS ARE STANDARD.
000510 COPY CALCJRNH.
000520 FD  CALC-LEDGER-FILE
000530     LABEL RECORDS ARE STANDARD.
000540 COPY CALCLBAL.
001170     88  WS-ACCT-AVAILABLE                 VALUE 'Y'.
001180 01  WS-LBAL-FOUND-SW              PIC X(01).
001190     88  WS-LBAL-FOUND                     VALUE 'Y'.
001191 01  WS-JRH-WRITTEN-SW             PIC X(01).
001192     88  WS-JRH-WRITTEN                    VALUE 'Y'.
001200 01  WS-POST-COUNT                 PIC 9(08) COMP VALUE ZERO.
001210 01  WS-TOT-DEBITS                 PIC S9(13)V9(2) VALUE ZERO.
001220 01  WS-TOT-CREDITS                PIC S9(13)V9(2) VALUE ZERO.
001550         DISPLAY "NO CALCJRNL JOURNAL TO POST"
001560         GO TO 1000-INITIALIZE-EXIT
001570     END-IF
001580     OPEN I-O CALC-JRNL-HIST-FILE
001590     IF WS-JRNH-FILE-STATUS = '35'
001600         OPEN OUTPUT CALC-JRNL-HIST-FILE
001601         CLOSE CALC-JRNL-HIST-FILE
001602         OPEN I-O CALC-JRNL-HIST-FILE
001603     END-IF
001604     IF WS-JRNH-FILE-STATUS NOT = '00'
001605         DISPLAY "CALCJRNH JOURNAL HISTORY NOT AVAILABLE - "
001606                 "JOURNAL NOT POSTED"
001607         CLOSE CALC-JOURNAL-FILE
001608         MOVE 'Y' TO WS-NO-JOURNAL-SW
001609         MOVE 8 TO RETURN-CODE
001610         GO TO 1000-INITIALIZE-EXIT
001611     END-IF
001620     PERFORM 2100-READ-JOURNAL THRU 2100-READ-JOURNAL-EXIT.
001630 1000-INITIALIZE-EXIT.
001640         EXIT.
001650*
001660 2000-POST-JOURNAL.
001665     IF JRN-SOURCE NOT = "CALCYEND"
001670         PERFORM 2200-UPDATE-BALANCE THRU 2200-UPDATE-BALANCE-EXIT
001675     END-IF
001680     PERFORM 2400-WRITE-HISTORY THRU 2400-WRITE-HISTORY-EXIT
001690     ADD 1 TO WS-POST-COUNT
001700     PERFORM 2100-READ-JOURNAL THRU 2100-READ-JOURNAL-EXIT.
001710 2000-POST-JOURNAL-EXIT.
002190         END-READ
002200     END-IF.
002210 2300-GET-ACCT-DESC-EXIT.
002211         EXIT.
002212*
002213*    THE NEXT FREE LINE SEQUENCE UNDER THE DOCUMENT NUMBER IS
002214*    FOUND BY WRITING UNTIL THE KEY IS NOT ALREADY ON FILE.
002215 2400-WRITE-HISTORY.
002216     MOVE JRN-DOC-NUMBER TO JRH-DOC-NUMBER
002217     MOVE ZERO TO JRH-LINE-SEQ
002218     MOVE JRN-ACCOUNT-REF TO JRH-ACCOUNT-REF
002219     MOVE JRN-POSTING-DATE TO JRH-POSTING-DATE
002220     MOVE JRN-DR-CR TO JRH-DR-CR
002221     MOVE JRN-AMOUNT TO JRH-AMOUNT
002222     MOVE JRN-SOURCE TO JRH-SOURCE
002223     MOVE WS-RUN-DATE TO JRH-LEDGER-DATE
002224     MOVE ZERO TO JRH-XMIT-SEQ
002225     MOVE 'N' TO WS-JRH-WRITTEN-SW
002226     PERFORM 2410-TRY-SEQUENCE THRU 2410-TRY-SEQUENCE-EXIT
002227         UNTIL WS-JRH-WRITTEN.
002228 2400-WRITE-HISTORY-EXIT.
002229         EXIT.
002230*
002231 2410-TRY-SEQUENCE.
002232     IF JRH-LINE-SEQ = 999999
002233         DISPLAY "NO FREE HISTORY LINE FOR DOCUMENT "
002234                 JRH-DOC-NUMBER " - LINE NOT FILED"
002235         MOVE 8 TO RETURN-CODE
002236         MOVE 'Y' TO WS-JRH-WRITTEN-SW
002237         GO TO 2410-TRY-SEQUENCE-EXIT
002238     END-IF
002239     ADD 1 TO JRH-LINE-SEQ
002240     MOVE 'Y' TO WS-JRH-WRITTEN-SW
002241     WRITE JRH-RECORD
002242         INVALID KEY MOVE 'N' TO WS-JRH-WRITTEN-SW
002243     END-WRITE.
002244 2410-TRY-SEQUENCE-EXIT.
002245         EXIT.
002246*
002247 3000-CLEAR-JOURNAL.
002250     CLOSE CALC-JOURNAL-FILE
002260     CLOSE CALC-JRNL-HIST-FILE
002270     OPEN OUTPUT CALC-JOURNAL-FILE
