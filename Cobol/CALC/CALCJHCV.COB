000010*========================================================================
000020*  CALCJHCV.COB
000030*  ONE-TIME LOAD OF THE INDEXED CALCJRNH JOURNAL HISTORY FROM THE
000040*  OLD FLAT HISTORY, WHICH IS RENAMED TO CALCJRNO BEFORE THE RUN.
000050*  THE OLD 48-BYTE JRN-RECORD LINES ARE SORTED BY DOCUMENT NUMBER
000060*  (KEEPING THEIR ORIGINAL ORDER WITHIN A DOCUMENT) AND FILED
000070*  UNDER LINE SEQUENCES 1, 2, 3... OF THEIR DOCUMENT, THE SAME
000080*  KEYS CALCLEDG WOULD HAVE GIVEN THEM. THE DATE A LINE WAS
000090*  LEDGERED WAS NEVER KEPT, SO ITS POSTING DATE STANDS IN FOR
000100*  IT. THE RUN IS REFUSED WHEN CALCJRNO IS MISSING OR CALCJRNH
000110*  ALREADY HOLDS LINES OR CANNOT BE READ, SO THE LOAD CANNOT BE
000120*  RUN TWICE.
000130*  THE OLD LINES WERE RE-KEYED INTO THE CORPORATE GL BY HAND, SO
000140*  THEY ARE MARKED AS LEDGERED BEFORE THE INTERFACE EXISTED AND
000150*  CALCGLIF NEVER SENDS THEM.
000160*------------------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  2026-10-15 RA    PROGRAM CREATED.
000200*  2026-10-15 RA    MARK THE LOADED LINES AS LEDGERED BEFORE THE
000210*                   CORPORATE GL INTERFACE SO CALCGLIF DOES NOT
000220*                   SEND THE OLD HISTORY.
000230*  2026-10-15 RA    LOAD ONLY INTO A CALCJRNH THAT IS MISSING OR
000240*                   OPENS EMPTY - ANY OTHER OPEN STATUS REFUSES THE
000250*                   RUN - AND ABANDON THE LOAD WITH RETURN CODE 8
000260*                   WHEN CALCJRNH CANNOT BE OPENED FOR OUTPUT.
000270*========================================================================
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. CALCJHCV.
000300 AUTHOR. R. ALVES.
000310 INSTALLATION. CONTABILIDADE.
000320 DATE-WRITTEN. 2026-10-15.
000330 DATE-COMPILED.
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CALC-OLD-HIST-FILE ASSIGN TO "CALCJRNO"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-JRNO-FILE-STATUS.
000400     SELECT CALC-JRNL-HIST-FILE ASSIGN TO "CALCJRNH"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS JRH-KEY
000440         ALTERNATE RECORD KEY IS JRH-ACCT-KEY WITH DUPLICATES
000450         ALTERNATE RECORD KEY IS JRH-XMIT-SEQ WITH DUPLICATES
000460         FILE STATUS IS WS-JRNH-FILE-STATUS.
000470     SELECT CALC-SORT-FILE ASSIGN TO "CALCSRTW".
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CALC-OLD-HIST-FILE
000510     LABEL RECORDS ARE STANDARD.
000520 01  JRNO-RECORD                   PIC X(48).
000530 FD  CALC-JRNL-HIST-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 COPY CALCJRNH.
000560 SD  CALC-SORT-FILE.
000570 01  SRT-RECORD.
000580     05  SRT-POSTING-DATE          PIC X(08).
000590     05  SRT-ACCOUNT-REF           PIC X(10).
000600     05  SRT-DR-CR                 PIC X(02).
000610     05  SRT-AMOUNT                PIC S9(10)V9(2).
000620     05  SRT-SOURCE                PIC X(08).
000630     05  SRT-DOC-NUMBER            PIC 9(08).
000640 WORKING-STORAGE SECTION.
000650 01  WS-JRNO-FILE-STATUS           PIC X(02).
000660 01  WS-JRNH-FILE-STATUS           PIC X(02).
000670 01  WS-INIT-FAIL-SW               PIC X(01) VALUE 'N'.
000680     88  WS-INIT-FAILED                    VALUE 'Y'.
000690 01  WS-OPEN-FAIL-SW               PIC X(01) VALUE 'N'.
000700     88  WS-OPEN-FAILED                    VALUE 'Y'.
000710 01  WS-EOF-SW                     PIC X(01) VALUE 'N'.
000720     88  END-OF-FILE                       VALUE 'Y'.
000730 01  WS-LAST-DOC                   PIC 9(08).
000740 01  WS-LINE-SEQ                   PIC 9(06).
000750 01  WS-LOAD-COUNT                 PIC 9(08) COMP VALUE ZERO.
000760 01  WS-ERROR-COUNT                PIC 9(08) COMP VALUE ZERO.
000770 PROCEDURE DIVISION.
000780 0000-MAINLINE.
000790     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
000800     IF WS-INIT-FAILED
000810         MOVE 8 TO RETURN-CODE
000820     ELSE
000830         SORT CALC-SORT-FILE
000840             ON ASCENDING KEY SRT-DOC-NUMBER
000850             WITH DUPLICATES IN ORDER
000860             USING CALC-OLD-HIST-FILE
000870             OUTPUT PROCEDURE IS 2000-LOAD-HISTORY
000880                 THRU 2000-LOAD-HISTORY-EXIT
000890         DISPLAY "HISTORY LINES LOADED: " WS-LOAD-COUNT
000900         DISPLAY "LINES NOT LOADED:     " WS-ERROR-COUNT
000910         IF WS-ERROR-COUNT > ZERO
000920             OR WS-OPEN-FAILED
000930             MOVE 8 TO RETURN-CODE
000940         END-IF
000950     END-IF
000960     STOP RUN.
000970*
000980 1000-INITIALIZE.
000990     OPEN INPUT CALC-OLD-HIST-FILE
001000     IF WS-JRNO-FILE-STATUS NOT = '00'
001010         DISPLAY "CALCJRNO OLD JOURNAL HISTORY NOT AVAILABLE - "
001020                 "LOAD REFUSED"
001030         MOVE 'Y' TO WS-INIT-FAIL-SW
001040         GO TO 1000-INITIALIZE-EXIT
001050     END-IF
001060     CLOSE CALC-OLD-HIST-FILE
001070     OPEN INPUT CALC-JRNL-HIST-FILE
001080     IF WS-JRNH-FILE-STATUS = '35'
001090         GO TO 1000-INITIALIZE-EXIT
001100     END-IF
001110     IF WS-JRNH-FILE-STATUS NOT = '00'
001120         DISPLAY "CALCJRNH JOURNAL HISTORY OPEN STATUS "
001130                 WS-JRNH-FILE-STATUS " - LOAD REFUSED"
001140         MOVE 'Y' TO WS-INIT-FAIL-SW
001150         GO TO 1000-INITIALIZE-EXIT
001160     END-IF
001170     READ CALC-JRNL-HIST-FILE NEXT RECORD
001180         AT END MOVE 'Y' TO WS-EOF-SW
001190     END-READ
001200     CLOSE CALC-JRNL-HIST-FILE
001210     IF NOT END-OF-FILE
001220         DISPLAY "CALCJRNH ALREADY HOLDS HISTORY LINES - "
001230                 "LOAD REFUSED"
001240         MOVE 'Y' TO WS-INIT-FAIL-SW
001250     END-IF
001260     MOVE 'N' TO WS-EOF-SW.
001270 1000-INITIALIZE-EXIT.
001280         EXIT.
001290*
001300 2000-LOAD-HISTORY.
001310     OPEN OUTPUT CALC-JRNL-HIST-FILE
001320     IF WS-JRNH-FILE-STATUS NOT = '00'
001330         DISPLAY "CALCJRNH NOT OPENED FOR OUTPUT - "
001340                 "LOAD ABANDONED"
001350         MOVE 'Y' TO WS-OPEN-FAIL-SW
001360         GO TO 2000-LOAD-HISTORY-EXIT
001370     END-IF
001380     MOVE ZERO TO WS-LAST-DOC
001390     MOVE ZERO TO WS-LINE-SEQ
001400     PERFORM 2100-RETURN-LINE THRU 2100-RETURN-LINE-EXIT
001410     PERFORM 2200-FILE-LINE THRU 2200-FILE-LINE-EXIT
001420         UNTIL END-OF-FILE
001430     CLOSE CALC-JRNL-HIST-FILE.
001440 2000-LOAD-HISTORY-EXIT.
001450         EXIT.
001460*
001470 2100-RETURN-LINE.
001480     RETURN CALC-SORT-FILE
001490         AT END MOVE 'Y' TO WS-EOF-SW
001500     END-RETURN.
001510 2100-RETURN-LINE-EXIT.
001520         EXIT.
001530*
001540 2200-FILE-LINE.
001550     IF SRT-DOC-NUMBER NOT = WS-LAST-DOC
001560         MOVE SRT-DOC-NUMBER TO WS-LAST-DOC
001570         MOVE ZERO TO WS-LINE-SEQ
001580     END-IF
001590     ADD 1 TO WS-LINE-SEQ
001600     MOVE SRT-DOC-NUMBER TO JRH-DOC-NUMBER
001610     MOVE WS-LINE-SEQ TO JRH-LINE-SEQ
001620     MOVE SRT-ACCOUNT-REF TO JRH-ACCOUNT-REF
001630     MOVE SRT-POSTING-DATE TO JRH-POSTING-DATE
001640     MOVE SRT-DR-CR TO JRH-DR-CR
001650     MOVE SRT-AMOUNT TO JRH-AMOUNT
001660     MOVE SRT-SOURCE TO JRH-SOURCE
001670     MOVE SRT-POSTING-DATE TO JRH-LEDGER-DATE
001680     MOVE 999999 TO JRH-XMIT-SEQ
001690     WRITE JRH-RECORD
001700         INVALID KEY
001710             DISPLAY "LINE NOT LOADED - DOCUMENT "
001720                     JRH-DOC-NUMBER " SEQUENCE " JRH-LINE-SEQ
001730             ADD 1 TO WS-ERROR-COUNT
001740         NOT INVALID KEY
001750             ADD 1 TO WS-LOAD-COUNT
001760     END-WRITE
001770     PERFORM 2100-RETURN-LINE THRU 2100-RETURN-LINE-EXIT.
001780 2200-FILE-LINE-EXIT.
001790         EXIT.
