000010*========================================================================
000020*  CALCGLAC.COB
000030*  CORPORATE GL ACKNOWLEDGMENT PROCESSING. READS THE CALCGLIA
000040*  ACKNOWLEDGMENT FILE RETURNED BY THE CORPORATE GL AND MARKS
000050*  EACH TRANSMISSION ON THE CALCGLXC CONTROL FILE AS ACCEPTED OR
000060*  REJECTED, WITH THE ACKNOWLEDGMENT DATE. ONLY A TRANSMISSION
000070*  CALCGLIF HAS MARKED SENT CAN BE ACKNOWLEDGED; ONE ALREADY
000080*  ACKNOWLEDGED, STILL BUILDING OR NOT ON FILE IS REPORTED AND
000090*  LEFT ALONE, SO THE SAME ACKNOWLEDGMENT FILE CAN BE RUN AGAIN
000100*  HARMLESSLY. EACH LINE THE CORPORATE GL REFUSED IS LOOKED UP
000110*  ON CALCJRNH BY ITS DOCUMENT NUMBER AND LINE SEQUENCE AND
000120*  LISTED WITH THE REASON ON THE CALCGLAR REPORT, AND IS COUNTED
000130*  ON THE CONTROL RECORD. REJECTED LINES ARE NOT SENT AGAIN BY
000140*  CALCGLIF - THEY ARE CORRECTED IN THE CORPORATE GL OR REVERSED
000150*  AND RE-ENTERED HERE. ENDS WITH RETURN CODE 4 WHEN ANYTHING
000160*  WAS REJECTED.
000170*------------------------------------------------------------------------
000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  2026-10-15 RA    PROGRAM CREATED.
000210*========================================================================
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. CALCGLAC.
000240 AUTHOR. R. ALVES.
000250 INSTALLATION. CONTABILIDADE.
000260 DATE-WRITTEN. 2026-10-15.
000270 DATE-COMPILED.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CALC-GL-ACK-FILE ASSIGN TO "CALCGLIA"
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS WS-GLIA-FILE-STATUS.
000340     SELECT CALC-GLXC-FILE ASSIGN TO "CALCGLXC"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS GLX-XMIT-SEQ
000380         FILE STATUS IS WS-GLXC-FILE-STATUS.
000390     SELECT CALC-JRNL-HIST-FILE ASSIGN TO "CALCJRNH"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS JRH-KEY
000430         ALTERNATE RECORD KEY IS JRH-ACCT-KEY WITH DUPLICATES
000440         ALTERNATE RECORD KEY IS JRH-XMIT-SEQ WITH DUPLICATES
000450         FILE STATUS IS WS-JRNH-FILE-STATUS.
000460     SELECT CALC-GLA-REPORT-FILE ASSIGN TO "CALCGLAR"
000470         ORGANIZATION IS SEQUENTIAL.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CALC-GL-ACK-FILE
000510     LABEL RECORDS ARE STANDARD.
000520 COPY CALCGLIA.
000530 FD  CALC-GLXC-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 COPY CALCGLXC.
000560 FD  CALC-JRNL-HIST-FILE
000570     LABEL RECORDS ARE STANDARD.
000580 COPY CALCJRNH.
000590 FD  CALC-GLA-REPORT-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 01  GLA-REPORT-RECORD             PIC X(132).
000620 WORKING-STORAGE SECTION.
000630*    PRINT LINES ARE BUILT IN WORKING-STORAGE BECAUSE VALUE
000640*    CLAUSES ON FILE SECTION FILLERS ARE TREATED AS COMMENTARY.
000650 01  ACK-HEADER-LINE.
000660     05  FILLER            PIC X(32)
000670         VALUE "CORPORATE GL ACKNOWLEDGMENTS   ".
000680     05  FILLER            PIC X(10) VALUE "RUN DATE: ".
000690     05  ACK-HDR-DATE       PIC X(08).
000700 01  ACK-XMIT-LINE.
000710     05  FILLER            PIC X(14) VALUE "TRANSMISSION: ".
000720     05  ACK-XMT-SEQ        PIC 9(06).
000730     05  FILLER            PIC X(02) VALUE SPACES.
000740     05  ACK-XMT-TEXT       PIC X(36).
000750     05  ACK-XMT-DATE       PIC X(08).
000760 01  ACK-COLUMN-HEADING.
000770     05  FILLER            PIC X(04) VALUE SPACES.
000780     05  FILLER            PIC X(08) VALUE "DOCUMENT".
000790     05  FILLER            PIC X(02) VALUE SPACES.
000800     05  FILLER            PIC X(06) VALUE "LINE".
000810     05  FILLER            PIC X(02) VALUE SPACES.
000820     05  FILLER            PIC X(10) VALUE "ACCOUNT".
000830     05  FILLER            PIC X(02) VALUE SPACES.
000840     05  FILLER            PIC X(02) VALUE "DC".
000850     05  FILLER            PIC X(02) VALUE SPACES.
000860     05  FILLER            PIC X(13) VALUE "       AMOUNT".
000870     05  FILLER            PIC X(02) VALUE SPACES.
000880     05  FILLER            PIC X(08) VALUE "SOURCE".
000890     05  FILLER            PIC X(02) VALUE SPACES.
000900     05  FILLER            PIC X(30) VALUE "REASON".
000910 01  ACK-REJECT-LINE.
000920     05  FILLER            PIC X(04) VALUE SPACES.
000930     05  ACK-REJ-DOC        PIC 9(08).
000940     05  FILLER            PIC X(02) VALUE SPACES.
000950     05  ACK-REJ-LINE       PIC 9(06).
000960     05  FILLER            PIC X(02) VALUE SPACES.
000970     05  ACK-REJ-ACCOUNT    PIC X(10).
000980     05  FILLER            PIC X(02) VALUE SPACES.
000990     05  ACK-REJ-DR-CR      PIC X(02).
001000     05  FILLER            PIC X(02) VALUE SPACES.
001010     05  ACK-REJ-AMOUNT     PIC -(9)9.99.
001020     05  FILLER            PIC X(02) VALUE SPACES.
001030     05  ACK-REJ-SOURCE     PIC X(08).
001040     05  FILLER            PIC X(02) VALUE SPACES.
001050     05  ACK-REJ-REASON     PIC X(30).
001060 01  ACK-COUNT-LINE.
001070     05  ACK-CNT-TEXT       PIC X(32).
001080     05  ACK-CNT-VALUE      PIC Z(7)9.
001090 01  WS-RUN-DATE                   PIC X(08).
001100 01  WS-GLIA-FILE-STATUS           PIC X(02).
001110 01  WS-GLXC-FILE-STATUS           PIC X(02).
001120 01  WS-JRNH-FILE-STATUS           PIC X(02).
001130 01  WS-INIT-FAIL-SW               PIC X(01) VALUE 'N'.
001140     88  WS-INIT-FAILED                    VALUE 'Y'.
001150 01  WS-NO-ACK-SW                  PIC X(01) VALUE 'N'.
001160     88  WS-NO-ACK-FILE                    VALUE 'Y'.
001170 01  WS-JRNH-OPEN-SW               PIC X(01) VALUE 'N'.
001180     88  WS-JRNH-AVAILABLE                 VALUE 'Y'.
001190 01  WS-EOF-SW                     PIC X(01) VALUE 'N'.
001200     88  END-OF-FILE                       VALUE 'Y'.
001210 01  WS-HEADING-SW                 PIC X(01) VALUE 'N'.
001220     88  WS-HEADING-PRINTED                VALUE 'Y'.
001230*    THE TRANSMISSION WHOSE LINE REJECTS ARE BEING TAKEN; ZERO
001240*    WHEN THE LAST RESULT RECORD WAS IGNORED.
001250 01  WS-CURRENT-SEQ                PIC 9(06) VALUE ZERO.
001260 01  WS-ACCEPT-COUNT               PIC 9(08) COMP VALUE ZERO.
001270 01  WS-REJECT-COUNT               PIC 9(08) COMP VALUE ZERO.
001280 01  WS-LINE-REJECT-COUNT          PIC 9(08) COMP VALUE ZERO.
001290 01  WS-IGNORED-COUNT              PIC 9(08) COMP VALUE ZERO.
001300 PROCEDURE DIVISION.
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001330     IF WS-INIT-FAILED
001340         MOVE 8 TO RETURN-CODE
001350     ELSE
001360         IF NOT WS-NO-ACK-FILE
001370             PERFORM 2000-PROCESS-ACK THRU 2000-PROCESS-ACK-EXIT
001380                 UNTIL END-OF-FILE
001390             PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
001400         END-IF
001410         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001420     END-IF
001430     STOP RUN.
001440*
001450 1000-INITIALIZE.
001460     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001470     OPEN I-O CALC-GLXC-FILE
001480     IF WS-GLXC-FILE-STATUS NOT = '00'
001490         DISPLAY "CALCGLXC TRANSMISSION CONTROL NOT AVAILABLE - "
001500                 "NO ACKNOWLEDGMENT PROCESSED"
001510         MOVE 'Y' TO WS-INIT-FAIL-SW
001520         GO TO 1000-INITIALIZE-EXIT
001530     END-IF
001540     OPEN INPUT CALC-GL-ACK-FILE
001550     IF WS-GLIA-FILE-STATUS NOT = '00'
001560         DISPLAY "NO CALCGLIA ACKNOWLEDGMENT FILE TO PROCESS"
001570         MOVE 'Y' TO WS-NO-ACK-SW
001580         GO TO 1000-INITIALIZE-EXIT
001590     END-IF
001600     OPEN INPUT CALC-JRNL-HIST-FILE
001610     IF WS-JRNH-FILE-STATUS = '00'
001620         MOVE 'Y' TO WS-JRNH-OPEN-SW
001630     ELSE
001640         DISPLAY "CALCJRNH JOURNAL HISTORY NOT AVAILABLE - "
001650                 "REJECTED LINES LISTED WITHOUT DETAIL"
001660     END-IF
001670     OPEN OUTPUT CALC-GLA-REPORT-FILE
001680     MOVE WS-RUN-DATE TO ACK-HDR-DATE
001690     WRITE GLA-REPORT-RECORD FROM ACK-HEADER-LINE
001700     PERFORM 2100-READ-ACK THRU 2100-READ-ACK-EXIT.
001710 1000-INITIALIZE-EXIT.
001720         EXIT.
001730*
001740 2000-PROCESS-ACK.
001750     EVALUATE TRUE
001760         WHEN GLA-XMIT-RESULT
001770             PERFORM 3000-XMIT-RESULT THRU 3000-XMIT-RESULT-EXIT
001780         WHEN GLA-LINE-REJECT
001790             PERFORM 4000-LINE-REJECT THRU 4000-LINE-REJECT-EXIT
001800         WHEN OTHER
001810             DISPLAY "UNKNOWN ACKNOWLEDGMENT RECORD TYPE "
001820                     GLA-REC-TYPE " - IGNORED"
001830             ADD 1 TO WS-IGNORED-COUNT
001840     END-EVALUATE
001850     PERFORM 2100-READ-ACK THRU 2100-READ-ACK-EXIT.
001860 2000-PROCESS-ACK-EXIT.
001870         EXIT.
001880*
001890 2100-READ-ACK.
001900     READ CALC-GL-ACK-FILE
001910         AT END MOVE 'Y' TO WS-EOF-SW
001920     END-READ.
001930 2100-READ-ACK-EXIT.
001940         EXIT.
001950*
001960 3000-XMIT-RESULT.
001970     MOVE ZERO TO WS-CURRENT-SEQ
001980     MOVE 'N' TO WS-HEADING-SW
001990     MOVE GLA-XMIT-SEQ TO ACK-XMT-SEQ
002000     MOVE SPACES TO ACK-XMT-DATE
002010     MOVE GLA-XMIT-SEQ TO GLX-XMIT-SEQ
002020     READ CALC-GLXC-FILE
002030         INVALID KEY
002040             MOVE "NOT ON CALCGLXC - IGNORED" TO ACK-XMT-TEXT
002050             PERFORM 3100-IGNORE-RESULT
002060                 THRU 3100-IGNORE-RESULT-EXIT
002070             GO TO 3000-XMIT-RESULT-EXIT
002080     END-READ
002090     IF GLX-BUILDING
002100         MOVE "NEVER SENT - IGNORED" TO ACK-XMT-TEXT
002110         PERFORM 3100-IGNORE-RESULT THRU 3100-IGNORE-RESULT-EXIT
002120         GO TO 3000-XMIT-RESULT-EXIT
002130     END-IF
002140     IF GLX-ACCEPTED OR GLX-REJECTED
002150         MOVE "ALREADY ACKNOWLEDGED - IGNORED" TO ACK-XMT-TEXT
002160         PERFORM 3100-IGNORE-RESULT THRU 3100-IGNORE-RESULT-EXIT
002170         GO TO 3000-XMIT-RESULT-EXIT
002180     END-IF
002190     IF NOT GLA-ACCEPTED AND NOT GLA-REJECTED
002200         MOVE "INVALID RESULT CODE - IGNORED" TO ACK-XMT-TEXT
002210         PERFORM 3100-IGNORE-RESULT THRU 3100-IGNORE-RESULT-EXIT
002220         GO TO 3000-XMIT-RESULT-EXIT
002230     END-IF
002240     MOVE GLA-XMIT-STATUS TO GLX-STATUS
002250     IF GLA-ACK-DATE = SPACES
002260         MOVE WS-RUN-DATE TO GLX-ACK-DATE
002270     ELSE
002280         MOVE GLA-ACK-DATE TO GLX-ACK-DATE
002290     END-IF
002300     MOVE ZERO TO GLX-REJECT-COUNT
002310     REWRITE GLX-RECORD
002320     MOVE GLX-XMIT-SEQ TO WS-CURRENT-SEQ
002330     MOVE GLX-ACK-DATE TO ACK-XMT-DATE
002340     IF GLX-ACCEPTED
002350         MOVE "ACCEPTED BY THE CORPORATE GL ON" TO ACK-XMT-TEXT
002360         ADD 1 TO WS-ACCEPT-COUNT
002370     ELSE
002380         MOVE "*** REJECTED BY THE CORPORATE GL ON"
002390             TO ACK-XMT-TEXT
002400         ADD 1 TO WS-REJECT-COUNT
002410     END-IF
002420     WRITE GLA-REPORT-RECORD FROM ACK-XMIT-LINE.
002430 3000-XMIT-RESULT-EXIT.
002440         EXIT.
002450*
002460 3100-IGNORE-RESULT.
002470     ADD 1 TO WS-IGNORED-COUNT
002480     WRITE GLA-REPORT-RECORD FROM ACK-XMIT-LINE.
002490 3100-IGNORE-RESULT-EXIT.
002500         EXIT.
002510*
002520*    A LINE REJECT COUNTS ONLY UNDER THE RESULT RECORD JUST TAKEN
002530*    FOR ITS TRANSMISSION.
002540 4000-LINE-REJECT.
002550     IF WS-CURRENT-SEQ = ZERO
002560         OR GLA-XMIT-SEQ NOT = WS-CURRENT-SEQ
002570         ADD 1 TO WS-IGNORED-COUNT
002580         GO TO 4000-LINE-REJECT-EXIT
002590     END-IF
002600     IF NOT WS-HEADING-PRINTED
002610         WRITE GLA-REPORT-RECORD FROM ACK-COLUMN-HEADING
002620         MOVE 'Y' TO WS-HEADING-SW
002630     END-IF
002640     MOVE GLA-DOC-NUMBER TO ACK-REJ-DOC
002650     MOVE GLA-LINE-SEQ TO ACK-REJ-LINE
002660     MOVE SPACES TO ACK-REJ-ACCOUNT
002670     MOVE SPACES TO ACK-REJ-DR-CR
002680     MOVE ZERO TO ACK-REJ-AMOUNT
002690     MOVE SPACES TO ACK-REJ-SOURCE
002700     MOVE GLA-REASON TO ACK-REJ-REASON
002710     IF WS-JRNH-AVAILABLE
002720         MOVE GLA-DOC-NUMBER TO JRH-DOC-NUMBER
002730         MOVE GLA-LINE-SEQ TO JRH-LINE-SEQ
002740         READ CALC-JRNL-HIST-FILE
002750             INVALID KEY
002760                 MOVE "NOT FOUND" TO ACK-REJ-ACCOUNT
002770             NOT INVALID KEY
002780                 MOVE JRH-ACCOUNT-REF TO ACK-REJ-ACCOUNT
002790                 MOVE JRH-DR-CR TO ACK-REJ-DR-CR
002800                 MOVE JRH-AMOUNT TO ACK-REJ-AMOUNT
002810                 MOVE JRH-SOURCE TO ACK-REJ-SOURCE
002820         END-READ
002830     END-IF
002840     WRITE GLA-REPORT-RECORD FROM ACK-REJECT-LINE
002850     ADD 1 TO WS-LINE-REJECT-COUNT
002860     MOVE WS-CURRENT-SEQ TO GLX-XMIT-SEQ
002870     READ CALC-GLXC-FILE
002880         INVALID KEY GO TO 4000-LINE-REJECT-EXIT
002890     END-READ
002900     ADD 1 TO GLX-REJECT-COUNT
002910     REWRITE GLX-RECORD.
002920 4000-LINE-REJECT-EXIT.
002930         EXIT.
002940*
002950 8000-PRINT-TOTALS.
002960     MOVE "TRANSMISSIONS ACCEPTED:" TO ACK-CNT-TEXT
002970     MOVE WS-ACCEPT-COUNT TO ACK-CNT-VALUE
002980     WRITE GLA-REPORT-RECORD FROM ACK-COUNT-LINE
002990     MOVE "TRANSMISSIONS REJECTED:" TO ACK-CNT-TEXT
003000     MOVE WS-REJECT-COUNT TO ACK-CNT-VALUE
003010     WRITE GLA-REPORT-RECORD FROM ACK-COUNT-LINE
003020     MOVE "LINES REJECTED:" TO ACK-CNT-TEXT
003030     MOVE WS-LINE-REJECT-COUNT TO ACK-CNT-VALUE
003040     WRITE GLA-REPORT-RECORD FROM ACK-COUNT-LINE
003050     MOVE "ACKNOWLEDGMENT RECORDS IGNORED:" TO ACK-CNT-TEXT
003060     MOVE WS-IGNORED-COUNT TO ACK-CNT-VALUE
003070     WRITE GLA-REPORT-RECORD FROM ACK-COUNT-LINE
003080     DISPLAY "TRANSMISSIONS ACCEPTED: " WS-ACCEPT-COUNT
003090     DISPLAY "TRANSMISSIONS REJECTED: " WS-REJECT-COUNT
003100     DISPLAY "LINES REJECTED:         " WS-LINE-REJECT-COUNT
003110     IF WS-REJECT-COUNT > ZERO OR WS-LINE-REJECT-COUNT > ZERO
003120         MOVE 4 TO RETURN-CODE
003130     END-IF.
003140 8000-PRINT-TOTALS-EXIT.
003150         EXIT.
003160*
003170 9000-TERMINATE.
003180     CLOSE CALC-GLXC-FILE
003190     IF NOT WS-NO-ACK-FILE
003200         CLOSE CALC-GL-ACK-FILE
003210         CLOSE CALC-GLA-REPORT-FILE
003220         IF WS-JRNH-AVAILABLE
003230             CLOSE CALC-JRNL-HIST-FILE
003240         END-IF
003250     END-IF.
003260 9000-TERMINATE-EXIT.
003270         EXIT.
