000110*  CLOSED-PERIOD HOLD FILE, AND OPEN REJECTS OLDER THAN THE
000120*  WS-RCY-AGE-LIMIT-DAYS LIMIT. ENDS WITH RETURN CODE 4 WHEN
000130*  ANYTHING NEEDS ATTENTION SO THE CYCLE LOG SHOWS IT TOO.
000131*  CORPORATE GL TRANSMISSIONS (CALCGLXC) ARE FLAGGED WHEN ONE SENT
000132*  WS-GL-ACK-LIMIT-DAYS OR MORE AGO IS STILL WAITING FOR ITS
000133*  ACKNOWLEDGMENT, OR WHEN A CALCGLIF BUILD WAS INTERRUPTED.
000140*------------------------------------------------------------------------
000150*  MODIFICATION HISTORY
000160*  DATE       INIT  DESCRIPTION
000175*                   RELEASED ('R') RECYCLE STATUS AS WORKED SO
000176*                   THE REJECTS WRITTEN BEFORE THE STATUS BYTE
000177*                   EXISTED (BLANK) STAY IN THE OPEN TOTALS.
000178*  2026-10-15 RA    TOTAL THE NEW AR (REJECTED AT SUPERVISOR
000179*                   APPROVAL) REASON CODE WITH THE OTHERS.
000180*  2026-10-15 RA    COUNT THE CORPORATE GL TRANSMISSIONS STILL
000181*                   WAITING FOR AN ACKNOWLEDGMENT AND FLAG THOSE
000182*                   PAST WS-GL-ACK-LIMIT-DAYS, AND ANY CALCGLIF
000183*                   BUILD LEFT INTERRUPTED.
000184*  2026-10-15 RA    TOTAL THE NEW DP (SUSPECTED DUPLICATE) REASON
000185*                   CODE WITH THE OTHERS.
000186*========================================================================
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CALCEODR.
000210 AUTHOR. R. ALVES.
000400     SELECT CALC-HOLD-FILE ASSIGN TO "CALCHOLD"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-HOLD-FILE-STATUS.
000421     SELECT CALC-GLXC-FILE ASSIGN TO "CALCGLXC"
000422         ORGANIZATION IS INDEXED
000423         ACCESS MODE IS SEQUENTIAL
000424         RECORD KEY IS GLX-XMIT-SEQ
000425         FILE STATUS IS WS-GLXC-FILE-STATUS.
000430     SELECT CALC-EOD-REPORT-FILE ASSIGN TO "CALCEODS"
000440         ORGANIZATION IS SEQUENTIAL.
000450 DATA DIVISION.
000590 FD  CALC-HOLD-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 01  HOLD-RECORD                   PIC X(71).
000611 FD  CALC-GLXC-FILE
000612     LABEL RECORDS ARE STANDARD.
000613 COPY CALCGLXC.
000620 FD  CALC-EOD-REPORT-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 01  EOD-REPORT-RECORD             PIC X(80).
000960 01  WS-EXT-FILE-STATUS            PIC X(02).
000970 01  WS-RCY-FILE-STATUS            PIC X(02).
000980 01  WS-HOLD-FILE-STATUS           PIC X(02).
000981 01  WS-GLXC-FILE-STATUS           PIC X(02).
000990 01  WS-RUN-DATE                   PIC X(08).
001000 01  WS-RUN-DATE-NUM               PIC 9(08).
001010 01  WS-EOF-SW                     PIC X(01).
001070 01  WS-RCY-OPEN-COUNT             PIC 9(08) COMP VALUE ZERO.
001080 01  WS-RCY-AGED-COUNT             PIC 9(08) COMP VALUE ZERO.
001090 01  WS-HOLD-COUNT                 PIC 9(08) COMP VALUE ZERO.
001091 01  WS-GLX-UNACK-COUNT            PIC 9(08) COMP VALUE ZERO.
001092 01  WS-GLX-OVERDUE-COUNT          PIC 9(08) COMP VALUE ZERO.
001093 01  WS-GLX-BUILDING-COUNT         PIC 9(08) COMP VALUE ZERO.
001094 01  WS-GLX-INT                    PIC 9(08) COMP.
001095 01  WS-GLX-DATE-NUM               PIC 9(08).
001096 01  WS-GLX-AGE                    PIC S9(05) COMP.
001100 01  WS-ATTENTION-SW               PIC X(01) VALUE 'N'.
001110     88  WS-ATTENTION-NEEDED               VALUE 'Y'.
001120 01  WS-RSN-HIT-SW                 PIC X(01).
001160 01  WS-RCY-INT                    PIC 9(08) COMP.
001170 01  WS-RCY-DATE-NUM               PIC 9(08).
001180 01  WS-RCY-AGE                    PIC S9(05) COMP.
001190 01  WS-RSN-CODES-VAL              PIC X(16)
001191                                   VALUE "DZEXOPACBBSQARDP".
001200 01  WS-RSN-CODES REDEFINES WS-RSN-CODES-VAL.
001210     05  WS-RSN-CODE               PIC X(02) OCCURS 8 TIMES.
001220 01  WS-RSN-COUNTS.
001230     05  WS-RSN-COUNT              PIC 9(08) COMP OCCURS 8 TIMES.
001240 01  WS-RSN-OTHER-COUNT            PIC 9(08) COMP VALUE ZERO.
001250 PROCEDURE DIVISION.
001260 0000-MAINLINE.
001300     PERFORM 4000-COUNT-EXTRACT THRU 4000-COUNT-EXTRACT-EXIT
001310     PERFORM 5000-SCAN-RECYCLE THRU 5000-SCAN-RECYCLE-EXIT
001320     PERFORM 6000-COUNT-HOLD THRU 6000-COUNT-HOLD-EXIT
001321     PERFORM 6500-SCAN-GL-XMIT THRU 6500-SCAN-GL-XMIT-EXIT
001330     PERFORM 7000-WRITE-SUMMARY THRU 7000-WRITE-SUMMARY-EXIT
001340     IF WS-ATTENTION-NEEDED
001350         MOVE 4 TO RETURN-CODE
002670     MOVE 'N' TO WS-RSN-HIT-SW
002680     PERFORM 5300-COUNT-REASON THRU 5300-COUNT-REASON-EXIT
002690         VARYING WS-RSN-SUB FROM 1 BY 1
002700         UNTIL WS-RSN-SUB > 8 OR WS-RSN-HIT
002710     IF NOT WS-RSN-HIT
002720         ADD 1 TO WS-RSN-OTHER-COUNT
002730     END-IF
003190 6200-NOTE-HOLD-EXIT.
003200         EXIT.
003210*
003211 6500-SCAN-GL-XMIT.
003212     MOVE 'N' TO WS-EOF-SW
003213     OPEN INPUT CALC-GLXC-FILE
003214     IF WS-GLXC-FILE-STATUS = '35'
003215         GO TO 6500-SCAN-GL-XMIT-EXIT
003216     END-IF
003217     PERFORM 6600-READ-GL-XMIT THRU 6600-READ-GL-XMIT-EXIT
003218     PERFORM 6700-NOTE-GL-XMIT THRU 6700-NOTE-GL-XMIT-EXIT
003219         UNTIL END-OF-FILE
003220     CLOSE CALC-GLXC-FILE.
003221 6500-SCAN-GL-XMIT-EXIT.
003222         EXIT.
003223*
003224 6600-READ-GL-XMIT.
003225     READ CALC-GLXC-FILE
003226         AT END MOVE 'Y' TO WS-EOF-SW
003227     END-READ.
003228 6600-READ-GL-XMIT-EXIT.
003229         EXIT.
003230*
003231 6700-NOTE-GL-XMIT.
003232     IF GLX-BUILDING
003233         ADD 1 TO WS-GLX-BUILDING-COUNT
003234     END-IF
003235     IF GLX-SENT
003236         ADD 1 TO WS-GLX-UNACK-COUNT
003237         IF GLX-BUILD-DATE NUMERIC
003238             MOVE GLX-BUILD-DATE TO WS-GLX-DATE-NUM
003239             COMPUTE WS-GLX-INT =
003240                 FUNCTION INTEGER-OF-DATE (WS-GLX-DATE-NUM)
003241             COMPUTE WS-GLX-AGE = WS-RUN-INT - WS-GLX-INT
003242             IF WS-GLX-AGE NOT < WS-GL-ACK-LIMIT-DAYS
003243                 ADD 1 TO WS-GLX-OVERDUE-COUNT
003244             END-IF
003245         END-IF
003246     END-IF
003247     PERFORM 6600-READ-GL-XMIT THRU 6600-READ-GL-XMIT-EXIT.
003248 6700-NOTE-GL-XMIT-EXIT.
003249         EXIT.
003250*
003251 7000-WRITE-SUMMARY.
003252     MOVE "RUNS COMPLETED TODAY:       " TO EOD-CNT-TEXT
003253     MOVE WS-RUNS-COMPLETED TO EOD-CNT-VALUE
003254     WRITE EOD-REPORT-RECORD FROM EOD-COUNT-LINE
003255     MOVE "RUNS NOT COMPLETED:         " TO EOD-CNT-TEXT
003256     MOVE WS-RUNS-INCOMPLETE TO EOD-CNT-VALUE
003257     WRITE EOD-REPORT-RECORD FROM EOD-COUNT-LINE
003260     MOVE "AUDIT ENTRIES TODAY:        " TO EOD-CNT-TEXT
003270     MOVE WS-AUD-COUNT TO EOD-CNT-VALUE
003280     WRITE EOD-REPORT-RECORD FROM EOD-COUNT-LINE
003330     WRITE EOD-REPORT-RECORD FROM EOD-SECTION-LINE
003340     PERFORM 7100-WRITE-REASON THRU 7100-WRITE-REASON-EXIT
003350         VARYING WS-RSN-SUB FROM 1 BY 1
003360         UNTIL WS-RSN-SUB > 8
003370     IF WS-RSN-OTHER-COUNT > ZERO
003380         MOVE "OTHER" TO EOD-RSN-CODE
003390         MOVE WS-RSN-OTHER-COUNT TO EOD-RSN-COUNT
003450     MOVE "HELD RECORDS (CLOSED PERD): " TO EOD-CNT-TEXT
003460     MOVE WS-HOLD-COUNT TO EOD-CNT-VALUE
003470     WRITE EOD-REPORT-RECORD FROM EOD-COUNT-LINE
003471     MOVE "GL XMITS NOT ACKNOWLEDGED:  " TO EOD-CNT-TEXT
003472     MOVE WS-GLX-UNACK-COUNT TO EOD-CNT-VALUE
003473     WRITE EOD-REPORT-RECORD FROM EOD-COUNT-LINE
003480     IF WS-RUNS-INCOMPLETE > ZERO
003490         MOVE "RUN STARTED BUT NOT COMPLETED"
003500             TO EOD-FLG-TEXT
003650             TO EOD-FLG-TEXT
003660         PERFORM 7200-WRITE-FLAG THRU 7200-WRITE-FLAG-EXIT
003670     END-IF
003671     IF WS-GLX-OVERDUE-COUNT > ZERO
003672         MOVE "GL TRANSMISSION NOT ACKNOWLEDGED"
003673             TO EOD-FLG-TEXT
003674         PERFORM 7200-WRITE-FLAG THRU 7200-WRITE-FLAG-EXIT
003675     END-IF
003676     IF WS-GLX-BUILDING-COUNT > ZERO
003677         MOVE "GL TRANSMISSION BUILD INTERRUPTED - RERUN"
003678             TO EOD-FLG-TEXT
003679         PERFORM 7200-WRITE-FLAG THRU 7200-WRITE-FLAG-EXIT
003680     END-IF
003681     IF NOT WS-ATTENTION-NEEDED
003690         MOVE "ALL CLEAR - NOTHING NEEDS ATTENTION"
003700             TO EOD-SEC-TEXT
003710         WRITE EOD-REPORT-RECORD FROM EOD-SECTION-LINE
003760     DISPLAY "EXTRACT WAITING:   " WS-EXT-COUNT
003770     DISPLAY "OPEN REJECTS:      " WS-RCY-OPEN-COUNT
003780     DISPLAY "AGED REJECTS:      " WS-RCY-AGED-COUNT
003790     DISPLAY "HELD RECORDS:      " WS-HOLD-COUNT
003791     DISPLAY "GL XMITS UNACKED:  " WS-GLX-UNACK-COUNT.
003800 7000-WRITE-SUMMARY-EXIT.
003810         EXIT.
003820*
