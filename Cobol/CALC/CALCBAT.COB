001101*                   THE COMPLETED RECORD AT END OF JOB, SO A RUN
001102*                   THAT DIES MID-FLIGHT LEAVES A TRACE THE
001103*                   CALCEODR SUMMARY CAN FLAG.
001104*  2026-10-15 RA    HOLD A BALANCED BATCH FOR SUPERVISOR APPROVAL
001105*                   ON CALCAPPQ WHEN ITS TRAILER HASH TOTAL, OR
001106*                   ANY DETAIL'S TR-NUM1 OR CALCULATED RESULT (THE
001107*                   AMOUNT POSTED), IS OVER WS-APPROVAL-LIMIT.
001108*                   AT STARTUP, POST THE APPROVED LINES OF EVERY
001109*                   BATCH CALCAPRV HAS DECIDED AND MARK THE BATCH
001110*                   POSTED ON THE QUEUE.
001111*  2026-10-15 RA    RECORD EVERY POSTED TICKET ON THE CALCTKTH
001112*                   POSTED TICKET HISTORY (MATCH FIELDS, DATE,
001113*                   DOCUMENT NUMBER, BATCH AND TRANS FILE ID) FOR
001114*                   THE CALCEDIT DUPLICATE CHECK.
001115*  2026-10-15 RA    A BATCH POSTED FROM THE CALCAPPQ QUEUE RECORDS
001116*                   ITS TICKETS ON CALCTKTH UNDER THE TRANS FILE ID
001117*                   IT WAS QUEUED FROM, NOT THE CURRENT RUN'S.
001118*========================================================================
001090 IDENTIFICATION DIVISION.
001100 PROGRAM-ID. CALCBAT.
001110 AUTHOR. R. ALVES.
001519         FILE STATUS IS WS-SLOG-FILE-STATUS.
001520     SELECT CALC-BATCH-WORK-FILE ASSIGN TO "CALCBATW"
001521         ORGANIZATION IS SEQUENTIAL.
001522     SELECT CALC-APPQ-FILE ASSIGN TO "CALCAPPQ"
001523         ORGANIZATION IS INDEXED
001524         ACCESS MODE IS DYNAMIC
001525         RECORD KEY IS APQ-KEY
001526         FILE STATUS IS WS-APPQ-FILE-STATUS.
001527     SELECT CALC-TKTH-FILE ASSIGN TO "CALCTKTH"
001528         ORGANIZATION IS INDEXED
001529         ACCESS MODE IS RANDOM
001530         RECORD KEY IS TKH-KEY
001531         FILE STATUS IS WS-TKTH-FILE-STATUS.
001520 DATA DIVISION.
001530 FILE SECTION.
001540 FD  CALC-TRANS-FILE
001870 FD  CALC-BATCH-WORK-FILE
001871     LABEL RECORDS ARE STANDARD.
001872 01  BATW-RECORD                   PIC X(36).
001873 FD  CALC-APPQ-FILE
001874     LABEL RECORDS ARE STANDARD.
001875 COPY CALCAPPQ.
001876 FD  CALC-TKTH-FILE
001877     LABEL RECORDS ARE STANDARD.
001878 COPY CALCTKTH.
001870 WORKING-STORAGE SECTION.
001880 COPY CALCREC.
001890 COPY CALCRRG.
002280     88  RUNC-END-OF-FILE                  VALUE 'Y'.
002290 01  WS-RUN-NUMBER                 PIC 9(06) VALUE ZERO.
002300 01  WS-TRANS-FILE-ID              PIC X(08).
002305 01  WS-POST-FILE-ID               PIC X(08).
002310 01  WS-RCY-FILE-STATUS            PIC X(02).
002320 01  WS-OPER-FILE-STATUS           PIC X(02).
002330 01  WS-OPR-FOUND-SW               PIC X(01) VALUE 'N'.
002460 01  WS-BATCH-POSTED               PIC 9(07) COMP VALUE ZERO.
002470 01  WS-BATW-EOF-SW                PIC X(01) VALUE 'N'.
002480     88  BATW-END-OF-FILE                  VALUE 'Y'.
002481 01  WS-APPQ-FILE-STATUS           PIC X(02).
002482 01  WS-BATCH-LIMIT-SW             PIC X(01) VALUE 'N'.
002483     88  WS-BATCH-OVER-LIMIT               VALUE 'Y'.
002484 01  WS-APPQ-EOF-SW                PIC X(01) VALUE 'N'.
002485     88  APPQ-END-OF-FILE                  VALUE 'Y'.
002486 01  WS-APQ-HDR-KEY                PIC X(21).
002487 01  WS-APQ-NEXT-KEY               PIC X(21).
002488 01  WS-APQ-LINE-NUM               PIC 9(05).
002489 01  WS-APQ-FOUND-SW               PIC X(01) VALUE 'N'.
002490     88  WS-APQ-FOUND                      VALUE 'Y'.
002491 01  WS-QUEUED-COUNT               PIC 9(08) COMP VALUE ZERO.
002492 01  WS-APPR-POSTED-COUNT          PIC 9(08) COMP VALUE ZERO.
002493 01  WS-TKTH-FILE-STATUS           PIC X(02).
002494 01  WS-TKTH-OPEN-SW               PIC X(01) VALUE 'N'.
002495     88  WS-TKTH-AVAILABLE                 VALUE 'Y'.
002496 01  WS-LIMIT-RES                  PIC S9(10)V9(2).
002540 PROCEDURE DIVISION.
002550 0000-MAINLINE.
002560     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002793         GO TO 1000-INITIALIZE-EXIT
002794     END-IF
002795     PERFORM 1700-LOAD-DOCN THRU 1700-LOAD-DOCN-EXIT
002796     PERFORM 1750-OPEN-APPQ THRU 1750-OPEN-APPQ-EXIT
002797     IF WS-INIT-FAILED
002798         GO TO 1000-INITIALIZE-EXIT
002799     END-IF
002800     OPEN INPUT CALC-TRANS-FILE
002810     OPEN OUTPUT CALC-REPORT-FILE
002820     OPEN EXTEND CALC-AUDIT-FILE
002970     OPEN EXTEND CALC-RECYCLE-FILE
002980     IF WS-RCY-FILE-STATUS = '35'
002990         OPEN OUTPUT CALC-RECYCLE-FILE
002991     END-IF
002992     OPEN I-O CALC-TKTH-FILE
002993     IF WS-TKTH-FILE-STATUS = '35'
002994         OPEN OUTPUT CALC-TKTH-FILE
002995         CLOSE CALC-TKTH-FILE
002996         OPEN I-O CALC-TKTH-FILE
002997     END-IF
002998     IF WS-TKTH-FILE-STATUS = '00'
002999         MOVE 'Y' TO WS-TKTH-OPEN-SW
003000     ELSE
003001         DISPLAY "CALCTKTH POSTED TICKET HISTORY NOT AVAILABLE - "
003002                 "TICKETS NOT RECORDED FOR THE DUPLICATE CHECK"
003003     END-IF
003010     OPEN OUTPUT CALC-REJREG-FILE
003020     MOVE WS-RUN-DATE TO RRG-HDR-DATE
003030     WRITE REJREG-RECORD FROM RRG-HEADER-LINE
003080         PERFORM 1600-SKIP-CKPT THRU 1600-SKIP-CKPT-EXIT
003090         MOVE WS-SKIP-COUNT TO WS-REC-COUNT
003100     END-IF
003101     PERFORM 1800-POST-APPROVED THRU 1800-POST-APPROVED-EXIT
003110     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
003120 1000-INITIALIZE-EXIT.
003130         EXIT.
003280         MOVE PARM-OPERATOR-ID TO WS-OPERATOR-ID
003290         MOVE PARM-RESTART-ANS TO WS-RESTART-ANS
003300         MOVE PARM-TRANS-FILE-ID TO WS-TRANS-FILE-ID
003305         MOVE PARM-TRANS-FILE-ID TO WS-POST-FILE-ID
003310     END-IF
003320     CLOSE CALC-PARM-FILE.
003330 1100-READ-PARM-EXIT.
004233 1700-LOAD-DOCN-EXIT.
004234         EXIT.
004235*
004236*    A HIGH-VALUE BATCH MUST NEVER POST FOR WANT OF SOMEWHERE TO
004237*    QUEUE IT, SO A QUEUE FILE THAT CANNOT BE OPENED REFUSES THE
004238*    RUN. A FIRST-EVER RUN CREATES IT.
004239 1750-OPEN-APPQ.
004240     OPEN I-O CALC-APPQ-FILE
004241     IF WS-APPQ-FILE-STATUS = '35'
004242         OPEN OUTPUT CALC-APPQ-FILE
004243         CLOSE CALC-APPQ-FILE
004244         OPEN I-O CALC-APPQ-FILE
004245     END-IF
004246     IF WS-APPQ-FILE-STATUS NOT = '00'
004247         DISPLAY "CALCAPPQ APPROVAL QUEUE NOT AVAILABLE - "
004248                 "RUN REFUSED"
004249         MOVE 'Y' TO WS-INIT-FAIL-SW
004250     END-IF.
004251 1750-OPEN-APPQ-EXIT.
004252         EXIT.
004253*
004254*    POST THE APPROVED LINES OF EVERY BATCH THE SUPERVISOR HAS
004255*    FINISHED REVIEWING ON CALCAPPQ, THROUGH THE BATCH WORK FILE
004256*    AND THE SAME POSTING PATH AS A CALCTRAN BATCH.
004257 1800-POST-APPROVED.
004258     MOVE 'N' TO WS-APPQ-EOF-SW
004259     MOVE LOW-VALUES TO APQ-KEY
004260     START CALC-APPQ-FILE KEY NOT < APQ-KEY
004261         INVALID KEY MOVE 'Y' TO WS-APPQ-EOF-SW
004262     END-START
004263     IF NOT APPQ-END-OF-FILE
004264         PERFORM 1810-READ-APPQ THRU 1810-READ-APPQ-EXIT
004265     END-IF
004266     PERFORM 1820-CHECK-QUEUED THRU 1820-CHECK-QUEUED-EXIT
004267         UNTIL APPQ-END-OF-FILE.
004268 1800-POST-APPROVED-EXIT.
004269         EXIT.
004270*
004271 1810-READ-APPQ.
004272     READ CALC-APPQ-FILE NEXT RECORD
004273         AT END MOVE 'Y' TO WS-APPQ-EOF-SW
004274     END-READ.
004275 1810-READ-APPQ-EXIT.
004276         EXIT.
004277*
004278 1820-CHECK-QUEUED.
004279     IF APQ-HEADER-ENTRY AND APQ-APPROVED
004280         PERFORM 1830-POST-QUEUED THRU 1830-POST-QUEUED-EXIT
004281     ELSE
004282         PERFORM 1810-READ-APPQ THRU 1810-READ-APPQ-EXIT
004283     END-IF.
004284 1820-CHECK-QUEUED-EXIT.
004285         EXIT.
004286*
004287 1830-POST-QUEUED.
004288     MOVE APQ-KEY TO WS-APQ-HDR-KEY
004289     MOVE APQ-BATCH-ID TO WS-BATCH-ID
004290     MOVE APQ-FILE-ID TO WS-POST-FILE-ID
004291     MOVE ZERO TO WS-BATCH-TOTAL
004292     MOVE ZERO TO WS-BATCH-POSTED
004293     OPEN OUTPUT CALC-BATCH-WORK-FILE
004294     PERFORM 1810-READ-APPQ THRU 1810-READ-APPQ-EXIT
004295     PERFORM 1840-COPY-APPROVED THRU 1840-COPY-APPROVED-EXIT
004296         UNTIL APPQ-END-OF-FILE
004297            OR APQ-HEADER-ENTRY
004298     CLOSE CALC-BATCH-WORK-FILE
004299     MOVE APQ-KEY TO WS-APQ-NEXT-KEY
004300     PERFORM 2460-POST-BATCH THRU 2460-POST-BATCH-EXIT
004301     MOVE WS-BATCH-ID TO RPT-BCH-ID
004302     MOVE WS-BATCH-POSTED TO RPT-BCH-COUNT
004303     MOVE WS-BATCH-TOTAL TO RPT-BCH-TOTAL
004304     MOVE "APPROVED" TO RPT-BCH-STATUS
004305     MOVE RPT-BATCH-LINE TO WS-PRINT-LINE
004306     PERFORM 8200-WRITE-BODY-LINE THRU 8200-WRITE-BODY-LINE-EXIT
004307     MOVE WS-APQ-HDR-KEY TO APQ-KEY
004308     READ CALC-APPQ-FILE
004309         INVALID KEY
004310             DISPLAY "CALCAPPQ HEADER LOST FOR BATCH "
004311                     WS-BATCH-ID
004312     END-READ
004313     MOVE 'D' TO APQ-STATUS
004314     MOVE WS-RUN-NUMBER TO APQ-POSTED-RUN
004315     MOVE WS-RUN-DATE TO APQ-POSTED-DATE
004316     REWRITE APQ-RECORD
004317     PERFORM 7100-WRITE-DOCN THRU 7100-WRITE-DOCN-EXIT
004318     ADD 1 TO WS-APPR-POSTED-COUNT
004319     DISPLAY "APPROVED BATCH " WS-BATCH-ID " POSTED"
004320     MOVE SPACES TO WS-BATCH-ID
004321     MOVE WS-TRANS-FILE-ID TO WS-POST-FILE-ID
004322     IF NOT APPQ-END-OF-FILE
004323         MOVE WS-APQ-NEXT-KEY TO APQ-KEY
004324         START CALC-APPQ-FILE KEY NOT < APQ-KEY
004325             INVALID KEY MOVE 'Y' TO WS-APPQ-EOF-SW
004326         END-START
004327         IF NOT APPQ-END-OF-FILE
004328             PERFORM 1810-READ-APPQ THRU 1810-READ-APPQ-EXIT
004329         END-IF
004330     END-IF.
004331 1830-POST-QUEUED-EXIT.
004332         EXIT.
004333*
004334 1840-COPY-APPROVED.
004335     IF APQ-APPROVED
004336         WRITE BATW-RECORD FROM APQ-TRANS-IMAGE
004337     END-IF
004338     PERFORM 1810-READ-APPQ THRU 1810-READ-APPQ-EXIT.
004339 1840-COPY-APPROVED-EXIT.
004340         EXIT.
004341*
004342 2000-PROCESS-FILE.
004343     ADD 1 TO WS-REC-COUNT
004344     EVALUATE TRUE
004345         WHEN TR-BATCH-HEADER
004346             PERFORM 2300-START-BATCH THRU 2300-START-BATCH-EXIT
004347         WHEN TR-DETAIL
004348             PERFORM 2350-ADD-DETAIL THRU 2350-ADD-DETAIL-EXIT
004349         WHEN TR-BATCH-TRAILER
004350             PERFORM 2400-END-BATCH THRU 2400-END-BATCH-EXIT
004351         WHEN OTHER
004352             DISPLAY "UNKNOWN RECORD TYPE - REJECTED"
004353             MOVE 'SQ' TO WS-REJECT-REASON
004360             PERFORM 2450-REJECT-TRANS
004370                 THRU 2450-REJECT-TRANS-EXIT
004380     END-EVALUATE
004620     MOVE ZERO TO WS-BATCH-COUNT
004630     MOVE ZERO TO WS-BATCH-HASH
004640     MOVE ZERO TO WS-BATCH-TOTAL
004641     MOVE 'N' TO WS-BATCH-LIMIT-SW
004650     MOVE ZERO TO WS-BATCH-POSTED.
004670 2300-START-BATCH-EXIT.
004680         EXIT.
004770     ADD 1 TO WS-BATCH-COUNT
004780     IF TR-NUM1 NUMERIC
004790         ADD TR-NUM1 TO WS-BATCH-HASH
004791         IF TR-NUM1 > WS-APPROVAL-LIMIT
004792             OR TR-NUM1 < ZERO - WS-APPROVAL-LIMIT
004793             MOVE 'Y' TO WS-BATCH-LIMIT-SW
004794         END-IF
004800     END-IF
004810     WRITE BATW-RECORD FROM CALC-TRANS-RECORD.
004812*    THE AMOUNT POSTED IS THE CALCULATED RESULT, SO WORK IT OUT AS
004814*    3000-CALCULATE DOES AND HOLD THE BATCH IF IT IS OVER THE
004816*    APPROVAL LIMIT EITHER WAY. A DETAIL THAT WILL BE REJECTED AT
004818*    POSTING (BAD NUMBERS, DIVIDE BY ZERO, INVALID EXPONENT OR
004820*    OPCAO) POSTS NOTHING. A RESULT TOO LARGE TO HOLD IS OVER.
004822     IF TR-NUM1 NOT NUMERIC OR TR-NUM2 NOT NUMERIC
004824         GO TO 2350-ADD-DETAIL-EXIT
004826     END-IF
004828     MOVE ZERO TO WS-LIMIT-RES
004830     EVALUATE TR-OPCAO
004832         WHEN '+'
004834             COMPUTE WS-LIMIT-RES = TR-NUM1 + TR-NUM2
004836                 ON SIZE ERROR MOVE 'Y' TO WS-BATCH-LIMIT-SW
004838             END-COMPUTE
004840         WHEN '-'
004842             COMPUTE WS-LIMIT-RES = TR-NUM1 - TR-NUM2
004844                 ON SIZE ERROR MOVE 'Y' TO WS-BATCH-LIMIT-SW
004846             END-COMPUTE
004848         WHEN '*'
004850             COMPUTE WS-LIMIT-RES = TR-NUM1 * TR-NUM2
004852                 ON SIZE ERROR MOVE 'Y' TO WS-BATCH-LIMIT-SW
004854             END-COMPUTE
004856         WHEN '/'
004858             IF TR-NUM2 NOT = ZERO
004860                 COMPUTE WS-LIMIT-RES = TR-NUM1 / TR-NUM2
004862                     ON SIZE ERROR MOVE 'Y' TO WS-BATCH-LIMIT-SW
004864                 END-COMPUTE
004866             END-IF
004868         WHEN '%'
004870             COMPUTE WS-LIMIT-RES = TR-NUM1 * (TR-NUM2 / 100)
004872                 ON SIZE ERROR MOVE 'Y' TO WS-BATCH-LIMIT-SW
004874             END-COMPUTE
004876         WHEN '^'
004878             COMPUTE WS-NUM2-INT-PART = TR-NUM2
004880             IF (TR-NUM1 NOT = ZERO OR TR-NUM2 > ZERO)
004882                 AND (TR-NUM1 NOT < ZERO
004884                      OR TR-NUM2 = WS-NUM2-INT-PART)
004886                 COMPUTE WS-LIMIT-RES = TR-NUM1 ** TR-NUM2
004888                     ON SIZE ERROR MOVE 'Y' TO WS-BATCH-LIMIT-SW
004890                 END-COMPUTE
004892             END-IF
004894         WHEN OTHER
004896             CONTINUE
004898     END-EVALUATE
004900     IF WS-LIMIT-RES > WS-APPROVAL-LIMIT
004902         OR WS-LIMIT-RES < ZERO - WS-APPROVAL-LIMIT
004904         MOVE 'Y' TO WS-BATCH-LIMIT-SW
004906     END-IF.
004930 2350-ADD-DETAIL-EXIT.
004940         EXIT.
004950*
005090             AND TR-TRL-HASH-NUM1 = WS-BATCH-HASH
005100             MOVE 'Y' TO WS-BATCH-OK-SW
005110         END-IF
005111         IF TR-TRL-HASH-NUM1 > WS-APPROVAL-LIMIT
005112             OR TR-TRL-HASH-NUM1 < ZERO - WS-APPROVAL-LIMIT
005113             MOVE 'Y' TO WS-BATCH-LIMIT-SW
005114         END-IF
005120     END-IF
005130     IF WS-BATCH-OK
005140         IF WS-BATCH-OVER-LIMIT
005150             PERFORM 2480-QUEUE-BATCH THRU 2480-QUEUE-BATCH-EXIT
005151             MOVE "PENDING" TO RPT-BCH-STATUS
005152         ELSE
005153             PERFORM 2460-POST-BATCH THRU 2460-POST-BATCH-EXIT
005154             MOVE "POSTED" TO RPT-BCH-STATUS
005155         END-IF
005160     ELSE
005170         DISPLAY "BATCH " WS-BATCH-ID
005180                 " OUT OF BALANCE - REJECTED"
006240         MOVE WS-BATCH-ID TO EXT-BATCH-ID
006241         MOVE WS-DOC-NUMBER TO EXT-DOC-NUMBER
006250         WRITE EXT-RECORD
006251         PERFORM 2475-WRITE-TICKET-HIST
006252             THRU 2475-WRITE-TICKET-HIST-EXIT
006260     END-IF
006265     PERFORM 2465-READ-WORK THRU 2465-READ-WORK-EXIT.
006270 2470-POST-ONE-EXIT.
006271         EXIT.
006272*
006273 2475-WRITE-TICKET-HIST.
006274     IF NOT WS-TKTH-AVAILABLE
006275         GO TO 2475-WRITE-TICKET-HIST-EXIT
006276     END-IF
006277     MOVE TR-DETAIL-DATA TO TKH-MATCH-KEY
006278     MOVE WS-RUN-DATE TO TKH-POST-DATE
006279     MOVE WS-DOC-NUMBER TO TKH-DOC-NUMBER
006280     MOVE WS-BATCH-ID TO TKH-BATCH-ID
006281     MOVE WS-POST-FILE-ID TO TKH-TRANS-FILE-ID
006282     WRITE TKH-RECORD
006283         INVALID KEY
006284            DISPLAY "CALCTKTH ALREADY HOLDS DOCUMENT "
006285                    WS-DOC-NUMBER
006286     END-WRITE.
006287 2475-WRITE-TICKET-HIST-EXIT.
006288         EXIT.
006289*
006290*    A BALANCED BATCH OVER THE APPROVAL LIMIT GOES TO CALCAPPQ AS
006291*    A HEADER ENTRY AND ONE PENDING LINE PER DETAIL. A RESTART
006292*    THAT REREADS A BATCH ALREADY QUEUED UNDER THIS TRANS FILE
006293*    ID LEAVES THE QUEUE AS IT IS.
006294 2480-QUEUE-BATCH.
006295     MOVE WS-TRANS-FILE-ID TO APQ-FILE-ID
006296     MOVE WS-BATCH-ID TO APQ-BATCH-ID
006297     MOVE ZERO TO APQ-LINE-NUM
006298     MOVE 'Y' TO WS-APQ-FOUND-SW
006299     READ CALC-APPQ-FILE
006300         INVALID KEY MOVE 'N' TO WS-APQ-FOUND-SW
006301     END-READ
006302     IF WS-APQ-FOUND
006303         DISPLAY "BATCH " WS-BATCH-ID
006304                 " ALREADY QUEUED FOR APPROVAL"
006305         GO TO 2480-QUEUE-BATCH-EXIT
006306     END-IF
006307     ACCEPT WS-SYSTEM-TIME FROM TIME
006308     INITIALIZE APQ-RECORD
006309     MOVE WS-TRANS-FILE-ID TO APQ-FILE-ID
006310     MOVE WS-BATCH-ID TO APQ-BATCH-ID
006311     MOVE ZERO TO APQ-LINE-NUM
006312     MOVE 'P' TO APQ-STATUS
006313     MOVE WS-OPERATOR-ID TO APQ-SUBMIT-OPER
006314     MOVE WS-RUN-DATE TO APQ-SUBMIT-DATE
006315     MOVE WS-SYSTEM-TIME TO APQ-SUBMIT-TIME
006316     MOVE WS-RUN-NUMBER TO APQ-SUBMIT-RUN
006317     MOVE WS-BATCH-COUNT TO APQ-LINE-COUNT
006318     MOVE WS-BATCH-HASH TO APQ-HASH-NUM1
006319     WRITE APQ-RECORD
006320     MOVE ZERO TO WS-APQ-LINE-NUM
006321     OPEN INPUT CALC-BATCH-WORK-FILE
006322     MOVE 'N' TO WS-BATW-EOF-SW
006323     PERFORM 2465-READ-WORK THRU 2465-READ-WORK-EXIT
006324     PERFORM 2490-QUEUE-LINE THRU 2490-QUEUE-LINE-EXIT
006325         UNTIL BATW-END-OF-FILE
006326     CLOSE CALC-BATCH-WORK-FILE
006327     ADD 1 TO WS-QUEUED-COUNT
006328     DISPLAY "BATCH " WS-BATCH-ID
006329             " OVER APPROVAL LIMIT - QUEUED FOR SUPERVISOR".
006330 2480-QUEUE-BATCH-EXIT.
006331         EXIT.
006332*
006333 2490-QUEUE-LINE.
006334     ADD 1 TO WS-APQ-LINE-NUM
006335     MOVE WS-TRANS-FILE-ID TO APQ-FILE-ID
006336     MOVE WS-BATCH-ID TO APQ-BATCH-ID
006337     MOVE WS-APQ-LINE-NUM TO APQ-LINE-NUM
006338     MOVE 'P' TO APQ-STATUS
006339     MOVE SPACES TO APQ-LINE-DATA
006340     MOVE BATW-RECORD TO APQ-TRANS-IMAGE
006341     WRITE APQ-RECORD
006342         INVALID KEY
006343             DISPLAY "CALCAPPQ LINE NOT WRITTEN: " APQ-KEY
006344     END-WRITE
006345     PERFORM 2465-READ-WORK THRU 2465-READ-WORK-EXIT.
006346 2490-QUEUE-LINE-EXIT.
006347         EXIT.
006348*
006349 2500-CHECK-ACCOUNT.
006350     MOVE 'Y' TO WS-ACCT-FOUND-SW
006351     IF WS-ACCT-AVAILABLE
006352         MOVE TR-ACCOUNT TO ACCT-CODE
006353         READ CALC-ACCT-FILE
006354             INVALID KEY MOVE 'N' TO WS-ACCT-FOUND-SW
006360         END-READ
006370     ELSE
006380         MOVE 'N' TO WS-ACCT-FOUND-SW
008000     CLOSE CALC-AUDIT-FILE
008010     CLOSE CALC-EXTRACT-FILE
008020     CLOSE CALC-ACCT-FILE
008021     CLOSE CALC-APPQ-FILE
008022     IF WS-TKTH-AVAILABLE
008023         CLOSE CALC-TKTH-FILE
008024     END-IF
008030     MOVE WS-REJ-COUNT TO RRG-TRL-COUNT
008040     WRITE REJREG-RECORD FROM RRG-TRAILER-LINE
008050     CLOSE CALC-RECYCLE-FILE
008140     MOVE 'C' TO RUN-STATUS
008150     WRITE RUN-RECORD
008160     CLOSE CALC-RUN-CTL-FILE
008170     DISPLAY "RECORDS PROCESSED: " WS-REC-COUNT
008171     DISPLAY "BATCHES QUEUED FOR APPROVAL: " WS-QUEUED-COUNT
008172     DISPLAY "APPROVED BATCHES POSTED:     " WS-APPR-POSTED-COUNT.
008180 9000-TERMINATE-EXIT.
008190         EXIT.
