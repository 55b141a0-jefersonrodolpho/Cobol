000010*========================================================================
000020*  CALCGLIF.COB
000030*  OUTBOUND CORPORATE GL INTERFACE. RUN AFTER CALCLEDG. TAKES
000040*  EVERY CALCJRNH HISTORY LINE NOT YET SENT (JRH-XMIT-SEQ ZERO)
000050*  AND WRITES IT TO THE CALCGLIO INTERFACE FILE AS A 'D' DETAIL,
000060*  BETWEEN AN 'H' HEADER CARRYING THE NEXT TRANSMISSION SEQUENCE
000070*  NUMBER AND A 'T' TRAILER WITH THE LINE COUNT AND THE DEBIT
000080*  AND CREDIT TOTALS. EACH LINE IS STAMPED WITH THE TRANSMISSION
000090*  NUMBER AS IT IS WRITTEN, SO IT IS NEVER PICKED UP AGAIN.
000100*  THE CALCGLXC CONTROL RECORD IS WRITTEN AS BUILDING BEFORE THE
000110*  FIRST LINE IS STAMPED AND SET TO SENT ONCE THE TRAILER IS
000120*  OUT. IF A RUN DIES PART WAY, THE CONTROL RECORD IS STILL
000130*  BUILDING AND THE NEXT RUN REBUILDS THE SAME TRANSMISSION FROM
000140*  THE LINES ALREADY STAMPED WITH ITS NUMBER PLUS THOSE STILL
000150*  UNSENT, SO NO LINE GOES OUT UNDER TWO TRANSMISSIONS. WHEN
000160*  NOTHING IS WAITING NO TRANSMISSION IS BUILT. THE LINES SENT
000170*  ARE LISTED ON THE CALCGLIR REGISTER.
000180*------------------------------------------------------------------------
000190*  MODIFICATION HISTORY
000200*  DATE       INIT  DESCRIPTION
000210*  2026-10-15 RA    PROGRAM CREATED.
000220*========================================================================
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CALCGLIF.
000250 AUTHOR. R. ALVES.
000260 INSTALLATION. CONTABILIDADE.
000270 DATE-WRITTEN. 2026-10-15.
000280 DATE-COMPILED.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CALC-JRNL-HIST-FILE ASSIGN TO "CALCJRNH"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS JRH-KEY
000360         ALTERNATE RECORD KEY IS JRH-ACCT-KEY WITH DUPLICATES
000370         ALTERNATE RECORD KEY IS JRH-XMIT-SEQ WITH DUPLICATES
000380         FILE STATUS IS WS-JRNH-FILE-STATUS.
000390     SELECT CALC-GLXC-FILE ASSIGN TO "CALCGLXC"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS GLX-XMIT-SEQ
000430         FILE STATUS IS WS-GLXC-FILE-STATUS.
000440     SELECT CALC-GL-INTF-FILE ASSIGN TO "CALCGLIO"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-GLIO-FILE-STATUS.
000470     SELECT CALC-GLI-REPORT-FILE ASSIGN TO "CALCGLIR"
000480         ORGANIZATION IS SEQUENTIAL.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  CALC-JRNL-HIST-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 COPY CALCJRNH.
000540 FD  CALC-GLXC-FILE
000550     LABEL RECORDS ARE STANDARD.
000560 COPY CALCGLXC.
000570 FD  CALC-GL-INTF-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 COPY CALCGLIO.
000600 FD  CALC-GLI-REPORT-FILE
000610     LABEL RECORDS ARE STANDARD.
000620 01  GLI-REPORT-RECORD             PIC X(132).
000630 WORKING-STORAGE SECTION.
000640*    PRINT LINES ARE BUILT IN WORKING-STORAGE BECAUSE VALUE
000650*    CLAUSES ON FILE SECTION FILLERS ARE TREATED AS COMMENTARY.
000660 01  GLR-HEADER-LINE.
000670     05  FILLER            PIC X(32)
000680         VALUE "CORPORATE GL TRANSMISSION      ".
000690     05  FILLER            PIC X(10) VALUE "RUN DATE: ".
000700     05  GLR-HDR-DATE       PIC X(08).
000710 01  GLR-XMIT-LINE.
000720     05  FILLER            PIC X(14) VALUE "TRANSMISSION: ".
000730     05  GLR-XMT-SEQ        PIC 9(06).
000740     05  FILLER            PIC X(02) VALUE SPACES.
000750     05  GLR-XMT-TEXT       PIC X(40).
000760 01  GLR-COLUMN-HEADING.
000770     05  FILLER            PIC X(08) VALUE "DOCUMENT".
000780     05  FILLER            PIC X(02) VALUE SPACES.
000790     05  FILLER            PIC X(06) VALUE "LINE".
000800     05  FILLER            PIC X(02) VALUE SPACES.
000810     05  FILLER            PIC X(08) VALUE "POSTED".
000820     05  FILLER            PIC X(02) VALUE SPACES.
000830     05  FILLER            PIC X(10) VALUE "ACCOUNT".
000840     05  FILLER            PIC X(02) VALUE SPACES.
000850     05  FILLER            PIC X(02) VALUE "DC".
000860     05  FILLER            PIC X(02) VALUE SPACES.
000870     05  FILLER            PIC X(13) VALUE "       AMOUNT".
000880     05  FILLER            PIC X(02) VALUE SPACES.
000890     05  FILLER            PIC X(08) VALUE "SOURCE".
000900     05  FILLER            PIC X(02) VALUE SPACES.
000910     05  FILLER            PIC X(08) VALUE "LEDGERED".
000920 01  GLR-DETAIL-LINE.
000930     05  GLR-DTL-DOC        PIC 9(08).
000940     05  FILLER            PIC X(02) VALUE SPACES.
000950     05  GLR-DTL-LINE       PIC 9(06).
000960     05  FILLER            PIC X(02) VALUE SPACES.
000970     05  GLR-DTL-POSTED     PIC X(08).
000980     05  FILLER            PIC X(02) VALUE SPACES.
000990     05  GLR-DTL-ACCOUNT    PIC X(10).
001000     05  FILLER            PIC X(02) VALUE SPACES.
001010     05  GLR-DTL-DR-CR      PIC X(02).
001020     05  FILLER            PIC X(02) VALUE SPACES.
001030     05  GLR-DTL-AMOUNT     PIC -(9)9.99.
001040     05  FILLER            PIC X(02) VALUE SPACES.
001050     05  GLR-DTL-SOURCE     PIC X(08).
001060     05  FILLER            PIC X(02) VALUE SPACES.
001070     05  GLR-DTL-LEDGERED   PIC X(08).
001080 01  GLR-COUNT-LINE.
001090     05  FILLER            PIC X(22)
001100         VALUE "LINES TRANSMITTED:    ".
001110     05  GLR-CNT-LINES      PIC Z(7)9.
001120 01  GLR-TOTAL-LINE.
001130     05  FILLER            PIC X(08) VALUE "DEBITS: ".
001140     05  GLR-TOT-DEBITS     PIC -(12)9.99.
001150     05  FILLER            PIC X(02) VALUE SPACES.
001160     05  FILLER            PIC X(09) VALUE "CREDITS: ".
001170     05  GLR-TOT-CREDITS    PIC -(12)9.99.
001180 01  WS-RUN-DATE                   PIC X(08).
001190 01  WS-SYSTEM-TIME                PIC X(08).
001200 01  WS-JRNH-FILE-STATUS           PIC X(02).
001210 01  WS-GLXC-FILE-STATUS           PIC X(02).
001220 01  WS-GLIO-FILE-STATUS           PIC X(02).
001230 01  WS-INIT-FAIL-SW               PIC X(01) VALUE 'N'.
001240     88  WS-INIT-FAILED                    VALUE 'Y'.
001250 01  WS-NOTHING-SW                 PIC X(01) VALUE 'N'.
001260     88  WS-NOTHING-TO-SEND                VALUE 'Y'.
001270 01  WS-RESTART-SW                 PIC X(01) VALUE 'N'.
001280     88  WS-RESTART                        VALUE 'Y'.
001290 01  WS-GLXC-EOF-SW                PIC X(01) VALUE 'N'.
001300     88  GLXC-END-OF-FILE                  VALUE 'Y'.
001310 01  WS-JRNH-EOF-SW                PIC X(01) VALUE 'N'.
001320     88  JRNH-END-OF-FILE                  VALUE 'Y'.
001330 01  WS-XMIT-SEQ                   PIC 9(06) VALUE ZERO.
001340 01  WS-LAST-SEQ                   PIC 9(06) VALUE ZERO.
001350 01  WS-LAST-STATUS                PIC X(01) VALUE SPACE.
001360     88  WS-LAST-BUILDING                  VALUE 'B'.
001370 01  WS-LINE-COUNT                 PIC 9(08) COMP VALUE ZERO.
001380 01  WS-TOT-DEBITS                 PIC S9(13)V9(2) VALUE ZERO.
001390 01  WS-TOT-CREDITS                PIC S9(13)V9(2) VALUE ZERO.
001400 PROCEDURE DIVISION.
001410 0000-MAINLINE.
001420     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001430     IF WS-INIT-FAILED
001440         MOVE 8 TO RETURN-CODE
001450     ELSE
001460         IF NOT WS-NOTHING-TO-SEND
001470             PERFORM 2000-BUILD-TRANSMISSION
001480                 THRU 2000-BUILD-TRANSMISSION-EXIT
001490         END-IF
001500         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001510     END-IF
001520     STOP RUN.
001530*
001540 1000-INITIALIZE.
001550     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001560     ACCEPT WS-SYSTEM-TIME FROM TIME
001570     OPEN I-O CALC-JRNL-HIST-FILE
001580     IF WS-JRNH-FILE-STATUS NOT = '00'
001590         DISPLAY "CALCJRNH JOURNAL HISTORY NOT AVAILABLE - "
001600                 "NOTHING TRANSMITTED"
001610         MOVE 'Y' TO WS-INIT-FAIL-SW
001620         GO TO 1000-INITIALIZE-EXIT
001630     END-IF
001640     OPEN I-O CALC-GLXC-FILE
001650     IF WS-GLXC-FILE-STATUS = '35'
001660         OPEN OUTPUT CALC-GLXC-FILE
001670         CLOSE CALC-GLXC-FILE
001680         OPEN I-O CALC-GLXC-FILE
001690     END-IF
001700     IF WS-GLXC-FILE-STATUS NOT = '00'
001710         DISPLAY "CALCGLXC TRANSMISSION CONTROL NOT AVAILABLE - "
001720                 "NOTHING TRANSMITTED"
001730         CLOSE CALC-JRNL-HIST-FILE
001740         MOVE 'Y' TO WS-INIT-FAIL-SW
001750         GO TO 1000-INITIALIZE-EXIT
001760     END-IF
001770     PERFORM 1100-FIND-LAST-XMIT THRU 1100-FIND-LAST-XMIT-EXIT
001780     IF WS-LAST-BUILDING
001790         MOVE 'Y' TO WS-RESTART-SW
001800         MOVE WS-LAST-SEQ TO WS-XMIT-SEQ
001810         DISPLAY "TRANSMISSION " WS-XMIT-SEQ
001820                 " WAS INTERRUPTED - REBUILDING IT"
001830         GO TO 1000-INITIALIZE-EXIT
001840     END-IF
001850     MOVE ZERO TO JRH-XMIT-SEQ
001860     START CALC-JRNL-HIST-FILE KEY = JRH-XMIT-SEQ
001870         INVALID KEY MOVE 'Y' TO WS-NOTHING-SW
001880     END-START
001890     IF WS-NOTHING-TO-SEND
001900         DISPLAY "NO LEDGERED LINES WAITING - NO TRANSMISSION "
001910                 "BUILT"
001920         GO TO 1000-INITIALIZE-EXIT
001930     END-IF
001940     COMPUTE WS-XMIT-SEQ = WS-LAST-SEQ + 1
001950     MOVE WS-XMIT-SEQ TO GLX-XMIT-SEQ
001960     MOVE 'B' TO GLX-STATUS
001970     MOVE WS-RUN-DATE TO GLX-BUILD-DATE
001980     MOVE WS-SYSTEM-TIME TO GLX-BUILD-TIME
001990     MOVE ZERO TO GLX-LINE-COUNT
002000     MOVE ZERO TO GLX-DEBIT-TOTAL
002010     MOVE ZERO TO GLX-CREDIT-TOTAL
002020     MOVE SPACES TO GLX-ACK-DATE
002030     MOVE ZERO TO GLX-REJECT-COUNT
002040     WRITE GLX-RECORD
002050         INVALID KEY
002060             DISPLAY "TRANSMISSION " WS-XMIT-SEQ
002070                     " ALREADY ON CALCGLXC - NOTHING TRANSMITTED"
002080             CLOSE CALC-JRNL-HIST-FILE
002090             CLOSE CALC-GLXC-FILE
002100             MOVE 'Y' TO WS-INIT-FAIL-SW
002110     END-WRITE.
002120 1000-INITIALIZE-EXIT.
002130         EXIT.
002140*
002150*    THE LAST TRANSMISSION IS THE HIGHEST KEY ON CALCGLXC.
002160 1100-FIND-LAST-XMIT.
002170     MOVE ZERO TO GLX-XMIT-SEQ
002180     START CALC-GLXC-FILE KEY NOT < GLX-XMIT-SEQ
002190         INVALID KEY MOVE 'Y' TO WS-GLXC-EOF-SW
002200     END-START
002210     PERFORM 1110-READ-CONTROL THRU 1110-READ-CONTROL-EXIT
002220         UNTIL GLXC-END-OF-FILE.
002230 1100-FIND-LAST-XMIT-EXIT.
002240         EXIT.
002250*
002260 1110-READ-CONTROL.
002270     READ CALC-GLXC-FILE NEXT RECORD
002280         AT END
002290             MOVE 'Y' TO WS-GLXC-EOF-SW
002300         NOT AT END
002310             MOVE GLX-XMIT-SEQ TO WS-LAST-SEQ
002320             MOVE GLX-STATUS TO WS-LAST-STATUS
002330     END-READ.
002340 1110-READ-CONTROL-EXIT.
002350         EXIT.
002360*
002370 2000-BUILD-TRANSMISSION.
002380     OPEN OUTPUT CALC-GL-INTF-FILE
002390     OPEN OUTPUT CALC-GLI-REPORT-FILE
002400     MOVE WS-RUN-DATE TO GLR-HDR-DATE
002410     WRITE GLI-REPORT-RECORD FROM GLR-HEADER-LINE
002420     MOVE WS-XMIT-SEQ TO GLR-XMT-SEQ
002430     IF WS-RESTART
002440         MOVE "REBUILT AFTER AN INTERRUPTED RUN" TO GLR-XMT-TEXT
002450     ELSE
002460         MOVE SPACES TO GLR-XMT-TEXT
002470     END-IF
002480     WRITE GLI-REPORT-RECORD FROM GLR-XMIT-LINE
002490     WRITE GLI-REPORT-RECORD FROM GLR-COLUMN-HEADING
002500     MOVE SPACES TO GLI-RECORD
002510     MOVE 'H' TO GLI-REC-TYPE
002520     MOVE WS-XMIT-SEQ TO GLI-XMIT-SEQ
002530     MOVE "CALC" TO GLI-HDR-SENDER
002540     MOVE WS-RUN-DATE TO GLI-HDR-DATE
002550     MOVE WS-SYSTEM-TIME TO GLI-HDR-TIME
002560     WRITE GLI-RECORD
002570     IF WS-RESTART
002580         PERFORM 2100-RESEND-STAMPED THRU 2100-RESEND-STAMPED-EXIT
002590     END-IF
002600     MOVE 'N' TO WS-JRNH-EOF-SW
002610     PERFORM 2200-SEND-UNSENT THRU 2200-SEND-UNSENT-EXIT
002620         UNTIL JRNH-END-OF-FILE
002630     MOVE SPACES TO GLI-RECORD
002640     MOVE 'T' TO GLI-REC-TYPE
002650     MOVE WS-XMIT-SEQ TO GLI-XMIT-SEQ
002660     MOVE WS-LINE-COUNT TO GLI-TRL-LINE-COUNT
002670     MOVE WS-TOT-DEBITS TO GLI-TRL-DEBIT-TOTAL
002680     MOVE WS-TOT-CREDITS TO GLI-TRL-CREDIT-TOTAL
002690     WRITE GLI-RECORD
002700     CLOSE CALC-GL-INTF-FILE
002710     PERFORM 2400-MARK-SENT THRU 2400-MARK-SENT-EXIT
002720     MOVE WS-LINE-COUNT TO GLR-CNT-LINES
002730     WRITE GLI-REPORT-RECORD FROM GLR-COUNT-LINE
002740     MOVE WS-TOT-DEBITS TO GLR-TOT-DEBITS
002750     MOVE WS-TOT-CREDITS TO GLR-TOT-CREDITS
002760     WRITE GLI-REPORT-RECORD FROM GLR-TOTAL-LINE
002770     CLOSE CALC-GLI-REPORT-FILE
002780     DISPLAY "TRANSMISSION " WS-XMIT-SEQ " BUILT - LINES: "
002790             WS-LINE-COUNT.
002800 2000-BUILD-TRANSMISSION-EXIT.
002810         EXIT.
002820*
002830*    A REBUILT TRANSMISSION FIRST RE-WRITES THE LINES THE
002840*    INTERRUPTED RUN HAD ALREADY STAMPED WITH ITS NUMBER.
002850 2100-RESEND-STAMPED.
002860     MOVE 'N' TO WS-JRNH-EOF-SW
002870     MOVE WS-XMIT-SEQ TO JRH-XMIT-SEQ
002880     START CALC-JRNL-HIST-FILE KEY = JRH-XMIT-SEQ
002890         INVALID KEY MOVE 'Y' TO WS-JRNH-EOF-SW
002900     END-START
002910     PERFORM 2110-RESEND-LINE THRU 2110-RESEND-LINE-EXIT
002920         UNTIL JRNH-END-OF-FILE.
002930 2100-RESEND-STAMPED-EXIT.
002940         EXIT.
002950*
002960 2110-RESEND-LINE.
002970     READ CALC-JRNL-HIST-FILE NEXT RECORD
002980         AT END
002990             MOVE 'Y' TO WS-JRNH-EOF-SW
003000             GO TO 2110-RESEND-LINE-EXIT
003010     END-READ
003020     IF JRH-XMIT-SEQ NOT = WS-XMIT-SEQ
003030         MOVE 'Y' TO WS-JRNH-EOF-SW
003040         GO TO 2110-RESEND-LINE-EXIT
003050     END-IF
003060     PERFORM 2300-WRITE-DETAIL THRU 2300-WRITE-DETAIL-EXIT.
003070 2110-RESEND-LINE-EXIT.
003080         EXIT.
003090*
003100*    THE UNSENT LINES ARE TAKEN ONE AT A TIME FROM THE FRONT OF
003110*    THE TRANSMISSION KEY. STAMPING A LINE MOVES IT OFF ZERO, SO
003120*    EACH PASS STARTS AGAIN FROM ZERO UNTIL NONE ARE LEFT.
003130 2200-SEND-UNSENT.
003140     MOVE ZERO TO JRH-XMIT-SEQ
003150     START CALC-JRNL-HIST-FILE KEY = JRH-XMIT-SEQ
003160         INVALID KEY
003170             MOVE 'Y' TO WS-JRNH-EOF-SW
003180             GO TO 2200-SEND-UNSENT-EXIT
003190     END-START
003200     READ CALC-JRNL-HIST-FILE NEXT RECORD
003210         AT END
003220             MOVE 'Y' TO WS-JRNH-EOF-SW
003230             GO TO 2200-SEND-UNSENT-EXIT
003240     END-READ
003250     IF NOT JRH-NOT-SENT
003260         MOVE 'Y' TO WS-JRNH-EOF-SW
003270         GO TO 2200-SEND-UNSENT-EXIT
003280     END-IF
003290     PERFORM 2300-WRITE-DETAIL THRU 2300-WRITE-DETAIL-EXIT
003300     MOVE WS-XMIT-SEQ TO JRH-XMIT-SEQ
003310     REWRITE JRH-RECORD
003320         INVALID KEY
003330             DISPLAY "LINE NOT STAMPED - DOCUMENT "
003340                     JRH-DOC-NUMBER " SEQUENCE " JRH-LINE-SEQ
003350             MOVE 8 TO RETURN-CODE
003360             MOVE 'Y' TO WS-JRNH-EOF-SW
003370     END-REWRITE.
003380 2200-SEND-UNSENT-EXIT.
003390         EXIT.
003400*
003410 2300-WRITE-DETAIL.
003420     MOVE SPACES TO GLI-RECORD
003430     MOVE 'D' TO GLI-REC-TYPE
003440     MOVE WS-XMIT-SEQ TO GLI-XMIT-SEQ
003450     MOVE JRH-DOC-NUMBER TO GLI-DOC-NUMBER
003460     MOVE JRH-LINE-SEQ TO GLI-LINE-SEQ
003470     MOVE JRH-POSTING-DATE TO GLI-POSTING-DATE
003480     MOVE JRH-ACCOUNT-REF TO GLI-ACCOUNT-REF
003490     MOVE JRH-DR-CR TO GLI-DR-CR
003500     MOVE JRH-AMOUNT TO GLI-AMOUNT
003510     MOVE JRH-SOURCE TO GLI-SOURCE
003520     MOVE JRH-LEDGER-DATE TO GLI-LEDGER-DATE
003530     WRITE GLI-RECORD
003540     ADD 1 TO WS-LINE-COUNT
003550     IF JRH-DEBIT
003560         ADD JRH-AMOUNT TO WS-TOT-DEBITS
003570     ELSE
003580         ADD JRH-AMOUNT TO WS-TOT-CREDITS
003590     END-IF
003600     MOVE JRH-DOC-NUMBER TO GLR-DTL-DOC
003610     MOVE JRH-LINE-SEQ TO GLR-DTL-LINE
003620     MOVE JRH-POSTING-DATE TO GLR-DTL-POSTED
003630     MOVE JRH-ACCOUNT-REF TO GLR-DTL-ACCOUNT
003640     MOVE JRH-DR-CR TO GLR-DTL-DR-CR
003650     MOVE JRH-AMOUNT TO GLR-DTL-AMOUNT
003660     MOVE JRH-SOURCE TO GLR-DTL-SOURCE
003670     MOVE JRH-LEDGER-DATE TO GLR-DTL-LEDGERED
003680     WRITE GLI-REPORT-RECORD FROM GLR-DETAIL-LINE.
003690 2300-WRITE-DETAIL-EXIT.
003700         EXIT.
003710*
003720 2400-MARK-SENT.
003730     MOVE WS-XMIT-SEQ TO GLX-XMIT-SEQ
003740     READ CALC-GLXC-FILE
003750         INVALID KEY
003760             DISPLAY "TRANSMISSION " WS-XMIT-SEQ
003770                     " MISSING FROM CALCGLXC - NOT MARKED SENT"
003780             MOVE 8 TO RETURN-CODE
003790             GO TO 2400-MARK-SENT-EXIT
003800     END-READ
003810     MOVE 'S' TO GLX-STATUS
003820     MOVE WS-RUN-DATE TO GLX-BUILD-DATE
003830     MOVE WS-SYSTEM-TIME TO GLX-BUILD-TIME
003840     MOVE WS-LINE-COUNT TO GLX-LINE-COUNT
003850     MOVE WS-TOT-DEBITS TO GLX-DEBIT-TOTAL
003860     MOVE WS-TOT-CREDITS TO GLX-CREDIT-TOTAL
003870     REWRITE GLX-RECORD.
003880 2400-MARK-SENT-EXIT.
003890         EXIT.
003900*
003910 9000-TERMINATE.
003920     CLOSE CALC-JRNL-HIST-FILE
003930     CLOSE CALC-GLXC-FILE.
003940 9000-TERMINATE-EXIT.
003950         EXIT.
