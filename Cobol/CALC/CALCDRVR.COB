000010*========================================================================
000020*  CALCDRVR.COB
000030*  DAILY CYCLE DRIVER. RUNS THE NIGHTLY SEQUENCE - CALCTGEN, THEN
000035*  CALCEDIT, THEN CALCBAT, THEN CALCRECN, THEN CALCPOST - IN
000040*  ORDER, SO THE ORDER NO LONGER DEPENDS ON A PERSON WITH A
000050*  CHECKLIST. A STEP THAT ENDS WITH A NONZERO RETURN CODE STOPS
000060*  THE CYCLE THERE, AND A STEP THAT COMPLETES IS RECORDED ON THE
000070*  CALCCYCC CYCLE CONTROL FILE (THE WAY CALCRUNC RECORDS COMPLETED
000080*  RUNS), SO A RERUN OF THE SAME CYCLE DATE SKIPS THE COMPLETED
000090*  STEPS AND RESUMES FROM THE ONE THAT FAILED. THE STEP PROGRAMS
000100*  END WITH GOBACK SO THEY RUN THE SAME WAY STANDALONE OR UNDER
000110*  THE DRIVER.
000120*------------------------------------------------------------------------
000130*  MODIFICATION HISTORY
000140*  DATE       INIT  DESCRIPTION
000157*                   FAILED BEFORE MIDNIGHT CAN BE RERUN AFTER IT
000158*                   AND STILL RESUME FROM THE FAILED STEP
000159*                   INSTEAD OF REPEATING COMPLETED ONES.
000160*  2026-10-15 RA    RUN THE CALCTGEN RECURRING TICKET GENERATOR
000161*                   AS THE FIRST STEP SO THE STANDING TICKETS
000162*                   DUE ON THE CYCLE DATE ARE ON CALCTRAN BEFORE
000163*                   CALCEDIT READS IT.
000164*========================================================================
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. CALCDRVR.
000190 AUTHOR. R. ALVES.
000410 01  WS-STEP-SUB                   PIC 9(02) COMP.
000420 01  WS-SCAN-SUB                   PIC 9(02) COMP.
000430 01  WS-CALL-NAME                  PIC X(08).
000440 01  WS-STEP-NAMES-VAL             PIC X(40) VALUE
000450     "CALCTGENCALCEDITCALCBAT CALCRECNCALCPOST".
000460 01  WS-STEP-NAMES REDEFINES WS-STEP-NAMES-VAL.
000470     05  WS-STEP-NAME              PIC X(08) OCCURS 5 TIMES.
000480 01  WS-STEP-DONE-FLAGS            PIC X(05) VALUE "NNNNN".
000490 01  WS-STEP-DONE-TABLE REDEFINES WS-STEP-DONE-FLAGS.
000500     05  WS-STEP-DONE-SW           PIC X(01) OCCURS 5 TIMES.
000510 PROCEDURE DIVISION.
000520 0000-MAINLINE.
000530     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
000540     PERFORM 2100-RUN-ONE-STEP THRU 2100-RUN-ONE-STEP-EXIT
000550         VARYING WS-STEP-SUB FROM 1 BY 1
000560         UNTIL WS-STEP-SUB > 5 OR WS-CYCLE-FAILED
000570     IF WS-CYCLE-FAILED
000580         DISPLAY "CYCLE INCOMPLETE FOR " WS-RUN-DATE
000590                 " - RERUN RESUMES FROM THE FAILED STEP"
000860     IF CYC-RUN-DATE = WS-RUN-DATE AND CYC-COMPLETED
000870         PERFORM 1300-MARK-STEP THRU 1300-MARK-STEP-EXIT
000880             VARYING WS-SCAN-SUB FROM 1 BY 1
000890             UNTIL WS-SCAN-SUB > 5
000900     END-IF
000910     PERFORM 1100-READ-CYCLE-CTL THRU 1100-READ-CYCLE-CTL-EXIT.
000920 1200-NOTE-COMPLETED-EXIT.
