000260*                   FILL A TABLE WITH OLD NETTED DOCUMENTS AND
000270*                   SILENTLY DROP CURRENT OPEN ITEMS FROM THE
000280*                   AGING AND RECLASS PASSES.
000281*  2026-10-15 RA    READ THE JOURNAL HISTORY FROM THE INDEXED
000282*                   CALCJRNH, NOW FILED BY DOCUMENT NUMBER.
000283*  2026-10-15 RA    DECLARE THE NEW CALCJRNH TRANSMISSION KEY.
000290*========================================================================
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. CALCSUSP.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CALC-JRNL-HIST-FILE ASSIGN TO "CALCJRNH"
000400         ORGANIZATION IS INDEXED
000401         ACCESS MODE IS SEQUENTIAL
000402         RECORD KEY IS JRH-KEY
000403         ALTERNATE RECORD KEY IS JRH-ACCT-KEY WITH DUPLICATES
000404         ALTERNATE RECORD KEY IS JRH-XMIT-SEQ WITH DUPLICATES
000410         FILE STATUS IS WS-JRNH-FILE-STATUS.
000420     SELECT CALC-JOURNAL-FILE ASSIGN TO "CALCJRNL"
000430         ORGANIZATION IS SEQUENTIAL
000610 FILE SECTION.
000620 FD  CALC-JRNL-HIST-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 COPY CALCJRNH.
000650 FD  CALC-JOURNAL-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 COPY CALCJRNL.
002110         EXIT.
002120*
002130 1200-RELEASE-HISTORY.
002140     MOVE JRH-POSTING-DATE TO SRT-POSTING-DATE
002141     MOVE JRH-ACCOUNT-REF TO SRT-ACCOUNT-REF
002142     MOVE JRH-DR-CR TO SRT-DR-CR
002143     MOVE JRH-AMOUNT TO SRT-AMOUNT
002144     MOVE JRH-SOURCE TO SRT-SOURCE
002145     MOVE JRH-DOC-NUMBER TO SRT-DOC-NUMBER
002150     RELEASE SRT-RECORD
002160     PERFORM 1150-READ-HISTORY THRU 1150-READ-HISTORY-EXIT.
002170 1200-RELEASE-HISTORY-EXIT.
