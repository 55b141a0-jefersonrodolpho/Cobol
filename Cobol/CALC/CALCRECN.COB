000263*                   OF STOP RUN, SO THE CALCDRVR CYCLE DRIVER CAN
000264*                   RUN THIS STEP UNATTENDED AND SEE ITS RETURN
000265*                   CODE.
000266*  2026-10-15 RA    LEAVE LEDGER ACTION AUDIT ENTRIES OUT OF THE
000267*                   MATCH - REVERSALS (V), APPROVAL DECISIONS (A/R)
000268*                   AND DUPLICATE RELEASES/DISCARDS (G/X) NEVER HAVE
000269*                   AN EXTRACT RECORD AND WOULD SHOW AS AUDIT-ONLY.
000270*========================================================================
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. CALCRECN.
002060*
002070 1700-RELEASE-ONE-AUD.
002080     IF AUD-DATE = WS-RECON-DATE
002085         AND NOT AUD-LEDGER-ACTION
002090         ADD 1 TO WS-AUD-COUNT
002100         ADD AUD-RES TO WS-AUD-TOTAL
002110         MOVE AUD-DOC-NUMBER TO SRT-DOC-NUMBER
