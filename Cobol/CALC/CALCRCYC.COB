000194*                   THEM WOULD HIDE THE VERY BACKLOG THIS
000195*                   PROGRAM IS FOR; THEY ARE STAMPED OPEN AS
000196*                   THEY COME UP.
000197*  2026-10-15 RA    SPELL OUT THE AR REASON CODE FOR A LINE THE
000198*                   SUPERVISOR REJECTED ON CALCAPRV.
000199*  2026-10-15 RA    SPELL OUT THE DP REASON CODE AND REFUSE TO FIX
000200*                   OR RELEASE A SUSPECTED DUPLICATE - ONLY A
000201*                   SUPERVISOR ON CALCDUPR MAY RELEASE ONE.
000202*========================================================================
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CALCRCYC.
000230 AUTHOR. R. ALVES.
001020     PERFORM 2100-SHOW-RECORD THRU 2100-SHOW-RECORD-EXIT
001030     DISPLAY "ACTION? F=FIX-AND-RELEASE R=RELEASE-AS-IS S=SKIP"
001040     ACCEPT WS-ACTION
001041     IF RCY-DUPLICATE-SUSPECT
001042         AND (WS-ACT-FIX OR WS-ACT-RELEASE)
001043         DISPLAY "SUSPECTED DUPLICATE - A SUPERVISOR MUST "
001044                 "RELEASE IT ON CALCDUPR - RECORD SKIPPED"
001045         MOVE 'S' TO WS-ACTION
001046     END-IF
001050     EVALUATE TRUE
001060         WHEN WS-ACT-FIX
001070             PERFORM 2200-FIX-FIELD THRU 2200-FIX-FIELD-EXIT
001330             MOVE "BATCH OUT OF BALANCE" TO WS-REASON-TEXT
001340         WHEN RCY-OUT-OF-SEQ
001350             MOVE "RECORD OUT OF SEQUENCE" TO WS-REASON-TEXT
001351         WHEN RCY-APPROVAL-REJECT
001352             MOVE "REJECTED AT APPROVAL" TO WS-REASON-TEXT
001353         WHEN RCY-DUPLICATE-SUSPECT
001354             MOVE "SUSPECTED DUPLICATE" TO WS-REASON-TEXT
001360         WHEN OTHER
001370             MOVE "UNKNOWN REASON" TO WS-REASON-TEXT
001380     END-EVALUATE
