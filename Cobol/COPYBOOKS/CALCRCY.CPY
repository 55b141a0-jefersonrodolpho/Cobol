000142*                   WORKSTATION CAN FLAG A RELEASED RECORD AND
000143*                   NEVER RELEASE IT TWICE. CALC AND CALCBAT
000144*                   WRITE NEW REJECTS AS OPEN.
000145*  2026-10-15 RA    ADD THE AR (REJECTED AT SUPERVISOR APPROVAL)
000146*                   REASON CODE WRITTEN BY CALCAPRV.
000147*  2026-10-15 RA    ADD THE DP (SUSPECTED DUPLICATE) REASON CODE
000148*                   WRITTEN BY CALCEDIT. ONLY A SUPERVISOR ON
000149*                   CALCDUPR WORKS A DP RECORD: RELEASED AS A
000150*                   GENUINE REPEAT OR DISCARDED AS A DUPLICATE, IT
000151*                   IS MARKED RELEASED EITHER WAY.
000152*========================================================================
000160 01  RCY-RECORD.
000170     05  RCY-TRANS-IMAGE           PIC X(36).
000180     05  RCY-REASON-CODE           PIC X(02).
000220         88  RCY-BAD-ACCOUNT               VALUE 'AC'.
000230         88  RCY-BATCH-UNBAL               VALUE 'BB'.
000240         88  RCY-OUT-OF-SEQ                VALUE 'SQ'.
000241         88  RCY-APPROVAL-REJECT           VALUE 'AR'.
000242         88  RCY-DUPLICATE-SUSPECT         VALUE 'DP'.
000250     05  RCY-RUN-DATE              PIC X(08).
000260     05  RCY-STATUS                PIC X(01).
000270         88  RCY-OPEN                      VALUE 'O'.
