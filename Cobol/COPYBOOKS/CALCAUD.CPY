000132*                   ASSIGNED FROM THE CALCDOCN CONTROL FILE AT
000133*                   POSTING TIME, SO CALCRECN CAN MATCH AUDIT TO
000134*                   EXTRACT EXACTLY INSTEAD OF ON OPERAND VALUES.
000135*  2026-10-15 RA    ADD LEDGER ACTION ENTRIES. AN AUD-OPCAO OF V
000136*                   IS A CALCREVS REVERSAL, WITH THE REVERSED
000137*                   DOCUMENT NUMBER IN AUD-BATCH-ID, THE REVERSAL
000138*                   DOCUMENT IN AUD-DOC-NUMBER AND THE AMOUNT
000139*                   REVERSED IN AUD-NUM1 AND AUD-RES. A LEDGER
000140*                   ACTION HAS NO EXTRACT RECORD, SO CALCRECN
000141*                   LEAVES IT OUT OF THE RECONCILIATION.
000142*  2026-10-15 RA    ADD THE CALCAPRV APPROVAL DECISIONS AS LEDGER
000143*                   ACTIONS: A = LINE APPROVED, R = LINE REJECTED,
000144*                   WITH THE SUPERVISOR IN AUD-OPERATOR-ID, THE
000145*                   QUEUED BATCH IN AUD-BATCH-ID AND THE LINE'S
000146*                   NUM1/NUM2 IN AUD-NUM1/AUD-NUM2. NO DOCUMENT
000147*                   NUMBER IS ASSIGNED UNTIL CALCBAT POSTS IT.
000148*  2026-10-15 RA    ADD THE CALCDUPR SUSPECTED-DUPLICATE DECISIONS
000149*                   AS LEDGER ACTIONS: G = RELEASED AS A GENUINE
000150*                   REPEAT, X = DISCARDED AS A DUPLICATE, WITH THE
000151*                   SUPERVISOR IN AUD-OPERATOR-ID, THE RELEASE
000152*                   BATCH (SPACES FOR A DISCARD) IN AUD-BATCH-ID
000153*                   AND THE TICKET'S NUM1/NUM2 IN AUD-NUM1/AUD-NUM2.
000154*========================================================================
000155 01  AUD-RECORD.
000160         05  AUD-OPERATOR-ID           PIC X(10).
000170         05  AUD-DATE                  PIC X(08).
000180         05  AUD-TIME                  PIC X(08).
000190         05  AUD-OPCAO                 PIC X(01).
000193             88  AUD-REVERSAL                  VALUE 'V'.
000194             88  AUD-APPROVAL                  VALUE 'A'.
000195             88  AUD-APPROVAL-REJECT           VALUE 'R'.
000196             88  AUD-DUP-RELEASE               VALUE 'G'.
000197             88  AUD-DUP-DISCARD               VALUE 'X'.
000198             88  AUD-LEDGER-ACTION             VALUES 'V' 'A' 'R'
000199                                                      'G' 'X'.
000200         05  AUD-NUM1                  PIC S9(10)V9(2).
000210         05  AUD-NUM2                  PIC S9(10)V9(2).
000220         05  AUD-RES                   PIC S9(10)V9(2).
