000164*  2026-09-02 RA    ADD WS-RCY-AGE-LIMIT-DAYS, THE AGE AT WHICH
000165*                   THE CALCEODR END-OF-DAY SUMMARY FLAGS AN OPEN
000166*                   CALCRCYL REJECT AS SITTING TOO LONG.
000167*  2026-10-15 RA    ADD WS-GL-RETAINED-REF, THE RETAINED EARNINGS
000168*                   ACCOUNT THE CALCPERC YEAR-END CLOSE MOVES
000169*                   EVERY INCOME AND EXPENSE BALANCE INTO.
000170*  2026-10-15 RA    ADD WS-BUDGET-TOLERANCE-PCT, THE PERCENTAGE BY
000171*                   WHICH AN EXPENSE ACCOUNT MAY RUN OVER, OR AN
000172*                   INCOME ACCOUNT UNDER, ITS BUDGET BEFORE THE
000173*                   CALCBVAR VARIANCE REPORT FLAGS IT.
000174*  2026-10-15 RA    ADD WS-APPROVAL-LIMIT. A CALCBAT BATCH WHOSE
000175*                   TRAILER HASH TOTAL, OR ANY DETAIL'S TR-NUM1 OR
000176*                   POSTED RESULT, IS OVER IT EITHER WAY (DEBIT OR
000177*                   CREDIT) WAITS ON CALCAPPQ FOR A SUPERVISOR.
000178*  2026-10-15 RA    ADD WS-GL-ACK-LIMIT-DAYS, THE AGE AT WHICH
000179*                   THE CALCEODR END-OF-DAY SUMMARY FLAGS A
000180*                   CORPORATE GL TRANSMISSION STILL WAITING FOR
000181*                   ITS ACKNOWLEDGMENT.
000182*  2026-10-15 RA    ADD WS-DUP-LOOKBACK-DAYS, HOW FAR BACK CALCEDIT
000183*                   LOOKS ON THE CALCTKTH POSTED TICKET HISTORY FOR
000184*                   AN EARLIER POSTING OF THE SAME TICKET.
000185*========================================================================
000186 01  WS-GL-ACCOUNT-REF             PIC X(10) VALUE "GLCALC0001".
000190 01  WS-GL-SUSPENSE-REF            PIC X(10) VALUE "GLSUSP0001".
000191 01  WS-GL-RETAINED-REF            PIC X(10) VALUE "GLRETN0001".
000200 01  WS-RPT-LINES-PER-PAGE         PIC 9(02) VALUE 55.
000210 01  WS-MAX-SIGNON-FAILS           PIC 9(02) VALUE 3.
000220 01  WS-RCY-AGE-LIMIT-DAYS         PIC 9(03) VALUE 7.
000230 01  WS-BUDGET-TOLERANCE-PCT       PIC 9(03)V9(2) VALUE 10.00.
000231 01  WS-APPROVAL-LIMIT             PIC S9(13)V9(2) VALUE 50000.00.
000232 01  WS-GL-ACK-LIMIT-DAYS          PIC 9(03) VALUE 1.
000233 01  WS-DUP-LOOKBACK-DAYS          PIC 9(03) VALUE 7.
