000010*========================================================================
000020*  CALCALRL.CPY
000030*  ALLOCATION RULE RECORD. INDEXED FILE KEYED ON THE SOURCE GL
000040*  ACCOUNT AND THE DATE THE RULE TAKES EFFECT. EACH RULE SPREADS
000050*  THE PERIOD ACTIVITY OF ONE SOURCE ACCOUNT (RENT, UTILITIES AND
000060*  OTHER SHARED COSTS) OVER UP TO TEN TARGET ACCOUNTS BY
000070*  PERCENTAGE, THE PERCENTAGES TOTALLING EXACTLY 100.00. AN END
000080*  DATE OF SPACES MEANS THE RULE HAS NO END. THE RULES OF ONE
000090*  SOURCE ACCOUNT MAY NOT OVERLAP, AND A RULE APPLIES TO A PERIOD
000100*  WHEN IT IS IN EFFECT ON THE LAST DAY OF THE PERIOD.
000110*  MAINTAINED THROUGH CALCALRM AGAINST ACTIVE CALCACCT ACCOUNTS
000120*  AND APPLIED BY THE CALCALOC MONTH-END ALLOCATION RUN, WHICH
000130*  RECORDS THE LAST PERIOD IT ALLOCATED UNDER THE RULE. ONCE A
000140*  RULE HAS BEEN APPLIED ITS SPLIT IS FROZEN - A NEW SPLIT IS A
000150*  NEW RULE FROM A LATER DATE, SO PAST ALLOCATIONS STILL MATCH
000160*  THE RULE THAT MADE THEM.
000170*------------------------------------------------------------------------
000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  2026-10-15 RA    COPYBOOK CREATED.
000210*========================================================================
000220 01  ALR-RECORD.
000230     05  ALR-KEY.
000240         10  ALR-SOURCE-ACCOUNT    PIC X(10).
000250         10  ALR-START-DATE        PIC X(08).
000260     05  ALR-END-DATE              PIC X(08).
000270     05  ALR-DESC                  PIC X(30).
000280     05  ALR-TARGET-COUNT          PIC 9(02).
000290     05  ALR-TARGET OCCURS 10 TIMES.
000300         10  ALR-TARGET-ACCOUNT    PIC X(10).
000310         10  ALR-TARGET-PCT        PIC 9(03)V9(2).
000320     05  ALR-LAST-DATE             PIC X(08).
000330     05  ALR-LAST-PERIOD           PIC X(06).
