000010*========================================================================
000020*  CALCPBAL.CPY
000030*  PERIOD BALANCE HISTORY RECORD. INDEXED FILE KEYED ON
000040*  PBAL-KEY (PERIOD YYYYMM AND GL ACCOUNT). AT EVERY PERIOD
000050*  CLOSE CALCPERC WRITES ONE RECORD PER CALCLBAL ACCOUNT FOR THE
000060*  PERIOD BEING CLOSED, BEFORE THE PERIOD-TO-DATE FIGURES ARE
000070*  ZEROED AND BEFORE ANY YEAR-END CLOSE, WITH THE ACCOUNT TYPE
000080*  FROM CALCACCT AS IT STOOD AT THE CLOSE. CALCFINS BUILDS THE
000090*  COMPARATIVE INCOME STATEMENT AND BALANCE SHEET FROM IT.
000100*------------------------------------------------------------------------
000110*  MODIFICATION HISTORY
000120*  DATE       INIT  DESCRIPTION
000130*  2026-10-15 RA    COPYBOOK CREATED.
000140*========================================================================
000150 01  PBAL-RECORD.
000160     05  PBAL-KEY.
000170         10  PBAL-PERIOD           PIC X(06).
000180         10  PBAL-ACCOUNT          PIC X(10).
000190     05  PBAL-DESC                 PIC X(30).
000200     05  PBAL-TYPE                 PIC X(01).
000210     05  PBAL-PTD-DEBITS           PIC S9(13)V9(2).
000220     05  PBAL-PTD-CREDITS          PIC S9(13)V9(2).
000230     05  PBAL-YTD-DEBITS           PIC S9(13)V9(2).
000240     05  PBAL-YTD-CREDITS          PIC S9(13)V9(2).
