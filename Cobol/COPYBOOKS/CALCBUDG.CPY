000010*========================================================================
000020*  CALCBUDG.CPY
000030*  BUDGET MASTER RECORD. INDEXED FILE KEYED ON ACCOUNT AND PERIOD
000040*  (YYYYMM, THE SAME FORM AS PERD-OPEN-PERIOD), ONE RECORD PER
000050*  GL ACCOUNT PER MONTH. THE AMOUNT IS WHAT THE ACCOUNT IS
000060*  EXPECTED TO SPEND OR EARN IN THE MONTH, ON THE ACCOUNT'S
000070*  NORMAL SIDE. MAINTAINED THROUGH CALCBUDM, EITHER KEYED BY
000080*  ACCOUNTING OR LOADED FROM LAST YEAR'S ACTUALS OR BUDGET, AND
000090*  READ BY CALCBVAR FOR THE BUDGET-VERSUS-ACTUAL VARIANCE REPORT.
000100*------------------------------------------------------------------------
000110*  MODIFICATION HISTORY
000120*  DATE       INIT  DESCRIPTION
000130*  2026-10-15 RA    COPYBOOK CREATED.
000140*========================================================================
000150 01  BUDG-RECORD.
000160     05  BUDG-KEY.
000170         10  BUDG-ACCOUNT          PIC X(10).
000180         10  BUDG-PERIOD           PIC X(06).
000190     05  BUDG-AMOUNT               PIC S9(13)V9(2).
000200     05  BUDG-SOURCE               PIC X(01).
000210         88  BUDG-KEYED                    VALUE 'K'.
000220         88  BUDG-FROM-ACTUALS             VALUE 'A'.
000230         88  BUDG-FROM-BUDGET              VALUE 'B'.
000240     05  BUDG-LAST-DATE            PIC X(08).
