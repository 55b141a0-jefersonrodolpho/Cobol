000010*========================================================================
000020*  CALCDUPO.CPY
000030*  DUPLICATE RELEASE OVERRIDE RECORD. INDEXED FILE WRITTEN BY
000040*  CALCDUPR WHEN A SUPERVISOR RELEASES A SUSPECTED DUPLICATE
000050*  (CALCRCYL REASON DP) AS A GENUINE REPEAT. THE KEY LEADS WITH
000060*  THE TICKET'S MATCH FIELDS IN TR-DETAIL-DATA ORDER, THEN THE
000070*  RELEASE DATE AND TIME. WHEN THE RELEASED TICKET COMES BACK
000080*  THROUGH CALCEDIT AND IS SUSPECTED AGAIN, CALCEDIT TAKES THE
000090*  FIRST OPEN OVERRIDE FOR ITS MATCH FIELDS AND, ONCE THE BATCH
000100*  PASSES, LETS THE TICKET THROUGH AND MARKS THE OVERRIDE USED,
000110*  SO ONE RELEASE LETS ONE TICKET THROUGH.
000120*      STATUS  O = OPEN, WAITING FOR THE TICKET
000130*              U = USED BY CALCEDIT ON DPO-USED-DATE
000140*------------------------------------------------------------------------
000150*  MODIFICATION HISTORY
000160*  DATE       INIT  DESCRIPTION
000170*  2026-10-15 RA    COPYBOOK CREATED.
000180*========================================================================
000190 01  DPO-RECORD.
000200     05  DPO-KEY.
000210         10  DPO-MATCH-KEY.
000220             15  DPO-NUM1          PIC S9(10)V9(2).
000230             15  DPO-NUM2          PIC S9(10)V9(2).
000240             15  DPO-OPCAO         PIC X(01).
000250             15  DPO-ACCOUNT       PIC X(10).
000260         10  DPO-RELEASE-DATE      PIC X(08).
000270         10  DPO-RELEASE-TIME      PIC X(08).
000280     05  DPO-STATUS                PIC X(01).
000290         88  DPO-OPEN                      VALUE 'O'.
000300         88  DPO-USED                      VALUE 'U'.
000310     05  DPO-SUPERVISOR            PIC X(10).
000320     05  DPO-USED-DATE             PIC X(08).
