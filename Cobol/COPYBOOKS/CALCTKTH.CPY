000010*========================================================================
000020*  CALCTKTH.CPY
000030*  POSTED TICKET HISTORY RECORD. INDEXED FILE WRITTEN BY CALCBAT,
000040*  ONE RECORD FOR EVERY CALCTRAN DETAIL IT POSTS, SO CALCEDIT CAN
000050*  TELL WHETHER A TICKET COMING IN WAS ALREADY POSTED WITHIN THE
000060*  WS-DUP-LOOKBACK-DAYS WINDOW. THE KEY LEADS WITH THE TICKET'S
000070*  MATCH FIELDS, LAID OUT IN THE SAME ORDER AS TR-DETAIL-DATA
000080*  (TR-NUM1, TR-NUM2, TR-OPCAO, TR-ACCOUNT), THEN THE DATE IT
000090*  POSTED AND ITS DOCUMENT NUMBER, SO ALL POSTINGS OF THE SAME
000100*  TICKET SIT TOGETHER IN DATE ORDER AND A START ON THE MATCH
000110*  FIELDS AND THE FIRST DATE OF THE WINDOW FINDS THEM. THE BATCH
000120*  ID SHOWS WHETHER THE TICKET CAME FROM A CALCTGEN RECURRING
000130*  BATCH ('RT' + YYMMDD).
000140*------------------------------------------------------------------------
000150*  MODIFICATION HISTORY
000160*  DATE       INIT  DESCRIPTION
000170*  2026-10-15 RA    COPYBOOK CREATED.
000180*========================================================================
000190 01  TKH-RECORD.
000200     05  TKH-KEY.
000210         10  TKH-MATCH-KEY.
000220             15  TKH-NUM1          PIC S9(10)V9(2).
000230             15  TKH-NUM2          PIC S9(10)V9(2).
000240             15  TKH-OPCAO         PIC X(01).
000250             15  TKH-ACCOUNT       PIC X(10).
000260         10  TKH-POST-DATE         PIC X(08).
000270         10  TKH-DOC-NUMBER        PIC 9(08).
000280     05  TKH-BATCH-ID              PIC X(08).
000290     05  TKH-BATCH-PARTS REDEFINES TKH-BATCH-ID.
000300         10  TKH-BATCH-PREFIX      PIC X(02).
000310             88  TKH-RECURRING-BATCH       VALUE 'RT'.
000320         10  FILLER                PIC X(06).
000330     05  TKH-TRANS-FILE-ID         PIC X(08).
