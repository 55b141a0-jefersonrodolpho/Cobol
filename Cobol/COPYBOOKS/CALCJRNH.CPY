000010*========================================================================
000020*  CALCJRNH.CPY
000030*  JOURNAL HISTORY RECORD. INDEXED FILE KEYED ON THE DOCUMENT
000040*  NUMBER AND A LINE SEQUENCE WITHIN IT, WITH AN ALTERNATE KEY
000050*  (DUPLICATES ALLOWED) ON THE GL ACCOUNT AND POSTING DATE, SO A
000060*  DOCUMENT'S LINES, OR AN ACCOUNT'S LINES FOR A DATE RANGE, CAN
000070*  BE REACHED WITH A START INSTEAD OF READING THE WHOLE HISTORY.
000080*  CALCLEDG WRITES ONE RECORD FOR EVERY CALCJRNL LINE IT LEDGERS,
000090*  TAKING THE NEXT FREE LINE SEQUENCE UNDER THE DOCUMENT NUMBER
000100*  AND STAMPING THE DATE IT WAS LEDGERED. THE JOURNAL LINE FIELDS
000110*  ARE THOSE OF JRN-RECORD IN CALCJRNL.
000111*  JRH-XMIT-SEQ (ALSO AN ALTERNATE KEY, DUPLICATES ALLOWED) IS THE
000112*  CORPORATE GL TRANSMISSION THE LINE WENT OUT ON: ZERO UNTIL
000113*  CALCGLIF SENDS IT, ALL NINES FOR LINES LEDGERED BEFORE THE
000114*  INTERFACE EXISTED.
000120*------------------------------------------------------------------------
000130*  MODIFICATION HISTORY
000140*  DATE       INIT  DESCRIPTION
000150*  2026-10-15 RA    COPYBOOK CREATED.
000151*  2026-10-15 RA    ADD JRH-XMIT-SEQ FOR THE CORPORATE GL
000152*                   INTERFACE.
000160*========================================================================
000170 01  JRH-RECORD.
000180     05  JRH-KEY.
000190         10  JRH-DOC-NUMBER        PIC 9(08).
000200         10  JRH-LINE-SEQ          PIC 9(06).
000210     05  JRH-ACCT-KEY.
000220         10  JRH-ACCOUNT-REF       PIC X(10).
000230         10  JRH-POSTING-DATE      PIC X(08).
000240     05  JRH-DR-CR                 PIC X(02).
000250         88  JRH-DEBIT                     VALUE 'DR'.
000260         88  JRH-CREDIT                    VALUE 'CR'.
000270     05  JRH-AMOUNT                PIC S9(10)V9(2).
000280     05  JRH-SOURCE                PIC X(08).
000290     05  JRH-LEDGER-DATE           PIC X(08).
000291     05  JRH-XMIT-SEQ              PIC 9(06).
000292         88  JRH-NOT-SENT                  VALUE ZERO.
000293         88  JRH-BEFORE-INTERFACE          VALUE 999999.
