000010*========================================================================
000020*  CALCREVL.CPY
000030*  REVERSAL LOG RECORD. CALCREVS APPENDS ONE RECORD FOR EVERY
000040*  DOCUMENT IT REVERSES, CARRYING THE ORIGINAL DOCUMENT NUMBER,
000050*  THE DOCUMENT NUMBER OF THE REVERSAL, WHEN AND BY WHOM IT WAS
000060*  REQUESTED, THE REASON GIVEN AND THE DEBIT TOTAL REVERSED. AN
000070*  ORIGINAL DOCUMENT ON THIS LOG IS MARKED REVERSED - CALCREVS
000080*  SCANS THE LOG BEFORE EVERY REVERSAL AND REFUSES A DOCUMENT
000090*  THAT IS ALREADY ON IT, AND REFUSES TO REVERSE A REVERSAL.
000100*------------------------------------------------------------------------
000110*  MODIFICATION HISTORY
000120*  DATE       INIT  DESCRIPTION
000130*  2026-10-15 RA    COPYBOOK CREATED.
000140*========================================================================
000150 01  REV-RECORD.
000160     05  REV-ORIG-DOC              PIC 9(08).
000170     05  REV-REVERSAL-DOC          PIC 9(08).
000180     05  REV-DATE                  PIC X(08).
000190     05  REV-TIME                  PIC X(08).
000200     05  REV-OPERATOR-ID           PIC X(10).
000210     05  REV-REASON                PIC X(30).
000220     05  REV-AMOUNT                PIC S9(13)V9(2).
