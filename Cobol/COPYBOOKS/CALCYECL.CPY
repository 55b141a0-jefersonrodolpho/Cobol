000010*========================================================================
000020*  CALCYECL.CPY
000030*  YEAR-END CLOSE CONTROL RECORD. CALCPERC APPENDS ONE RECORD WHEN
000040*  IT CLOSES A YEAR, CARRYING THE YEAR, THE RUN DATE, THE
000050*  SUPERVISOR WHO RAN IT, THE RANGE OF DOCUMENT NUMBERS STAMPED ON
000060*  THE CLOSING JOURNAL PAIRS AND THE NET INCOME MOVED TO RETAINED
000070*  EARNINGS. BEFORE A YEAR-END CLOSE CALCPERC SCANS THIS FILE AND
000080*  REFUSES A YEAR THAT IS ALREADY ON IT, SO THE CLOSING ENTRIES
000090*  CAN NEVER BE POSTED TWICE.
000100*------------------------------------------------------------------------
000110*  MODIFICATION HISTORY
000120*  DATE       INIT  DESCRIPTION
000130*  2026-10-15 RA    COPYBOOK CREATED.
000140*========================================================================
000150 01  YEC-RECORD.
000160     05  YEC-YEAR                  PIC X(04).
000170     05  YEC-CLOSE-DATE            PIC X(08).
000180     05  YEC-OPERATOR-ID           PIC X(10).
000190     05  YEC-FIRST-DOC             PIC 9(08).
000200     05  YEC-LAST-DOC              PIC 9(08).
000210     05  YEC-NET-INCOME            PIC S9(13)V9(2).
