000010*========================================================================
000020*  CALCALCL.CPY
000030*  MONTH-END ALLOCATION CONTROL RECORD. CALCALOC APPENDS ONE
000040*  RECORD WHEN IT ALLOCATES A PERIOD, CARRYING THE PERIOD, THE
000050*  RUN DATE, THE SUPERVISOR WHO RAN IT, THE NUMBER OF RULES
000060*  APPLIED, THE RANGE OF DOCUMENT NUMBERS STAMPED ON THE
000070*  ALLOCATION JOURNAL PAIRS AND THE TOTAL AMOUNT ALLOCATED.
000080*  BEFORE AN ALLOCATION RUN CALCALOC SCANS THIS FILE AND REFUSES
000090*  A PERIOD THAT IS ALREADY ON IT, SO A PERIOD CAN NEVER BE
000100*  ALLOCATED TWICE.
000110*------------------------------------------------------------------------
000120*  MODIFICATION HISTORY
000130*  DATE       INIT  DESCRIPTION
000140*  2026-10-15 RA    COPYBOOK CREATED.
000150*========================================================================
000160 01  ALC-RECORD.
000170     05  ALC-PERIOD                PIC X(06).
000180     05  ALC-RUN-DATE              PIC X(08).
000190     05  ALC-OPERATOR-ID           PIC X(10).
000200     05  ALC-RULE-COUNT            PIC 9(04).
000210     05  ALC-FIRST-DOC             PIC 9(08).
000220     05  ALC-LAST-DOC              PIC 9(08).
000230     05  ALC-TOTAL-ALLOCATED       PIC S9(13)V9(2).
