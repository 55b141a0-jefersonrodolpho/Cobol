000010*========================================================================
000020*  CALCGLIO.CPY
000030*  OUTBOUND CORPORATE GL INTERFACE RECORD (80 BYTES). EACH
000040*  TRANSMISSION IS AN 'H' HEADER CARRYING THE TRANSMISSION
000050*  SEQUENCE NUMBER, ONE 'D' DETAIL PER LEDGERED JOURNAL LINE, AND
000060*  A 'T' TRAILER WITH THE LINE COUNT AND THE DEBIT AND CREDIT
000070*  TOTALS. EVERY RECORD REPEATS THE SEQUENCE NUMBER. A DETAIL
000080*  KEEPS THE JOURNAL LINE'S DOCUMENT NUMBER, ITS CALCJRNH LINE
000090*  SEQUENCE (WHICH THE ACKNOWLEDGMENT QUOTES BACK ON A REJECTED
000100*  LINE) AND ITS SOURCE PROGRAM.
000110*------------------------------------------------------------------------
000120*  MODIFICATION HISTORY
000130*  DATE       INIT  DESCRIPTION
000140*  2026-10-15 RA    COPYBOOK CREATED.
000150*========================================================================
000160 01  GLI-RECORD.
000170     05  GLI-REC-TYPE              PIC X(01).
000180         88  GLI-HEADER                    VALUE 'H'.
000190         88  GLI-DETAIL                    VALUE 'D'.
000200         88  GLI-TRAILER                   VALUE 'T'.
000210     05  GLI-XMIT-SEQ              PIC 9(06).
000220     05  GLI-DETAIL-DATA.
000230         10  GLI-DOC-NUMBER        PIC 9(08).
000240         10  GLI-LINE-SEQ          PIC 9(06).
000250         10  GLI-POSTING-DATE      PIC X(08).
000260         10  GLI-ACCOUNT-REF       PIC X(10).
000270         10  GLI-DR-CR             PIC X(02).
000280         10  GLI-AMOUNT            PIC S9(10)V9(2).
000290         10  GLI-SOURCE            PIC X(08).
000300         10  GLI-LEDGER-DATE       PIC X(08).
000310         10  FILLER                PIC X(11).
000320     05  GLI-HEADER-DATA REDEFINES GLI-DETAIL-DATA.
000330         10  GLI-HDR-SENDER        PIC X(08).
000340         10  GLI-HDR-DATE          PIC X(08).
000350         10  GLI-HDR-TIME          PIC X(08).
000360         10  FILLER                PIC X(49).
000370     05  GLI-TRAILER-DATA REDEFINES GLI-DETAIL-DATA.
000380         10  GLI-TRL-LINE-COUNT    PIC 9(08).
000390         10  GLI-TRL-DEBIT-TOTAL   PIC S9(13)V9(2).
000400         10  GLI-TRL-CREDIT-TOTAL  PIC S9(13)V9(2).
000410         10  FILLER                PIC X(35).
