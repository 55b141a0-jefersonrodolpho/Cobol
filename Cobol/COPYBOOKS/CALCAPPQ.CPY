000010*========================================================================
000020*  CALCAPPQ.CPY
000030*  PENDING-APPROVAL QUEUE RECORD. INDEXED FILE KEYED ON THE TRANS
000040*  FILE ID, BATCH ID AND LINE NUMBER. CALCBAT WRITES A BALANCED
000050*  BATCH HERE INSTEAD OF POSTING IT WHEN ITS TRAILER HASH TOTAL,
000060*  OR THE TR-NUM1 OR POSTED RESULT OF ANY ONE DETAIL, IS OVER THE
000070*  WS-APPROVAL-LIMIT IN CALCCONST. LINE ZERO IS THE BATCH
000080*  HEADER ENTRY: WHO SUBMITTED IT, WHEN, ITS COUNT AND HASH,
000090*  AND WHERE IT STANDS. LINES 1 UP CARRY THE DETAIL RECORD
000100*  IMAGES IN BATCH ORDER, EACH WITH ITS OWN DECISION. THE
000110*  CALCAPRV SUPERVISOR REVIEW APPROVES OR REJECTS EACH LINE;
000120*  ONCE NO LINE IS LEFT PENDING THE BATCH IS DECIDED, AND THE
000130*  NEXT CALCBAT RUN POSTS ITS APPROVED LINES AND MARKS IT
000140*  POSTED. THE TRANS FILE ID IN THE KEY MEANS A CALCBAT
000150*  CHECKPOINT RESTART FINDS THE BATCH ALREADY QUEUED AND DOES
000160*  NOT QUEUE IT TWICE.
000170*      HEADER STATUS  P = LINES STILL PENDING REVIEW
000180*                     A = DECIDED, APPROVED LINES TO POST
000190*                     R = DECIDED, EVERY LINE REJECTED
000200*                     D = APPROVED LINES POSTED BY CALCBAT
000210*      LINE STATUS    P = PENDING  A = APPROVED  R = REJECTED
000220*------------------------------------------------------------------------
000230*  MODIFICATION HISTORY
000240*  DATE       INIT  DESCRIPTION
000250*  2026-10-15 RA    COPYBOOK CREATED.
000260*========================================================================
000270 01  APQ-RECORD.
000280     05  APQ-KEY.
000290         10  APQ-FILE-ID           PIC X(08).
000300         10  APQ-BATCH-ID          PIC X(08).
000310         10  APQ-LINE-NUM          PIC 9(05).
000320             88  APQ-HEADER-ENTRY          VALUE ZERO.
000330     05  APQ-STATUS                PIC X(01).
000340         88  APQ-PENDING                   VALUE 'P'.
000350         88  APQ-APPROVED                  VALUE 'A'.
000360         88  APQ-REJECTED                  VALUE 'R'.
000370         88  APQ-POSTED                    VALUE 'D'.
000380     05  APQ-HEADER-DATA.
000390         10  APQ-SUBMIT-OPER       PIC X(10).
000400         10  APQ-SUBMIT-DATE       PIC X(08).
000410         10  APQ-SUBMIT-TIME       PIC X(08).
000420         10  APQ-SUBMIT-RUN        PIC 9(06).
000430         10  APQ-LINE-COUNT        PIC 9(05).
000440         10  APQ-HASH-NUM1         PIC S9(13)V9(2).
000450         10  APQ-APPROVED-COUNT    PIC 9(05).
000460         10  APQ-REJECTED-COUNT    PIC 9(05).
000470         10  APQ-DECIDED-OPER      PIC X(10).
000480         10  APQ-DECIDED-DATE      PIC X(08).
000490         10  APQ-DECIDED-TIME      PIC X(08).
000500         10  APQ-POSTED-RUN        PIC 9(06).
000510         10  APQ-POSTED-DATE       PIC X(08).
000520     05  APQ-LINE-DATA REDEFINES APQ-HEADER-DATA.
000530         10  APQ-TRANS-IMAGE       PIC X(36).
000540         10  APQ-LINE-OPER         PIC X(10).
000550         10  APQ-LINE-DATE         PIC X(08).
000560         10  APQ-LINE-TIME         PIC X(08).
000570         10  FILLER                PIC X(40).
