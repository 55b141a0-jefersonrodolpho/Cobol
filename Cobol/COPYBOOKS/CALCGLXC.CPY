000010*========================================================================
000020*  CALCGLXC.CPY
000030*  CORPORATE GL TRANSMISSION CONTROL RECORD. INDEXED FILE KEYED ON
000040*  THE TRANSMISSION SEQUENCE NUMBER, ONE RECORD PER CALCGLIO
000050*  INTERFACE FILE CALCGLIF HAS BUILT. CALCGLIF WRITES THE RECORD
000060*  AS BUILDING BEFORE IT MARKS THE FIRST JOURNAL LINE AND SETS IT
000070*  SENT, WITH THE LINE COUNT AND TOTALS, ONCE THE TRAILER IS
000080*  WRITTEN; A TRANSMISSION STILL BUILDING IS ONE THAT DIED
000090*  MID-RUN, AND THE NEXT CALCGLIF RUN REBUILDS IT UNDER THE SAME
000100*  NUMBER. CALCGLAC RECORDS THE CORPORATE ACKNOWLEDGMENT.
000110*      STATUS  B = BUILDING (INTERRUPTED IF SEEN BETWEEN RUNS)
000120*              S = SENT, WAITING FOR ACKNOWLEDGMENT
000130*              A = ACCEPTED BY THE CORPORATE GL
000140*              R = REJECTED BY THE CORPORATE GL
000150*------------------------------------------------------------------------
000160*  MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  2026-10-15 RA    COPYBOOK CREATED.
000190*========================================================================
000200 01  GLX-RECORD.
000210     05  GLX-XMIT-SEQ              PIC 9(06).
000220     05  GLX-STATUS                PIC X(01).
000230         88  GLX-BUILDING                  VALUE 'B'.
000240         88  GLX-SENT                      VALUE 'S'.
000250         88  GLX-ACCEPTED                  VALUE 'A'.
000260         88  GLX-REJECTED                  VALUE 'R'.
000270     05  GLX-BUILD-DATE            PIC X(08).
000280     05  GLX-BUILD-TIME            PIC X(08).
000290     05  GLX-LINE-COUNT            PIC 9(08).
000300     05  GLX-DEBIT-TOTAL           PIC S9(13)V9(2).
000310     05  GLX-CREDIT-TOTAL          PIC S9(13)V9(2).
000320     05  GLX-ACK-DATE              PIC X(08).
000330     05  GLX-REJECT-COUNT          PIC 9(08).
