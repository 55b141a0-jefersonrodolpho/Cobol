000010*========================================================================
000020*  CALCGLIA.CPY
000030*  INBOUND CORPORATE GL ACKNOWLEDGMENT RECORD (80 BYTES). FOR EACH
000040*  TRANSMISSION THE CORPORATE SYSTEM RETURNS A 'T' RESULT RECORD
000050*  (A = ACCEPTED, R = REJECTED) FOLLOWED BY AN 'L' RECORD FOR
000060*  EACH LINE IT REFUSED, QUOTING THE DOCUMENT NUMBER AND CALCJRNH
000070*  LINE SEQUENCE FROM THE DETAIL AND GIVING A REASON.
000080*------------------------------------------------------------------------
000090*  MODIFICATION HISTORY
000100*  DATE       INIT  DESCRIPTION
000110*  2026-10-15 RA    COPYBOOK CREATED.
000120*========================================================================
000130 01  GLA-RECORD.
000140     05  GLA-REC-TYPE              PIC X(01).
000150         88  GLA-XMIT-RESULT               VALUE 'T'.
000160         88  GLA-LINE-REJECT               VALUE 'L'.
000170     05  GLA-XMIT-SEQ              PIC 9(06).
000180     05  GLA-XMIT-STATUS           PIC X(01).
000190         88  GLA-ACCEPTED                  VALUE 'A'.
000200         88  GLA-REJECTED                  VALUE 'R'.
000210     05  GLA-ACK-DATE              PIC X(08).
000220     05  GLA-DOC-NUMBER            PIC 9(08).
000230     05  GLA-LINE-SEQ              PIC 9(06).
000240     05  GLA-REASON                PIC X(30).
000250     05  FILLER                    PIC X(20).
