000010*========================================================================
000020*  CALCTMPL.CPY
000030*  RECURRING TRANSACTION TEMPLATE RECORD. INDEXED FILE KEYED ON
000040*  TPL-ID. EACH RECORD IS ONE STANDING TICKET (THE SAME TR-NUM1,
000050*  TR-NUM2, TR-OPCAO AND TR-ACCOUNT EVERY TIME) WITH ITS
000060*  FREQUENCY, THE DATES IT RUNS BETWEEN AND AN ACTIVE FLAG.
000070*  MAINTAINED THROUGH CALCTMPM. THE CALCTGEN GENERATOR WRITES A
000080*  'D' DETAIL FOR EVERY ACTIVE TEMPLATE WHOSE NEXT DUE DATE HAS
000090*  COME, THEN RECORDS THE DATE IT FIRED AND MOVES THE NEXT DUE
000100*  DATE ON BY THE FREQUENCY, SO A RERUN OF THE SAME CYCLE DATE
000110*  CANNOT GENERATE THE TICKET TWICE. TPL-DUE-DAY KEEPS THE DAY OF
000120*  THE MONTH FROM THE START DATE SO A TEMPLATE STARTED ON THE
000130*  31ST FALLS ON THE LAST DAY OF A SHORTER MONTH AND RETURNS TO
000140*  THE 31ST AFTERWARDS.
000150*------------------------------------------------------------------------
000160*  MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  2026-10-15 RA    COPYBOOK CREATED.
000190*========================================================================
000200 01  TPL-RECORD.
000210     05  TPL-ID                    PIC X(08).
000220     05  TPL-DESC                  PIC X(30).
000230     05  TPL-NUM1                  PIC S9(10)V9(2).
000240     05  TPL-NUM2                  PIC S9(10)V9(2).
000250     05  TPL-OPCAO                 PIC X(01).
000260     05  TPL-ACCOUNT               PIC X(10).
000270     05  TPL-FREQUENCY             PIC X(01).
000280         88  TPL-MONTHLY                   VALUE 'M'.
000290         88  TPL-QUARTERLY                 VALUE 'Q'.
000300         88  TPL-ANNUAL                    VALUE 'A'.
000310         88  TPL-FREQUENCY-VALID           VALUES 'M' 'Q' 'A'.
000320     05  TPL-START-DATE            PIC X(08).
000330     05  TPL-END-DATE              PIC X(08).
000340     05  TPL-STATUS                PIC X(01).
000350         88  TPL-ACTIVE                    VALUE 'A'.
000360         88  TPL-INACTIVE                  VALUE 'I'.
000370     05  TPL-DUE-DAY               PIC 9(02).
000380     05  TPL-NEXT-DUE              PIC X(08).
000390     05  TPL-LAST-FIRED            PIC X(08).
000400     05  TPL-LAST-BATCH-ID         PIC X(08).
