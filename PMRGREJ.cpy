000010*****************************************************************
000020*    PMRGREJ.CPY
000030*    RECORD LAYOUT FOR THE PATIENT MERGE REJECT FILE
000040*    (PATMREJ.DAT) WRITTEN BY PATMERGE WHEN A MERGE TRANSACTION
000050*    FAILS VALIDATION OR WOULD CHANGE A CLAIM IN A CLOSED
000060*    ACCOUNTING PERIOD.
000070*------------------------------------------------------------------
000080*    DATE       INIT  DESCRIPTION
000090*    10/15/2026 DK    INITIAL VERSION
000100*****************************************************************
000110 01  MergeReject.
000120     02  Mrej-Seq-No             PIC 9(06).
000130     02  Mrej-Survivor-ID        PIC X(10).
000140     02  Mrej-Victim-ID          PIC X(10).
000150     02  Mrej-Reason-Code        PIC X(02).
000160         88  Mrej-ID-Format      VALUE "01".
000170         88  Mrej-Same-ID        VALUE "02".
000180         88  Mrej-Survivor-Unknown VALUE "03".
000190         88  Mrej-Victim-Unknown VALUE "04".
000200         88  Mrej-Survivor-Inactive VALUE "05".
000210         88  Mrej-Victim-Merged  VALUE "06".
000220         88  Mrej-Closed-Period  VALUE "07".
000230     02  Mrej-Reason-Text        PIC X(40).
