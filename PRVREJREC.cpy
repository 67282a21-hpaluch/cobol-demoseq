000010*****************************************************************
000020*    PRVREJREC.CPY
000030*    RECORD LAYOUT FOR THE PROVIDER TRANSACTION REJECT FILE
000040*    (PRVREJ.DAT) WRITTEN BY PRVMAINT WHEN A PROVIDER TRANSACTION
000050*    FAILS VALIDATION OR TARGETS A PROVIDER NOT ON THE MASTER.
000060*------------------------------------------------------------------
000070*    DATE       INIT  DESCRIPTION
000080*    10/15/2026 DK    INITIAL VERSION
000090*****************************************************************
000100 01  PrvReject.
000110     02  Prrej-Seq-No            PIC 9(06).
000120     02  Prrej-Action            PIC X(01).
000130     02  Prrej-Provider-ID       PIC X(10).
000140     02  Prrej-Provider-Name     PIC X(30).
000150     02  Prrej-Specialty         PIC X(04).
000160     02  Prrej-Eff-From-X        PIC X(08).
000170     02  Prrej-Eff-To-X          PIC X(08).
000180     02  Prrej-Reason-Code       PIC X(02).
000190         88  Prrej-ID-Blank      VALUE "01".
000200         88  Prrej-ID-Format     VALUE "02".
000210         88  Prrej-Name-Blank    VALUE "03".
000220         88  Prrej-Prv-Unknown   VALUE "04".
000230         88  Prrej-Spec-Blank    VALUE "05".
000240         88  Prrej-Dates-Invalid VALUE "06".
000250     02  Prrej-Reason-Text       PIC X(40).
