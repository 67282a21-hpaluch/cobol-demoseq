000010*****************************************************************
000020*    PRVREC.CPY
000030*    RECORD LAYOUT FOR THE PROVIDER MASTER (PROVIDER.DAT), KEYED
000040*    ON Provider-ID.  MAINTAINED BY PRVMAINT; READ BY CLMMAINT TO
000050*    VALIDATE THE RENDERING PROVIDER ON THE CLAIMS FEED AND BY
000060*    PRVPROF FOR THE PROVIDER UTILIZATION PROFILE.  A PROVIDER IS
000070*    NEVER PHYSICALLY DELETED - AN INACTIVATE TRANSACTION SETS
000080*    Provider-Status TO "I" SO HISTORICAL CLAIMS STAY LINKED.
000090*    Provider-Eff-From AND Provider-Eff-To BOUND THE SERVICE
000100*    DATES THE PROVIDER MAY BILL FOR; AN OPEN-ENDED PROVIDER
000110*    CARRIES 99991231 IN Provider-Eff-To, AS SEQMAINT DOES FOR
000120*    Diag-Eff-To.
000130*------------------------------------------------------------------
000140*    DATE       INIT  DESCRIPTION
000150*    10/15/2026 DK    INITIAL VERSION
000160*****************************************************************
000170 01  ProviderDetail.
000180     02  Provider-ID             PIC X(10).
000190     02  Provider-Name           PIC X(30).
000200     02  Provider-Specialty      PIC X(04).
000210     02  Provider-Status         PIC X(01).
000220         88  Provider-Is-Active  VALUE "A".
000230         88  Provider-Is-Inactive VALUE "I".
000240     02  Provider-Eff-From       PIC 9(08).
000250     02  Provider-Eff-To         PIC 9(08).
