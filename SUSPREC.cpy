000090*------------------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    09/02/2026 DK    INITIAL VERSION
000111*    10/15/2026 DK    ADDED Susp-Paid-Amount, Susp-Adj-Amount AND
000112*                      Susp-Balance TO KEEP MIRRORING CLAIMREC.
000113*    10/15/2026 DK    ADDED Susp-Provider-ID TO KEEP MIRRORING
000114*                      CLAIMREC.
000120*****************************************************************
000130 01  SuspDetail.
000140     02  Susp-Claim-No           PIC X(10).
000170     02  Susp-Amount             PIC 9(07)V99.
000180     02  Susp-Service-Date       PIC 9(08).
000190     02  Susp-Patient-ID         PIC X(10).
000200     02  Susp-Paid-Amount        PIC 9(07)V99.
000210     02  Susp-Adj-Amount         PIC 9(07)V99.
000220     02  Susp-Balance            PIC 9(07)V99.
000230     02  Susp-Provider-ID        PIC X(10).
