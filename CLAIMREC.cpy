000113*                      (PATIENT.DAT, MAINTAINED BY PATMAINT).
000114*                      Claim-Patient-Name STAYS AS KEYED SO
000115*                      EXISTING CLAIMS AND REPORTS ARE UNCHANGED.
000116*    10/15/2026 DK    ADDED Claim-Paid-Amount, Claim-Adj-Amount
000117*                      AND Claim-Balance FOR PAYER REMITTANCE
000118*                      POSTING (PAYPOST).  CLMMAINT OPENS THE
000119*                      BALANCE AT Claim-Amount; PAYPOST REDUCES IT
000121*                      BY EACH PAYMENT AND CONTRACTUAL ADJUSTMENT,
000122*                      AND ARAGING AGES WHAT IS LEFT OPEN.
000123*    10/15/2026 DK    ADDED Claim-Provider-ID, THE RENDERING
000124*                      PROVIDER ON THE PROVIDER MASTER (PRVREC).
000125*****************************************************************
000130 01  ClaimDetail.
000140     02  Claim-No                PIC X(10).
000150     02  Claim-Diag-Code         PIC X(05).
000170     02  Claim-Amount            PIC 9(07)V99.
000180     02  Claim-Service-Date      PIC 9(08).
000190     02  Claim-Patient-ID        PIC X(10).
000200     02  Claim-Paid-Amount       PIC 9(07)V99.
000210     02  Claim-Adj-Amount        PIC 9(07)V99.
000220     02  Claim-Balance           PIC 9(07)V99.
000230     02  Claim-Provider-ID       PIC X(10).
