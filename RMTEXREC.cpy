000010*****************************************************************
000020*    RMTEXREC.CPY
000030*    RECORD LAYOUT FOR THE REMITTANCE EXCEPTIONS FILE
000040*    (REMITEXC.DAT) WRITTEN BY PAYPOST.  A REMITTANCE THAT
000050*    CANNOT POST (BAD FIELDS, A CLAIM NOT ON CLAIMS.DAT, A CLAIM
000060*    HELD IN DUPLICATE SUSPENSE, OR MORE MONEY THAN THE CLAIM'S
000070*    OPEN BALANCE) IS WRITTEN HERE INSTEAD OF POSTING.  AN
000080*    UNDERPAYMENT OR DENIAL DOES POST, BUT IS ALSO WRITTEN HERE
000090*    SO COLLECTIONS CAN CHASE THE BALANCE LEFT OPEN.
000100*    Rexc-Open-Balance IS THE CLAIM'S BALANCE AFTER THE RUN
000110*    (ZERO WHEN THE CLAIM WAS NOT FOUND).
000120*------------------------------------------------------------------
000130*    DATE       INIT  DESCRIPTION
000140*    10/15/2026 DK    INITIAL VERSION
000150*****************************************************************
000160 01  RemitException.
000170     02  Rexc-Seq-No             PIC 9(06).
000180     02  Rexc-Claim-No           PIC X(10).
000190     02  Rexc-Paid-Amount-X      PIC X(09).
000200     02  Rexc-Adj-Amount-X       PIC X(09).
000210     02  Rexc-Denial-Reason      PIC X(05).
000220     02  Rexc-Check-No           PIC X(12).
000230     02  Rexc-Paid-Date-X        PIC X(08).
000240     02  Rexc-Open-Balance       PIC 9(07)V99.
000250     02  Rexc-Reason-Code        PIC X(02).
000260         88  Rexc-Amount-Invalid VALUE "01".
000270         88  Rexc-Date-Invalid   VALUE "02".
000280         88  Rexc-Claim-Unknown  VALUE "03".
000290         88  Rexc-Claim-Held     VALUE "04".
000300         88  Rexc-Overpaid       VALUE "05".
000310         88  Rexc-Underpaid      VALUE "06".
000320         88  Rexc-Denied         VALUE "07".
000330     02  Rexc-Reason-Text        PIC X(40).
