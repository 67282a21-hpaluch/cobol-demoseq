000010*****************************************************************
000020*    CLMLNREC.CPY
000030*    RECORD LAYOUT FOR THE CLAIM LINE DETAIL FILE (CLMLINES.DAT),
000040*    ORGANIZATION INDEXED KEYED ON Cln-Claim-No PLUS Cln-Line-No.
000050*    ONE RECORD PER BILLED SERVICE LINE OF A CLAIMS.DAT CLAIM,
000060*    MAINTAINED BY CLMMAINT FROM THE LINE RECORDS ON CLMTRANS.DAT.
000070*    THE LINE AMOUNTS OF A CLAIM SUM TO ITS Claim-Amount.  A
000080*    CLAIM WITH NO LINES ON FILE IS A SINGLE-LINE CLAIM WHOSE ONE
000090*    LINE IS THE HEADER'S Claim-Diag-Code AND Claim-Amount.
000100*------------------------------------------------------------------
000110*    DATE       INIT  DESCRIPTION
000120*    10/15/2026 DK    INITIAL VERSION
000130*****************************************************************
000140 01  ClaimLineDetail.
000150     02  Cln-Key.
000160         03  Cln-Claim-No        PIC X(10).
000170         03  Cln-Line-No         PIC 9(03).
000180     02  Cln-Diag-Code           PIC X(05).
000190     02  Cln-Amount              PIC 9(07)V99.
