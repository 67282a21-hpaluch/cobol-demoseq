000010*****************************************************************
000020*    REMITREC.CPY
000030*    RECORD LAYOUT FOR THE PAYER REMITTANCE FEED (REMIT.DAT)
000040*    READ BY PAYPOST.  EACH RECORD IS ONE PAYER SETTLEMENT OF ONE
000050*    CLAIM ON CLAIMS.DAT - THE AMOUNT PAID, THE CONTRACTUAL
000060*    ADJUSTMENT WRITTEN OFF, THE PAYER'S DENIAL REASON (SPACES
000070*    WHEN THE CLAIM WAS NOT DENIED), THE CHECK/EFT NUMBER AND
000080*    THE DATE PAID.  THE -X FIELDS ARE THE RAW FEED FIELDS SO
000090*    PAYPOST CAN CLASS-TEST THEM BEFORE THE NUMERIC VIEWS ARE
000100*    TRUSTED, AS CLMTRREC DOES.
000110*------------------------------------------------------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 DK    INITIAL VERSION
000140*****************************************************************
000150 01  RemitTrans.
000160     02  Rmt-Seq-No              PIC 9(06).
000170     02  Rmt-Claim-No            PIC X(10).
000180     02  Rmt-Paid-Amount-X       PIC X(09).
000190     02  Rmt-Paid-Amount REDEFINES Rmt-Paid-Amount-X
000200                                 PIC 9(07)V99.
000210     02  Rmt-Adj-Amount-X        PIC X(09).
000220     02  Rmt-Adj-Amount REDEFINES Rmt-Adj-Amount-X
000230                                 PIC 9(07)V99.
000240     02  Rmt-Denial-Reason       PIC X(05).
000250     02  Rmt-Check-No            PIC X(12).
000260     02  Rmt-Paid-Date-X         PIC X(08).
000270     02  Rmt-Paid-Date REDEFINES Rmt-Paid-Date-X
000280                                 PIC 9(08).
