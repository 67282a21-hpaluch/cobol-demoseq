000020*    OPERREC.CPY
000030*    RECORD LAYOUT FOR THE OPERATOR ID FILE (OPERID.DAT), KEYED
000040*    ON Oper-ID.  MAINTAINED BY OPRMAINT; READ AT SIGN-ON BY THE
000050*    INTERACTIVE PROGRAMS (SEQINQ, SEQRCYC, CLMINQ).  THE FLAGS
000060*    SAY WHAT THE OPERATOR MAY RUN: ANY SIGNED-ON OPERATOR MAY
000070*    RUN SEQINQ LOOKUPS, BUT ONLY ONE WITH Oper-Func-Inquiry "Y"
000080*    MAY RUN CLMINQ, AND ONLY ONE WITH Oper-Func-Correct "Y" THE
000085*    SEQRCYC CORRECTION PASS.
000090*------------------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    09/02/2026 DK    INITIAL VERSION
000115*    10/15/2026 DK    CLMINQ ADDED TO THE SIGN-ON PROGRAMS.
000120*****************************************************************
000130 01  OperDetail.
000140     02  Oper-ID                 PIC X(08).
