000010*****************************************************************
000020*    PRVTRREC.CPY
000030*    RECORD LAYOUT FOR THE PROVIDER MASTER MAINTENANCE
000040*    TRANSACTION FEED (PRVTRANS.DAT) READ BY PRVMAINT.  EACH
000050*    RECORD ADDS, CHANGES OR INACTIVATES ONE PROVIDER.DAT RECORD.
000060*    A BLANK Prtrans-Eff-To-X ON AN ADD OR CHANGE MEANS THE
000070*    PROVIDER IS OPEN-ENDED.
000080*------------------------------------------------------------------
000090*    DATE       INIT  DESCRIPTION
000100*    10/15/2026 DK    INITIAL VERSION
000110*****************************************************************
000120 01  PrvTrans.
000130     02  Prtrans-Seq-No          PIC 9(06).
000140     02  Prtrans-Action          PIC X(01).
000150         88  Prtrans-Is-Add      VALUE "A".
000160         88  Prtrans-Is-Change   VALUE "C".
000170         88  Prtrans-Is-Inact    VALUE "I".
000180     02  Prtrans-Provider-ID     PIC X(10).
000190     02  Prtrans-Provider-Name   PIC X(30).
000200     02  Prtrans-Specialty       PIC X(04).
000210     02  Prtrans-Eff-From-X      PIC X(08).
000220     02  Prtrans-Eff-From REDEFINES Prtrans-Eff-From-X
000230                                 PIC 9(08).
000240     02  Prtrans-Eff-To-X        PIC X(08).
000250     02  Prtrans-Eff-To REDEFINES Prtrans-Eff-To-X
000260                                 PIC 9(08).
