000142*                      CARRIES THE NEW Claim-Patient-ID, WHICH
000143*                      CLMMAINT VALIDATES AGAINST THE PATIENT
000144*                      MASTER (PATIENT.DAT).
000145*    10/15/2026 DK    ADDED THE CLAIM LINE RECORD (ACTION "L").
000146*                      AN ADD OR ADJUST MAY BE FOLLOWED BY ONE
000147*                      LINE RECORD PER BILLED SERVICE LINE FOR
000148*                      THE SAME Ctrans-Claim-No, EACH WITH ITS
000149*                      OWN LINE NUMBER, DIAGNOSIS CODE AND
000151*                      AMOUNT.  THE LINE VIEW REDEFINES THE
000152*                      DETAIL DATA AREA AS TRANSREC DOES FOR ITS
000153*                      CONTROL RECORDS.
000154*    10/15/2026 DK    ADDED Ctrans-Provider-ID, THE RENDERING
000155*                      PROVIDER FOR THE NEW Claim-Provider-ID,
000156*                      WHICH CLMMAINT VALIDATES AGAINST THE
000157*                      PROVIDER MASTER (PROVIDER.DAT).  THE LINE
000158*                      VIEW'S FILLER IS WIDENED TO MATCH.
000159*****************************************************************
000160 01  ClaimTrans.
000170     02  Ctrans-Seq-No           PIC 9(06).
000180     02  Ctrans-Action           PIC X(01).
000190         88  Ctrans-Is-Add       VALUE "A".
000200         88  Ctrans-Is-Adjust    VALUE "J".
000210         88  Ctrans-Is-Void      VALUE "V".
000215         88  Ctrans-Is-Line      VALUE "L".
000220     02  Ctrans-Claim-No         PIC X(10).
000225     02  Ctrans-Data.
000230         03  Ctrans-Diag-Code    PIC X(05).
000240         03  Ctrans-Patient-Name PIC X(30).
000250         03  Ctrans-Amount-X     PIC X(09).
000260         03  Ctrans-Amount REDEFINES Ctrans-Amount-X
000270                                 PIC 9(07)V99.
000280         03  Ctrans-Service-Date-X PIC X(08).
000290         03  Ctrans-Service-Date REDEFINES Ctrans-Service-Date-X
000300                                 PIC 9(08).
000310         03  Ctrans-Patient-ID   PIC X(10).
000315         03  Ctrans-Provider-ID  PIC X(10).
000320     02  Ctrans-Line-Data REDEFINES Ctrans-Data.
000330         03  Ctrans-Line-No-X    PIC X(03).
000340         03  Ctrans-Line-No REDEFINES Ctrans-Line-No-X
000350                                 PIC 9(03).
000360         03  Ctrans-Line-Diag-Code PIC X(05).
000370         03  Ctrans-Line-Amount-X PIC X(09).
000380         03  Ctrans-Line-Amount REDEFINES Ctrans-Line-Amount-X
000390                                 PIC 9(07)V99.
000400         03  FILLER              PIC X(55).
