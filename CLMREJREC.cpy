000104*    09/02/2026 DK    ADDED REASON 08 - SERVICE DATE IN CLOSED
000105*                      PERIOD - FOR THE ACCOUNTING-PERIOD CHECK
000106*                      AGAINST APERIOD.DAT.
000107*    10/15/2026 DK    ADDED THE LINE VIEW OF THE DATA AREA FOR
000108*                      REJECTED CLAIM LINE RECORDS (ACTION "L"),
000109*                      AND REASONS 09 - CLAIM TOTAL NOT EQUAL TO
000111*                      THE SUM OF ITS LINES, 10 - DIAGNOSIS CODE
000112*                      NOT EFFECTIVE ON THE SERVICE DATE, AND 11 -
000113*                      LINE RECORD INVALID.
000114*    10/15/2026 DK    ADDED Crej-Provider-ID AND REASONS 12 -
000115*                      PROVIDER NOT ON FILE - AND 13 - PROVIDER
000116*                      INACTIVE OR NOT EFFECTIVE ON THE SERVICE
000117*                      DATE - FOR THE PROVIDER MASTER CHECK.
000118*                      LINE VIEW FILLER WIDENED TO MATCH.
000119*****************************************************************
000120 01  ClaimReject.
000130     02  Crej-Seq-No             PIC 9(06).
000140     02  Crej-Action             PIC X(01).
000150     02  Crej-Claim-No           PIC X(10).
000155     02  Crej-Data.
000160         03  Crej-Diag-Code      PIC X(05).
000170         03  Crej-Patient-Name   PIC X(30).
000180         03  Crej-Amount-X       PIC X(09).
000190         03  Crej-Service-Date-X PIC X(08).
000191         03  Crej-Patient-ID     PIC X(10).
000192         03  Crej-Provider-ID    PIC X(10).
000193     02  Crej-Line-Data REDEFINES Crej-Data.
000194         03  Crej-Line-No-X      PIC X(03).
000195         03  Crej-Line-Diag-Code PIC X(05).
000196         03  Crej-Line-Amount-X  PIC X(09).
000197         03  FILLER              PIC X(55).
000200     02  Crej-Reason-Code        PIC X(02).
000210         88  Crej-Claim-Blank    VALUE "01".
000220         88  Crej-Claim-Format   VALUE "02".
000260         88  Crej-Date-Invalid   VALUE "06".
000261         88  Crej-Patient-Unknown VALUE "07".
000262         88  Crej-Period-Closed  VALUE "08".
000263         88  Crej-Total-Mismatch VALUE "09".
000264         88  Crej-Diag-Not-Effective VALUE "10".
000265         88  Crej-Line-Invalid   VALUE "11".
000266         88  Crej-Provider-Unknown VALUE "12".
000267         88  Crej-Provider-Inactive VALUE "13".
000270     02  Crej-Reason-Text        PIC X(40).
