000010*****************************************************************
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.     PAYPOST.
000040 AUTHOR.         D. KOVACS.
000050 INSTALLATION.   DATA PROCESSING DEPT.
000060 DATE-WRITTEN.   10/15/2026.
000070 DATE-COMPILED.
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*------------------------------------------------------------------
000110*    DATE       INIT  DESCRIPTION
000120*    10/15/2026 DK    INITIAL VERSION - POSTS THE PAYER
000130*                      REMITTANCE FEED (REMIT.DAT) AGAINST THE
000140*                      CLAIMS MASTER (CLAIMS.DAT) WITH KEYED I/O,
000150*                      IN THE STYLE OF CLMMAINT.  EACH REMITTANCE
000160*                      ADDS ITS PAID AMOUNT TO Claim-Paid-Amount,
000170*                      ITS CONTRACTUAL ADJUSTMENT TO
000180*                      Claim-Adj-Amount, AND TAKES BOTH OFF
000190*                      Claim-Balance.  A REMITTANCE WITH BAD
000200*                      FIELDS, FOR A CLAIM NOT ON THE MASTER
000210*                      (NEVER POSTED, OR ALREADY VOIDED), FOR A
000220*                      CLAIM HELD IN THE CLMDUPS.DAT DUPLICATE
000230*                      SUSPENSE, OR FOR MORE THAN THE OPEN
000240*                      BALANCE DOES NOT POST - IT GOES TO THE
000250*                      REMITTANCE EXCEPTIONS FILE (REMITEXC.DAT).
000260*                      AN UNDERPAYMENT OR DENIAL POSTS BUT IS ALSO
000270*                      WRITTEN THERE SO COLLECTIONS CAN CHASE THE
000280*                      BALANCE LEFT OPEN.  EVERY POSTING IS LOGGED
000290*                      TO AUDIT.LOG, AND THE RUN WRITES A
000300*                      RUN-CONTROL RECORD FOR SEQBAL.
000302*    10/15/2026 DK    EVERY CLAIM A PAYMENT POSTS TO NOW WRITES ITS
000304*                      BEFORE AND AFTER IMAGES TO JOURNAL.DAT
000306*                      THROUGH THE JOURNAL SUBPROGRAM FOR MSTRECV
000308*                      ROLL-FORWARD RECOVERY.
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT REMIT-FILE ASSIGN TO DISK
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS REMIT-STATUS.

000380     SELECT REMITEXC-FILE ASSIGN TO DISK
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS REMITEXC-STATUS.

000410     SELECT CLAIMS-FILE ASSIGN TO DISK
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS Claim-No
000450         FILE STATUS IS CLAIMS-STATUS.

000460     SELECT SUSP-FILE ASSIGN TO DISK
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS Susp-Claim-No
000500         FILE STATUS IS SUSP-STATUS.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  REMIT-FILE
000550     LABEL RECORD IS STANDARD
000560     VALUE OF FILE-ID IS "REMIT.DAT"
000570     DATA RECORD IS RemitTrans.
000580     COPY REMITREC.

000590 FD  REMITEXC-FILE
000600     LABEL RECORD IS STANDARD
000610     VALUE OF FILE-ID IS "REMITEXC.DAT"
000620     DATA RECORD IS RemitException.
000630     COPY RMTEXREC.

000640 FD  CLAIMS-FILE
000650     LABEL RECORD IS STANDARD
000660     VALUE OF FILE-ID IS "CLAIMS.DAT"
000670     DATA RECORD IS ClaimDetail.
000680     COPY CLAIMREC.

000690 FD  SUSP-FILE
000700     LABEL RECORD IS STANDARD
000710     VALUE OF FILE-ID IS "CLMDUPS.DAT"
000720     DATA RECORD IS SuspDetail.
000730     COPY SUSPREC.
000740*
000750 WORKING-STORAGE SECTION.
000760 01  REMIT-STATUS            PIC X(02) VALUE "00".
000770     88  REMIT-OK            VALUE "00".
000780     88  REMIT-EOF           VALUE "10".
000790     88  REMIT-NOT-FOUND     VALUE "35".

000800 01  REMITEXC-STATUS         PIC X(02) VALUE "00".
000810     88  REMITEXC-OK         VALUE "00".

000820 01  CLAIMS-STATUS           PIC X(02) VALUE "00".
000830     88  CLAIMS-OK           VALUE "00", "02".
000840     88  CLAIMS-NOT-FOUND    VALUE "23", "35".

000850 01  SUSP-STATUS             PIC X(02) VALUE "00".
000860     88  SUSP-OK             VALUE "00", "02".
000870     88  SUSP-NOT-FOUND      VALUE "23", "35".

000880 01  SUSP-AVAIL-SW           PIC X(01) VALUE "Y".
000890     88  IS-SUSP-AVAIL       VALUE "Y".

000900 01  REMIT-EOF-SW            PIC X(01) VALUE "N".
000910     88  IS-REMIT-EOF        VALUE "Y".

000920 01  REMIT-VALID-SW          PIC X(01) VALUE "Y".
000930     88  REMIT-IS-VALID      VALUE "Y".

000940 01  REMIT-COUNT             PIC 9(06) VALUE ZERO COMP.
000950 01  POSTED-COUNT            PIC 9(06) VALUE ZERO COMP.
000960 01  EXCEPTION-COUNT         PIC 9(06) VALUE ZERO COMP.
000970 01  UNPOSTED-COUNT          PIC 9(06) VALUE ZERO COMP.
000980 01  OPEN-LEFT-COUNT         PIC 9(06) VALUE ZERO COMP.

000990 01  APPLIED-AMOUNT          PIC 9(08)V99 VALUE ZERO.
001000 01  TOTAL-PAID-AMOUNT       PIC 9(11)V99 VALUE ZERO.
001010 01  TOTAL-ADJ-AMOUNT        PIC 9(11)V99 VALUE ZERO.

001020 01  AUDIT-PROGRAM-NAME      PIC X(08) VALUE "PAYPOST".
001030 01  AUDIT-OPERATION         PIC X(12) VALUE "PAYMENT".
001040 01  AUDIT-ONE-RECORD        PIC 9(06) VALUE 1.
001050 01  AUDIT-OPERATOR-ID       PIC X(08) VALUE SPACES.

001051 01  JRNL-MASTER             PIC X(08) VALUE "CLAIMS".
001052 01  JRNL-ACTION             PIC X(01) VALUE "C".
001053 01  JRNL-KEY                PIC X(10) VALUE SPACES.
001054 01  JRNL-BEFORE-IMAGE       PIC X(150) VALUE SPACES.
001055 01  JRNL-AFTER-IMAGE        PIC X(150) VALUE SPACES.
001056 01  JRNL-FEED-ID.
001057     02  JRNL-FEED-DATE      PIC 9(08) VALUE ZERO.
001058     02  JRNL-FEED-TIME      PIC 9(06) VALUE ZERO.
001059 01  JRNL-CLOCK              PIC 9(08) VALUE ZERO.
001060 01  JRNL-FEED-SEQ           PIC 9(06) VALUE ZERO.

001061 01  RUNCTL-READ-COUNT       PIC 9(06) VALUE ZERO.
001070 01  RUNCTL-WRITTEN-COUNT    PIC 9(06) VALUE ZERO.
001080 01  RUNCTL-REJECT-COUNT     PIC 9(06) VALUE ZERO.
001090*
001100 PROCEDURE DIVISION.
001110*
001120 0000-MAINLINE.
001130     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001140     IF RETURN-CODE = 0
001150         PERFORM 2000-POST-REMIT THRU 2000-EXIT
001160             UNTIL IS-REMIT-EOF
001170     END-IF
001180     PERFORM 9000-TERMINATE THRU 9000-EXIT
001190     STOP RUN.
001200*
001210*----------------------------------------------------------------
001220*    1000-INITIALIZE - OPEN THE REMITTANCE FEED, THE EXCEPTIONS
001230*    FILE AND THE CLAIMS MASTER, PRIMING THE FIRST FEED RECORD.
001240*    A MISSING REMIT.DAT MEANS NOTHING TO POST AND A MISSING
001250*    CLAIMS.DAT MEANS NOTHING TO POST AGAINST - EITHER IS
001260*    RETURN-CODE 8.  A MISSING CLMDUPS.DAT ONLY MEANS NO CLAIM
001270*    IS HELD, SO THE SUSPENSE CHECK IS SKIPPED WITH A WARNING.
001280*----------------------------------------------------------------
001290 1000-INITIALIZE.
001300     OPEN INPUT REMIT-FILE
001310     IF REMIT-NOT-FOUND
001320         DISPLAY "PAYPOST: REMIT.DAT NOT FOUND - NOTHING TO"
001330             " POST"
001340         MOVE 8 TO RETURN-CODE
001350         GO TO 1000-EXIT
001360     END-IF
001370     OPEN I-O CLAIMS-FILE
001380     IF CLAIMS-NOT-FOUND
001390         DISPLAY "PAYPOST: CLAIMS.DAT NOT FOUND - NOTHING TO"
001400             " POST AGAINST"
001410         MOVE 8 TO RETURN-CODE
001420         GO TO 1000-EXIT
001430     END-IF
001440     OPEN INPUT SUSP-FILE
001450     IF SUSP-NOT-FOUND
001460         DISPLAY "PAYPOST: CLMDUPS.DAT NOT FOUND - SUSPENSE"
001470             " CHECK SKIPPED"
001480         MOVE "N" TO SUSP-AVAIL-SW
001490     END-IF
001500     OPEN OUTPUT REMITEXC-FILE
001502     ACCEPT JRNL-FEED-DATE FROM DATE YYYYMMDD
001505     ACCEPT JRNL-CLOCK FROM TIME
001507     DIVIDE JRNL-CLOCK BY 100 GIVING JRNL-FEED-TIME
001510     PERFORM 2100-READ-REMIT THRU 2100-EXIT.
001520 1000-EXIT.
001530     EXIT.
001540*
001550*----------------------------------------------------------------
001560*    2000-POST-REMIT - VALIDATE ONE REMITTANCE, FIND ITS CLAIM
001570*    AND POST IT, THEN READ THE NEXT ONE.
001580*----------------------------------------------------------------
001590 2000-POST-REMIT.
001600     ADD 1 TO REMIT-COUNT
001610     PERFORM 2050-VALIDATE-REMIT THRU 2050-EXIT
001620     IF REMIT-IS-VALID
001630         PERFORM 3000-APPLY-REMIT THRU 3000-EXIT
001640     ELSE
001650         MOVE ZERO TO Rexc-Open-Balance
001660         PERFORM 2060-WRITE-EXCEPTION THRU 2060-EXIT
001670         ADD 1 TO UNPOSTED-COUNT
001680     END-IF
001690     PERFORM 2100-READ-REMIT THRU 2100-EXIT.
001700 2000-EXIT.
001710     EXIT.
001720*
001730*----------------------------------------------------------------
001740*    2050-VALIDATE-REMIT - THE PAID AMOUNT, THE ADJUSTMENT AND
001750*    THE PAID DATE MUST ALL BE FULLY NUMERIC BEFORE THEIR
001760*    NUMERIC VIEWS ARE TRUSTED.
001770*----------------------------------------------------------------
001780 2050-VALIDATE-REMIT.
001790     MOVE "Y" TO REMIT-VALID-SW
001800     EVALUATE TRUE
001810         WHEN NOT Rmt-Paid-Amount-X IS NUMERIC
001820                 OR NOT Rmt-Adj-Amount-X IS NUMERIC
001830             MOVE "N" TO REMIT-VALID-SW
001840             MOVE "01" TO Rexc-Reason-Code
001850             MOVE "PAID OR ADJUSTMENT AMOUNT NOT NUMERIC"
001860                 TO Rexc-Reason-Text
001870         WHEN NOT Rmt-Paid-Date-X IS NUMERIC
001880             MOVE "N" TO REMIT-VALID-SW
001890             MOVE "02" TO Rexc-Reason-Code
001900             MOVE "PAID DATE IS NOT NUMERIC" TO Rexc-Reason-Text
001910     END-EVALUATE.
001920 2050-EXIT.
001930     EXIT.
001940*
001950*----------------------------------------------------------------
001960*    2060-WRITE-EXCEPTION - WRITE THE REMITTANCE TO REMITEXC.DAT
001970*    WITH ITS REASON CODE AND TEXT.  THE CALLER HAS SET
001980*    Rexc-Open-Balance.
001990*----------------------------------------------------------------
002000 2060-WRITE-EXCEPTION.
002010     MOVE Rmt-Seq-No TO Rexc-Seq-No
002020     MOVE Rmt-Claim-No TO Rexc-Claim-No
002030     MOVE Rmt-Paid-Amount-X TO Rexc-Paid-Amount-X
002040     MOVE Rmt-Adj-Amount-X TO Rexc-Adj-Amount-X
002050     MOVE Rmt-Denial-Reason TO Rexc-Denial-Reason
002060     MOVE Rmt-Check-No TO Rexc-Check-No
002070     MOVE Rmt-Paid-Date-X TO Rexc-Paid-Date-X
002080     WRITE RemitException
002090     ADD 1 TO EXCEPTION-COUNT
002100     DISPLAY "PAYPOST: EXCEPTION SEQ " Rmt-Seq-No
002110         " CLAIM " Rmt-Claim-No " - " Rexc-Reason-Text.
002120 2060-EXIT.
002130     EXIT.
002140*
002150 2100-READ-REMIT.
002160     READ REMIT-FILE
002170         AT END MOVE "Y" TO REMIT-EOF-SW.
002180 2100-EXIT.
002190     EXIT.
002200*
002210*----------------------------------------------------------------
002220*    3000-APPLY-REMIT - READ THE CLAIM THE REMITTANCE SETTLES.
002230*    A CLAIM NOT ON THE MASTER IS EITHER HELD IN DUPLICATE
002240*    SUSPENSE OR UNKNOWN - A VOID REMOVES THE CLAIM FROM THE
002250*    MASTER, SO A VOIDED CLAIM READS AS UNKNOWN HERE.
002260*----------------------------------------------------------------
002270 3000-APPLY-REMIT.
002280     MOVE Rmt-Claim-No TO Claim-No
002290     READ CLAIMS-FILE
002300         INVALID KEY
002310             PERFORM 3100-CLAIM-NOT-ON-FILE THRU 3100-EXIT
002320         NOT INVALID KEY
002330             PERFORM 3200-POST-PAYMENT THRU 3200-EXIT
002340     END-READ.
002350 3000-EXIT.
002360     EXIT.
002370*
002380 3100-CLAIM-NOT-ON-FILE.
002390     MOVE ZERO TO Rexc-Open-Balance
002400     MOVE "03" TO Rexc-Reason-Code
002410     MOVE "CLAIM NOT ON FILE - UNKNOWN OR VOIDED"
002420         TO Rexc-Reason-Text
002430     IF IS-SUSP-AVAIL
002440         MOVE Rmt-Claim-No TO Susp-Claim-No
002450         READ SUSP-FILE
002460             INVALID KEY
002470                 CONTINUE
002480             NOT INVALID KEY
002490                 MOVE Susp-Balance TO Rexc-Open-Balance
002500                 MOVE "04" TO Rexc-Reason-Code
002510                 MOVE "CLAIM HELD IN DUPLICATE SUSPENSE"
002520                     TO Rexc-Reason-Text
002530         END-READ
002540     END-IF
002550     PERFORM 2060-WRITE-EXCEPTION THRU 2060-EXIT
002560     ADD 1 TO UNPOSTED-COUNT.
002570 3100-EXIT.
002580     EXIT.
002590*
002600*----------------------------------------------------------------
002610*    3200-POST-PAYMENT - THE CLAIM IS IN HAND.  PAID PLUS
002620*    ADJUSTMENT OVER THE OPEN BALANCE IS AN OVERPAYMENT AND DOES
002630*    NOT POST.  OTHERWISE BOTH AMOUNTS POST AND COME OFF THE
002640*    BALANCE; A BALANCE STILL OPEN AFTERWARDS IS AN UNDERPAYMENT
002650*    (OR A DENIAL WHEN THE PAYER GAVE A REASON) AND IS WRITTEN
002660*    TO THE EXCEPTIONS FILE AS WELL.
002670*----------------------------------------------------------------
002680 3200-POST-PAYMENT.
002690     COMPUTE APPLIED-AMOUNT = Rmt-Paid-Amount + Rmt-Adj-Amount
002700     IF APPLIED-AMOUNT > Claim-Balance
002710         MOVE Claim-Balance TO Rexc-Open-Balance
002720         MOVE "05" TO Rexc-Reason-Code
002730         MOVE "OVERPAYMENT - EXCEEDS OPEN BALANCE"
002740             TO Rexc-Reason-Text
002750         PERFORM 2060-WRITE-EXCEPTION THRU 2060-EXIT
002760         ADD 1 TO UNPOSTED-COUNT
002770         GO TO 3200-EXIT
002780     END-IF
002785     MOVE ClaimDetail TO JRNL-BEFORE-IMAGE
002790     ADD Rmt-Paid-Amount TO Claim-Paid-Amount
002800     ADD Rmt-Adj-Amount TO Claim-Adj-Amount
002810     SUBTRACT APPLIED-AMOUNT FROM Claim-Balance
002820     REWRITE ClaimDetail
002830         INVALID KEY
002840             DISPLAY "PAYPOST: REWRITE FAILED FOR CLAIM "
002850                 Claim-No " - SEQ " Rmt-Seq-No
002860             ADD 1 TO UNPOSTED-COUNT
002870             GO TO 3200-EXIT
002880     END-REWRITE
002890     ADD 1 TO POSTED-COUNT
002900     ADD Rmt-Paid-Amount TO TOTAL-PAID-AMOUNT
002910     ADD Rmt-Adj-Amount TO TOTAL-ADJ-AMOUNT
002920     CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME AUDIT-OPERATION
002930         Claim-Diag-Code AUDIT-ONE-RECORD AUDIT-OPERATOR-ID
002935     PERFORM 3300-JOURNAL-CLAIM THRU 3300-EXIT
002940     IF Claim-Balance > ZERO
002950         ADD 1 TO OPEN-LEFT-COUNT
002960         MOVE Claim-Balance TO Rexc-Open-Balance
002970         IF Rmt-Denial-Reason NOT = SPACES
002980             MOVE "07" TO Rexc-Reason-Code
002990             MOVE "DENIED BY PAYER - BALANCE LEFT OPEN"
003000                 TO Rexc-Reason-Text
003010         ELSE
003020             MOVE "06" TO Rexc-Reason-Code
003030             MOVE "UNDERPAYMENT - BALANCE LEFT OPEN"
003040                 TO Rexc-Reason-Text
003050         END-IF
003060         PERFORM 2060-WRITE-EXCEPTION THRU 2060-EXIT
003070     END-IF.
003080 3200-EXIT.
003090     EXIT.
003091*
003092*----------------------------------------------------------------
003093*    3300-JOURNAL-CLAIM - WRITE THE BEFORE AND AFTER IMAGES OF
003094*    THE CLAIM JUST POSTED TO JOURNAL.DAT.  THE BEFORE-IMAGE WAS
003095*    TAKEN BEFORE THE PAYMENT WAS APPLIED.
003096*----------------------------------------------------------------
003097 3300-JOURNAL-CLAIM.
003098     MOVE Claim-No TO JRNL-KEY
003099     MOVE ClaimDetail TO JRNL-AFTER-IMAGE
003100     MOVE Rmt-Seq-No TO JRNL-FEED-SEQ
003101     CALL "JOURNAL" USING AUDIT-PROGRAM-NAME JRNL-MASTER
003102         JRNL-ACTION JRNL-KEY JRNL-BEFORE-IMAGE JRNL-AFTER-IMAGE
003103         JRNL-FEED-ID JRNL-FEED-SEQ AUDIT-OPERATOR-ID.
003104 3300-EXIT.
003105     EXIT.
003106*
003110*----------------------------------------------------------------
003120*    9000-TERMINATE - CLOSE UP AND WRITE THE RUN-CONTROL RECORD.
003130*    REMITTANCES THAT DID NOT POST RIDE IN THE REJECTED BUCKET;
003140*    AN UNDERPAYMENT OR DENIAL POSTED, SO IT COUNTS AS WRITTEN.
003150*----------------------------------------------------------------
003160 9000-TERMINATE.
003170     IF NOT REMIT-NOT-FOUND
003180         CLOSE REMIT-FILE
003190         IF NOT CLAIMS-NOT-FOUND
003200             CLOSE CLAIMS-FILE
003205             IF IS-SUSP-AVAIL
003210                 CLOSE SUSP-FILE
003215             END-IF
003220             CLOSE REMITEXC-FILE
003230         END-IF
003240     END-IF
003250     IF EXCEPTION-COUNT > 0 AND RETURN-CODE = 0
003260         MOVE 4 TO RETURN-CODE
003270     END-IF
003280     MOVE REMIT-COUNT TO RUNCTL-READ-COUNT
003290     MOVE POSTED-COUNT TO RUNCTL-WRITTEN-COUNT
003300     MOVE UNPOSTED-COUNT TO RUNCTL-REJECT-COUNT
003310     CALL "RUNCTL" USING AUDIT-PROGRAM-NAME RUNCTL-READ-COUNT
003320         RUNCTL-WRITTEN-COUNT RUNCTL-REJECT-COUNT
003330     DISPLAY "PAYPOST: " REMIT-COUNT " REMITTANCE(S) READ, "
003340         POSTED-COUNT " POSTED (" OPEN-LEFT-COUNT
003350         " LEFT OPEN), " UNPOSTED-COUNT " NOT POSTED, "
003360         EXCEPTION-COUNT " EXCEPTION(S) TO REMITEXC.DAT"
003370     DISPLAY "PAYPOST: PAID " TOTAL-PAID-AMOUNT
003380         " ADJUSTED " TOTAL-ADJ-AMOUNT.
003390 9000-EXIT.
003400     EXIT.
