000210*                      CODING DESK'S DECISION.  EVERY RELEASE IS
000220*                      LOGGED TO AUDIT.LOG VIA THE AUDITLOG
000230*                      SUBPROGRAM.
000231*    10/15/2026 DK    A RESTORE NOW PUTS BACK THE HELD CLAIM'S
000232*                      PAID, ADJUSTMENT AND OPEN-BALANCE AMOUNTS.
000233*    10/15/2026 DK    A RESTORED CLAIM'S AFTER-IMAGE IS WRITTEN TO
000234*                      JOURNAL.DAT AS AN ADD FOR MSTRECV RECOVERY.
000235*    10/15/2026 DK    Susp-Provider-ID IS RESTORED WITH THE CLAIM.
000236*    10/15/2026 DK    A VOID NOW ALSO DELETES THE CLAIM'S LINES FROM
000237*                      CLMLINES.DAT, WHICH CLMDUP LEAVES THERE WHILE
000238*                      THE CLAIM IS SUSPENDED.
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS Claim-No
000400         FILE STATUS IS CLAIMS-STATUS.

000401     SELECT CLMLINES-FILE ASSIGN TO DISK
000402         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS DYNAMIC
000404         RECORD KEY IS Cln-Key
000405         FILE STATUS IS CLMLINES-STATUS.
000410*
000420 DATA DIVISION.
000430 FILE SECTION.
000560     VALUE OF FILE-ID IS "CLAIMS.DAT"
000570     DATA RECORD IS ClaimDetail.
000580     COPY CLAIMREC.

000581 FD  CLMLINES-FILE
000582     LABEL RECORD IS STANDARD
000583     VALUE OF FILE-ID IS "CLMLINES.DAT"
000584     DATA RECORD IS ClaimLineDetail.
000585     COPY CLMLNREC.
000590*
000600 WORKING-STORAGE SECTION.
000610 01  CLMRELS-STATUS          PIC X(02) VALUE "00".
000700     88  CLAIMS-NOT-FOUND    VALUE "23", "35".
000710     88  CLAIMS-DUP-KEY      VALUE "22".

000711 01  CLMLINES-STATUS         PIC X(02) VALUE "00".
000712     88  CLMLINES-OK         VALUE "00", "02".
000713     88  CLMLINES-NOT-FOUND  VALUE "23", "35".

000720 01  CLMRELS-EOF-SW          PIC X(01) VALUE "N".
000730     88  IS-CLMRELS-EOF      VALUE "Y".

000732 01  SUSP-AVAIL-SW           PIC X(01) VALUE "N".
000734     88  IS-SUSP-AVAIL       VALUE "Y".

000735 01  LINES-DONE-SW           PIC X(01) VALUE "N".
000736     88  IS-LINES-DONE       VALUE "Y".

000740 01  TRANS-COUNT             PIC 9(06) VALUE ZERO COMP.
000750 01  RESTORE-COUNT           PIC 9(06) VALUE ZERO COMP.
000760 01  VOID-COUNT              PIC 9(06) VALUE ZERO COMP.
000770 01  REJECT-COUNT            PIC 9(06) VALUE ZERO COMP.
000771 01  LINE-DELETE-COUNT       PIC 9(06) VALUE ZERO COMP.

000772 01  JRNL-MASTER             PIC X(08) VALUE "CLAIMS".
000773 01  JRNL-ACTION             PIC X(01) VALUE "A".
000774 01  JRNL-KEY                PIC X(10) VALUE SPACES.
000775 01  JRNL-BEFORE-IMAGE       PIC X(150) VALUE SPACES.
000776 01  JRNL-AFTER-IMAGE        PIC X(150) VALUE SPACES.
000777 01  JRNL-CLOCK              PIC 9(08) VALUE ZERO.

000780 01  AUDIT-PROGRAM-NAME      PIC X(08) VALUE "CLMREL".
000790 01  AUDIT-OPERATION         PIC X(12) VALUE SPACES.
000800 01  AUDIT-ONE-RECORD        PIC 9(06) VALUE 1.
000805 01  AUDIT-OPERATOR-ID       PIC X(08) VALUE SPACES.

000806 01  JRNL-FEED-ID.
000807     02  JRNL-FEED-DATE      PIC 9(08) VALUE ZERO.
000808     02  JRNL-FEED-TIME      PIC 9(06) VALUE ZERO.
000809 01  JRNL-FEED-SEQ           PIC 9(06) VALUE ZERO.
000810*
000820 PROCEDURE DIVISION.
000830*
000972*    MISSING CLAIMS.DAT IS CREATED EMPTY, AS CLMMAINT DOES -
000974*    OTHERWISE A RESTORE'S WRITE WOULD FAIL AGAINST THE UNOPENED
000976*    MASTER AFTER THE SUSPENSE RECORD WAS ALREADY COMMITTED.
000977*    CLMLINES.DAT IS CREATED EMPTY THE SAME WAY FOR A VOID'S LINE
000978*    DELETES.
000980*----------------------------------------------------------------
000990 1000-INITIALIZE.
001000     OPEN INPUT CLMRELS-FILE
001110             MOVE "Y" TO CLMRELS-EOF-SW
001120         ELSE
001130             MOVE "Y" TO SUSP-AVAIL-SW
001132             OPEN I-O CLMLINES-FILE
001133             IF CLMLINES-NOT-FOUND
001134                 OPEN OUTPUT CLMLINES-FILE
001135                 CLOSE CLMLINES-FILE
001136                 OPEN I-O CLMLINES-FILE
001137             END-IF
001140             OPEN I-O CLAIMS-FILE
001142             IF CLAIMS-NOT-FOUND
001144                 OPEN OUTPUT CLAIMS-FILE
001148                 OPEN I-O CLAIMS-FILE
001150             END-IF
001152             PERFORM 2100-READ-RELEASE THRU 2100-EXIT
001154             ACCEPT JRNL-FEED-DATE FROM DATE YYYYMMDD
001156             ACCEPT JRNL-CLOCK FROM TIME
001158             DIVIDE JRNL-CLOCK BY 100 GIVING JRNL-FEED-TIME
001160         END-IF
001162     END-IF.
001170 1000-EXIT.
001660     MOVE Susp-Amount TO Claim-Amount
001670     MOVE Susp-Service-Date TO Claim-Service-Date
001680     MOVE Susp-Patient-ID TO Claim-Patient-ID
001682     MOVE Susp-Paid-Amount TO Claim-Paid-Amount
001685     MOVE Susp-Adj-Amount TO Claim-Adj-Amount
001687     MOVE Susp-Balance TO Claim-Balance
001688     MOVE Susp-Provider-ID TO Claim-Provider-ID
001690     WRITE ClaimDetail
001700         INVALID KEY
001710             DISPLAY "CLMREL: CLAIM " Claim-No " ALREADY BACK"
001740             ADD 1 TO REJECT-COUNT
001750             GO TO 3000-EXIT
001760     END-WRITE
001765     PERFORM 3100-JOURNAL-CLAIM THRU 3100-EXIT
001770     DELETE SUSP-FILE
001780         INVALID KEY
001790             DISPLAY "CLMREL: SUSPENSE DELETE FAILED FOR CLAIM "
001920*    4000-APPLY-VOID - THE SUSPENDED CLAIM REALLY WAS A DOUBLE
001930*    BILLING.  REMOVE IT FROM THE SUSPENSE FOR GOOD; IT NEVER
001940*    RETURNS TO THE MASTER.  THE RECORD IS READ FIRST SO THE
001950*    AUDIT ENTRY CAN CARRY ITS DIAGNOSIS CODE.  THE CLAIM'S
001952*    SERVICE LINES, LEFT ON CLMLINES.DAT BY CLMDUP WHILE IT WAS
001954*    HELD, ARE DELETED WITH IT.
001960*----------------------------------------------------------------
001970 4000-APPLY-VOID.
001980     MOVE Crels-Claim-No TO Susp-Claim-No
002140                     CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME
002150                         AUDIT-OPERATION Susp-Diag-Code
002160                         AUDIT-ONE-RECORD AUDIT-OPERATOR-ID
002165                     PERFORM 4200-DELETE-LINES THRU 4200-EXIT
002170             END-DELETE
002180     END-READ.
002190 4000-EXIT.
002250         IF IS-SUSP-AVAIL
002260             CLOSE SUSP-FILE
002270             CLOSE CLAIMS-FILE
002275             CLOSE CLMLINES-FILE
002280         END-IF
002290     END-IF
002300     IF REJECT-COUNT > 0 AND RETURN-CODE = 0
002320     END-IF
002330     DISPLAY "CLMREL: " TRANS-COUNT " RELEASE(S) READ, "
002340         RESTORE-COUNT " RESTORED TO CLAIMS.DAT, "
002350         VOID-COUNT " VOIDED, " REJECT-COUNT " REJECTED, "
002355         LINE-DELETE-COUNT " VOIDED LINE(S) DELETED".
002360 9000-EXIT.
002370     EXIT.
002380*
002390*----------------------------------------------------------------
002400*    4200-DELETE-LINES - REMOVE EVERY LINE CLMLINES.DAT HOLDS FOR
002410*    THE CLAIM JUST VOIDED, AS CLMMAINT DOES FOR ITS OWN VOIDS.
002420*----------------------------------------------------------------
002430 4200-DELETE-LINES.
002440     PERFORM 4300-START-LINES THRU 4300-EXIT
002450     PERFORM 4250-DELETE-ONE-LINE THRU 4250-EXIT
002460         UNTIL IS-LINES-DONE.
002470 4200-EXIT.
002480     EXIT.
002490*
002500 4250-DELETE-ONE-LINE.
002510     PERFORM 4350-READ-NEXT-LINE THRU 4350-EXIT
002520     IF NOT IS-LINES-DONE
002530         DELETE CLMLINES-FILE
002540             INVALID KEY
002550                 DISPLAY "CLMREL: LINE DELETE FAILED FOR CLAIM "
002560                     Cln-Claim-No " LINE " Cln-Line-No
002570             NOT INVALID KEY
002580                 ADD 1 TO LINE-DELETE-COUNT
002590                 MOVE "DELETE LINE" TO AUDIT-OPERATION
002600                 CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME
002610                     AUDIT-OPERATION Cln-Diag-Code
002620                     AUDIT-ONE-RECORD AUDIT-OPERATOR-ID
002630         END-DELETE
002640     END-IF.
002650 4250-EXIT.
002660     EXIT.
002670*
002680*----------------------------------------------------------------
002690*    4300-START-LINES - POSITION CLMLINES.DAT AT THE FIRST LINE OF
002700*    THE VOIDED CLAIM; 4350-READ-NEXT-LINE THEN RETURNS ITS LINES
002710*    IN LINE-NUMBER ORDER UNTIL THE NEXT CLAIM IS REACHED.
002720*----------------------------------------------------------------
002730 4300-START-LINES.
002740     MOVE "N" TO LINES-DONE-SW
002750     MOVE Crels-Claim-No TO Cln-Claim-No
002760     MOVE ZERO TO Cln-Line-No
002770     START CLMLINES-FILE KEY IS NOT LESS THAN Cln-Key
002780         INVALID KEY
002790             MOVE "Y" TO LINES-DONE-SW
002800     END-START.
002810 4300-EXIT.
002820     EXIT.
002830*
002840 4350-READ-NEXT-LINE.
002850     READ CLMLINES-FILE NEXT RECORD
002860         AT END
002870             MOVE "Y" TO LINES-DONE-SW
002880     END-READ
002890     IF NOT IS-LINES-DONE
002900             AND Cln-Claim-No NOT = Crels-Claim-No
002910         MOVE "Y" TO LINES-DONE-SW
002920     END-IF.
002930 4350-EXIT.
002940     EXIT.
002950*
002960*----------------------------------------------------------------
002970*    3100-JOURNAL-CLAIM - WRITE THE AFTER-IMAGE OF THE CLAIM JUST
002980*    PUT BACK ON CLAIMS.DAT TO JOURNAL.DAT AS AN ADD.
002990*----------------------------------------------------------------
003000 3100-JOURNAL-CLAIM.
003010     MOVE Claim-No TO JRNL-KEY
003020     MOVE ClaimDetail TO JRNL-AFTER-IMAGE
003030     MOVE Crels-Seq-No TO JRNL-FEED-SEQ
003040     CALL "JOURNAL" USING AUDIT-PROGRAM-NAME JRNL-MASTER
003050         JRNL-ACTION JRNL-KEY JRNL-BEFORE-IMAGE JRNL-AFTER-IMAGE
003060         JRNL-FEED-ID JRNL-FEED-SEQ AUDIT-OPERATOR-ID.
003070 3100-EXIT.
003080     EXIT.
