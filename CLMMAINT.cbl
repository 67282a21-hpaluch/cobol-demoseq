000287*                      SILENTLY MOVE.  A PERIOD NOT ON THE FILE
000288*                      IS OPEN; A MISSING APERIOD.DAT SKIPS THE
000289*                      CHECK WITH A CONSOLE WARNING.
000290*    10/15/2026 DK    AN ADD OR ADJUST NOW SETS Claim-Balance.
000291*    10/15/2026 DK    MULTI-LINE CLAIMS ON CLMLINES.DAT AND
000292*                      DIAG.DAT CODE CHECK - REASONS 09 TO 11.
000293*    10/15/2026 DK    CLAIMS.DAT CHANGES JOURNALED FOR MSTRECV.
000294*    10/15/2026 DK    CHECKPOINT/RESTART EVERY N TRANSACTIONS.
000295*    10/15/2026 DK    PROVIDER.DAT CHECK - REASONS 12 AND 13.
000296*****************************************************************
000297 ENVIRONMENT DIVISION.
000298 INPUT-OUTPUT SECTION.
000299 FILE-CONTROL.
000300     SELECT CLMTRANS-FILE ASSIGN TO DISK
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS CLMTRANS-STATUS.

000321     SELECT PROVIDER-FILE ASSIGN TO DISK
000322         ORGANIZATION IS INDEXED
000323         ACCESS MODE IS RANDOM
000324         RECORD KEY IS Provider-ID
000325         FILE STATUS IS PRVMAST-STATUS.

000327     SELECT CKPT-FILE ASSIGN TO DISK
000328         ORGANIZATION IS SEQUENTIAL
000329         FILE STATUS IS CKPT-STATUS.

000330     SELECT CLMREJ-FILE ASSIGN TO DISK
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS CLMREJ-STATUS.

000351     SELECT CLMLINES-FILE ASSIGN TO DISK
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE IS DYNAMIC
000354         RECORD KEY IS Cln-Key
000355         FILE STATUS IS CLMLINES-STATUS.

000357     SELECT CKWORK-FILE ASSIGN TO DISK
000358         ORGANIZATION IS LINE SEQUENTIAL
000359         FILE STATUS IS CKWORK-STATUS.

000360     SELECT CLAIMS-FILE ASSIGN TO DISK
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000417         ACCESS MODE IS RANDOM
000418         RECORD KEY IS Period-Id
000419         FILE STATUS IS APERIOD-STATUS.

000420     SELECT DIAG-FILE ASSIGN TO DISK
000421         ORGANIZATION IS INDEXED
000422         ACCESS MODE IS RANDOM
000423         RECORD KEY IS DiagCode
000424         FILE STATUS IS DIAG-STATUS.

000425     SELECT JOURNAL-FILE ASSIGN TO DISK
000426         ORGANIZATION IS LINE SEQUENTIAL
000427         FILE STATUS IS JOURNAL-STATUS.
000428*
000429 DATA DIVISION.
000430 FILE SECTION.
000440 FD  CLMTRANS-FILE
000450     LABEL RECORD IS STANDARD
000470     DATA RECORD IS ClaimTrans.
000480     COPY CLMTRREC.

000481 FD  CLMREJ-FILE
000482     LABEL RECORD IS STANDARD
000483     VALUE OF FILE-ID IS "CLMREJ.DAT"
000484     DATA RECORD IS ClaimReject.
000485     COPY CLMREJREC.

000487 FD  PROVIDER-FILE
000488     LABEL RECORD IS STANDARD
000489     VALUE OF FILE-ID IS "PROVIDER.DAT"
000490     DATA RECORD IS ProviderDetail.
000491     COPY PRVREC.

000493 FD  CLMLINES-FILE
000494     LABEL RECORD IS STANDARD
000495     VALUE OF FILE-ID IS "CLMLINES.DAT"
000496     DATA RECORD IS ClaimLineDetail.
000497     COPY CLMLNREC.

000499 FD  DIAG-FILE
000500     LABEL RECORD IS STANDARD
000501     VALUE OF FILE-ID IS "DIAG.DAT"
000502     DATA RECORD IS DiagDetails.
000503     COPY DIAGREC.

000505 FD  CKPT-FILE
000506     LABEL RECORD IS STANDARD
000507     VALUE OF FILE-ID IS "CLMMCKPT.DAT"
000508     DATA RECORD IS CKPT-RECORD.
000509 01  CKPT-RECORD                PIC X(143).

000511 FD  CKWORK-FILE
000512     LABEL RECORD IS STANDARD
000513     VALUE OF FILE-ID IS "CLMMCKWK.DAT"
000514     DATA RECORD IS CKWORK-LINE.
000515 01  CKWORK-LINE                PIC X(150).

000517*----------------------------------------------------------------
000518*    JOURNAL.DAT IS READ BACK ON A RESTART ONLY.  THE LAYOUT IS
000519*    JRNLREC'S; IT IS SPELLED OUT HERE UNDER JIN- NAMES BECAUSE
000520*    THE JRNL- NAMES ARE THIS PROGRAM'S JOURNAL CALL ARGUMENTS.
000521*----------------------------------------------------------------
000522 FD  JOURNAL-FILE
000523     LABEL RECORD IS STANDARD
000524     VALUE OF FILE-ID IS "JOURNAL.DAT"
000525     DATA RECORD IS JOURNAL-IN-ENTRY.
000526 01  JOURNAL-IN-ENTRY.
000527     02  JIN-STAMP              PIC X(16).
000528     02  JIN-PROGRAM            PIC X(08).
000529     02  JIN-OPERATOR           PIC X(08).
000530     02  JIN-FEED-ID            PIC 9(14).
000531     02  JIN-FEED-SEQ           PIC 9(06).
000532     02  JIN-MASTER             PIC X(08).
000533     02  JIN-ACTION             PIC X(01).
000534     02  JIN-KEY                PIC X(10).
000535     02  JIN-BEFORE-IMAGE       PIC X(150).
000536     02  JIN-AFTER-IMAGE        PIC X(150).

000540 FD  CLAIMS-FILE
000550     LABEL RECORD IS STANDARD
000602     COPY PERDREC.
000603*
000604 WORKING-STORAGE SECTION.
000605 01  CKWORK-STATUS           PIC X(02) VALUE "00".
000606     88  CKWORK-OK           VALUE "00".

000607 01  JOURNAL-STATUS          PIC X(02) VALUE "00".
000608     88  JOURNAL-OK          VALUE "00".
000609     88  JOURNAL-NOT-FOUND   VALUE "35".

000610 01  CLMTRANS-STATUS         PIC X(02) VALUE "00".
000620     88  CLMTRANS-OK         VALUE "00".
000630     88  CLMTRANS-EOF        VALUE "10".
000640     88  CLMTRANS-NOT-FOUND  VALUE "35".

000641 01  PRVMAST-STATUS          PIC X(02) VALUE "00".
000642     88  PRVMAST-OK          VALUE "00", "02".
000643     88  PRVMAST-NOT-FOUND   VALUE "23", "35".

000644 01  PROVIDER-AVAIL-SW       PIC X(01) VALUE "Y".
000645     88  IS-PROVIDER-AVAIL   VALUE "Y".

000646 01  CLMLINES-STATUS         PIC X(02) VALUE "00".
000647     88  CLMLINES-OK         VALUE "00", "02".
000648     88  CLMLINES-NOT-FOUND  VALUE "23", "35".

000650 01  CLMREJ-STATUS           PIC X(02) VALUE "00".
000660     88  CLMREJ-OK           VALUE "00".

000661 01  DIAG-STATUS             PIC X(02) VALUE "00".
000662     88  DIAG-OK             VALUE "00", "02".
000663     88  DIAG-NOT-FOUND      VALUE "23", "35".

000664 01  DIAG-AVAIL-SW           PIC X(01) VALUE "Y".
000665     88  IS-DIAG-AVAIL       VALUE "Y".

000666 01  CKPT-STATUS             PIC X(02) VALUE "00".
000667     88  CKPT-OK             VALUE "00".
000668     88  CKPT-NOT-FOUND      VALUE "35".

000669     COPY CLMCKREC.

000670 01  CLAIMS-STATUS           PIC X(02) VALUE "00".
000680     88  CLAIMS-OK           VALUE "00", "02".
000690     88  CLAIMS-NOT-FOUND    VALUE "23", "35".
000721 01  CLMTRANS-EOF-SW         PIC X(01) VALUE "N".
000722     88  IS-CLMTRANS-EOF     VALUE "Y".

000723 01  SCAN-EOF-SW             PIC X(01) VALUE "N".
000724     88  IS-SCAN-EOF         VALUE "Y".

000725 01  RESTART-SW              PIC X(01) VALUE "N".
000726     88  IS-RESTART          VALUE "Y".

000727 01  DONE-FOUND-SW           PIC X(01) VALUE "N".
000728     88  IS-DONE-FOUND       VALUE "Y".

000730 01  CTRANS-VALID-SW         PIC X(01) VALUE "Y".
000740     88  CTRANS-IS-VALID     VALUE "Y".

000741 01  CTRANS-SUSPEND-SW       PIC X(01) VALUE "N".
000742     88  CTRANS-IS-SUSPENDED VALUE "Y".

000743 01  AHEAD-SW                PIC X(01) VALUE "N".
000744     88  IS-AHEAD-HELD       VALUE "Y".

000745 01  LINES-DONE-SW           PIC X(01) VALUE "N".
000746     88  IS-LINES-DONE       VALUE "Y".

000747 01  CTRANS-HOLD             PIC X(89).
000748 01  CTRANS-AHEAD            PIC X(89).
000749 01  HOLD-CLAIM-NO           PIC X(10) VALUE SPACES.

000750 01  TRANS-COUNT             PIC 9(06) VALUE ZERO COMP.
000751 01  WRITE-COUNT             PIC 9(06) VALUE ZERO COMP.
000752 01  VOID-COUNT              PIC 9(06) VALUE ZERO COMP.
000753 01  REJECT-COUNT            PIC 9(06) VALUE ZERO COMP.
000754 01  SUSPENSE-COUNT          PIC 9(06) VALUE ZERO COMP.
000755 01  LINE-READ-COUNT         PIC 9(06) VALUE ZERO COMP.
000756 01  LINE-WRITE-COUNT        PIC 9(06) VALUE ZERO COMP.
000757 01  LINE-DELETE-COUNT       PIC 9(06) VALUE ZERO COMP.
000758 01  LINE-REJECT-COUNT       PIC 9(06) VALUE ZERO COMP.

000759 01  CKPT-PARM               PIC X(10) VALUE SPACES.
000760 01  CKPT-PARM-LEN           PIC 9(02) VALUE ZERO COMP.
000761 01  CKPT-INTERVAL           PIC 9(03) VALUE 100.
000762 01  SINCE-CKPT-COUNT        PIC 9(06) VALUE ZERO COMP.
000763 01  FEED-READ-COUNT         PIC 9(07) VALUE ZERO COMP.
000764 01  LAST-TRANS-SEQ          PIC 9(06) VALUE ZERO.
000765 01  REJ-WRITE-COUNT         PIC 9(07) VALUE ZERO COMP.
000766 01  SUSP-WRITE-COUNT        PIC 9(07) VALUE ZERO COMP.
000767 01  COPY-COUNT              PIC 9(07) VALUE ZERO COMP.

000768 01  DONE-COUNT              PIC 9(04) VALUE ZERO COMP.
000769 01  DONE-IDX                PIC 9(04) VALUE ZERO COMP.
000770 01  DONE-MATCH-IDX          PIC 9(04) VALUE ZERO COMP.
000771 01  DONE-TABLE.
000772     02  DONE-ENTRY OCCURS 999 TIMES.
000773         03  DN-SEQ-NO       PIC 9(06).
000774         03  DN-CLAIM-NO     PIC X(10).
000775         03  DN-ACTION       PIC X(01).

000776 01  LINE-PREV-NO            PIC 9(03) VALUE ZERO.
000777 01  LINE-TOTAL              PIC 9(09)V99 VALUE ZERO.
000778 01  ONFILE-LINE-COUNT       PIC 9(05) VALUE ZERO COMP.
000779 01  ONFILE-LINE-TOTAL       PIC 9(09)V99 VALUE ZERO.
000780 01  CLINE-COUNT             PIC 9(05) VALUE ZERO COMP.
000781 01  CLINE-IDX               PIC 9(05) VALUE ZERO COMP.

000782 01  RUN-TODAY-DATE          PIC 9(08) VALUE ZERO.
000783 01  JRNL-FEED-ID.
000784     02  JRNL-FEED-DATE      PIC 9(08) VALUE ZERO.
000785     02  JRNL-FEED-TIME      PIC 9(06) VALUE ZERO.
000786 01  AUDIT-OPERATOR-ID       PIC X(08) VALUE SPACES.

000787 01  AUDIT-PROGRAM-NAME      PIC X(08) VALUE "CLMMAINT".
000788 01  AUDIT-OPERATION         PIC X(12) VALUE SPACES.
000789 01  AUDIT-ONE-RECORD        PIC 9(06) VALUE 1.

000790 01  JRNL-MASTER             PIC X(08) VALUE "CLAIMS".
000791 01  JRNL-ACTION             PIC X(01) VALUE SPACE.
000792 01  JRNL-KEY                PIC X(10) VALUE SPACES.
000793 01  JRNL-BEFORE-IMAGE       PIC X(150) VALUE SPACES.
000794 01  JRNL-AFTER-IMAGE        PIC X(150) VALUE SPACES.
000795 01  JRNL-CLOCK              PIC 9(08) VALUE ZERO.
000796 01  JRNL-FEED-SEQ           PIC 9(06) VALUE ZERO.

000797 01  CHECK-DIAG-CODE         PIC X(05) VALUE SPACES.
000798 01  BAD-LINE-NO             PIC X(03) VALUE SPACES.

000799 01  CLAIM-LINE-TABLE.
000800     02  CLAIM-LINE-ENTRY OCCURS 999 TIMES.
000801         03  CL-SEQ-NO       PIC 9(06).
000802         03  CL-LINE-NO-X    PIC X(03).
000803         03  CL-LINE-NO REDEFINES CL-LINE-NO-X
000804                             PIC 9(03).
000805         03  CL-DIAG-CODE    PIC X(05).
000806         03  CL-AMOUNT-X     PIC X(09).
000807         03  CL-AMOUNT REDEFINES CL-AMOUNT-X
000808                             PIC 9(07)V99.

000809 01  LINE-OVERFLOW-SW        PIC X(01) VALUE "N".
000810     88  IS-LINE-OVERFLOW    VALUE "Y".
000811 01  SUSP-HDG-LINE.
000812     02  FILLER              PIC X(01) VALUE SPACE.
000813     02  FILLER              PIC X(33)
000846*
000850 0000-MAINLINE.
000860     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000870     IF RETURN-CODE < 8
000880         PERFORM 2000-APPLY-TRANS THRU 2000-EXIT
000890             UNTIL IS-CLMTRANS-EOF
000897         PERFORM 6900-CLEAR-CHECKPOINT THRU 6900-EXIT
000900     END-IF
000910     PERFORM 9000-TERMINATE THRU 9000-EXIT
000920     STOP RUN.
000970*    CLMTRANS.DAT IS MISSING THERE IS NOTHING TO PROCESS, SO
000980*    RETURN-CODE IS SET TO 8 FOR THE CALLING JOB STEP.  A MISSING
000990*    CLAIMS.DAT IS CREATED EMPTY, AS SEQMAINT DOES FOR DIAG.DAT.
000992*    A BAD CHECKPOINT INTERVAL IS RETURN-CODE 16.  A CHECKPOINT
000994*    LEFT IN PROGRESS TODAY TURNS THE RUN INTO A RESTART OF THE
000996*    ONE THAT FAILED.
001000*----------------------------------------------------------------
001010 1000-INITIALIZE.
001012     PERFORM 1050-GET-INTERVAL THRU 1050-EXIT
001014     IF RETURN-CODE = 16
001016         GO TO 1000-EXIT
001018     END-IF
001020     OPEN INPUT CLMTRANS-FILE
001030     IF CLMTRANS-NOT-FOUND
001040         DISPLAY "CLMMAINT: CLMTRANS.DAT NOT FOUND - NOTHING TO"
001050             " PROCESS"
001060         MOVE 8 TO RETURN-CODE
001070     ELSE
001090         OPEN I-O CLAIMS-FILE
001100         IF CLAIMS-NOT-FOUND
001110             OPEN OUTPUT CLAIMS-FILE
001157                 "-PERIOD CHECK SKIPPED"
001158             MOVE "N" TO APERIOD-AVAIL-SW
001159         END-IF
001160         PERFORM 1060-OPEN-NEW-FILES THRU 1060-EXIT
001161         ACCEPT RUN-TODAY-DATE FROM DATE YYYYMMDD
001162         PERFORM 1070-START-RUN THRU 1070-EXIT
001163         IF RETURN-CODE = 12
001164             GO TO 1000-EXIT
001165         END-IF
001167         PERFORM 2100-READ-TRANS THRU 2100-EXIT
001168     END-IF.
001170 1000-EXIT.
001200*----------------------------------------------------------------
001210*    2000-APPLY-TRANS - VALIDATE AND APPLY ONE TRANSACTION RECORD
001220*    STRAIGHT AGAINST CLAIMS.DAT WITH KEYED I/O, THEN READ THE
001230*    NEXT ONE.  AN ADD OR ADJUST FIRST GATHERS THE LINE RECORDS
001231*    THAT FOLLOW IT, SO THE CLAIM IS VALIDATED AND POSTED WITH ITS
001232*    LINES AS ONE UNIT; THE RECORD THAT ENDED THE GATHER IS HELD
001233*    AND HANDED BACK BY THE NEXT 2100-READ-TRANS.  ONCE N CLAIM
001234*    TRANSACTIONS HAVE BEEN TAKEN SINCE THE LAST CHECKPOINT, A NEW
001235*    ONE IS TAKEN BEFORE THE RECORD IN HAND IS APPLIED.
001240*----------------------------------------------------------------
001250 2000-APPLY-TRANS.
001251     IF SINCE-CKPT-COUNT >= CKPT-INTERVAL
001252         PERFORM 6800-TAKE-CHECKPOINT THRU 6800-EXIT
001253     END-IF
001254     IF Ctrans-Is-Line
001255         PERFORM 2090-REJECT-ORPHAN-LINE THRU 2090-EXIT
001256         PERFORM 2100-READ-TRANS THRU 2100-EXIT
001257         GO TO 2000-EXIT
001258     END-IF
001260     ADD 1 TO TRANS-COUNT
001261     ADD 1 TO SINCE-CKPT-COUNT
001262     MOVE Ctrans-Seq-No TO LAST-TRANS-SEQ
001263     MOVE ZERO TO CLINE-COUNT
001264     MOVE ZERO TO ONFILE-LINE-COUNT
001265     IF Ctrans-Is-Add OR Ctrans-Is-Adjust
001266         PERFORM 2200-GATHER-LINES THRU 2200-EXIT
001267     END-IF
001268     PERFORM 2400-CHECK-DONE THRU 2400-EXIT
001270     EVALUATE TRUE
001272         WHEN IS-DONE-FOUND
001274             PERFORM 2450-REDO-DONE THRU 2450-EXIT
001280         WHEN Ctrans-Is-Add OR Ctrans-Is-Adjust
001290             PERFORM 2050-VALIDATE-TRANS THRU 2050-EXIT
001291             IF CTRANS-IS-VALID AND CLINE-COUNT > ZERO
001292                 PERFORM 2080-VALIDATE-LINES THRU 2080-EXIT
001293             END-IF
001294             IF CTRANS-IS-VALID AND CLINE-COUNT = ZERO
001295                     AND Ctrans-Is-Adjust
001296                 PERFORM 2095-CHECK-ONFILE-TOTAL THRU 2095-EXIT
001297             END-IF
001300             IF CTRANS-IS-VALID
001310                 PERFORM 2058-ADJUDICATE-AMOUNT THRU 2058-EXIT
001320             END-IF
001813     END-IF
001814     IF CTRANS-IS-VALID AND IS-APERIOD-AVAIL
001815         PERFORM 2056-CHECK-PERIOD THRU 2056-EXIT
001816     END-IF
001817     IF CTRANS-IS-VALID
001818         PERFORM 2052-CHECK-MASTERS THRU 2052-EXIT
001819     END-IF.
001820 2050-EXIT.
001830     EXIT.
001840*
001950     MOVE Ctrans-Amount-X TO Crej-Amount-X
001951     MOVE Ctrans-Service-Date-X TO Crej-Service-Date-X
001952     MOVE Ctrans-Patient-ID TO Crej-Patient-ID
001954     MOVE Ctrans-Provider-ID TO Crej-Provider-ID
001960     WRITE ClaimReject
001962     ADD 1 TO REJ-WRITE-COUNT
001964     IF CLINE-COUNT > ZERO
001966         PERFORM 2070-WRITE-LINE-REJECTS THRU 2070-EXIT
001968     END-IF
001970     ADD 1 TO REJECT-COUNT
001980     DISPLAY "CLMMAINT: REJECTED SEQ " Ctrans-Seq-No
001990         " CLAIM " Ctrans-Claim-No " - " Crej-Reason-Text.
002140     MOVE Ctrans-Amount-X TO Crej-Amount-X
002141     MOVE Ctrans-Service-Date-X TO Crej-Service-Date-X
002142     MOVE Ctrans-Patient-ID TO Crej-Patient-ID
002144     MOVE Ctrans-Provider-ID TO Crej-Provider-ID
002150     MOVE "05" TO Crej-Reason-Code
002160     MOVE "CLAIM NOT ON FILE" TO Crej-Reason-Text
002170     WRITE ClaimReject
002172     ADD 1 TO REJ-WRITE-COUNT
002174     ADD 1 TO REJECT-COUNT
002176     IF CLINE-COUNT > ZERO
002178         PERFORM 2070-WRITE-LINE-REJECTS THRU 2070-EXIT
002180     END-IF.
002190 2065-EXIT.
002200     EXIT.
002210*
002220 2100-READ-TRANS.
002221     IF IS-AHEAD-HELD
002222         MOVE CTRANS-AHEAD TO ClaimTrans
002223         MOVE "N" TO AHEAD-SW
002224         GO TO 2100-EXIT
002225     END-IF
002230     READ CLMTRANS-FILE
002235         AT END MOVE "Y" TO CLMTRANS-EOF-SW
002240         NOT AT END ADD 1 TO FEED-READ-COUNT
002245     END-READ.
002250 2100-EXIT.
002260     EXIT.
002270*
002320     MOVE Ctrans-Amount TO Claim-Amount
002321     MOVE Ctrans-Service-Date TO Claim-Service-Date
002322     MOVE Ctrans-Patient-ID TO Claim-Patient-ID
002323     MOVE Ctrans-Provider-ID TO Claim-Provider-ID
002324     MOVE ZERO TO Claim-Paid-Amount
002326     MOVE ZERO TO Claim-Adj-Amount
002328     MOVE Ctrans-Amount TO Claim-Balance
002330     WRITE ClaimDetail
002340         INVALID KEY
002350             DISPLAY "CLMMAINT: DUPLICATE CLAIM " Claim-No
002400             CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME
002410                 AUDIT-OPERATION Claim-Diag-Code AUDIT-ONE-RECORD
002415                     AUDIT-OPERATOR-ID
002416             MOVE "A" TO JRNL-ACTION
002417             PERFORM 5200-JOURNAL-CLAIM THRU 5200-EXIT
002418             PERFORM 3050-REPLACE-LINES THRU 3050-EXIT
002420     END-WRITE.
002430 3000-EXIT.
002440     EXIT.
002510                 Ctrans-Claim-No " - SEQ " Ctrans-Seq-No
002520             PERFORM 2065-WRITE-UNKNOWN-REJECT THRU 2065-EXIT
002530         NOT INVALID KEY
002535             MOVE ClaimDetail TO JRNL-BEFORE-IMAGE
002540             MOVE Ctrans-Diag-Code TO Claim-Diag-Code
002550             MOVE Ctrans-Patient-Name TO Claim-Patient-Name
002555             MOVE Ctrans-Provider-ID TO Claim-Provider-ID
002560             MOVE Ctrans-Amount TO Claim-Amount
002561             MOVE Ctrans-Service-Date TO Claim-Service-Date
002562             MOVE Ctrans-Patient-ID TO Claim-Patient-ID
002563             IF Claim-Amount >
002564                     Claim-Paid-Amount + Claim-Adj-Amount
002565                 COMPUTE Claim-Balance = Claim-Amount
002566                     - Claim-Paid-Amount - Claim-Adj-Amount
002567             ELSE
002568                 MOVE ZERO TO Claim-Balance
002569             END-IF
002570             REWRITE ClaimDetail
002580                 INVALID KEY
002590                     DISPLAY "CLMMAINT: REWRITE FAILED FOR CLAIM "
002640                     CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME
002650                         AUDIT-OPERATION Claim-Diag-Code
002660                         AUDIT-ONE-RECORD AUDIT-OPERATOR-ID
002661                     MOVE "C" TO JRNL-ACTION
002662                     PERFORM 5200-JOURNAL-CLAIM THRU 5200-EXIT
002663                     IF CLINE-COUNT > ZERO
002664                         PERFORM 3050-REPLACE-LINES THRU 3050-EXIT
002665                     END-IF
002670             END-REWRITE
002680     END-READ.
002690 4000-EXIT.
002980     EXIT.
002990*
003000 9000-TERMINATE.
003001     IF RETURN-CODE = 16
003002         GO TO 9000-EXIT
003003     END-IF
003004     IF RETURN-CODE = 12
003005         PERFORM 9100-CLOSE-INPUTS THRU 9100-EXIT
003006         GO TO 9000-EXIT
003007     END-IF
003010     IF NOT CLMTRANS-NOT-FOUND
003020         CLOSE CLMTRANS-FILE
003030         CLOSE CLMREJ-FILE
003031         CLOSE PROVIDER-FILE
003032         CLOSE CLMLINES-FILE
003033         CLOSE DIAG-FILE
003040         CLOSE CLAIMS-FILE
003041         CLOSE PATIENT-FILE
003042         CLOSE FEE-FILE
003047         WRITE SUSP-PRINT-LINE FROM SUSP-TRAILER-LINE
003048         CLOSE SUSP-FILE
003050     END-IF
003060     IF (REJECT-COUNT > 0 OR SUSPENSE-COUNT > 0
003070             OR LINE-REJECT-COUNT > 0) AND RETURN-CODE = 0
003080         MOVE 4 TO RETURN-CODE
003081     END-IF
003082     MOVE TRANS-COUNT TO RUNCTL-READ-COUNT
003100         WRITE-COUNT " CLAIM RECORD(S) WRITTEN/ADJUSTED, "
003110         VOID-COUNT " VOIDED, "
003120         REJECT-COUNT " TRANSACTION(S) REJECTED TO CLMREJ.DAT, "
003121         SUSPENSE-COUNT " SUSPENDED TO CLMSUSP.RPT"
003122     DISPLAY "CLMMAINT: " LINE-READ-COUNT " LINE RECORD(S) READ, "
003123         LINE-WRITE-COUNT " LINE(S) WRITTEN, "
003124         LINE-DELETE-COUNT " LINE(S) REMOVED, "
003125         LINE-REJECT-COUNT " LINE(S) REJECTED TO CLMREJ.DAT".
003130 9000-EXIT.
003140     EXIT.
003150*
003190*    OVER THE ALLOWED AMOUNT IS HELD ON THE CLMSUSP.RPT SUSPENSE
003200*    REPORT INSTEAD OF POSTING.  A CODE WITH NO SCHEDULE ENTRY
003210*    POSTS UNCHECKED - THE SCHEDULE ONLY GOVERNS CODES IT CARRIES.
003212*    A MULTI-LINE CLAIM IS ADJUDICATED LINE BY LINE INSTEAD, EACH
003215*    LINE AGAINST ITS OWN CODE'S ENTRY.  AN ADJUST THAT LEAVES THE
003217*    LINES ON FILE IN PLACE WAS ADJUDICATED WHEN THEY POSTED.
003220*----------------------------------------------------------------
003230 2058-ADJUDICATE-AMOUNT.
003240     MOVE "N" TO CTRANS-SUSPEND-SW
003250     IF NOT IS-FEESCHED-AVAIL
003251         GO TO 2058-EXIT
003252     END-IF
003253     IF CLINE-COUNT > ZERO
003254         MOVE 1 TO CLINE-IDX
003255         PERFORM 2300-ADJUDICATE-LINE THRU 2300-EXIT
003256             UNTIL CLINE-IDX > CLINE-COUNT
003257         GO TO 2058-EXIT
003258     END-IF
003259     IF ONFILE-LINE-COUNT > ZERO
003260         GO TO 2058-EXIT
003270     END-IF
003280     MOVE Ctrans-Diag-Code TO Fee-Diag-Code
003510     MOVE Ctrans-Amount TO SUSP-AMOUNT
003520     MOVE Fee-Allowed-Amount TO SUSP-ALLOWED
003530     WRITE SUSP-PRINT-LINE FROM SUSP-DETAIL-LINE
003535     ADD 1 TO SUSP-WRITE-COUNT
003540     ADD 1 TO SUSPENSE-COUNT
003550     DISPLAY "CLMMAINT: SUSPENDED SEQ " Ctrans-Seq-No
003560         " CLAIM " Ctrans-Claim-No " - AMOUNT OVER FEE SCHEDULE".
003930     MOVE Ctrans-Amount-X TO Crej-Amount-X
003940     MOVE Ctrans-Service-Date-X TO Crej-Service-Date-X
003950     MOVE Ctrans-Patient-ID TO Crej-Patient-ID
003955     MOVE Ctrans-Provider-ID TO Crej-Provider-ID
003960     MOVE "08" TO Crej-Reason-Code
003970     MOVE "SERVICE DATE IN CLOSED PERIOD" TO Crej-Reason-Text
003980     WRITE ClaimReject
003985     ADD 1 TO REJ-WRITE-COUNT
003990     ADD 1 TO REJECT-COUNT.
004000 2066-EXIT.
004010     EXIT.
004230                 END-IF
004240         END-READ
004250     END-IF
004255     MOVE ClaimDetail TO JRNL-BEFORE-IMAGE
004260     DELETE CLAIMS-FILE
004270         INVALID KEY
004280             DISPLAY "CLMMAINT: DELETE FAILED FOR CLAIM "
004330             CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME
004340                 AUDIT-OPERATION Claim-Diag-Code
004350                 AUDIT-ONE-RECORD AUDIT-OPERATOR-ID
004351             MOVE "D" TO JRNL-ACTION
004353             PERFORM 5200-JOURNAL-CLAIM THRU 5200-EXIT
004355             PERFORM 4200-DELETE-LINES THRU 4200-EXIT
004360     END-DELETE.
004370 5100-EXIT.
004380     EXIT.
004390*
004400*----------------------------------------------------------------
004410*    5200-JOURNAL-CLAIM - WRITE THE BEFORE AND AFTER IMAGES OF
004420*    THE CLAIMS.DAT RECORD JUST ADDED, ADJUSTED OR VOIDED TO
004430*    JOURNAL.DAT.  THE CALLER HAS SET JRNL-ACTION AND, FOR AN
004440*    ADJUST OR A VOID, THE BEFORE IMAGE.  THE AFTER IMAGE IS THE
004450*    RECORD AS IT NOW STANDS, OR SPACES FOR A VOID.
004460*----------------------------------------------------------------
004470 5200-JOURNAL-CLAIM.
004480     IF JRNL-ACTION = "A"
004490         MOVE SPACES TO JRNL-BEFORE-IMAGE
004500     END-IF
004510     IF JRNL-ACTION = "D"
004520         MOVE SPACES TO JRNL-AFTER-IMAGE
004530     ELSE
004540         MOVE ClaimDetail TO JRNL-AFTER-IMAGE
004550     END-IF
004560     MOVE Claim-No TO JRNL-KEY
004570     MOVE Ctrans-Seq-No TO JRNL-FEED-SEQ
004580     CALL "JOURNAL" USING AUDIT-PROGRAM-NAME JRNL-MASTER
004590         JRNL-ACTION JRNL-KEY JRNL-BEFORE-IMAGE JRNL-AFTER-IMAGE
004600         JRNL-FEED-ID JRNL-FEED-SEQ AUDIT-OPERATOR-ID.
004610 5200-EXIT.
004620     EXIT.
004630*
004640*----------------------------------------------------------------
004650*    2057-CHECK-EFFECTIVE - THE CODE IN CHECK-DIAG-CODE MUST BE ON
004660*    DIAG.DAT AND EFFECTIVE ON THE CLAIM'S SERVICE DATE, THE SAME
004670*    TEST SEQXREF MAKES AFTER THE FACT.  USED FOR THE HEADER CODE
004680*    AND FOR EVERY LINE CODE.  A FAILURE IS REASON 10.
004690*----------------------------------------------------------------
004700 2057-CHECK-EFFECTIVE.
004710     MOVE CHECK-DIAG-CODE TO DiagCode
004720     READ DIAG-FILE
004730         INVALID KEY
004740             MOVE "N" TO CTRANS-VALID-SW
004750             MOVE "10" TO Crej-Reason-Code
004760             MOVE "DIAGNOSIS CODE NOT ON FILE" TO Crej-Reason-Text
004770         NOT INVALID KEY
004780             IF Ctrans-Service-Date < Diag-Eff-From
004790                     OR Ctrans-Service-Date > Diag-Eff-To
004800                 MOVE "N" TO CTRANS-VALID-SW
004810                 MOVE "10" TO Crej-Reason-Code
004820                 MOVE "DIAGNOSIS CODE NOT EFFECTIVE ON SVC DATE"
004830                     TO Crej-Reason-Text
004840             END-IF
004850     END-READ.
004860 2057-EXIT.
004870     EXIT.
004880*
004890*----------------------------------------------------------------
004900*    2070-WRITE-LINE-REJECTS - A REJECTED CLAIM'S LINES FOLLOW IT
004910*    TO CLMREJ.DAT UNDER THE CLAIM'S REASON, SO THE CORRECTED
004920*    CLAIM CAN BE RE-KEYED WHOLE FROM THE REJECT TRAIL.
004930*----------------------------------------------------------------
004940 2070-WRITE-LINE-REJECTS.
004950     MOVE 1 TO CLINE-IDX
004960     PERFORM 2075-WRITE-LINE-REJECT THRU 2075-EXIT
004970         UNTIL CLINE-IDX > CLINE-COUNT.
004980 2070-EXIT.
004990     EXIT.
005000*
005010 2075-WRITE-LINE-REJECT.
005020     MOVE CL-SEQ-NO (CLINE-IDX) TO Crej-Seq-No
005030     MOVE "L" TO Crej-Action
005040     MOVE Ctrans-Claim-No TO Crej-Claim-No
005050     MOVE SPACES TO Crej-Data
005060     MOVE CL-LINE-NO-X (CLINE-IDX) TO Crej-Line-No-X
005070     MOVE CL-DIAG-CODE (CLINE-IDX) TO Crej-Line-Diag-Code
005080     MOVE CL-AMOUNT-X (CLINE-IDX) TO Crej-Line-Amount-X
005090     WRITE ClaimReject
005100     ADD 1 TO REJ-WRITE-COUNT
005110     ADD 1 TO LINE-REJECT-COUNT
005120     ADD 1 TO CLINE-IDX.
005130 2075-EXIT.
005140     EXIT.
005150*
005160*----------------------------------------------------------------
005170*    2080-VALIDATE-LINES - VALIDATE THE GATHERED LINES OF AN ADD
005180*    OR ADJUST, STOPPING AT THE FIRST BAD LINE, THEN CHECK THAT
005190*    THE HEADER AMOUNT EQUALS THE SUM OF THE LINES (REASON 09).
005200*----------------------------------------------------------------
005210 2080-VALIDATE-LINES.
005220     MOVE ZERO TO LINE-PREV-NO
005230     MOVE ZERO TO LINE-TOTAL
005240     IF IS-LINE-OVERFLOW
005250         MOVE "N" TO CTRANS-VALID-SW
005260         MOVE "11" TO Crej-Reason-Code
005270         MOVE "CLAIM HAS MORE THAN 999 LINES" TO Crej-Reason-Text
005280         GO TO 2080-EXIT
005290     END-IF
005300     MOVE 1 TO CLINE-IDX
005310     PERFORM 2085-VALIDATE-ONE-LINE THRU 2085-EXIT
005320         UNTIL CLINE-IDX > CLINE-COUNT
005330             OR NOT CTRANS-IS-VALID
005340     IF NOT CTRANS-IS-VALID
005350         DISPLAY "CLMMAINT: CLAIM " Ctrans-Claim-No " LINE "
005360             BAD-LINE-NO " - " Crej-Reason-Text
005370         GO TO 2080-EXIT
005380     END-IF
005390     IF LINE-TOTAL NOT = Ctrans-Amount
005400         MOVE "N" TO CTRANS-VALID-SW
005410         MOVE "09" TO Crej-Reason-Code
005420         MOVE "CLAIM TOTAL NOT EQUAL TO SUM OF LINES"
005430             TO Crej-Reason-Text
005440     END-IF.
005450 2080-EXIT.
005460     EXIT.
005470*
005480*----------------------------------------------------------------
005490*    2085-VALIDATE-ONE-LINE - LINE NUMBERS MUST BE NUMERIC AND
005500*    ASCENDING (SO NONE IS ZERO OR REPEATED), THE AMOUNT NUMERIC
005510*    AND THE CODE IN THE SAME ICD-STYLE PATTERN AS THE HEADER
005520*    CODE.  A GOOD LINE'S CODE THEN GETS THE EFFECTIVE-DATE CHECK.
005530*----------------------------------------------------------------
005540 2085-VALIDATE-ONE-LINE.
005550     MOVE CL-LINE-NO-X (CLINE-IDX) TO BAD-LINE-NO
005560     EVALUATE TRUE
005570         WHEN NOT CL-LINE-NO-X (CLINE-IDX) IS NUMERIC
005580             MOVE "N" TO CTRANS-VALID-SW
005590             MOVE "11" TO Crej-Reason-Code
005600             MOVE "LINE NUMBER IS NOT NUMERIC" TO Crej-Reason-Text
005610         WHEN CL-LINE-NO (CLINE-IDX) NOT > LINE-PREV-NO
005620             MOVE "N" TO CTRANS-VALID-SW
005630             MOVE "11" TO Crej-Reason-Code
005640             MOVE "LINE NUMBER OUT OF SEQUENCE"
005650                 TO Crej-Reason-Text
005660         WHEN NOT CL-AMOUNT-X (CLINE-IDX) IS NUMERIC
005670             MOVE "N" TO CTRANS-VALID-SW
005680             MOVE "03" TO Crej-Reason-Code
005690             MOVE "LINE AMOUNT IS NOT NUMERIC" TO Crej-Reason-Text
005700         WHEN NOT (CL-DIAG-CODE (CLINE-IDX) (1:1)
005710                     IS ALPHABETIC-UPPER
005720                 AND CL-DIAG-CODE (CLINE-IDX) (2:1) IS NUMERIC
005730                 AND CL-DIAG-CODE (CLINE-IDX) (3:1) IS NUMERIC)
005740             MOVE "N" TO CTRANS-VALID-SW
005750             MOVE "04" TO Crej-Reason-Code
005760             MOVE "LINE DIAGNOSIS CODE FORMAT IS INVALID"
005770                 TO Crej-Reason-Text
005780     END-EVALUATE
005790     IF CTRANS-IS-VALID
005800         MOVE CL-LINE-NO (CLINE-IDX) TO LINE-PREV-NO
005810         ADD CL-AMOUNT (CLINE-IDX) TO LINE-TOTAL
005820         IF IS-DIAG-AVAIL
005830             MOVE CL-DIAG-CODE (CLINE-IDX) TO CHECK-DIAG-CODE
005840             PERFORM 2057-CHECK-EFFECTIVE THRU 2057-EXIT
005850         END-IF
005860     END-IF
005870     ADD 1 TO CLINE-IDX.
005880 2085-EXIT.
005890     EXIT.
005900*
005910*----------------------------------------------------------------
005920*    2090-REJECT-ORPHAN-LINE - A LINE RECORD THAT DOES NOT FOLLOW
005930*    AN ADD OR ADJUST FOR ITS OWN CLAIM HAS NOTHING TO POST UNDER.
005940*    IT IS REJECTED ON ITS OWN WITH REASON 11.
005950*----------------------------------------------------------------
005960 2090-REJECT-ORPHAN-LINE.
005970     ADD 1 TO LINE-READ-COUNT
005980     MOVE Ctrans-Seq-No TO Crej-Seq-No
005990     MOVE Ctrans-Action TO Crej-Action
006000     MOVE Ctrans-Claim-No TO Crej-Claim-No
006010     MOVE SPACES TO Crej-Data
006020     MOVE Ctrans-Line-No-X TO Crej-Line-No-X
006030     MOVE Ctrans-Line-Diag-Code TO Crej-Line-Diag-Code
006040     MOVE Ctrans-Line-Amount-X TO Crej-Line-Amount-X
006050     MOVE "11" TO Crej-Reason-Code
006060     MOVE "LINE RECORD HAS NO CLAIM AHEAD OF IT"
006070         TO Crej-Reason-Text
006080     WRITE ClaimReject
006090     ADD 1 TO REJ-WRITE-COUNT
006100     ADD 1 TO LINE-REJECT-COUNT
006110     DISPLAY "CLMMAINT: REJECTED LINE SEQ " Ctrans-Seq-No
006120         " CLAIM " Ctrans-Claim-No " - " Crej-Reason-Text.
006130 2090-EXIT.
006140     EXIT.
006150*
006160*----------------------------------------------------------------
006170*    2095-CHECK-ONFILE-TOTAL - AN ADJUST WITH NO LINE RECORDS
006180*    KEEPS THE CLAIM'S LINES ON FILE, SO ITS NEW AMOUNT MUST
006190*    STILL EQUAL THEIR SUM.  A CLAIM WITH NO LINES ON FILE IS A
006200*    SINGLE-LINE CLAIM AND TAKES ANY AMOUNT.
006210*----------------------------------------------------------------
006220 2095-CHECK-ONFILE-TOTAL.
006230     PERFORM 4100-TOTAL-ONFILE-LINES THRU 4100-EXIT
006240     IF ONFILE-LINE-COUNT > ZERO
006250             AND ONFILE-LINE-TOTAL NOT = Ctrans-Amount
006260         MOVE "N" TO CTRANS-VALID-SW
006270         MOVE "09" TO Crej-Reason-Code
006280         MOVE "CLAIM TOTAL NOT EQUAL TO SUM OF LINES"
006290             TO Crej-Reason-Text
006300     END-IF.
006310 2095-EXIT.
006320     EXIT.
006330*
006340*----------------------------------------------------------------
006350*    2200-GATHER-LINES - THE ADD/ADJUST IN HAND IS SET ASIDE AND
006360*    THE LINE RECORDS THAT FOLLOW IT FOR THE SAME CLAIM ARE READ
006370*    INTO THE LINE TABLE.  THE RECORD THAT ENDS THE GATHER IS
006380*    HELD AS THE NEXT TRANSACTION AND THE CLAIM IS PUT BACK.
006390*----------------------------------------------------------------
006400 2200-GATHER-LINES.
006410     MOVE ClaimTrans TO CTRANS-HOLD
006420     MOVE Ctrans-Claim-No TO HOLD-CLAIM-NO
006430     MOVE "N" TO LINE-OVERFLOW-SW
006440     PERFORM 2100-READ-TRANS THRU 2100-EXIT
006450     PERFORM 2250-STORE-LINE THRU 2250-EXIT
006460         UNTIL IS-CLMTRANS-EOF
006470             OR NOT Ctrans-Is-Line
006480             OR Ctrans-Claim-No NOT = HOLD-CLAIM-NO
006490     MOVE ClaimTrans TO CTRANS-AHEAD
006500     MOVE "Y" TO AHEAD-SW
006510     MOVE CTRANS-HOLD TO ClaimTrans.
006520 2200-EXIT.
006530     EXIT.
006540*
006550 2250-STORE-LINE.
006560     ADD 1 TO LINE-READ-COUNT
006570     IF CLINE-COUNT >= 999
006580         MOVE "Y" TO LINE-OVERFLOW-SW
006590         DISPLAY "CLMMAINT: CLAIM " HOLD-CLAIM-NO
006600             " OVER 999 LINES - LINE SEQ " Ctrans-Seq-No
006610             " DROPPED"
006620         ADD 1 TO LINE-REJECT-COUNT
006630     ELSE
006640         ADD 1 TO CLINE-COUNT
006650         MOVE Ctrans-Seq-No TO CL-SEQ-NO (CLINE-COUNT)
006660         MOVE Ctrans-Line-No-X TO CL-LINE-NO-X (CLINE-COUNT)
006670         MOVE Ctrans-Line-Diag-Code TO CL-DIAG-CODE (CLINE-COUNT)
006680         MOVE Ctrans-Line-Amount-X TO CL-AMOUNT-X (CLINE-COUNT)
006690     END-IF
006700     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
006710 2250-EXIT.
006720     EXIT.
006730*
006740*----------------------------------------------------------------
006750*    2300-ADJUDICATE-LINE - CHECK ONE LINE'S AMOUNT AGAINST THE
006760*    FEE SCHEDULE ENTRY FOR THE LINE'S OWN CODE.  ANY LINE OVER
006770*    ITS ALLOWED AMOUNT HOLDS THE WHOLE CLAIM ON THE SUSPENSE
006780*    REPORT; EVERY OFFENDING LINE IS LISTED THERE.
006790*----------------------------------------------------------------
006800 2300-ADJUDICATE-LINE.
006810     MOVE CL-DIAG-CODE (CLINE-IDX) TO Fee-Diag-Code
006820     READ FEE-FILE
006830         INVALID KEY
006840             CONTINUE
006850         NOT INVALID KEY
006860             IF CL-AMOUNT (CLINE-IDX) > Fee-Allowed-Amount
006870                 PERFORM 2350-WRITE-LINE-SUSPENSE THRU 2350-EXIT
006880             END-IF
006890     END-READ
006900     ADD 1 TO CLINE-IDX.
006910 2300-EXIT.
006920     EXIT.
006930*
006940 2350-WRITE-LINE-SUSPENSE.
006950     IF NOT CTRANS-IS-SUSPENDED
006960         MOVE "Y" TO CTRANS-SUSPEND-SW
006970         ADD 1 TO SUSPENSE-COUNT
006980         DISPLAY "CLMMAINT: SUSPENDED SEQ " Ctrans-Seq-No
006990             " CLAIM " Ctrans-Claim-No
007000             " - LINE AMOUNT OVER FEE SCHEDULE"
007010     END-IF
007020     MOVE CL-SEQ-NO (CLINE-IDX) TO SUSP-SEQ
007030     MOVE "L" TO SUSP-ACTION
007040     MOVE Ctrans-Claim-No TO SUSP-CLAIM-NO
007050     MOVE CL-DIAG-CODE (CLINE-IDX) TO SUSP-DIAG-CODE
007060     MOVE CL-AMOUNT (CLINE-IDX) TO SUSP-AMOUNT
007070     MOVE Fee-Allowed-Amount TO SUSP-ALLOWED
007080     WRITE SUSP-PRINT-LINE FROM SUSP-DETAIL-LINE
007090     ADD 1 TO SUSP-WRITE-COUNT.
007100 2350-EXIT.
007110     EXIT.
007120*
007130*----------------------------------------------------------------
007140*    2400-CHECK-DONE - ON A RESTART, A CLAIM TRANSACTION THE FAILED
007150*    RUN JOURNALED AFTER ITS CHECKPOINT IS ALREADY ON THE MASTER.
007160*----------------------------------------------------------------
007170 2400-CHECK-DONE.
007180     MOVE "N" TO DONE-FOUND-SW
007190     IF DONE-COUNT = ZERO
007200         GO TO 2400-EXIT
007210     END-IF
007220     PERFORM 2410-MATCH-DONE THRU 2410-EXIT
007230         VARYING DONE-IDX FROM 1 BY 1
007240         UNTIL DONE-IDX > DONE-COUNT OR IS-DONE-FOUND.
007250 2400-EXIT.
007260     EXIT.
007270*
007280 2410-MATCH-DONE.
007290     IF DN-SEQ-NO (DONE-IDX) = Ctrans-Seq-No
007300             AND DN-CLAIM-NO (DONE-IDX) = Ctrans-Claim-No
007310         MOVE "Y" TO DONE-FOUND-SW
007320         MOVE DONE-IDX TO DONE-MATCH-IDX
007330     END-IF.
007340 2410-EXIT.
007350     EXIT.
007360*
007370*----------------------------------------------------------------
007380*    2450-REDO-DONE - COUNT THE ALREADY-APPLIED TRANSACTION AS IT
007390*    WAS COUNTED THEN AND PUT ITS LINES BACK ON CLMLINES.DAT, IN
007400*    CASE THE FAILURE CAME PART WAY THROUGH THEM.  THE CLAIM IS
007410*    NOT POSTED, AUDITED OR JOURNALED AGAIN.
007420*----------------------------------------------------------------
007430 2450-REDO-DONE.
007440     EVALUATE DN-ACTION (DONE-MATCH-IDX)
007450         WHEN "A"
007460             ADD 1 TO WRITE-COUNT
007470             PERFORM 3050-REPLACE-LINES THRU 3050-EXIT
007480         WHEN "C"
007490             ADD 1 TO WRITE-COUNT
007500             IF CLINE-COUNT > ZERO
007510                 PERFORM 3050-REPLACE-LINES THRU 3050-EXIT
007520             END-IF
007530         WHEN OTHER
007540             ADD 1 TO VOID-COUNT
007550             PERFORM 4200-DELETE-LINES THRU 4200-EXIT
007560     END-EVALUATE
007570     DISPLAY "CLMMAINT: SEQ " Ctrans-Seq-No " CLAIM "
007580         Ctrans-Claim-No " APPLIED BEFORE THE RESTART - NOT"
007590         " POSTED AGAIN".
007600 2450-EXIT.
007610     EXIT.
007620*
007630*----------------------------------------------------------------
007640*    3050-REPLACE-LINES - CLEAR THE CLAIM'S LINES FROM
007650*    CLMLINES.DAT AND WRITE THE ONES GATHERED WITH IT.
007660*----------------------------------------------------------------
007670 3050-REPLACE-LINES.
007680     PERFORM 4200-DELETE-LINES THRU 4200-EXIT
007690     PERFORM 3100-WRITE-LINES THRU 3100-EXIT.
007700 3050-EXIT.
007710     EXIT.
007720*
007730*----------------------------------------------------------------
007740*    3100-WRITE-LINES - POST THE GATHERED LINES OF THE CLAIM JUST
007750*    WRITTEN OR ADJUSTED TO CLMLINES.DAT, LOGGING EACH TO
007760*    AUDIT.LOG UNDER ITS OWN DIAGNOSIS CODE.
007770*----------------------------------------------------------------
007780 3100-WRITE-LINES.
007790     MOVE 1 TO CLINE-IDX
007800     PERFORM 3150-WRITE-ONE-LINE THRU 3150-EXIT
007810         UNTIL CLINE-IDX > CLINE-COUNT.
007820 3100-EXIT.
007830     EXIT.
007840*
007850 3150-WRITE-ONE-LINE.
007860     MOVE Ctrans-Claim-No TO Cln-Claim-No
007870     MOVE CL-LINE-NO (CLINE-IDX) TO Cln-Line-No
007880     MOVE CL-DIAG-CODE (CLINE-IDX) TO Cln-Diag-Code
007890     MOVE CL-AMOUNT (CLINE-IDX) TO Cln-Amount
007900     WRITE ClaimLineDetail
007910         INVALID KEY
007920             DISPLAY "CLMMAINT: LINE WRITE FAILED FOR CLAIM "
007930                 Cln-Claim-No " LINE " Cln-Line-No
007940         NOT INVALID KEY
007950             ADD 1 TO LINE-WRITE-COUNT
007960             IF NOT IS-DONE-FOUND
007970                 MOVE "ADD LINE" TO AUDIT-OPERATION
007980                 CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME
007990                     AUDIT-OPERATION Cln-Diag-Code
008000                     AUDIT-ONE-RECORD AUDIT-OPERATOR-ID
008010             END-IF
008020     END-WRITE
008030     ADD 1 TO CLINE-IDX.
008040 3150-EXIT.
008050     EXIT.
008060*
008070*----------------------------------------------------------------
008080*    4100-TOTAL-ONFILE-LINES - COUNT AND SUM THE LINES CLMLINES.DAT
008090*    ALREADY HOLDS FOR THE CLAIM IN HAND.
008100*----------------------------------------------------------------
008110 4100-TOTAL-ONFILE-LINES.
008120     MOVE ZERO TO ONFILE-LINE-COUNT
008130     MOVE ZERO TO ONFILE-LINE-TOTAL
008140     PERFORM 4300-START-LINES THRU 4300-EXIT
008150     PERFORM 4150-TOTAL-ONE-LINE THRU 4150-EXIT
008160         UNTIL IS-LINES-DONE.
008170 4100-EXIT.
008180     EXIT.
008190*
008200 4150-TOTAL-ONE-LINE.
008210     PERFORM 4350-READ-NEXT-LINE THRU 4350-EXIT
008220     IF NOT IS-LINES-DONE
008230         ADD 1 TO ONFILE-LINE-COUNT
008240         ADD Cln-Amount TO ONFILE-LINE-TOTAL
008250     END-IF.
008260 4150-EXIT.
008270     EXIT.
008280*
008290*----------------------------------------------------------------
008300*    4200-DELETE-LINES - REMOVE EVERY LINE CLMLINES.DAT HOLDS FOR
008310*    THE CLAIM IN HAND, BEFORE AN ADD OR ADJUST POSTS ITS OWN
008320*    LINES OR WHEN THE CLAIM IS VOIDED.
008330*----------------------------------------------------------------
008340 4200-DELETE-LINES.
008350     PERFORM 4300-START-LINES THRU 4300-EXIT
008360     PERFORM 4250-DELETE-ONE-LINE THRU 4250-EXIT
008370         UNTIL IS-LINES-DONE.
008380 4200-EXIT.
008390     EXIT.
008400*
008410 4250-DELETE-ONE-LINE.
008420     PERFORM 4350-READ-NEXT-LINE THRU 4350-EXIT
008430     IF NOT IS-LINES-DONE
008440         DELETE CLMLINES-FILE
008450             INVALID KEY
008460                 DISPLAY "CLMMAINT: LINE DELETE FAILED FOR CLAIM "
008470                     Cln-Claim-No " LINE " Cln-Line-No
008480             NOT INVALID KEY
008490                 ADD 1 TO LINE-DELETE-COUNT
008500                 IF NOT IS-DONE-FOUND
008510                     MOVE "DELETE LINE" TO AUDIT-OPERATION
008520                     CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME
008530                         AUDIT-OPERATION Cln-Diag-Code
008540                         AUDIT-ONE-RECORD AUDIT-OPERATOR-ID
008550                 END-IF
008560         END-DELETE
008570     END-IF.
008580 4250-EXIT.
008590     EXIT.
008600*
008610*----------------------------------------------------------------
008620*    4300-START-LINES - POSITION CLMLINES.DAT AT THE FIRST LINE OF
008630*    THE CLAIM IN HAND; 4350-READ-NEXT-LINE THEN RETURNS ITS LINES
008640*    IN LINE-NUMBER ORDER UNTIL THE NEXT CLAIM IS REACHED.
008650*----------------------------------------------------------------
008660 4300-START-LINES.
008670     MOVE "N" TO LINES-DONE-SW
008680     MOVE Ctrans-Claim-No TO Cln-Claim-No
008690     MOVE ZERO TO Cln-Line-No
008700     START CLMLINES-FILE KEY IS NOT LESS THAN Cln-Key
008710         INVALID KEY
008720             MOVE "Y" TO LINES-DONE-SW
008730     END-START.
008740 4300-EXIT.
008750     EXIT.
008760*
008770 4350-READ-NEXT-LINE.
008780     READ CLMLINES-FILE NEXT RECORD
008790         AT END
008800             MOVE "Y" TO LINES-DONE-SW
008810     END-READ
008820     IF NOT IS-LINES-DONE
008830             AND Cln-Claim-No NOT = Ctrans-Claim-No
008840         MOVE "Y" TO LINES-DONE-SW
008850     END-IF.
008860 4350-EXIT.
008870     EXIT.
008880*
008890*----------------------------------------------------------------
008900*    2054-CHECK-PROVIDER - AN ADD/ADJUST'S RENDERING PROVIDER MUST
008910*    BE ON THE PROVIDER MASTER (REASON 12), ACTIVE, AND EFFECTIVE
008920*    ON THE CLAIM'S SERVICE DATE (REASON 13), THE SAME FROM/TO
008930*    TEST 2057-CHECK-EFFECTIVE MAKES FOR THE DIAGNOSIS CODE.
008940*----------------------------------------------------------------
008950 2054-CHECK-PROVIDER.
008960     IF Ctrans-Provider-ID = SPACES
008970         MOVE "N" TO CTRANS-VALID-SW
008980         MOVE "12" TO Crej-Reason-Code
008990         MOVE "PROVIDER ID IS BLANK" TO Crej-Reason-Text
009000         GO TO 2054-EXIT
009010     END-IF
009020     MOVE Ctrans-Provider-ID TO Provider-ID
009030     READ PROVIDER-FILE
009040         INVALID KEY
009050             MOVE "N" TO CTRANS-VALID-SW
009060             MOVE "12" TO Crej-Reason-Code
009070             MOVE "PROVIDER NOT ON FILE" TO Crej-Reason-Text
009080         NOT INVALID KEY
009090             IF Provider-Is-Inactive
009100                 MOVE "N" TO CTRANS-VALID-SW
009110                 MOVE "13" TO Crej-Reason-Code
009120                 MOVE "PROVIDER IS INACTIVE" TO Crej-Reason-Text
009130             ELSE
009140                 IF Ctrans-Service-Date < Provider-Eff-From
009150                         OR Ctrans-Service-Date > Provider-Eff-To
009160                     MOVE "N" TO CTRANS-VALID-SW
009170                     MOVE "13" TO Crej-Reason-Code
009180                     MOVE "PROVIDER NOT EFFECTIVE ON SVC DATE"
009190                         TO Crej-Reason-Text
009200                 END-IF
009210             END-IF
009220     END-READ.
009230 2054-EXIT.
009240     EXIT.
009250*
009260*----------------------------------------------------------------
009270*    2052-CHECK-MASTERS - THE RENDERING PROVIDER AGAINST
009280*    PROVIDER.DAT AND THE HEADER DIAGNOSIS CODE AGAINST DIAG.DAT,
009290*    EACH ONLY WHEN ITS MASTER WAS FOUND AT START-UP.
009300*----------------------------------------------------------------
009310 2052-CHECK-MASTERS.
009320     IF IS-PROVIDER-AVAIL
009330         PERFORM 2054-CHECK-PROVIDER THRU 2054-EXIT
009340     END-IF
009350     IF CTRANS-IS-VALID AND IS-DIAG-AVAIL
009360         MOVE Ctrans-Diag-Code TO CHECK-DIAG-CODE
009370         PERFORM 2057-CHECK-EFFECTIVE THRU 2057-EXIT
009380     END-IF.
009390 2052-EXIT.
009400     EXIT.
009410*
009420*----------------------------------------------------------------
009430*    1050-GET-INTERVAL - THE PARAMETER, IF GIVEN, IS THE NUMBER OF
009440*    CLAIM TRANSACTIONS BETWEEN CHECKPOINTS, 1 TO 999.
009450*----------------------------------------------------------------
009460 1050-GET-INTERVAL.
009470     ACCEPT CKPT-PARM FROM COMMAND-LINE
009480     IF CKPT-PARM = SPACES
009490         GO TO 1050-EXIT
009500     END-IF
009510     MOVE ZERO TO CKPT-PARM-LEN
009520     INSPECT CKPT-PARM TALLYING CKPT-PARM-LEN
009530         FOR CHARACTERS BEFORE INITIAL SPACE
009540     IF CKPT-PARM-LEN = ZERO OR CKPT-PARM-LEN > 3
009550         GO TO 1050-BAD-PARM
009560     END-IF
009570     IF CKPT-PARM (1:CKPT-PARM-LEN) IS NOT NUMERIC
009580             OR CKPT-PARM (CKPT-PARM-LEN + 1:) NOT = SPACES
009590         GO TO 1050-BAD-PARM
009600     END-IF
009610     MOVE CKPT-PARM (1:CKPT-PARM-LEN) TO CKPT-INTERVAL
009620     IF CKPT-INTERVAL > ZERO
009630         GO TO 1050-EXIT
009640     END-IF.
009650 1050-BAD-PARM.
009660     DISPLAY "CLMMAINT: CHECKPOINT INTERVAL MUST BE 1 TO 999"
009670         " - GOT <" CKPT-PARM ">"
009680     MOVE 16 TO RETURN-CODE.
009690 1050-EXIT.
009700     EXIT.
009710*
009720*----------------------------------------------------------------
009730*    1060-OPEN-NEW-FILES - PROVIDER.DAT AND DIAG.DAT ARE OPTIONAL,
009740*    AS PATIENT.DAT IS; A MISSING CLMLINES.DAT IS CREATED EMPTY.
009750*----------------------------------------------------------------
009760 1060-OPEN-NEW-FILES.
009770     OPEN INPUT PROVIDER-FILE
009780     IF PRVMAST-NOT-FOUND
009790         DISPLAY "CLMMAINT: PROVIDER.DAT NOT FOUND - PROVIDER"
009800             " VALIDATION SKIPPED"
009810         MOVE "N" TO PROVIDER-AVAIL-SW
009820     END-IF
009830     OPEN I-O CLMLINES-FILE
009840     IF CLMLINES-NOT-FOUND
009850         OPEN OUTPUT CLMLINES-FILE
009860         CLOSE CLMLINES-FILE
009870         OPEN I-O CLMLINES-FILE
009880     END-IF
009890     OPEN INPUT DIAG-FILE
009900     IF DIAG-NOT-FOUND
009910         DISPLAY "CLMMAINT: DIAG.DAT NOT FOUND - EFFECTIVE"
009920             "-DATE CHECK SKIPPED"
009930         MOVE "N" TO DIAG-AVAIL-SW
009940     END-IF.
009950 1060-EXIT.
009960     EXIT.
009970*
009980*----------------------------------------------------------------
009990*    1070-START-RUN - SET THE JOURNAL FEED ID FROM THE RUN DATE AND
010000*    TIME, THEN EITHER RESUME A FAILED RUN OR START CLMREJ.DAT AND
010010*    CLMSUSP.RPT AFRESH.  THE FIRST CHECKPOINT IS TAKEN AS THE
010020*    FIRST TRANSACTION IS APPLIED.  A RESTART THAT CANNOT GO ON
010030*    LEAVES RETURN-CODE 12.
010040*----------------------------------------------------------------
010050 1070-START-RUN.
010060     MOVE RUN-TODAY-DATE TO JRNL-FEED-DATE
010070     ACCEPT JRNL-CLOCK FROM TIME
010080     DIVIDE JRNL-CLOCK BY 100 GIVING JRNL-FEED-TIME
010090     MOVE CKPT-INTERVAL TO SINCE-CKPT-COUNT
010100     PERFORM 1100-GET-CHECKPOINT THRU 1100-EXIT
010110     IF IS-RESTART
010120         PERFORM 1200-RESUME-RUN THRU 1200-EXIT
010130         GO TO 1070-EXIT
010140     END-IF
010150     OPEN OUTPUT CLMREJ-FILE
010160     OPEN OUTPUT SUSP-FILE
010170     MOVE RUN-TODAY-DATE TO SUSP-HDG-DATE
010180     WRITE SUSP-PRINT-LINE FROM SUSP-HDG-LINE
010190     MOVE SPACES TO SUSP-PRINT-LINE
010200     WRITE SUSP-PRINT-LINE
010210     ADD 2 TO SUSP-WRITE-COUNT.
010220 1070-EXIT.
010230     EXIT.
010240*
010250*----------------------------------------------------------------
010260*    1100-GET-CHECKPOINT - A CHECKPOINT STILL IN PROGRESS MEANS THE
010270*    LAST RUN FAILED PART WAY THROUGH THE FEED.  AS IN SEQMAINT,
010280*    ONE LEFT FROM AN EARLIER DAY IS IGNORED.  OTHERWISE THIS RUN
010290*    TAKES OVER THE FAILED RUN'S FEED ID, SO THE JOURNAL CARRIES
010300*    ON AS ONE FEED.
010310*----------------------------------------------------------------
010320 1100-GET-CHECKPOINT.
010330     MOVE "N" TO RESTART-SW
010340     OPEN INPUT CKPT-FILE
010350     IF CKPT-NOT-FOUND
010360         GO TO 1100-EXIT
010370     END-IF
010380     READ CKPT-FILE INTO ClaimCheckpoint
010390         AT END MOVE "C" TO Cck-Status
010400     END-READ
010410     CLOSE CKPT-FILE
010420     IF NOT Cck-In-Progress
010430         GO TO 1100-EXIT
010440     END-IF
010450     IF Cck-Feed-Date NOT = RUN-TODAY-DATE
010460         DISPLAY "CLMMAINT: IGNORING CHECKPOINT FROM A PRIOR RUN"
010470             " DATE " Cck-Feed-Date
010480         GO TO 1100-EXIT
010490     END-IF
010500     MOVE "Y" TO RESTART-SW
010510     MOVE Cck-Feed-Id TO JRNL-FEED-ID
010520     DISPLAY "CLMMAINT: RESTARTING RUN " Cck-Feed-Id " AFTER"
010530         " TRANS SEQ " Cck-Last-Seq.
010540 1100-EXIT.
010550     EXIT.
010560*
010570*----------------------------------------------------------------
010580*    1200-RESUME-RUN - PICK UP THE FAILED RUN'S TOTALS, FIND WHAT
010590*    IT APPLIED AFTER THE CHECKPOINT, CUT CLMREJ.DAT AND
010600*    CLMSUSP.RPT BACK TO THE CHECKPOINT AND SKIP THE FEED RECORDS
010610*    ALREADY TAKEN.  WITHOUT JOURNAL.DAT THE TRANSACTIONS APPLIED
010620*    SINCE THE CHECKPOINT CANNOT BE TOLD FROM THE REST AND WOULD
010630*    POST TWICE, SO THE RUN STOPS WITH RETURN-CODE 12 AND THE
010640*    CHECKPOINT STANDS.
010650*----------------------------------------------------------------
010660 1200-RESUME-RUN.
010670     PERFORM 1400-LOAD-DONE THRU 1400-EXIT
010680     IF RETURN-CODE = 12
010690         GO TO 1200-EXIT
010700     END-IF
010710     MOVE Cck-Count (1) TO TRANS-COUNT
010720     MOVE Cck-Count (2) TO WRITE-COUNT
010730     MOVE Cck-Count (3) TO VOID-COUNT
010740     MOVE Cck-Count (4) TO REJECT-COUNT
010750     MOVE Cck-Count (5) TO SUSPENSE-COUNT
010760     MOVE Cck-Count (6) TO LINE-READ-COUNT
010770     MOVE Cck-Count (7) TO LINE-WRITE-COUNT
010780     MOVE Cck-Count (8) TO LINE-DELETE-COUNT
010790     MOVE Cck-Count (9) TO LINE-REJECT-COUNT
010800     MOVE Cck-Last-Seq TO LAST-TRANS-SEQ
010810     PERFORM 1300-CUT-BACK-REJECTS THRU 1300-EXIT
010820     PERFORM 1350-CUT-BACK-SUSPENSE THRU 1350-EXIT
010830     PERFORM 2100-READ-TRANS THRU 2100-EXIT
010840         UNTIL FEED-READ-COUNT >= Cck-Records-Done
010850             OR IS-CLMTRANS-EOF.
010860 1200-EXIT.
010870     EXIT.
010880*
010890*----------------------------------------------------------------
010900*    1300-CUT-BACK-REJECTS - KEEP THE FIRST Cck-Output-Count (1)
010910*    RECORDS OF CLMREJ.DAT, COPIED OUT TO CLMMCKWK.DAT AND BACK,
010920*    AND LEAVE THE FILE OPEN TO CARRY ON FROM THERE.
010930*----------------------------------------------------------------
010940 1300-CUT-BACK-REJECTS.
010950     MOVE ZERO TO COPY-COUNT
010960     MOVE "N" TO SCAN-EOF-SW
010970     OPEN INPUT CLMREJ-FILE
010980     IF NOT CLMREJ-OK
010990         MOVE "Y" TO SCAN-EOF-SW
011000     END-IF
011010     OPEN OUTPUT CKWORK-FILE
011020     PERFORM 1310-SAVE-REJECT THRU 1310-EXIT
011030         UNTIL IS-SCAN-EOF
011040             OR COPY-COUNT >= Cck-Output-Count (1)
011050     CLOSE CLMREJ-FILE
011060     CLOSE CKWORK-FILE
011070     OPEN INPUT CKWORK-FILE
011080     OPEN OUTPUT CLMREJ-FILE
011090     MOVE "N" TO SCAN-EOF-SW
011100     PERFORM 1320-RESTORE-REJECT THRU 1320-EXIT
011110         UNTIL IS-SCAN-EOF
011120     CLOSE CKWORK-FILE
011130     MOVE COPY-COUNT TO REJ-WRITE-COUNT
011140     IF COPY-COUNT < Cck-Output-Count (1)
011150         DISPLAY "CLMMAINT: CLMREJ.DAT HELD ONLY " COPY-COUNT
011160             " OF " Cck-Output-Count (1) " RECORD(S) AT THE"
011170             " CHECKPOINT"
011180     END-IF.
011190 1300-EXIT.
011200     EXIT.
011210*
011220 1310-SAVE-REJECT.
011230     READ CLMREJ-FILE
011240         AT END
011250             MOVE "Y" TO SCAN-EOF-SW
011260             GO TO 1310-EXIT
011270     END-READ
011280     WRITE CKWORK-LINE FROM ClaimReject
011290     ADD 1 TO COPY-COUNT.
011300 1310-EXIT.
011310     EXIT.
011320*
011330 1320-RESTORE-REJECT.
011340     READ CKWORK-FILE
011350         AT END
011360             MOVE "Y" TO SCAN-EOF-SW
011370             GO TO 1320-EXIT
011380     END-READ
011390     WRITE ClaimReject FROM CKWORK-LINE.
011400 1320-EXIT.
011410     EXIT.
011420*
011430*----------------------------------------------------------------
011440*    1350-CUT-BACK-SUSPENSE - THE SAME FOR CLMSUSP.RPT AND
011450*    Cck-Output-Count (2).
011460*----------------------------------------------------------------
011470 1350-CUT-BACK-SUSPENSE.
011480     MOVE ZERO TO COPY-COUNT
011490     MOVE "N" TO SCAN-EOF-SW
011500     OPEN INPUT SUSP-FILE
011510     IF NOT SUSP-OK
011520         MOVE "Y" TO SCAN-EOF-SW
011530     END-IF
011540     OPEN OUTPUT CKWORK-FILE
011550     PERFORM 1360-SAVE-SUSPENSE THRU 1360-EXIT
011560         UNTIL IS-SCAN-EOF
011570             OR COPY-COUNT >= Cck-Output-Count (2)
011580     CLOSE SUSP-FILE
011590     CLOSE CKWORK-FILE
011600     OPEN INPUT CKWORK-FILE
011610     OPEN OUTPUT SUSP-FILE
011620     MOVE "N" TO SCAN-EOF-SW
011630     PERFORM 1370-RESTORE-SUSPENSE THRU 1370-EXIT
011640         UNTIL IS-SCAN-EOF
011650     CLOSE CKWORK-FILE
011660     MOVE COPY-COUNT TO SUSP-WRITE-COUNT
011670     IF COPY-COUNT < Cck-Output-Count (2)
011680         DISPLAY "CLMMAINT: CLMSUSP.RPT HELD ONLY " COPY-COUNT
011690             " OF " Cck-Output-Count (2) " LINE(S) AT THE"
011700             " CHECKPOINT"
011710     END-IF.
011720 1350-EXIT.
011730     EXIT.
011740*
011750 1360-SAVE-SUSPENSE.
011760     READ SUSP-FILE
011770         AT END
011780             MOVE "Y" TO SCAN-EOF-SW
011790             GO TO 1360-EXIT
011800     END-READ
011810     WRITE CKWORK-LINE FROM SUSP-PRINT-LINE
011820     ADD 1 TO COPY-COUNT.
011830 1360-EXIT.
011840     EXIT.
011850*
011860 1370-RESTORE-SUSPENSE.
011870     READ CKWORK-FILE
011880         AT END
011890             MOVE "Y" TO SCAN-EOF-SW
011900             GO TO 1370-EXIT
011910     END-READ
011920     WRITE SUSP-PRINT-LINE FROM CKWORK-LINE.
011930 1370-EXIT.
011940     EXIT.
011950*
011960*----------------------------------------------------------------
011970*    1400-LOAD-DONE - NOTE EVERY CLAIM TRANSACTION OF THE FAILED
011980*    RUN'S FEED JOURNALED AFTER THE CHECKPOINT'S LAST SEQ NO. IN
011990*    DONE-TABLE, SO THAT IT IS COUNTED BUT NOT POSTED AGAIN.
012000*----------------------------------------------------------------
012010 1400-LOAD-DONE.
012020     MOVE ZERO TO DONE-COUNT
012030     OPEN INPUT JOURNAL-FILE
012040     IF JOURNAL-NOT-FOUND
012050         DISPLAY "CLMMAINT: JOURNAL.DAT NOT FOUND - CANNOT"
012060             " RESTART; RECOVER CLAIMS.DAT BEFORE RERUNNING"
012070         MOVE 12 TO RETURN-CODE
012080         GO TO 1400-EXIT
012090     END-IF
012100     MOVE "N" TO SCAN-EOF-SW
012110     PERFORM 1410-LOAD-ONE THRU 1410-EXIT
012120         UNTIL IS-SCAN-EOF
012130     CLOSE JOURNAL-FILE.
012140 1400-EXIT.
012150     EXIT.
012160*
012170 1410-LOAD-ONE.
012180     READ JOURNAL-FILE
012190         AT END
012200             MOVE "Y" TO SCAN-EOF-SW
012210             GO TO 1410-EXIT
012220     END-READ
012230     IF JIN-PROGRAM NOT = AUDIT-PROGRAM-NAME
012240             OR JIN-FEED-ID NOT = Cck-Feed-Id
012250             OR JIN-FEED-SEQ NOT > Cck-Last-Seq
012260         GO TO 1410-EXIT
012270     END-IF
012280     IF DONE-COUNT >= 999
012290         DISPLAY "CLMMAINT: MORE THAN 999 JOURNAL ENTRIES"
012300             " PAST THE CHECKPOINT - CANNOT RESTART"
012310         MOVE 12 TO RETURN-CODE
012320         MOVE "Y" TO SCAN-EOF-SW
012330         GO TO 1410-EXIT
012340     END-IF
012350     ADD 1 TO DONE-COUNT
012360     MOVE JIN-FEED-SEQ TO DN-SEQ-NO (DONE-COUNT)
012370     MOVE JIN-KEY TO DN-CLAIM-NO (DONE-COUNT)
012380     MOVE JIN-ACTION TO DN-ACTION (DONE-COUNT).
012390 1410-EXIT.
012400     EXIT.
012410*
012420*----------------------------------------------------------------
012430*    6800-TAKE-CHECKPOINT - BRING CLMREJ.DAT AND CLMSUSP.RPT TO
012440*    DISK AND RECORD HOW FAR THROUGH THE FEED THE RUN HAS GOT.
012450*    Cck-Count SLOTS: 1 TRANSACTIONS, 2 CLAIMS WRITTEN/ADJUSTED,
012460*    3 VOIDED, 4 REJECTED, 5 SUSPENDED, 6 LINES READ, 7 LINES
012470*    WRITTEN, 8 LINES REMOVED, 9 LINES REJECTED.  Cck-Records-Done
012480*    IS THE FEED RECORDS TAKEN BEFORE THE ONE IN HAND AND
012490*    Cck-Last-Seq THE LAST CLAIM TRANSACTION'S SEQ NO.
012500*    Cck-Output-Count (1) IS CLMREJ.DAT, (2) CLMSUSP.RPT.
012510*----------------------------------------------------------------
012520 6800-TAKE-CHECKPOINT.
012530     CLOSE CLMREJ-FILE
012540     OPEN EXTEND CLMREJ-FILE
012550     CLOSE SUSP-FILE
012560     OPEN EXTEND SUSP-FILE
012570     INITIALIZE ClaimCheckpoint
012580     MOVE AUDIT-PROGRAM-NAME TO Cck-Program
012590     MOVE "P" TO Cck-Status
012600     MOVE JRNL-FEED-ID TO Cck-Feed-Id
012610     MOVE CKPT-INTERVAL TO Cck-Interval
012620     IF FEED-READ-COUNT > ZERO
012630         COMPUTE Cck-Records-Done = FEED-READ-COUNT - 1
012640     END-IF
012650     MOVE LAST-TRANS-SEQ TO Cck-Last-Seq
012660     MOVE Ctrans-Claim-No TO Cck-Last-Key
012670     MOVE TRANS-COUNT TO Cck-Count (1)
012680     MOVE WRITE-COUNT TO Cck-Count (2)
012690     MOVE VOID-COUNT TO Cck-Count (3)
012700     MOVE REJECT-COUNT TO Cck-Count (4)
012710     MOVE SUSPENSE-COUNT TO Cck-Count (5)
012720     MOVE LINE-READ-COUNT TO Cck-Count (6)
012730     MOVE LINE-WRITE-COUNT TO Cck-Count (7)
012740     MOVE LINE-DELETE-COUNT TO Cck-Count (8)
012750     MOVE LINE-REJECT-COUNT TO Cck-Count (9)
012760     MOVE REJ-WRITE-COUNT TO Cck-Output-Count (1)
012770     MOVE SUSP-WRITE-COUNT TO Cck-Output-Count (2)
012780     OPEN OUTPUT CKPT-FILE
012790     WRITE CKPT-RECORD FROM ClaimCheckpoint
012800     CLOSE CKPT-FILE
012810     MOVE ZERO TO SINCE-CKPT-COUNT.
012820 6800-EXIT.
012830     EXIT.
012840*
012850*----------------------------------------------------------------
012860*    6900-CLEAR-CHECKPOINT - THE RUN HAS FINISHED; THE NEXT RUN
012870*    STARTS FRESH.
012880*----------------------------------------------------------------
012890 6900-CLEAR-CHECKPOINT.
012900     MOVE "C" TO Cck-Status
012910     OPEN OUTPUT CKPT-FILE
012920     WRITE CKPT-RECORD FROM ClaimCheckpoint
012930     CLOSE CKPT-FILE.
012940 6900-EXIT.
012950     EXIT.
012960*
012970*----------------------------------------------------------------
012980*    9100-CLOSE-INPUTS - A RESTART STOPPED AT RETURN-CODE 12 HAS
012990*    NOT YET OPENED CLMREJ.DAT OR CLMSUSP.RPT, SO ONLY THE INPUT
013000*    FILES AND THE CLAIMS MASTER ARE CLOSED.
013010*----------------------------------------------------------------
013020 9100-CLOSE-INPUTS.
013030     CLOSE CLMTRANS-FILE
013040     CLOSE PROVIDER-FILE
013050     CLOSE CLMLINES-FILE
013060     CLOSE DIAG-FILE
013070     CLOSE CLAIMS-FILE
013080     CLOSE PATIENT-FILE
013090     CLOSE FEE-FILE
013100     CLOSE APERIOD-FILE.
013110 9100-EXIT.
013120     EXIT.
