000343*                      FOR THE SEQBAL BALANCING STEP.  THE TWO
000344*                      EXCEPTION TYPES RIDE IN THE REJECTED
000345*                      BUCKET.
000346*    10/15/2026 DK    LINE CODES ON CLMLINES.DAT OTHER THAN THE
000347*                      HEADER CODE GET THE SAME CHECKS, AND A CLAIM
000348*                      WHOSE LINES DO NOT SUM TO Claim-Amount IS
000349*                      WRITTEN AS A THIRD EXCEPTION TYPE.
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000470         RECORD KEY IS DiagCode
000480         FILE STATUS IS DIAG-STATUS.

000481     SELECT CLMLINES-FILE ASSIGN TO DISK
000483         ORGANIZATION IS INDEXED
000485         ACCESS MODE IS DYNAMIC
000486         RECORD KEY IS Cln-Key
000488         FILE STATUS IS CLMLINES-STATUS.

000490     SELECT CLAIMXCP-FILE ASSIGN TO DISK
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS CLAIMXCP-STATUS.
000630     DATA RECORD IS DiagDetails.
000640     COPY DIAGREC.

000641 FD  CLMLINES-FILE
000643     LABEL RECORD IS STANDARD
000645     VALUE OF FILE-ID IS "CLMLINES.DAT"
000646     DATA RECORD IS ClaimLineDetail.
000648     COPY CLMLNREC.

000650 FD  CLAIMXCP-FILE
000660     LABEL RECORD IS STANDARD
000670     VALUE OF FILE-ID IS "CLAIMXCP.RPT"
000770     88  DIAG-OK             VALUE "00".
000780     88  DIAG-NOT-FOUND      VALUE "23", "35".

000781 01  CLMLINES-STATUS         PIC X(02) VALUE "00".
000782     88  CLMLINES-OK         VALUE "00".
000783     88  CLMLINES-NOT-FOUND  VALUE "23", "35".

000785 01  LINES-AVAIL-SW          PIC X(01) VALUE "Y".
000786     88  IS-LINES-AVAIL      VALUE "Y".

000787 01  LINES-DONE-SW           PIC X(01) VALUE "N".
000788     88  IS-LINES-DONE       VALUE "Y".

000790 01  CLAIMXCP-STATUS         PIC X(02) VALUE "00".
000800     88  CLAIMXCP-OK         VALUE "00".

000830 01  CLAIM-COUNT             PIC 9(06) VALUE ZERO COMP.
000840 01  ORPHAN-COUNT            PIC 9(06) VALUE ZERO COMP.
000850 01  DATE-XCP-COUNT          PIC 9(06) VALUE ZERO COMP.
000851 01  TOTAL-XCP-COUNT         PIC 9(06) VALUE ZERO COMP.
000853 01  LINE-CHECK-COUNT        PIC 9(06) VALUE ZERO COMP.
000855 01  CLAIM-LINE-COUNT        PIC 9(05) VALUE ZERO COMP.
000856 01  CLAIM-LINE-TOTAL        PIC 9(09)V99 VALUE ZERO.
000858 01  CHECK-DIAG-CODE         PIC X(05) VALUE SPACES.

000860 01  AUDIT-PROGRAM-NAME      PIC X(08) VALUE "SEQXREF".
000870 01  AUDIT-OPERATION         PIC X(12) VALUE "READ".
001110     02  FILLER              PIC X(05) VALUE SPACES.
001120     02  FILLER              PIC X(08) VALUE "PATIENT:".
001130     02  XCP2-PATIENT-NAME   PIC X(30).

001131 01  CLAIMXCP-TOTAL-LINE.
001132     02  FILLER              PIC X(30)
001133             VALUE " CLAIM TOTAL NOT SUM OF LINES".
001134     02  FILLER              PIC X(07) VALUE "CLAIM: ".
001135     02  XCP3-CLAIM-NO       PIC X(10).
001136     02  FILLER              PIC X(08) VALUE " TOTAL: ".
001137     02  XCP3-CLAIM-AMOUNT   PIC Z,ZZZ,ZZ9.99.
001138     02  FILLER              PIC X(08) VALUE " LINES: ".
001139     02  XCP3-LINE-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.
001140*
001150 PROCEDURE DIVISION.
001160*
001200         UNTIL IS-CLAIMS-EOF
001210     PERFORM 9000-TERMINATE THRU 9000-EXIT
001220     IF ORPHAN-COUNT > 0 OR DATE-XCP-COUNT > 0
001225             OR TOTAL-XCP-COUNT > 0
001230         MOVE 4 TO RETURN-CODE
001240     END-IF
001250     STOP RUN.
001380             MOVE 8 TO RETURN-CODE
001390             MOVE "Y" TO CLAIMS-EOF-SW
001400         END-IF
001401     END-IF
001402     OPEN INPUT CLMLINES-FILE
001403     IF CLMLINES-NOT-FOUND
001404         DISPLAY "SEQXREF: CLMLINES.DAT NOT FOUND - HEADER CODES"
001405             " ONLY"
001406         MOVE "N" TO LINES-AVAIL-SW
001410     END-IF.
001420 1000-EXIT.
001430     EXIT.
001470*    CODE DIRECTLY AGAINST DIAG.DAT.  A CLAIM WHOSE CODE IS NOT
001480*    ON THE MASTER, OR WHOSE SERVICE DATE FALLS OUTSIDE THE
001490*    CODE'S EFFECTIVE-DATE WINDOW, IS WRITTEN TO CLAIMXCP.RPT
001496*    AS AN EXCEPTION.  THE CLAIM'S LINES ARE THEN CHECKED THE
001502*    SAME WAY.
001510*----------------------------------------------------------------
001520 3000-READ-ITEM.
001530     READ CLAIMS-FILE NEXT RECORD
001550     END-READ
001560     IF NOT IS-CLAIMS-EOF
001570         ADD 1 TO CLAIM-COUNT
001580         MOVE Claim-Diag-Code TO CHECK-DIAG-CODE
001590         PERFORM 3050-CHECK-CODE THRU 3050-EXIT
001600         IF IS-LINES-AVAIL
001610             PERFORM 3300-CHECK-LINES THRU 3300-EXIT
001620         END-IF
001710     END-IF.
001720 3000-EXIT.
001730     EXIT.
001740*
001750 3100-WRITE-EXCEPTION.
001760     MOVE CHECK-DIAG-CODE TO XCP-DIAG-CODE
001770     MOVE Claim-No TO XCP-CLAIM-NO
001780     MOVE Claim-Patient-Name TO XCP-PATIENT-NAME
001790     WRITE CLAIMXCP-LINE FROM CLAIMXCP-DETAIL-LINE
001820     EXIT.
001830*
001840 3200-WRITE-DATE-EXCEPTION.
001850     MOVE CHECK-DIAG-CODE TO XCP2-DIAG-CODE
001860     MOVE Claim-Service-Date TO XCP2-SERVICE-DATE
001870     MOVE Claim-No TO XCP2-CLAIM-NO
001880     MOVE Claim-Patient-Name TO XCP2-PATIENT-NAME
001920     EXIT.
001930*
001940 9000-TERMINATE.
001945     CLOSE CLMLINES-FILE
001950     CLOSE CLAIMS-FILE
001960     CLOSE DIAG-FILE
001970     CLOSE CLAIMXCP-FILE
001971     MOVE CLAIM-COUNT TO RUNCTL-READ-COUNT
001972     MOVE ZERO TO RUNCTL-WRITTEN-COUNT
001973     MOVE ORPHAN-COUNT TO RUNCTL-REJECT-COUNT
001974     ADD DATE-XCP-COUNT TOTAL-XCP-COUNT TO RUNCTL-REJECT-COUNT
001975     CALL "RUNCTL" USING AUDIT-PROGRAM-NAME RUNCTL-READ-COUNT
001976         RUNCTL-WRITTEN-COUNT RUNCTL-REJECT-COUNT
001980     DISPLAY "SEQXREF: " CLAIM-COUNT " CLAIM(S) CHECKED, "
001990         ORPHAN-COUNT " ORPHANED, " DATE-XCP-COUNT
002000         " OUTSIDE EFFECTIVITY TO CLAIMXCP.RPT"
002002     DISPLAY "SEQXREF: " LINE-CHECK-COUNT
002003         " CLAIM LINE(S) CHECKED, "
002004         TOTAL-XCP-COUNT " CLAIM(S) NOT BALANCED TO THEIR LINES".
002010 9000-EXIT.
002020     EXIT.
002030*
002040 3050-CHECK-CODE.
002050     MOVE CHECK-DIAG-CODE TO DiagCode
002060     READ DIAG-FILE
002070         INVALID KEY
002080             PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
002090         NOT INVALID KEY
002100             CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME
002110                 AUDIT-OPERATION DiagCode AUDIT-ONE-RECORD
002120                     AUDIT-OPERATOR-ID
002130             IF Claim-Service-Date < Diag-Eff-From
002140                     OR Claim-Service-Date > Diag-Eff-To
002150                 PERFORM 3200-WRITE-DATE-EXCEPTION
002160                     THRU 3200-EXIT
002170             END-IF
002180     END-READ.
002190 3050-EXIT.
002200     EXIT.
002210*
002220*----------------------------------------------------------------
002230*    3300-CHECK-LINES - WALK THE CLAIM'S LINES ON CLMLINES.DAT.
002240*    A LINE CODE OTHER THAN THE HEADER CODE (ALREADY CHECKED) IS
002250*    LOOKED UP AS ABOVE, AND A CLAIM THAT HAS LINES MUST HAVE
002260*    THEM SUM TO ITS Claim-Amount.
002270*----------------------------------------------------------------
002280 3300-CHECK-LINES.
002290     MOVE ZERO TO CLAIM-LINE-COUNT
002300     MOVE ZERO TO CLAIM-LINE-TOTAL
002310     MOVE "N" TO LINES-DONE-SW
002320     MOVE Claim-No TO Cln-Claim-No
002330     MOVE ZERO TO Cln-Line-No
002340     START CLMLINES-FILE KEY IS NOT LESS THAN Cln-Key
002350         INVALID KEY
002360             MOVE "Y" TO LINES-DONE-SW
002370     END-START
002380     PERFORM 3350-CHECK-ONE-LINE THRU 3350-EXIT
002390         UNTIL IS-LINES-DONE
002400     IF CLAIM-LINE-COUNT > ZERO
002410             AND CLAIM-LINE-TOTAL NOT = Claim-Amount
002420         PERFORM 3400-WRITE-TOTAL-EXCEPTION THRU 3400-EXIT
002430     END-IF.
002440 3300-EXIT.
002450     EXIT.
002460*
002470 3350-CHECK-ONE-LINE.
002480     READ CLMLINES-FILE NEXT RECORD
002490         AT END
002500             MOVE "Y" TO LINES-DONE-SW
002510     END-READ
002520     IF NOT IS-LINES-DONE
002530             AND Cln-Claim-No NOT = Claim-No
002540         MOVE "Y" TO LINES-DONE-SW
002550     END-IF
002560     IF NOT IS-LINES-DONE
002570         ADD 1 TO CLAIM-LINE-COUNT
002580         ADD 1 TO LINE-CHECK-COUNT
002590         ADD Cln-Amount TO CLAIM-LINE-TOTAL
002600         IF Cln-Diag-Code NOT = Claim-Diag-Code
002610             MOVE Cln-Diag-Code TO CHECK-DIAG-CODE
002620             PERFORM 3050-CHECK-CODE THRU 3050-EXIT
002630         END-IF
002640     END-IF.
002650 3350-EXIT.
002660     EXIT.
002670*
002680 3400-WRITE-TOTAL-EXCEPTION.
002690     MOVE Claim-No TO XCP3-CLAIM-NO
002700     MOVE Claim-Amount TO XCP3-CLAIM-AMOUNT
002710     MOVE CLAIM-LINE-TOTAL TO XCP3-LINE-TOTAL
002720     WRITE CLAIMXCP-LINE FROM CLAIMXCP-TOTAL-LINE
002730     ADD 1 TO TOTAL-XCP-COUNT.
002740 3400-EXIT.
002750     EXIT.
