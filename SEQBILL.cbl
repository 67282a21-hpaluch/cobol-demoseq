000213*                      SO THE SEQBAL BALANCING STEP CAN CHECK
000214*                      THE CLAIMS ROLLED UP HERE AGAINST THE
000215*                      CLAIMS.DAT RECORD COUNT.
000216*    10/15/2026 DK    ROLLUP NOW BY CLAIM LINE: EACH LINE ON
000217*                      CLMLINES.DAT POSTS TO ITS OWN CODE; A CLAIM
000218*                      WITH NO LINES POSTS AS ONE LINE FROM ITS
000219*                      HEADER.  THE COUNT COLUMN IS NOW LINES.
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000340         RECORD KEY IS DiagCode
000350         FILE STATUS IS DIAG-STATUS.

000351     SELECT CLMLINES-FILE ASSIGN TO DISK
000353         ORGANIZATION IS INDEXED
000355         ACCESS MODE IS DYNAMIC
000356         RECORD KEY IS Cln-Key
000358         FILE STATUS IS CLMLINES-STATUS.

000360     SELECT REPORT-FILE ASSIGN TO DISK
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS REPORT-STATUS.
000500     DATA RECORD IS DiagDetails.
000510     COPY DIAGREC.

000511 FD  CLMLINES-FILE
000513     LABEL RECORD IS STANDARD
000515     VALUE OF FILE-ID IS "CLMLINES.DAT"
000516     DATA RECORD IS ClaimLineDetail.
000518     COPY CLMLNREC.

000520 FD  REPORT-FILE
000530     LABEL RECORD IS STANDARD
000540     VALUE OF FILE-ID IS "BILL.RPT"
000640     88  DIAG-OK             VALUE "00".
000650     88  DIAG-NOT-FOUND      VALUE "23", "35".

000651 01  CLMLINES-STATUS         PIC X(02) VALUE "00".
000652     88  CLMLINES-OK         VALUE "00".
000653     88  CLMLINES-NOT-FOUND  VALUE "23", "35".

000655 01  LINES-AVAIL-SW          PIC X(01) VALUE "Y".
000656     88  IS-LINES-AVAIL      VALUE "Y".

000657 01  LINES-DONE-SW           PIC X(01) VALUE "N".
000658     88  IS-LINES-DONE       VALUE "Y".

000660 01  REPORT-STATUS           PIC X(02) VALUE "00".
000670     88  REPORT-OK           VALUE "00".

000840 01  CLAIM-COUNT             PIC 9(06) VALUE ZERO COMP.
000850 01  SKIP-COUNT              PIC 9(06) VALUE ZERO COMP.
000860 01  UNKNOWN-CODE-COUNT      PIC 9(06) VALUE ZERO COMP.
000862 01  CLAIM-LINE-COUNT        PIC 9(05) VALUE ZERO COMP.
000865 01  ROLL-DIAG-CODE          PIC X(05) VALUE SPACES.
000867 01  ROLL-AMOUNT             PIC 9(07)V99 VALUE ZERO.

000870 01  GRAND-CLAIM-COUNT       PIC 9(06) VALUE ZERO COMP.
000880 01  GRAND-AMOUNT            PIC 9(11)V99 VALUE ZERO.
001210     02  FILLER              PIC X(05) VALUE "CODE ".
001220     02  FILLER              PIC X(04) VALUE SPACES.
001230     02  FILLER              PIC X(42) VALUE "DIAGNOSIS NAME".
001240     02  FILLER              PIC X(09) VALUE "    LINES".
001250     02  FILLER              PIC X(17) VALUE "    TOTAL DOLLARS".

001260 01  DETAIL-LINE.
001740             MOVE "Y" TO CLAIMS-EOF-SW
001750         END-IF
001760     END-IF
001761     OPEN INPUT CLMLINES-FILE
001762     IF CLMLINES-NOT-FOUND
001764         DISPLAY "SEQBILL: CLMLINES.DAT NOT FOUND - CLAIMS ROLLED"
001765             " UP FROM THEIR HEADERS"
001767         MOVE "N" TO LINES-AVAIL-SW
001768     END-IF
001770     ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
001780     ACCEPT RUN-TIME-WS FROM TIME
001790     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY
001840     EXIT.
001850*
001860*----------------------------------------------------------------
001870*    2000-ACCUMULATE-CLAIM - READ ONE CLAIM AND ADD EACH OF ITS
001880*    LINES (OR, WITH NONE, ITS HEADER) INTO THE ROLLUP TABLE ENTRY
001890*    FOR THE DIAGNOSIS CODE.  THE TABLE IS KEPT IN CODE SEQUENCE BY
001900*    INSERTING EACH NEW CODE AT ITS SORTED POSITION, SO THE REPORT
001910*    PRINTS IN THE SAME KEY ORDER AS THE SEQRPT LISTING.
001920*----------------------------------------------------------------
001930 2000-ACCUMULATE-CLAIM.
001940     READ CLAIMS-FILE NEXT RECORD
001960     END-READ
001970     IF NOT IS-CLAIMS-EOF
001980         ADD 1 TO CLAIM-COUNT
001990         MOVE ZERO TO CLAIM-LINE-COUNT
002000         IF IS-LINES-AVAIL
002010             PERFORM 2020-ROLL-LINES THRU 2020-EXIT
002020         END-IF
002030         IF CLAIM-LINE-COUNT = ZERO
002040             MOVE Claim-Diag-Code TO ROLL-DIAG-CODE
002050             MOVE Claim-Amount TO ROLL-AMOUNT
002060             PERFORM 2050-ROLL-ONE THRU 2050-EXIT
002110         END-IF
002120     END-IF.
002130 2000-EXIT.
002140     EXIT.
002150*
002160*----------------------------------------------------------------
002170*    2100-FIND-ENTRY - SCAN THE ROLLUP TABLE FOR ROLL-DIAG-CODE.
002180*    THE TABLE IS IN CODE SEQUENCE, SO THE SCAN CAN STOP AS SOON
002190*    AS IT PASSES WHERE THE CODE WOULD SIT - BILL-TABLE-IDX IS
002200*    THEN THE INSERT POSITION FOR 2200-INSERT-ENTRY.
002260         UNTIL BILL-FOUND
002270             OR BILL-TABLE-IDX > BILL-TABLE-COUNT
002280             OR (BILL-TABLE-IDX <= BILL-TABLE-COUNT
002290                 AND BT-CODE (BILL-TABLE-IDX) > ROLL-DIAG-CODE).
002300 2100-EXIT.
002310     EXIT.
002320*
002330 2150-FIND-ONE.
002340     IF BT-CODE (BILL-TABLE-IDX) = ROLL-DIAG-CODE
002350         MOVE "Y" TO BILL-FOUND-SW
002360     ELSE
002370         ADD 1 TO BILL-TABLE-IDX
002420*----------------------------------------------------------------
002430*    2200-INSERT-ENTRY - OPEN A SLOT AT BILL-TABLE-IDX BY
002440*    SHIFTING THE TAIL OF THE TABLE UP ONE, THEN SEED THE NEW
002450*    ENTRY FROM THE LINE IN HAND.
002460*----------------------------------------------------------------
002470 2200-INSERT-ENTRY.
002480     ADD 1 TO BILL-TABLE-COUNT
002490     MOVE BILL-TABLE-COUNT TO BILL-SHIFT-IDX
002500     PERFORM 2250-SHIFT-ONE THRU 2250-EXIT
002510         UNTIL BILL-SHIFT-IDX <= BILL-TABLE-IDX
002520     MOVE ROLL-DIAG-CODE TO BT-CODE (BILL-TABLE-IDX)
002530     MOVE 1 TO BT-CLAIM-COUNT (BILL-TABLE-IDX)
002540     MOVE ROLL-AMOUNT TO BT-AMOUNT (BILL-TABLE-IDX)
002550     MOVE "N" TO BT-ONFILE-SW (BILL-TABLE-IDX).
002560 2200-EXIT.
002570     EXIT.
003770 9000-TERMINATE.
003780     CLOSE CLAIMS-FILE
003790     CLOSE DIAG-FILE
003795     CLOSE CLMLINES-FILE
003800     CLOSE REPORT-FILE
003810     IF SKIP-COUNT > 0 AND RETURN-CODE = 0
003820         MOVE 4 TO RETURN-CODE
003860         " CODE(S) NOT ON MASTER, " SKIP-COUNT " SKIPPED".
003870 9000-EXIT.
003880     EXIT.
003890*
003900*----------------------------------------------------------------
003910*    2020-ROLL-LINES - WALK THE CLAIM'S LINES ON CLMLINES.DAT IN
003920*    LINE-NUMBER ORDER, ROLLING EACH UP UNDER ITS OWN CODE.
003930*----------------------------------------------------------------
003940 2020-ROLL-LINES.
003950     MOVE "N" TO LINES-DONE-SW
003960     MOVE Claim-No TO Cln-Claim-No
003970     MOVE ZERO TO Cln-Line-No
003980     START CLMLINES-FILE KEY IS NOT LESS THAN Cln-Key
003990         INVALID KEY
004000             MOVE "Y" TO LINES-DONE-SW
004010     END-START
004020     PERFORM 2030-ROLL-ONE-LINE THRU 2030-EXIT
004030         UNTIL IS-LINES-DONE.
004040 2020-EXIT.
004050     EXIT.
004060*
004070 2030-ROLL-ONE-LINE.
004080     READ CLMLINES-FILE NEXT RECORD
004090         AT END
004100             MOVE "Y" TO LINES-DONE-SW
004110     END-READ
004120     IF NOT IS-LINES-DONE
004130             AND Cln-Claim-No NOT = Claim-No
004140         MOVE "Y" TO LINES-DONE-SW
004150     END-IF
004160     IF NOT IS-LINES-DONE
004170         ADD 1 TO CLAIM-LINE-COUNT
004180         MOVE Cln-Diag-Code TO ROLL-DIAG-CODE
004190         MOVE Cln-Amount TO ROLL-AMOUNT
004200         PERFORM 2050-ROLL-ONE THRU 2050-EXIT
004210     END-IF.
004220 2030-EXIT.
004230     EXIT.
004240*
004250*----------------------------------------------------------------
004260*    2050-ROLL-ONE - ADD ROLL-AMOUNT INTO THE TABLE ENTRY FOR
004270*    ROLL-DIAG-CODE, INSERTING THE CODE WHEN IT IS NEW.
004280*----------------------------------------------------------------
004290 2050-ROLL-ONE.
004300     PERFORM 2100-FIND-ENTRY THRU 2100-EXIT
004310     IF BILL-FOUND
004320         ADD 1 TO BT-CLAIM-COUNT (BILL-TABLE-IDX)
004330         ADD ROLL-AMOUNT TO BT-AMOUNT (BILL-TABLE-IDX)
004340         GO TO 2050-EXIT
004350     END-IF
004360     IF BILL-TABLE-COUNT >= 500
004370         DISPLAY "SEQBILL: ROLLUP TABLE FULL - CLAIM "
004380             Claim-No " CODE " ROLL-DIAG-CODE " SKIPPED"
004390         ADD 1 TO SKIP-COUNT
004400     ELSE
004410         PERFORM 2200-INSERT-ENTRY THRU 2200-EXIT
004420     END-IF.
004430 2050-EXIT.
004440     EXIT.
