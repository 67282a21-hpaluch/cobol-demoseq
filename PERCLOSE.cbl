000252*                      FULL), NOTHING IS WRITTEN OR CLOSED AND
000253*                      RETURN-CODE IS 8 - A PERIOD IS NEVER
000254*                      FROZEN AGAINST AN INCOMPLETE SNAPSHOT.
000255*    10/15/2026 DK    THE SNAPSHOT IS NOW BUILT FROM CLAIM LINES:
000256*                      EACH LINE OF AN IN-PERIOD CLAIM POSTS TO ITS
000257*                      OWN CODE AND Snap-Claim-Count IS NOW LINES.
000258*                      A CLAIM WITH NO LINES POSTS AS ONE LINE FROM
000259*                      ITS HEADER, AS BILL.RPT NOW ROLLS UP.
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000380         RECORD KEY IS Claim-No
000390         FILE STATUS IS CLAIMS-STATUS.

000391     SELECT CLMLINES-FILE ASSIGN TO DISK
000393         ORGANIZATION IS INDEXED
000395         ACCESS MODE IS DYNAMIC
000396         RECORD KEY IS Cln-Key
000398         FILE STATUS IS CLMLINES-STATUS.

000400     SELECT SNAP-FILE ASSIGN TO DISK
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS SNAP-STATUS.
000540     DATA RECORD IS ClaimDetail.
000550     COPY CLAIMREC.

000551 FD  CLMLINES-FILE
000553     LABEL RECORD IS STANDARD
000555     VALUE OF FILE-ID IS "CLMLINES.DAT"
000556     DATA RECORD IS ClaimLineDetail.
000558     COPY CLMLNREC.

000560 FD  SNAP-FILE
000570     LABEL RECORD IS STANDARD
000580     VALUE OF FILE-ID IS SNAP-FILENAME
000710     88  CLAIMS-EOF          VALUE "10".
000720     88  CLAIMS-NOT-FOUND    VALUE "35".

000721 01  CLMLINES-STATUS         PIC X(02) VALUE "00".
000722     88  CLMLINES-OK         VALUE "00".
000723     88  CLMLINES-NOT-FOUND  VALUE "23", "35".

000725 01  LINES-AVAIL-SW          PIC X(01) VALUE "Y".
000726     88  IS-LINES-AVAIL      VALUE "Y".

000727 01  LINES-DONE-SW           PIC X(01) VALUE "N".
000728     88  IS-LINES-DONE       VALUE "Y".

000730 01  SNAP-STATUS             PIC X(02) VALUE "00".
000740     88  SNAP-OK             VALUE "00".

000840 01  PERIOD-CLAIM-COUNT      PIC 9(06) VALUE ZERO COMP.
000850 01  SKIP-COUNT              PIC 9(06) VALUE ZERO COMP.
000860 01  PERIOD-AMOUNT           PIC 9(11)V99 VALUE ZERO.
000862 01  CLAIM-LINE-COUNT        PIC 9(05) VALUE ZERO COMP.
000865 01  ROLL-DIAG-CODE          PIC X(05) VALUE SPACES.
000867 01  ROLL-AMOUNT             PIC 9(07)V99 VALUE ZERO.

000870 01  SNAP-TABLE-COUNT        PIC 9(05) VALUE ZERO COMP.
000880 01  SNAP-TABLE-IDX          PIC 9(05) VALUE ZERO COMP.
001690*
001700*----------------------------------------------------------------
001710*    3000-BUILD-SNAPSHOT - ROLL EVERY CLAIM WITH A SERVICE DATE
001720*    IN THE CLOSING PERIOD INTO THE PER-CODE TABLE, LINE BY LINE,
001730*    KEPT IN CODE SEQUENCE BY SORTED INSERTION AS SEQBILL DOES.
001740*----------------------------------------------------------------
001750 3000-BUILD-SNAPSHOT.
001760     OPEN INPUT CLAIMS-FILE
001790         MOVE 8 TO RETURN-CODE
001800         MOVE "Y" TO CLAIMS-EOF-SW
001810     END-IF
001811     OPEN INPUT CLMLINES-FILE
001812     IF CLMLINES-NOT-FOUND
001813         DISPLAY "PERCLOSE: CLMLINES.DAT NOT FOUND - CLAIMS"
001814             " ROLLED UP FROM THEIR HEADERS"
001815         MOVE "N" TO LINES-AVAIL-SW
001816     END-IF
001820     PERFORM 3100-ROLL-ONE-CLAIM THRU 3100-EXIT
001830         UNTIL IS-CLAIMS-EOF
001836     CLOSE CLAIMS-FILE
001842     CLOSE CLMLINES-FILE.
001850 3000-EXIT.
001860     EXIT.
001870*
001940         IF Claim-Service-Date (1:6) = CLOSE-PERIOD
001950             ADD 1 TO PERIOD-CLAIM-COUNT
001960             ADD Claim-Amount TO PERIOD-AMOUNT
001962             MOVE ZERO TO CLAIM-LINE-COUNT
001964             IF IS-LINES-AVAIL
001966                 PERFORM 3120-ROLL-LINES THRU 3120-EXIT
001968             END-IF
001970             IF CLAIM-LINE-COUNT = ZERO
001972                 MOVE Claim-Diag-Code TO ROLL-DIAG-CODE
001974                 MOVE Claim-Amount TO ROLL-AMOUNT
001976                 PERFORM 3200-POST-TO-TABLE THRU 3200-EXIT
001978             END-IF
001980         END-IF
001990     END-IF.
002000 3100-EXIT.
002040     PERFORM 3300-FIND-ENTRY THRU 3300-EXIT
002050     IF SNAP-FOUND
002060         ADD 1 TO SN-CLAIM-COUNT (SNAP-TABLE-IDX)
002070         ADD ROLL-AMOUNT TO SN-AMOUNT (SNAP-TABLE-IDX)
002080     ELSE
002090         IF SNAP-TABLE-COUNT >= 5000
002100             DISPLAY "PERCLOSE: SNAPSHOT TABLE FULL - CLAIM "
002110                 Claim-No " CODE " ROLL-DIAG-CODE " SKIPPED"
002120             ADD 1 TO SKIP-COUNT
002130         ELSE
002140             PERFORM 3400-INSERT-ENTRY THRU 3400-EXIT
002180     EXIT.
002190*
002200*----------------------------------------------------------------
002210*    3300-FIND-ENTRY - SCAN THE SORTED TABLE FOR ROLL-DIAG-CODE,
002220*    STOPPING PAST ITS SLOT SO SNAP-TABLE-IDX IS THE INSERT
002230*    POSITION WHEN THE CODE IS NEW.
002240*----------------------------------------------------------------
002290         UNTIL SNAP-FOUND
002300             OR SNAP-TABLE-IDX > SNAP-TABLE-COUNT
002310             OR (SNAP-TABLE-IDX <= SNAP-TABLE-COUNT
002320                 AND SN-CODE (SNAP-TABLE-IDX) > ROLL-DIAG-CODE).
002330 3300-EXIT.
002340     EXIT.
002350*
002360 3350-FIND-ONE.
002370     IF SN-CODE (SNAP-TABLE-IDX) = ROLL-DIAG-CODE
002380         MOVE "Y" TO SNAP-FOUND-SW
002390     ELSE
002400         ADD 1 TO SNAP-TABLE-IDX
002470     MOVE SNAP-TABLE-COUNT TO SNAP-SHIFT-IDX
002480     PERFORM 3450-SHIFT-ONE THRU 3450-EXIT
002490         UNTIL SNAP-SHIFT-IDX <= SNAP-TABLE-IDX
002500     MOVE ROLL-DIAG-CODE TO SN-CODE (SNAP-TABLE-IDX)
002510     MOVE 1 TO SN-CLAIM-COUNT (SNAP-TABLE-IDX)
002520     MOVE ROLL-AMOUNT TO SN-AMOUNT (SNAP-TABLE-IDX).
002530 3400-EXIT.
002540     EXIT.
002550*
003250         SKIP-COUNT " SKIPPED".
003260 9000-EXIT.
003270     EXIT.
003280*
003290*----------------------------------------------------------------
003300*    3120-ROLL-LINES - POST EACH OF THE CLAIM'S LINES ON
003310*    CLMLINES.DAT TO THE TABLE UNDER ITS OWN CODE.
003320*----------------------------------------------------------------
003330 3120-ROLL-LINES.
003340     MOVE "N" TO LINES-DONE-SW
003350     MOVE Claim-No TO Cln-Claim-No
003360     MOVE ZERO TO Cln-Line-No
003370     START CLMLINES-FILE KEY IS NOT LESS THAN Cln-Key
003380         INVALID KEY
003390             MOVE "Y" TO LINES-DONE-SW
003400     END-START
003410     PERFORM 3130-ROLL-ONE-LINE THRU 3130-EXIT
003420         UNTIL IS-LINES-DONE.
003430 3120-EXIT.
003440     EXIT.
003450*
003460 3130-ROLL-ONE-LINE.
003470     READ CLMLINES-FILE NEXT RECORD
003480         AT END
003490             MOVE "Y" TO LINES-DONE-SW
003500     END-READ
003510     IF NOT IS-LINES-DONE
003520             AND Cln-Claim-No NOT = Claim-No
003530         MOVE "Y" TO LINES-DONE-SW
003540     END-IF
003550     IF NOT IS-LINES-DONE
003560         ADD 1 TO CLAIM-LINE-COUNT
003570         MOVE Cln-Diag-Code TO ROLL-DIAG-CODE
003580         MOVE Cln-Amount TO ROLL-AMOUNT
003590         PERFORM 3200-POST-TO-TABLE THRU 3200-EXIT
003600     END-IF.
003610 3130-EXIT.
003620     EXIT.
