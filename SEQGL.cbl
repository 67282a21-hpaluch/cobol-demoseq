000240*                      WITH A LINE COUNT AND AN AMOUNT HASH
000250*                      TOTAL FOR THE GL SIDE TO VERIFY BEFORE
000260*                      LOADING.
000261*    10/15/2026 DK    POSTINGS NOW ROLL UP BY CLAIM LINE.  EACH LINE
000262*                      ON CLMLINES.DAT OF AN IN-PERIOD CLAIM POSTS
000263*                      TO THE CHAPTER OF ITS OWN DIAGNOSIS CODE, SO
000265*                      Gl-Record-Count IS NOW SERVICE LINES PER
000266*                      CHAPTER.  A CLAIM WITH NO LINES (OR ANY CLAIM
000267*                      WHEN CLMLINES.DAT IS MISSING) POSTS AS ONE
000268*                      LINE FROM ITS HEADER.
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000340         RECORD KEY IS Claim-No
000350         FILE STATUS IS CLAIMS-STATUS.

000351     SELECT CLMLINES-FILE ASSIGN TO DISK
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE IS DYNAMIC
000354         RECORD KEY IS Cln-Key
000355         FILE STATUS IS CLMLINES-STATUS.

000360     SELECT CHAPTER-FILE ASSIGN TO DISK
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000500     DATA RECORD IS ClaimDetail.
000510     COPY CLAIMREC.

000511 FD  CLMLINES-FILE
000513     LABEL RECORD IS STANDARD
000515     VALUE OF FILE-ID IS "CLMLINES.DAT"
000516     DATA RECORD IS ClaimLineDetail.
000518     COPY CLMLNREC.

000520 FD  CHAPTER-FILE
000530     LABEL RECORD IS STANDARD
000540     VALUE OF FILE-ID IS "CHAPTER.DAT"
000660     88  CLAIMS-EOF          VALUE "10".
000670     88  CLAIMS-NOT-FOUND    VALUE "35".

000671 01  CLMLINES-STATUS         PIC X(02) VALUE "00".
000672     88  CLMLINES-OK         VALUE "00".
000673     88  CLMLINES-NOT-FOUND  VALUE "23", "35".

000675 01  LINES-AVAIL-SW          PIC X(01) VALUE "Y".
000676     88  IS-LINES-AVAIL      VALUE "Y".

000677 01  LINES-DONE-SW           PIC X(01) VALUE "N".
000678     88  IS-LINES-DONE       VALUE "Y".

000680 01  CHAPTER-STATUS          PIC X(02) VALUE "00".
000690     88  CHAPTER-OK          VALUE "00".
000700     88  CHAPTER-NOT-FOUND   VALUE "23", "35".
000820 01  UNKNOWN-CHP-COUNT       PIC 9(06) VALUE ZERO COMP.
000830 01  POSTING-COUNT           PIC 9(06) VALUE ZERO COMP.
000840 01  HASH-TOTAL              PIC 9(13)V99 VALUE ZERO.
000842 01  CLAIM-LINE-COUNT        PIC 9(05) VALUE ZERO COMP.
000845 01  ROLL-DIAG-CODE          PIC X(05) VALUE SPACES.
000847 01  ROLL-AMOUNT             PIC 9(07)V99 VALUE ZERO.

000850 01  LETTER-ORD              PIC 9(02) VALUE ZERO COMP.
000860 01  BUCKET-IDX              PIC 9(02) VALUE ZERO COMP.
001310             " VERIFIED"
001320         MOVE "N" TO CHAPTER-AVAIL-SW
001330     END-IF
001331     OPEN INPUT CLMLINES-FILE
001332     IF CLMLINES-NOT-FOUND
001333         DISPLAY "SEQGL: CLMLINES.DAT NOT FOUND - CLAIMS POSTED"
001334             " FROM THEIR HEADERS"
001335         MOVE "N" TO LINES-AVAIL-SW
001336     END-IF
001340     IF RETURN-CODE NOT = 8
001350         OPEN OUTPUT GLPOST-FILE
001360         PERFORM 2000-WRITE-HEADER THRU 2000-EXIT
001490*
001500*----------------------------------------------------------------
001510*    3000-ROLL-ONE-CLAIM - READ ONE CLAIM AND, WHEN ITS SERVICE
001520*    DATE FALLS IN THE EXTRACT PERIOD, ADD EACH SERVICE LINE ON
001525*    CLMLINES.DAT (OR THE CLAIM ITSELF IF IT HAS NONE) INTO THE
001530*    BUCKET FOR ITS CHAPTER LETTER.  A CLAIM OUTSIDE THE PERIOD
001540*    IS ONLY COUNTED - IT POSTED (OR WILL POST) ON ITS OWN
001550*    MONTH'S EXTRACT.  A LEADING CHARACTER THAT IS NOT A-Z
001624             ADD 1 TO OUTSIDE-COUNT
001626             GO TO 3000-EXIT
001628         END-IF
001638         MOVE ZERO TO CLAIM-LINE-COUNT
001648         IF IS-LINES-AVAIL
001658             PERFORM 3020-ROLL-LINES THRU 3020-EXIT
001668         END-IF
001678         IF CLAIM-LINE-COUNT = ZERO
001688             MOVE Claim-Diag-Code TO ROLL-DIAG-CODE
001698             MOVE Claim-Amount TO ROLL-AMOUNT
001708             PERFORM 3050-POST-TO-BUCKET THRU 3050-EXIT
001720         END-IF
001730     END-IF.
001740 3000-EXIT.
001870     EXIT.
001880*
001890 3150-MATCH-ONE.
001900     IF ROLL-DIAG-CODE (1:1) = LETTER-LIST (BUCKET-IDX:1)
001910         MOVE BUCKET-IDX TO LETTER-ORD
001920     ELSE
001930         ADD 1 TO BUCKET-IDX
002540 9000-TERMINATE.
002550     CLOSE CLAIMS-FILE
002560     CLOSE CHAPTER-FILE
002565     CLOSE CLMLINES-FILE
002570     IF RETURN-CODE NOT = 8
002580         CLOSE GLPOST-FILE
002590     END-IF
002670         SKIP-COUNT " SKIPPED".
002680 9000-EXIT.
002690     EXIT.
002700*
002710 3020-ROLL-LINES.
002720     MOVE "N" TO LINES-DONE-SW
002730     MOVE Claim-No TO Cln-Claim-No
002740     MOVE ZERO TO Cln-Line-No
002750     START CLMLINES-FILE KEY IS NOT LESS THAN Cln-Key
002760         INVALID KEY
002770             MOVE "Y" TO LINES-DONE-SW
002780     END-START
002790     PERFORM 3030-ROLL-ONE-LINE THRU 3030-EXIT
002800         UNTIL IS-LINES-DONE.
002810 3020-EXIT.
002820     EXIT.
002830*
002840 3030-ROLL-ONE-LINE.
002850     READ CLMLINES-FILE NEXT RECORD
002860         AT END
002870             MOVE "Y" TO LINES-DONE-SW
002880     END-READ
002890     IF NOT IS-LINES-DONE
002900             AND Cln-Claim-No NOT = Claim-No
002910         MOVE "Y" TO LINES-DONE-SW
002920     END-IF
002930     IF NOT IS-LINES-DONE
002940         ADD 1 TO CLAIM-LINE-COUNT
002950         MOVE Cln-Diag-Code TO ROLL-DIAG-CODE
002960         MOVE Cln-Amount TO ROLL-AMOUNT
002970         PERFORM 3050-POST-TO-BUCKET THRU 3050-EXIT
002980     END-IF.
002990 3030-EXIT.
003000     EXIT.
003010*
003020*----------------------------------------------------------------
003030*    3050-POST-TO-BUCKET - ADD ONE LINE INTO THE BUCKET FOR ITS
003040*    CHAPTER LETTER, OR SKIP IT WITH A WARNING WHEN ITS CODE DOES
003050*    NOT START WITH A LETTER A-Z.
003070*----------------------------------------------------------------
003080 3050-POST-TO-BUCKET.
003090     PERFORM 3100-FIND-BUCKET THRU 3100-EXIT
003100     IF LETTER-ORD = ZERO
003110         DISPLAY "SEQGL: CLAIM " Claim-No " CODE "
003120             ROLL-DIAG-CODE " HAS NO CHAPTER LETTER -"
003130             " SKIPPED"
003140         ADD 1 TO SKIP-COUNT
003150     ELSE
003160         ADD 1 TO GB-CLAIM-COUNT (LETTER-ORD)
003170         ADD ROLL-AMOUNT TO GB-AMOUNT (LETTER-ORD)
003180     END-IF.
003190 3050-EXIT.
003200     EXIT.
