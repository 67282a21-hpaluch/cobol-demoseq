000283*                      CLAIM IS A REFUND RISK, SO THAT RUN ENDS
000284*                      WITH RETURN-CODE 8 (NOT TRUSTED), NOT A
000285*                      WARNING.
000286*    10/15/2026 DK    PAID/ADJ/BALANCE CARRIED TO CLMDUPS.DAT.
000287*    10/15/2026 DK    SUSPENSE MOVES JOURNALED FOR MSTRECV.
000288*    10/15/2026 DK    CHECKPOINT/RESTART EVERY N TABLE ENTRIES.
000289*    10/15/2026 DK    Claim-Provider-ID CARRIED TO CLMDUPS.DAT.
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000430     SELECT REPORT-FILE ASSIGN TO DISK
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS REPORT-STATUS.

000451     SELECT CKPT-FILE ASSIGN TO DISK
000452         ORGANIZATION IS SEQUENTIAL
000453         FILE STATUS IS CKPT-STATUS.

000454     SELECT CKWORK-FILE ASSIGN TO DISK
000455         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS CKWORK-STATUS.

000457     SELECT JOURNAL-FILE ASSIGN TO DISK
000458         ORGANIZATION IS LINE SEQUENTIAL
000459         FILE STATUS IS JOURNAL-STATUS.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000520     DATA RECORD IS ClaimDetail.
000530     COPY CLAIMREC.

000531 FD  CKPT-FILE
000532     LABEL RECORD IS STANDARD
000533     VALUE OF FILE-ID IS "CLMDCKPT.DAT"
000534     DATA RECORD IS CKPT-RECORD.
000535 01  CKPT-RECORD                PIC X(143).

000540 FD  SUSP-FILE
000550     LABEL RECORD IS STANDARD
000560     VALUE OF FILE-ID IS "CLMDUPS.DAT"
000570     DATA RECORD IS SuspDetail.
000580     COPY SUSPREC.

000581 FD  CKWORK-FILE
000582     LABEL RECORD IS STANDARD
000583     VALUE OF FILE-ID IS "CLMDCKWK.DAT"
000584     DATA RECORD IS CKWORK-LINE.
000585 01  CKWORK-LINE                PIC X(150).

000590 FD  REPORT-FILE
000600     LABEL RECORD IS STANDARD
000610     VALUE OF FILE-ID IS "CLMDUP.RPT"
000620     DATA RECORD IS PRINT-LINE.
000630 01  PRINT-LINE                 PIC X(89).

000631*----------------------------------------------------------------
000632*    JOURNAL.DAT IS READ BACK ON A RESTART ONLY.  THE LAYOUT IS
000633*    JRNLREC'S; IT IS SPELLED OUT HERE UNDER JIN- NAMES BECAUSE
000634*    THE JRNL- NAMES ARE THIS PROGRAM'S JOURNAL CALL ARGUMENTS.
000635*----------------------------------------------------------------
000636 FD  JOURNAL-FILE
000637     LABEL RECORD IS STANDARD
000638     VALUE OF FILE-ID IS "JOURNAL.DAT"
000639     DATA RECORD IS JOURNAL-IN-ENTRY.
000640 01  JOURNAL-IN-ENTRY.
000641     02  JIN-STAMP              PIC X(16).
000642     02  JIN-PROGRAM            PIC X(08).
000643     02  JIN-OPERATOR           PIC X(08).
000644     02  JIN-FEED-ID            PIC 9(14).
000645     02  JIN-FEED-SEQ           PIC 9(06).
000646     02  JIN-MASTER             PIC X(08).
000647     02  JIN-ACTION             PIC X(01).
000648     02  JIN-KEY                PIC X(10).
000649     02  JIN-BEFORE-IMAGE       PIC X(150).
000650     02  JIN-AFTER-IMAGE        PIC X(150).
000655*
000658 WORKING-STORAGE SECTION.
000660 01  CLAIMS-STATUS           PIC X(02) VALUE "00".
000670     88  CLAIMS-OK           VALUE "00", "02".
000680     88  CLAIMS-EOF          VALUE "10".
000740 01  REPORT-STATUS           PIC X(02) VALUE "00".
000750     88  REPORT-OK           VALUE "00".

000751 01  CKPT-STATUS             PIC X(02) VALUE "00".
000752     88  CKPT-OK             VALUE "00".
000753     88  CKPT-NOT-FOUND      VALUE "35".

000754 01  CKWORK-STATUS           PIC X(02) VALUE "00".
000755     88  CKWORK-OK           VALUE "00".

000756 01  JOURNAL-STATUS          PIC X(02) VALUE "00".
000757     88  JOURNAL-OK          VALUE "00".
000758     88  JOURNAL-NOT-FOUND   VALUE "35".

000759     COPY CLMCKREC.

000760 01  CLAIMS-EOF-SW           PIC X(01) VALUE "N".
000770     88  IS-CLAIMS-EOF       VALUE "Y".

000771 01  SCAN-EOF-SW             PIC X(01) VALUE "N".
000772     88  IS-SCAN-EOF         VALUE "Y".

000773 01  RESTART-SW              PIC X(01) VALUE "N".
000774     88  IS-RESTART          VALUE "Y".

000775 01  DONE-FOUND-SW           PIC X(01) VALUE "N".
000776     88  IS-DONE-FOUND       VALUE "Y".

000780 01  RUN-DATE-WS.
000790     02  RUN-YEAR            PIC 9(04).
000800     02  RUN-MONTH           PIC 9(02).
000940 01  SKIP-COUNT              PIC 9(06) VALUE ZERO COMP.
000950 01  FAIL-COUNT              PIC 9(06) VALUE ZERO COMP.

000951 01  CKPT-PARM               PIC X(10) VALUE SPACES.
000952 01  CKPT-PARM-LEN           PIC 9(02) VALUE ZERO COMP.
000953 01  CKPT-INTERVAL           PIC 9(03) VALUE 100.
000954 01  SINCE-CKPT-COUNT        PIC 9(06) VALUE ZERO COMP.
000955 01  REPORT-WRITE-COUNT      PIC 9(07) VALUE ZERO COMP.
000956 01  COPY-COUNT              PIC 9(07) VALUE ZERO COMP.

000960 01  AUDIT-PROGRAM-NAME      PIC X(08) VALUE "CLMDUP".
000970 01  AUDIT-OPERATION         PIC X(12) VALUE "SUSPEND".
000980 01  AUDIT-ONE-RECORD        PIC 9(06) VALUE 1.
001000 01  RUNCTL-WRITTEN-COUNT    PIC 9(06) VALUE ZERO.
001010 01  RUNCTL-REJECT-COUNT     PIC 9(06) VALUE ZERO.

001011 01  JRNL-MASTER             PIC X(08) VALUE "CLAIMS".
001012 01  JRNL-ACTION             PIC X(01) VALUE "D".
001013 01  JRNL-KEY                PIC X(10) VALUE SPACES.
001014 01  JRNL-BEFORE-IMAGE       PIC X(150) VALUE SPACES.
001015 01  JRNL-AFTER-IMAGE        PIC X(150) VALUE SPACES.
001016 01  JRNL-FEED-ID.
001017     02  JRNL-FEED-DATE      PIC 9(08) VALUE ZERO.
001018     02  JRNL-FEED-TIME      PIC 9(06) VALUE ZERO.
001019 01  JRNL-FEED-SEQ           PIC 9(06) VALUE ZERO.

001020 01  DUP-TABLE-COUNT         PIC 9(05) VALUE ZERO COMP.
001030 01  DUP-TABLE-IDX           PIC 9(05) VALUE ZERO COMP.
001040 01  DUP-SHIFT-IDX           PIC 9(05) VALUE ZERO COMP.
001050 01  GROUP-FIRST-IDX         PIC 9(05) VALUE ZERO COMP.

001051 01  DONE-COUNT              PIC 9(04) VALUE ZERO COMP.
001052 01  DONE-IDX                PIC 9(04) VALUE ZERO COMP.
001053 01  DONE-TABLE.
001054     02  DONE-ENTRY OCCURS 999 TIMES.
001055         03  DN-CLAIM-NO     PIC X(10).
001056 01  SUSP-BUILT-IMAGE        PIC X(109) VALUE SPACES.

001060 01  WORK-SORT-KEY.
001070     02  WORK-MATCH-KEY.
001080         03  WORK-PATIENT-ID PIC X(10).
001670     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001680     PERFORM 2000-COLLECT-CLAIM THRU 2000-EXIT
001690         UNTIL IS-CLAIMS-EOF
001700     IF RETURN-CODE < 8
001710         PERFORM 4000-SCAN-FOR-PAIRS THRU 4000-EXIT
001720         PERFORM 8000-PRINT-TRAILER THRU 8000-EXIT
001725         PERFORM 6900-CLEAR-CHECKPOINT THRU 6900-EXIT
001730     END-IF
001740     PERFORM 9000-TERMINATE THRU 9000-EXIT
001750     STOP RUN.
001770*----------------------------------------------------------------
001780*    1000-INITIALIZE - OPEN THE MASTER FOR UPDATE, THE SUSPENSE
001790*    FILE (CREATED EMPTY ON FIRST USE, AS CLMMAINT CREATES ITS
001795*    MASTER) AND THE PAIRING REPORT.  A BAD CHECKPOINT INTERVAL
001800*    IS RETURN-CODE 16.  A CHECKPOINT LEFT IN PROGRESS TURNS THE
001805*    RUN INTO A RESTART OF THE ONE THAT FAILED.
001810*----------------------------------------------------------------
001820 1000-INITIALIZE.
001821     PERFORM 1050-GET-INTERVAL THRU 1050-EXIT
001822     IF RETURN-CODE = 16
001823         MOVE "Y" TO CLAIMS-EOF-SW
001824         GO TO 1000-EXIT
001825     END-IF
001830     OPEN I-O CLAIMS-FILE
001850     IF CLAIMS-NOT-FOUND
001860         DISPLAY "CLMDUP: CLAIMS.DAT NOT FOUND"
001870         MOVE 8 TO RETURN-CODE
001880         MOVE "Y" TO CLAIMS-EOF-SW
001882         OPEN OUTPUT REPORT-FILE
001884         GO TO 1000-EXIT
001886     END-IF
001888     OPEN I-O SUSP-FILE
001890     IF SUSP-NOT-FOUND
001892         OPEN OUTPUT SUSP-FILE
001894         CLOSE SUSP-FILE
001900         OPEN I-O SUSP-FILE
001960     END-IF
001970     ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
001980     ACCEPT RUN-TIME-WS FROM TIME
001982     MOVE RUN-DATE-WS TO JRNL-FEED-DATE
001984     MOVE RUN-TIME-WS (1:6) TO JRNL-FEED-TIME
001986     PERFORM 1100-GET-CHECKPOINT THRU 1100-EXIT
001990     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY
002000         DELIMITED BY SIZE INTO RUN-DATE-DISPLAY
002010     STRING RUN-HOUR ":" RUN-MINUTE ":" RUN-SECOND
002020         DELIMITED BY SIZE INTO RUN-TIME-DISPLAY
002022     IF IS-RESTART
002024         PERFORM 1200-RESUME-RUN THRU 1200-EXIT
002026         IF RETURN-CODE = 12
002028             MOVE "Y" TO CLAIMS-EOF-SW
002030         END-IF
002032     ELSE
002034         OPEN OUTPUT REPORT-FILE
002040         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
002050     END-IF.
002060 1000-EXIT.
002660*    WITH THE SAME MATCH KEY IS SUSPENDED AND PAIRED WITH IT.
002670*----------------------------------------------------------------
002680 4000-SCAN-FOR-PAIRS.
002682     IF IS-RESTART
002684         MOVE Cck-Group-Idx TO GROUP-FIRST-IDX
002686         COMPUTE DUP-TABLE-IDX = Cck-Records-Done + 1
002688     ELSE
002690         MOVE 1 TO GROUP-FIRST-IDX
002692         MOVE 2 TO DUP-TABLE-IDX
002694     END-IF
002696     PERFORM 6800-TAKE-CHECKPOINT THRU 6800-EXIT
002710     PERFORM 4100-CHECK-ONE THRU 4100-EXIT
002720         UNTIL DUP-TABLE-IDX > DUP-TABLE-COUNT.
002730 4000-EXIT.
002800     ELSE
002810         MOVE DUP-TABLE-IDX TO GROUP-FIRST-IDX
002820     END-IF
002822     ADD 1 TO DUP-TABLE-IDX
002824     ADD 1 TO SINCE-CKPT-COUNT
002826     IF SINCE-CKPT-COUNT >= CKPT-INTERVAL
002828         PERFORM 6800-TAKE-CHECKPOINT THRU 6800-EXIT
002830     END-IF.
002840 4100-EXIT.
002850     EXIT.
002860*
002880*    4200-SUSPEND-CLAIM - MOVE THE LATER CLAIM OF THE PAIR OFF
002890*    THE MASTER TO CLMDUPS.DAT AND PRINT THE PAIRING.  THE
002900*    MASTER RECORD IS RE-READ BY KEY SO THE SUSPENSE RECORD
002910*    CARRIES EXACTLY WHAT IS REMOVED.  ON A RESTART A CLAIM
002912*    STILL ON THE MASTER AND ALREADY ON CLMDUPS.DAT AS BUILT
002914*    HERE IS A MOVE THE FAILED RUN DID NOT FINISH (SEE 4270).
002916*    ANY OTHER COPY ALREADY ON SUSPENSE IS LEFT ALONE.
002920*----------------------------------------------------------------
002930 4200-SUSPEND-CLAIM.
002940     MOVE DP-CLAIM-NO (DUP-TABLE-IDX) TO Claim-No
002950     READ CLAIMS-FILE
002960         INVALID KEY
002962             PERFORM 4250-CHECK-DONE THRU 4250-EXIT
002964             IF IS-DONE-FOUND
002966                 GO TO 4200-EXIT
002968             END-IF
002970             DISPLAY "CLMDUP: CLAIM " Claim-No
002980                 " VANISHED DURING SCAN"
002990             ADD 1 TO FAIL-COUNT
003050     MOVE Claim-Amount TO Susp-Amount
003060     MOVE Claim-Service-Date TO Susp-Service-Date
003070     MOVE Claim-Patient-ID TO Susp-Patient-ID
003072     MOVE Claim-Paid-Amount TO Susp-Paid-Amount
003075     MOVE Claim-Adj-Amount TO Susp-Adj-Amount
003077     MOVE Claim-Balance TO Susp-Balance
003078     MOVE Claim-Provider-ID TO Susp-Provider-ID
003080     WRITE SuspDetail
003090         INVALID KEY
003091             IF IS-RESTART
003092                 PERFORM 4270-FINISH-MOVE THRU 4270-EXIT
003093                 IF IS-DONE-FOUND
003094                     GO TO 4200-EXIT
003095                 END-IF
003096             END-IF
003100             DISPLAY "CLMDUP: CLAIM " Claim-No
003110                 " ALREADY ON SUSPENSE - LEFT ON MASTER"
003120             ADD 1 TO FAIL-COUNT
003130             GO TO 4200-EXIT
003140     END-WRITE
003145     MOVE ClaimDetail TO JRNL-BEFORE-IMAGE
003150     DELETE CLAIMS-FILE
003160         INVALID KEY
003170             DISPLAY "CLMDUP: DELETE FAILED FOR CLAIM " Claim-No
003210     ADD 1 TO SUSPEND-COUNT
003220     CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME AUDIT-OPERATION
003230         Susp-Diag-Code AUDIT-ONE-RECORD AUDIT-OPERATOR-ID
003235     PERFORM 4300-JOURNAL-CLAIM THRU 4300-EXIT
003240     PERFORM 6000-PRINT-PAIR THRU 6000-EXIT.
003250 4200-EXIT.
003260     EXIT.
003380     MOVE Susp-Patient-ID TO PAIR-PATIENT-ID
003390     MOVE Susp-Patient-Name TO PAIR-PATIENT-NAME
003400     WRITE PRINT-LINE FROM PAIR-PATIENT-LINE
003405     ADD 2 TO LINE-COUNT
003410     ADD 2 TO REPORT-WRITE-COUNT.
003420 6000-EXIT.
003430     EXIT.
003440*
003520     MOVE PAGE-COUNT TO HDG1-PAGE
003530     IF PAGE-COUNT > 1
003540         WRITE PRINT-LINE FROM SPACES
003545         ADD 1 TO REPORT-WRITE-COUNT
003550     END-IF
003560     WRITE PRINT-LINE FROM HDG1-LINE
003570     WRITE PRINT-LINE FROM SPACES
003575     ADD 2 TO REPORT-WRITE-COUNT
003580     MOVE ZERO TO LINE-COUNT.
003590 7000-EXIT.
003600     EXIT.
003630     MOVE SUSPEND-COUNT TO TRL-SUSPENDS
003640     MOVE CLAIM-COUNT TO TRL-CLAIMS
003650     WRITE PRINT-LINE FROM SPACES
003655     WRITE PRINT-LINE FROM TRAILER-LINE
003660     ADD 2 TO REPORT-WRITE-COUNT.
003670 8000-EXIT.
003680     EXIT.
003690*
003700 9000-TERMINATE.
003705     IF RETURN-CODE < 12
003710         CLOSE REPORT-FILE
003715     END-IF
003720     IF RETURN-CODE NOT = 8 AND RETURN-CODE NOT = 16
003730         CLOSE CLAIMS-FILE
003740         CLOSE SUSP-FILE
003742     END-IF
003744     IF RETURN-CODE = 12 OR RETURN-CODE = 16
003746         GO TO 9000-EXIT
003750     END-IF
003760     IF SKIP-COUNT > 0
003764         MOVE 8 TO RETURN-CODE
003880         " FAILURE(S) - SEE CLMDUP.RPT".
003890 9000-EXIT.
003900     EXIT.
003910*
003920*----------------------------------------------------------------
003930*    1050-GET-INTERVAL - THE PARAMETER, IF GIVEN, IS THE NUMBER OF
003940*    TABLE ENTRIES BETWEEN CHECKPOINTS, 1 TO 999.
003950*----------------------------------------------------------------
003960 1050-GET-INTERVAL.
003970     ACCEPT CKPT-PARM FROM COMMAND-LINE
003980     IF CKPT-PARM = SPACES
003990         GO TO 1050-EXIT
004000     END-IF
004010     MOVE ZERO TO CKPT-PARM-LEN
004020     INSPECT CKPT-PARM TALLYING CKPT-PARM-LEN
004030         FOR CHARACTERS BEFORE INITIAL SPACE
004040     IF CKPT-PARM-LEN = ZERO OR CKPT-PARM-LEN > 3
004050         GO TO 1050-BAD-PARM
004060     END-IF
004070     IF CKPT-PARM (1:CKPT-PARM-LEN) IS NOT NUMERIC
004080             OR CKPT-PARM (CKPT-PARM-LEN + 1:) NOT = SPACES
004090         GO TO 1050-BAD-PARM
004100     END-IF
004110     MOVE CKPT-PARM (1:CKPT-PARM-LEN) TO CKPT-INTERVAL
004120     IF CKPT-INTERVAL > ZERO
004130         GO TO 1050-EXIT
004140     END-IF.
004150 1050-BAD-PARM.
004160     DISPLAY "CLMDUP: CHECKPOINT INTERVAL MUST BE 1 TO 999"
004170         " - GOT <" CKPT-PARM ">"
004180     MOVE 16 TO RETURN-CODE.
004190 1050-EXIT.
004200     EXIT.
004210*
004220*----------------------------------------------------------------
004230*    1100-GET-CHECKPOINT - A CHECKPOINT STILL IN PROGRESS MEANS THE
004240*    LAST RUN FAILED PART WAY THROUGH THE PAIRING PASS.  THIS RUN
004250*    TAKES OVER ITS FEED ID AND RUN DATE AND TIME, SO THE REPORT
004260*    HEADINGS AND THE JOURNAL CARRY ON AS ONE RUN.
004270*----------------------------------------------------------------
004280 1100-GET-CHECKPOINT.
004290     MOVE "N" TO RESTART-SW
004300     OPEN INPUT CKPT-FILE
004310     IF CKPT-NOT-FOUND
004320         GO TO 1100-EXIT
004330     END-IF
004340     READ CKPT-FILE INTO ClaimCheckpoint
004350         AT END MOVE "C" TO Cck-Status
004360     END-READ
004370     CLOSE CKPT-FILE
004380     IF NOT Cck-In-Progress
004390         GO TO 1100-EXIT
004400     END-IF
004410     MOVE "Y" TO RESTART-SW
004420     MOVE Cck-Feed-Date TO RUN-DATE-WS
004430     MOVE Cck-Feed-Time TO RUN-TIME-WS (1:6)
004440     MOVE Cck-Feed-Id TO JRNL-FEED-ID
004450     DISPLAY "CLMDUP: RESTARTING RUN " Cck-Feed-Id " AFTER "
004460         Cck-Records-Done " TABLE ENTRIES PAIRED".
004470 1100-EXIT.
004480     EXIT.
004490*
004500*----------------------------------------------------------------
004510*    1200-RESUME-RUN - PUT THE CLAIMS THE FAILED RUN SUSPENDED BACK
004520*    INTO THE SCAN TABLE, PICK UP ITS TOTALS AND CUT THE REPORT
004530*    BACK TO THE CHECKPOINT.  WITHOUT JOURNAL.DAT THE TABLE CANNOT
004540*    BE REBUILT AS IT WAS, SO THE RUN STOPS WITH RETURN-CODE 12 AND
004550*    THE CHECKPOINT STANDS.
004560*----------------------------------------------------------------
004570 1200-RESUME-RUN.
004580     PERFORM 1400-LOAD-DONE THRU 1400-EXIT
004590     IF RETURN-CODE = 12
004600         GO TO 1200-EXIT
004610     END-IF
004620     MOVE Cck-Count (2) TO SUSPEND-COUNT
004630     MOVE Cck-Count (4) TO FAIL-COUNT
004640     MOVE Cck-Page-Count TO PAGE-COUNT
004650     MOVE Cck-Line-Count TO LINE-COUNT
004660     PERFORM 1300-CUT-BACK-REPORT THRU 1300-EXIT.
004670 1200-EXIT.
004680     EXIT.
004690*
004700*----------------------------------------------------------------
004710*    1300-CUT-BACK-REPORT - KEEP THE FIRST Cck-Output-Count (1)
004720*    LINES OF CLMDUP.RPT, COPIED OUT TO CLMDCKWK.DAT AND BACK, AND
004730*    LEAVE THE REPORT OPEN TO CARRY ON FROM THERE.
004740*----------------------------------------------------------------
004750 1300-CUT-BACK-REPORT.
004760     MOVE ZERO TO COPY-COUNT
004770     MOVE "N" TO SCAN-EOF-SW
004780     OPEN INPUT REPORT-FILE
004790     IF NOT REPORT-OK
004800         MOVE "Y" TO SCAN-EOF-SW
004810     END-IF
004820     OPEN OUTPUT CKWORK-FILE
004830     PERFORM 1310-SAVE-LINE THRU 1310-EXIT
004840         UNTIL IS-SCAN-EOF
004850             OR COPY-COUNT >= Cck-Output-Count (1)
004860     CLOSE REPORT-FILE
004870     CLOSE CKWORK-FILE
004880     OPEN INPUT CKWORK-FILE
004890     OPEN OUTPUT REPORT-FILE
004900     MOVE "N" TO SCAN-EOF-SW
004910     PERFORM 1320-RESTORE-LINE THRU 1320-EXIT
004920         UNTIL IS-SCAN-EOF
004930     CLOSE CKWORK-FILE
004940     MOVE COPY-COUNT TO REPORT-WRITE-COUNT
004950     IF COPY-COUNT < Cck-Output-Count (1)
004960         DISPLAY "CLMDUP: CLMDUP.RPT HELD ONLY " COPY-COUNT
004970             " OF " Cck-Output-Count (1) " LINE(S) AT THE"
004980             " CHECKPOINT"
004990     END-IF.
005000 1300-EXIT.
005010     EXIT.
005020*
005030 1310-SAVE-LINE.
005040     READ REPORT-FILE
005050         AT END
005060             MOVE "Y" TO SCAN-EOF-SW
005070             GO TO 1310-EXIT
005080     END-READ
005090     WRITE CKWORK-LINE FROM PRINT-LINE
005100     ADD 1 TO COPY-COUNT.
005110 1310-EXIT.
005120     EXIT.
005130*
005140 1320-RESTORE-LINE.
005150     READ CKWORK-FILE
005160         AT END
005170             MOVE "Y" TO SCAN-EOF-SW
005180             GO TO 1320-EXIT
005190     END-READ
005200     WRITE PRINT-LINE FROM CKWORK-LINE.
005210 1320-EXIT.
005220     EXIT.
005230*
005240*----------------------------------------------------------------
005250*    1400-LOAD-DONE - EVERY CLAIM THE FAILED RUN SUSPENDED GOES BACK
005260*    INTO THE SCAN TABLE FROM ITS JOURNAL BEFORE-IMAGE AND COUNTS AS
005270*    SCANNED, AS IT WAS THEN; THOSE SUSPENDED AFTER THE CHECKPOINT
005280*    ARE ALSO NOTED AS ALREADY DONE.
005290*----------------------------------------------------------------
005300 1400-LOAD-DONE.
005310     MOVE ZERO TO DONE-COUNT
005320     OPEN INPUT JOURNAL-FILE
005330     IF JOURNAL-NOT-FOUND
005340         DISPLAY "CLMDUP: JOURNAL.DAT NOT FOUND - CANNOT RESTART;"
005350             " RECOVER CLAIMS.DAT BEFORE RERUNNING"
005360         MOVE 12 TO RETURN-CODE
005370         GO TO 1400-EXIT
005380     END-IF
005390     MOVE "N" TO SCAN-EOF-SW
005400     PERFORM 1410-LOAD-ONE THRU 1410-EXIT
005410         UNTIL IS-SCAN-EOF
005420     CLOSE JOURNAL-FILE.
005430 1400-EXIT.
005440     EXIT.
005450*
005460 1410-LOAD-ONE.
005470     READ JOURNAL-FILE
005480         AT END
005490             MOVE "Y" TO SCAN-EOF-SW
005500             GO TO 1410-EXIT
005510     END-READ
005520     IF JIN-PROGRAM NOT = AUDIT-PROGRAM-NAME
005530             OR JIN-FEED-ID NOT = Cck-Feed-Id
005540         GO TO 1410-EXIT
005550     END-IF
005560     MOVE JIN-BEFORE-IMAGE TO ClaimDetail
005570     ADD 1 TO CLAIM-COUNT
005580     IF DUP-TABLE-COUNT >= 20000
005590         DISPLAY "CLMDUP: SCAN TABLE FULL - CLAIM "
005600             Claim-No " NOT CHECKED - RUN NOT TRUSTED"
005610         ADD 1 TO SKIP-COUNT
005620     ELSE
005630         PERFORM 2200-INSERT-ENTRY THRU 2200-EXIT
005640     END-IF
005650     IF JIN-FEED-SEQ NOT > Cck-Last-Seq
005660         GO TO 1410-EXIT
005670     END-IF
005680     IF DONE-COUNT >= 999
005690         DISPLAY "CLMDUP: MORE THAN 999 JOURNAL ENTRIES PAST THE"
005700             " CHECKPOINT - CANNOT RESTART"
005710         MOVE 12 TO RETURN-CODE
005720         MOVE "Y" TO SCAN-EOF-SW
005730         GO TO 1410-EXIT
005740     END-IF
005750     ADD 1 TO DONE-COUNT
005760     MOVE JIN-KEY TO DN-CLAIM-NO (DONE-COUNT).
005770 1410-EXIT.
005780     EXIT.
005790*
005800*----------------------------------------------------------------
005810*    4250-CHECK-DONE - ON A RESTART A CLAIM GONE FROM THE MASTER
005820*    MAY BE ONE THE FAILED RUN SUSPENDED AFTER ITS CHECKPOINT.
005830*    IT IS COUNTED AND PRINTED FROM CLMDUPS.DAT AS BEFORE, BUT
005840*    NOT AUDITED OR JOURNALED AGAIN.
005850*----------------------------------------------------------------
005860 4250-CHECK-DONE.
005870     MOVE "N" TO DONE-FOUND-SW
005880     IF DONE-COUNT = ZERO
005890         GO TO 4250-EXIT
005900     END-IF
005910     PERFORM 4260-MATCH-DONE THRU 4260-EXIT
005920         VARYING DONE-IDX FROM 1 BY 1
005930         UNTIL DONE-IDX > DONE-COUNT OR IS-DONE-FOUND
005940     IF NOT IS-DONE-FOUND
005950         GO TO 4250-EXIT
005960     END-IF
005970     MOVE Claim-No TO Susp-Claim-No
005980     READ SUSP-FILE
005990         INVALID KEY
006000             MOVE "N" TO DONE-FOUND-SW
006010             GO TO 4250-EXIT
006020     END-READ
006030     ADD 1 TO SUSPEND-COUNT
006040     PERFORM 6000-PRINT-PAIR THRU 6000-EXIT.
006050 4250-EXIT.
006060     EXIT.
006070*
006080 4260-MATCH-DONE.
006090     IF DN-CLAIM-NO (DONE-IDX) = Claim-No
006100         MOVE "Y" TO DONE-FOUND-SW
006110     END-IF.
006120 4260-EXIT.
006130     EXIT.
006140*
006150*----------------------------------------------------------------
006160*    4270-FINISH-MOVE - THE CLAIM IS ALREADY ON CLMDUPS.DAT.  IF
006170*    THE RECORD THERE IS THE ONE 4200 HAS JUST BUILT FROM THE
006180*    MASTER, THE FAILED RUN WROTE IT BUT DID NOT GET AS FAR AS
006190*    DELETING THE CLAIM FROM THE MASTER.  FINISH THE MOVE: DELETE,
006200*    AUDIT AND JOURNAL IT AND COUNT IT AS SUSPENDED, AS 4200 DOES
006210*    FOR A NEW SUSPEND.  A DIFFERENT RECORD IS AN OLDER SUSPENSE
006220*    COPY OF A CLAIM SINCE RE-ADDED TO THE MASTER; DONE-FOUND-SW
006230*    STAYS "N" AND 4200 LEAVES BOTH AS THEY ARE.
006240*----------------------------------------------------------------
006250 4270-FINISH-MOVE.
006260     MOVE "N" TO DONE-FOUND-SW
006270     MOVE SuspDetail TO SUSP-BUILT-IMAGE
006280     READ SUSP-FILE
006290         INVALID KEY
006300             MOVE SUSP-BUILT-IMAGE TO SuspDetail
006310             GO TO 4270-EXIT
006320     END-READ
006330     IF SuspDetail NOT = SUSP-BUILT-IMAGE
006340         MOVE SUSP-BUILT-IMAGE TO SuspDetail
006350         GO TO 4270-EXIT
006360     END-IF
006370     MOVE "Y" TO DONE-FOUND-SW
006380     MOVE ClaimDetail TO JRNL-BEFORE-IMAGE
006390     DELETE CLAIMS-FILE
006400         INVALID KEY
006410             DISPLAY "CLMDUP: DELETE FAILED FOR CLAIM " Claim-No
006420             ADD 1 TO FAIL-COUNT
006430             GO TO 4270-EXIT
006440     END-DELETE
006450     ADD 1 TO SUSPEND-COUNT
006460     CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME AUDIT-OPERATION
006470         Susp-Diag-Code AUDIT-ONE-RECORD AUDIT-OPERATOR-ID
006480     PERFORM 4300-JOURNAL-CLAIM THRU 4300-EXIT
006490     PERFORM 6000-PRINT-PAIR THRU 6000-EXIT.
006500 4270-EXIT.
006510     EXIT.
006520*
006530*----------------------------------------------------------------
006540*    4300-JOURNAL-CLAIM - WRITE THE BEFORE-IMAGE OF THE CLAIM
006550*    JUST MOVED TO SUSPENSE TO JOURNAL.DAT AS A DELETE FROM
006560*    CLAIMS.DAT.  THERE IS NO FEED, SO THE CLAIM'S ORDINAL AMONG
006570*    THOSE SUSPENDED THIS RUN STANDS AS ITS SEQUENCE NUMBER.
006580*----------------------------------------------------------------
006590 4300-JOURNAL-CLAIM.
006600     MOVE Susp-Claim-No TO JRNL-KEY
006610     MOVE SUSPEND-COUNT TO JRNL-FEED-SEQ
006620     CALL "JOURNAL" USING AUDIT-PROGRAM-NAME JRNL-MASTER
006630         JRNL-ACTION JRNL-KEY JRNL-BEFORE-IMAGE JRNL-AFTER-IMAGE
006640         JRNL-FEED-ID JRNL-FEED-SEQ AUDIT-OPERATOR-ID.
006650 4300-EXIT.
006660     EXIT.
006670*
006680*----------------------------------------------------------------
006690*    6800-TAKE-CHECKPOINT - BRING CLMDUP.RPT TO DISK AND RECORD HOW
006700*    FAR THE PAIRING PASS HAS GOT.  THE SCAN TABLE ITSELF IS NOT
006710*    SAVED; A RESTART BUILDS IT AGAIN FROM THE MASTER AND THE
006720*    JOURNAL.  Cck-Count SLOTS ARE 1 CLAIMS SCANNED, 2 SUSPENDED,
006730*    3 NOT CHECKED AND 4 FAILURES.
006740*----------------------------------------------------------------
006750 6800-TAKE-CHECKPOINT.
006760     CLOSE REPORT-FILE
006770     OPEN EXTEND REPORT-FILE
006780     INITIALIZE ClaimCheckpoint
006790     MOVE AUDIT-PROGRAM-NAME TO Cck-Program
006800     MOVE "P" TO Cck-Status
006810     MOVE JRNL-FEED-ID TO Cck-Feed-Id
006820     MOVE CKPT-INTERVAL TO Cck-Interval
006830     COMPUTE Cck-Records-Done = DUP-TABLE-IDX - 1
006840     MOVE SUSPEND-COUNT TO Cck-Last-Seq
006850     MOVE GROUP-FIRST-IDX TO Cck-Group-Idx
006860     MOVE CLAIM-COUNT TO Cck-Count (1)
006870     MOVE SUSPEND-COUNT TO Cck-Count (2)
006880     MOVE SKIP-COUNT TO Cck-Count (3)
006890     MOVE FAIL-COUNT TO Cck-Count (4)
006900     MOVE PAGE-COUNT TO Cck-Page-Count
006910     MOVE LINE-COUNT TO Cck-Line-Count
006920     MOVE REPORT-WRITE-COUNT TO Cck-Output-Count (1)
006930     OPEN OUTPUT CKPT-FILE
006940     WRITE CKPT-RECORD FROM ClaimCheckpoint
006950     CLOSE CKPT-FILE
006960     MOVE ZERO TO SINCE-CKPT-COUNT.
006970 6800-EXIT.
006980     EXIT.
006990*
007000*----------------------------------------------------------------
007010*    6900-CLEAR-CHECKPOINT - THE RUN HAS FINISHED; THE NEXT RUN
007020*    STARTS FRESH.
007030*----------------------------------------------------------------
007040 6900-CLEAR-CHECKPOINT.
007050     MOVE "C" TO Cck-Status
007060     OPEN OUTPUT CKPT-FILE
007070     WRITE CKPT-RECORD FROM ClaimCheckpoint
007080     CLOSE CKPT-FILE.
007090 6900-EXIT.
007100     EXIT.
