000240*                      MAPPING HOP IS APPLIED PER RUN - A CHAIN
000250*                      (OLD TO NEW TO NEWER) RESOLVES OVER
000260*                      SUCCESSIVE RUNS AS THE VENDOR SET DOES.
000261*    10/15/2026 DK    EACH CLAIM REMAPPED NOW WRITES ITS BEFORE AND
000262*                      AFTER IMAGES TO JOURNAL.DAT FOR MSTRECV.
000263*    10/15/2026 DK    CHECKPOINT/RESTART: CLMRCKPT.DAT (CLMCKREC) IS
000264*                      WRITTEN AT THE START AND EVERY N CLAIMS (THE
000265*                      PARAMETER, 1-999, DEFAULT 100).  A RUN THAT
000266*                      FINDS IT IN PROGRESS RESUMES AFTER ITS LAST
000267*                      CLAIM, CUTS THE REPORT BACK TO IT, AND TAKES
000268*                      CLAIMS REMAPPED SINCE THEN FROM JOURNAL.DAT
000269*                      RATHER THAN REMAPPING THEM A SECOND TIME.
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000410     SELECT REPORT-FILE ASSIGN TO DISK
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS REPORT-STATUS.

000431     SELECT CKPT-FILE ASSIGN TO DISK
000432         ORGANIZATION IS SEQUENTIAL
000433         FILE STATUS IS CKPT-STATUS.

000434     SELECT CKWORK-FILE ASSIGN TO DISK
000435         ORGANIZATION IS LINE SEQUENTIAL
000436         FILE STATUS IS CKWORK-STATUS.

000437     SELECT JOURNAL-FILE ASSIGN TO DISK
000438         ORGANIZATION IS LINE SEQUENTIAL
000439         FILE STATUS IS JOURNAL-STATUS.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000500     DATA RECORD IS ClaimDetail.
000510     COPY CLAIMREC.

000511 FD  CKPT-FILE
000512     LABEL RECORD IS STANDARD
000513     VALUE OF FILE-ID IS "CLMRCKPT.DAT"
000514     DATA RECORD IS CKPT-RECORD.
000515 01  CKPT-RECORD                PIC X(143).

000520 FD  XWALK-FILE
000530     LABEL RECORD IS STANDARD
000540     VALUE OF FILE-ID IS "XWALK.DAT"
000550     DATA RECORD IS XwalkDetail.
000560     COPY XWALKREC.

000561 FD  CKWORK-FILE
000562     LABEL RECORD IS STANDARD
000563     VALUE OF FILE-ID IS "CLMRCKWK.DAT"
000564     DATA RECORD IS CKWORK-LINE.
000565 01  CKWORK-LINE                PIC X(150).

000570 FD  REPORT-FILE
000580     LABEL RECORD IS STANDARD
000590     VALUE OF FILE-ID IS "CLMREMAP.RPT"
000600     DATA RECORD IS PRINT-LINE.
000610 01  PRINT-LINE                 PIC X(89).

000611*    JOURNAL.DAT IS READ BACK ON A RESTART ONLY, IN JRNLREC'S LAYOUT
000612*    UNDER JIN- NAMES; THE JRNL- NAMES ARE THE JOURNAL CALL ARGUMENTS.
000613 FD  JOURNAL-FILE
000614     LABEL RECORD IS STANDARD
000615     VALUE OF FILE-ID IS "JOURNAL.DAT"
000616     DATA RECORD IS JOURNAL-IN-ENTRY.
000617 01  JOURNAL-IN-ENTRY.
000618     02  JIN-STAMP              PIC X(16).
000619     02  JIN-PROGRAM            PIC X(08).
000620     02  JIN-OPERATOR           PIC X(08).
000621     02  JIN-FEED-ID            PIC 9(14).
000622     02  JIN-FEED-SEQ           PIC 9(06).
000623     02  JIN-MASTER             PIC X(08).
000624     02  JIN-ACTION             PIC X(01).
000625     02  JIN-KEY                PIC X(10).
000626     02  JIN-BEFORE-IMAGE       PIC X(150).
000627     02  JIN-AFTER-IMAGE        PIC X(150).
000628*
000630 WORKING-STORAGE SECTION.
000640 01  CLAIMS-STATUS           PIC X(02) VALUE "00".
000650     88  CLAIMS-OK           VALUE "00", "02".
000710 01  REPORT-STATUS           PIC X(02) VALUE "00".
000720     88  REPORT-OK           VALUE "00".

000721 01  CKPT-STATUS             PIC X(02) VALUE "00".
000722     88  CKPT-OK             VALUE "00".
000723     88  CKPT-NOT-FOUND      VALUE "35".

000724 01  CKWORK-STATUS           PIC X(02) VALUE "00".
000725     88  CKWORK-OK           VALUE "00".

000726 01  JOURNAL-STATUS          PIC X(02) VALUE "00".
000727     88  JOURNAL-OK          VALUE "00".
000728     88  JOURNAL-NOT-FOUND   VALUE "35".

000729     COPY CLMCKREC.

000730 01  CLAIMS-EOF-SW           PIC X(01) VALUE "N".
000740     88  IS-CLAIMS-EOF       VALUE "Y".

000741 01  SCAN-EOF-SW             PIC X(01) VALUE "N".
000742     88  IS-SCAN-EOF         VALUE "Y".

000743 01  RESTART-SW              PIC X(01) VALUE "N".
000744     88  IS-RESTART          VALUE "Y".

000745 01  DONE-FOUND-SW           PIC X(01) VALUE "N".
000746     88  IS-DONE-FOUND       VALUE "Y".

000750 01  RUN-TODAY-DATE          PIC 9(08) VALUE ZERO.

000760 01  RUN-DATE-WS.
000850 01  RUN-DATE-DISPLAY        PIC X(10).
000860 01  RUN-TIME-DISPLAY        PIC X(08).

000861 01  JRNL-MASTER             PIC X(08) VALUE "CLAIMS".
000862 01  JRNL-ACTION             PIC X(01) VALUE "C".
000863 01  JRNL-KEY                PIC X(10) VALUE SPACES.
000864 01  JRNL-BEFORE-IMAGE       PIC X(150) VALUE SPACES.
000865 01  JRNL-AFTER-IMAGE        PIC X(150) VALUE SPACES.
000866 01  JRNL-FEED-ID.
000867     02  JRNL-FEED-DATE      PIC 9(08) VALUE ZERO.
000868     02  JRNL-FEED-TIME      PIC 9(06) VALUE ZERO.
000869 01  JRNL-FEED-SEQ           PIC 9(06) VALUE ZERO.

000870 01  LINE-COUNT              PIC 9(02) VALUE ZERO COMP.
000880 01  LINES-PER-PAGE          PIC 9(02) VALUE 55 COMP.
000890 01  PAGE-COUNT              PIC 9(03) VALUE ZERO COMP.

000891*    CLAIMS A FAILED RUN REMAPPED AFTER ITS LAST CHECKPOINT, WITH
000892*    THE CODE EACH HAD BEFORE, AS ITS JOURNAL ENTRIES SHOW.
000893 01  DONE-COUNT              PIC 9(04) VALUE ZERO COMP.
000894 01  DONE-IDX                PIC 9(04) VALUE ZERO COMP.
000895 01  DONE-MATCH-IDX          PIC 9(04) VALUE ZERO COMP.
000896 01  DONE-TABLE.
000897     02  DONE-ENTRY OCCURS 999 TIMES.
000898         03  DN-CLAIM-NO     PIC X(10).
000899         03  DN-OLD-CODE     PIC X(05).

000900 01  CLAIM-COUNT             PIC 9(06) VALUE ZERO COMP.
000910 01  REMAP-COUNT             PIC 9(06) VALUE ZERO COMP.
000920 01  PENDING-COUNT           PIC 9(06) VALUE ZERO COMP.
000930 01  FAIL-COUNT              PIC 9(06) VALUE ZERO COMP.

000931*    CHECKPOINT/RESTART.  Cck-Count SLOTS: 1 CLAIMS CHECKED,
000932*    2 REMAPPED, 3 PENDING, 4 REWRITE FAILURES.
000933 01  CKPT-PARM               PIC X(10) VALUE SPACES.
000934 01  CKPT-PARM-LEN           PIC 9(02) VALUE ZERO COMP.
000935 01  CKPT-INTERVAL           PIC 9(03) VALUE 100.
000936 01  SINCE-CKPT-COUNT        PIC 9(06) VALUE ZERO COMP.
000937 01  REPORT-WRITE-COUNT      PIC 9(07) VALUE ZERO COMP.
000938 01  COPY-COUNT              PIC 9(07) VALUE ZERO COMP.
000939 01  LAST-CLAIM-NO           PIC X(10) VALUE SPACES.

000940 01  AUDIT-PROGRAM-NAME      PIC X(08) VALUE "CLMREMAP".
000950 01  AUDIT-OPERATION         PIC X(12) VALUE "REMAP".
000960 01  AUDIT-ONE-RECORD        PIC 9(06) VALUE 1.
001430     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001440     PERFORM 3000-REMAP-ONE THRU 3000-EXIT
001450         UNTIL IS-CLAIMS-EOF
001460     IF RETURN-CODE < 8
001470         PERFORM 8000-PRINT-TRAILER THRU 8000-EXIT
001475         PERFORM 6900-CLEAR-CHECKPOINT THRU 6900-EXIT
001480     END-IF
001490     PERFORM 9000-TERMINATE THRU 9000-EXIT
001500     STOP RUN.
001560*    RETURN-CODE 8 FOR THE CALLING JOB STEP.
001570*----------------------------------------------------------------
001580 1000-INITIALIZE.
001581     PERFORM 1050-GET-INTERVAL THRU 1050-EXIT
001582     IF RETURN-CODE = 16
001583         MOVE "Y" TO CLAIMS-EOF-SW
001584         GO TO 1000-EXIT
001585     END-IF
001590     OPEN I-O CLAIMS-FILE
001600     OPEN INPUT XWALK-FILE
001620     IF CLAIMS-NOT-FOUND
001630         DISPLAY "CLMREMAP: CLAIMS.DAT NOT FOUND"
001640         MOVE 8 TO RETURN-CODE
001710             MOVE "Y" TO CLAIMS-EOF-SW
001720         END-IF
001730     END-IF
001732     IF RETURN-CODE = 8
001734         OPEN OUTPUT REPORT-FILE
001736         GO TO 1000-EXIT
001738     END-IF
001740     ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
001750     ACCEPT RUN-TIME-WS FROM TIME
001752     MOVE RUN-DATE-WS TO JRNL-FEED-DATE
001754     MOVE RUN-TIME-WS (1:6) TO JRNL-FEED-TIME
001756     PERFORM 1100-GET-CHECKPOINT THRU 1100-EXIT
001760     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY
001770         DELIMITED BY SIZE INTO RUN-DATE-DISPLAY
001780     STRING RUN-HOUR ":" RUN-MINUTE ":" RUN-SECOND
001790         DELIMITED BY SIZE INTO RUN-TIME-DISPLAY
001800     MOVE RUN-DATE-WS TO RUN-TODAY-DATE
001802     IF IS-RESTART
001804         PERFORM 1200-RESUME-RUN THRU 1200-EXIT
001806         IF RETURN-CODE = 12
001808             MOVE "Y" TO CLAIMS-EOF-SW
001810             GO TO 1000-EXIT
001812         END-IF
001814     ELSE
001816         OPEN OUTPUT REPORT-FILE
001820         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
001826     END-IF
001832     PERFORM 6800-TAKE-CHECKPOINT THRU 6800-EXIT.
001840 1000-EXIT.
001850     EXIT.
001860*
001960     END-READ
001970     IF NOT IS-CLAIMS-EOF
001980         ADD 1 TO CLAIM-COUNT
001982         MOVE Claim-No TO LAST-CLAIM-NO
001984         PERFORM 3050-CHECK-DONE THRU 3050-EXIT
001986     END-IF
001988     IF NOT IS-CLAIMS-EOF AND NOT IS-DONE-FOUND
001990         MOVE Claim-Diag-Code TO Xwalk-Old-Code
002000         READ XWALK-FILE
002010             INVALID KEY
002070                     PERFORM 3100-APPLY-REMAP THRU 3100-EXIT
002080                 END-IF
002090         END-READ
002091     END-IF
002092     IF NOT IS-CLAIMS-EOF
002093         ADD 1 TO SINCE-CKPT-COUNT
002094         IF SINCE-CKPT-COUNT >= CKPT-INTERVAL
002095             PERFORM 6800-TAKE-CHECKPOINT THRU 6800-EXIT
002096         END-IF
002100     END-IF.
002110 3000-EXIT.
002120     EXIT.
002170     MOVE Xwalk-New-Code TO DTL-NEW-CODE
002180     MOVE Claim-Service-Date TO DTL-SERVICE-DATE
002190     MOVE Claim-Patient-ID TO DTL-PATIENT-ID
002195     MOVE ClaimDetail TO JRNL-BEFORE-IMAGE
002200     MOVE Xwalk-New-Code TO Claim-Diag-Code
002210     REWRITE ClaimDetail
002220         INVALID KEY
002290             CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME
002300                 AUDIT-OPERATION Claim-Diag-Code AUDIT-ONE-RECORD
002305                     AUDIT-OPERATOR-ID
002307             PERFORM 3200-JOURNAL-CLAIM THRU 3200-EXIT
002310     END-REWRITE.
002320 3100-EXIT.
002330     EXIT.
002370         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
002380     END-IF
002390     WRITE PRINT-LINE FROM DETAIL-LINE
002395     ADD 1 TO REPORT-WRITE-COUNT
002400     ADD 1 TO LINE-COUNT.
002410 6000-EXIT.
002420     EXIT.
002510     MOVE PAGE-COUNT TO HDG1-PAGE
002520     IF PAGE-COUNT > 1
002530         WRITE PRINT-LINE FROM SPACES
002535         ADD 1 TO REPORT-WRITE-COUNT
002540     END-IF
002550     WRITE PRINT-LINE FROM HDG1-LINE
002560     WRITE PRINT-LINE FROM SPACES
002570     WRITE PRINT-LINE FROM HDG2-LINE
002575     ADD 3 TO REPORT-WRITE-COUNT
002580     MOVE ZERO TO LINE-COUNT.
002590 7000-EXIT.
002600     EXIT.
002690     EXIT.
002700*
002710 9000-TERMINATE.
002713     IF RETURN-CODE NOT = 8 AND RETURN-CODE NOT = 16
002716         CLOSE CLAIMS-FILE
002719         CLOSE XWALK-FILE
002722     END-IF
002725     IF RETURN-CODE < 12
002728         CLOSE REPORT-FILE
002731     END-IF
002734     IF RETURN-CODE = 12 OR RETURN-CODE = 16
002737         GO TO 9000-EXIT
002740     END-IF
002750     IF FAIL-COUNT > 0 AND RETURN-CODE = 0
002760         MOVE 4 TO RETURN-CODE
002770     END-IF
002810         " REWRITE FAILURE(S) - SEE CLMREMAP.RPT".
002820 9000-EXIT.
002830     EXIT.
002840*
002850*----------------------------------------------------------------
002860*    1050-GET-INTERVAL - THE PARAMETER, IF GIVEN, IS THE NUMBER OF
002870*    CLAIMS BETWEEN CHECKPOINTS, 1 TO 999.  ANYTHING ELSE IS
002880*    RETURN-CODE 16 AND THE RUN DOES NOTHING.
002890*----------------------------------------------------------------
002900 1050-GET-INTERVAL.
002910     ACCEPT CKPT-PARM FROM COMMAND-LINE
002920     IF CKPT-PARM = SPACES
002930         GO TO 1050-EXIT
002940     END-IF
002950     MOVE ZERO TO CKPT-PARM-LEN
002960     INSPECT CKPT-PARM TALLYING CKPT-PARM-LEN
002970         FOR CHARACTERS BEFORE INITIAL SPACE
002980     IF CKPT-PARM-LEN = ZERO OR CKPT-PARM-LEN > 3
002990         GO TO 1050-BAD-PARM
003000     END-IF
003010     IF CKPT-PARM (1:CKPT-PARM-LEN) IS NOT NUMERIC
003020             OR CKPT-PARM (CKPT-PARM-LEN + 1:) NOT = SPACES
003030         GO TO 1050-BAD-PARM
003040     END-IF
003050     MOVE CKPT-PARM (1:CKPT-PARM-LEN) TO CKPT-INTERVAL
003060     IF CKPT-INTERVAL > ZERO
003070         GO TO 1050-EXIT
003080     END-IF.
003090 1050-BAD-PARM.
003100     DISPLAY "CLMREMAP: CHECKPOINT INTERVAL MUST BE 1 TO 999"
003110         " - GOT <" CKPT-PARM ">"
003120     MOVE 16 TO RETURN-CODE.
003130 1050-EXIT.
003140     EXIT.
003150*
003160*----------------------------------------------------------------
003170*    1100-GET-CHECKPOINT - A CHECKPOINT STILL IN PROGRESS MEANS THE
003180*    LAST RUN FAILED PART WAY THROUGH CLAIMS.DAT.  THIS RUN TAKES
003190*    OVER ITS FEED ID AND RUN DATE, SO THE CROSSWALK DATES, THE
003200*    REPORT HEADINGS AND THE JOURNAL ALL CARRY ON AS ONE RUN.
003210*----------------------------------------------------------------
003220 1100-GET-CHECKPOINT.
003230     MOVE "N" TO RESTART-SW
003240     OPEN INPUT CKPT-FILE
003250     IF CKPT-NOT-FOUND
003260         GO TO 1100-EXIT
003270     END-IF
003280     READ CKPT-FILE INTO ClaimCheckpoint
003290         AT END MOVE "C" TO Cck-Status
003300     END-READ
003310     CLOSE CKPT-FILE
003320     IF NOT Cck-In-Progress
003330         GO TO 1100-EXIT
003340     END-IF
003350     MOVE "Y" TO RESTART-SW
003360     MOVE Cck-Feed-Date TO RUN-DATE-WS
003370     MOVE Cck-Feed-Time TO RUN-TIME-WS (1:6)
003380     MOVE Cck-Feed-Id TO JRNL-FEED-ID
003390     DISPLAY "CLMREMAP: RESTARTING RUN " Cck-Feed-Id " AFTER "
003400         Cck-Records-Done " CLAIM(S) - LAST CLAIM " Cck-Last-Key.
003410 1100-EXIT.
003420     EXIT.
003430*
003440*----------------------------------------------------------------
003450*    1200-RESUME-RUN - PICK UP THE FAILED RUN'S TOTALS, FIND WHAT
003460*    IT REMAPPED AFTER THE CHECKPOINT, CUT THE REPORT BACK TO THE
003470*    CHECKPOINT AND POSITION CLAIMS.DAT AFTER ITS LAST CLAIM.
003480*    WITHOUT JOURNAL.DAT THE CLAIMS REMAPPED SINCE THE CHECKPOINT
003490*    CANNOT BE TOLD FROM THE REST AND WOULD TAKE A SECOND HOP, SO
003500*    THE RUN STOPS WITH RETURN-CODE 12 AND THE CHECKPOINT STANDS.
003510*----------------------------------------------------------------
003520 1200-RESUME-RUN.
003530     PERFORM 1400-LOAD-DONE THRU 1400-EXIT
003540     IF RETURN-CODE = 12
003550         GO TO 1200-EXIT
003560     END-IF
003570     MOVE Cck-Count (1) TO CLAIM-COUNT
003580     MOVE Cck-Count (2) TO REMAP-COUNT
003590     MOVE Cck-Count (3) TO PENDING-COUNT
003600     MOVE Cck-Count (4) TO FAIL-COUNT
003610     MOVE Cck-Page-Count TO PAGE-COUNT
003620     MOVE Cck-Line-Count TO LINE-COUNT
003630     MOVE Cck-Last-Key TO LAST-CLAIM-NO
003640     PERFORM 1300-CUT-BACK-REPORT THRU 1300-EXIT
003650     IF Cck-Records-Done > ZERO
003660         MOVE Cck-Last-Key TO Claim-No
003670         START CLAIMS-FILE KEY > Claim-No
003680             INVALID KEY MOVE "Y" TO CLAIMS-EOF-SW
003690         END-START
003700     END-IF.
003710 1200-EXIT.
003720     EXIT.
003730*
003740*----------------------------------------------------------------
003750*    1300-CUT-BACK-REPORT - KEEP THE FIRST Cck-Output-Count (1)
003760*    LINES OF CLMREMAP.RPT, COPIED OUT TO CLMRCKWK.DAT AND BACK,
003770*    AND LEAVE THE REPORT OPEN TO CARRY ON FROM THERE.
003780*----------------------------------------------------------------
003790 1300-CUT-BACK-REPORT.
003800     MOVE ZERO TO COPY-COUNT
003810     MOVE "N" TO SCAN-EOF-SW
003820     OPEN INPUT REPORT-FILE
003830     IF NOT REPORT-OK
003840         MOVE "Y" TO SCAN-EOF-SW
003850     END-IF
003860     OPEN OUTPUT CKWORK-FILE
003870     PERFORM 1310-SAVE-LINE THRU 1310-EXIT
003880         UNTIL IS-SCAN-EOF
003890             OR COPY-COUNT >= Cck-Output-Count (1)
003900     CLOSE REPORT-FILE
003910     CLOSE CKWORK-FILE
003920     OPEN INPUT CKWORK-FILE
003930     OPEN OUTPUT REPORT-FILE
003940     MOVE "N" TO SCAN-EOF-SW
003950     PERFORM 1320-RESTORE-LINE THRU 1320-EXIT
003960         UNTIL IS-SCAN-EOF
003970     CLOSE CKWORK-FILE
003980     MOVE COPY-COUNT TO REPORT-WRITE-COUNT
003990     IF COPY-COUNT < Cck-Output-Count (1)
004000         DISPLAY "CLMREMAP: CLMREMAP.RPT HELD ONLY " COPY-COUNT
004010             " OF " Cck-Output-Count (1) " LINE(S) AT THE"
004020             " CHECKPOINT"
004030     END-IF.
004040 1300-EXIT.
004050     EXIT.
004060*
004070 1310-SAVE-LINE.
004080     READ REPORT-FILE
004090         AT END
004100             MOVE "Y" TO SCAN-EOF-SW
004110             GO TO 1310-EXIT
004120     END-READ
004130     WRITE CKWORK-LINE FROM PRINT-LINE
004140     ADD 1 TO COPY-COUNT.
004150 1310-EXIT.
004160     EXIT.
004170*
004180 1320-RESTORE-LINE.
004190     READ CKWORK-FILE
004200         AT END
004210             MOVE "Y" TO SCAN-EOF-SW
004220             GO TO 1320-EXIT
004230     END-READ
004240     WRITE PRINT-LINE FROM CKWORK-LINE.
004250 1320-EXIT.
004260     EXIT.
004270*
004280*----------------------------------------------------------------
004290*    1400-LOAD-DONE - GATHER THE FAILED RUN'S JOURNAL ENTRIES PAST
004300*    THE CHECKPOINT: CLAIMS IT HAD ALREADY REMAPPED WHEN IT FAILED.
004310*----------------------------------------------------------------
004320 1400-LOAD-DONE.
004330     MOVE ZERO TO DONE-COUNT
004340     OPEN INPUT JOURNAL-FILE
004350     IF JOURNAL-NOT-FOUND
004360         DISPLAY "CLMREMAP: JOURNAL.DAT NOT FOUND - CANNOT"
004370             " RESTART;"
004380             " RECOVER CLAIMS.DAT BEFORE RERUNNING"
004390         MOVE 12 TO RETURN-CODE
004400         GO TO 1400-EXIT
004410     END-IF
004420     MOVE "N" TO SCAN-EOF-SW
004430     PERFORM 1410-LOAD-ONE THRU 1410-EXIT
004440         UNTIL IS-SCAN-EOF
004450     CLOSE JOURNAL-FILE.
004460 1400-EXIT.
004470     EXIT.
004480*
004490 1410-LOAD-ONE.
004500     READ JOURNAL-FILE
004510         AT END
004520             MOVE "Y" TO SCAN-EOF-SW
004530             GO TO 1410-EXIT
004540     END-READ
004550     IF JIN-PROGRAM NOT = AUDIT-PROGRAM-NAME
004560             OR JIN-FEED-ID NOT = Cck-Feed-Id
004570             OR JIN-FEED-SEQ NOT > Cck-Last-Seq
004580         GO TO 1410-EXIT
004590     END-IF
004600     IF DONE-COUNT >= 999
004610         DISPLAY "CLMREMAP: MORE THAN 999 JOURNAL ENTRIES PAST"
004620             " THE CHECKPOINT - CANNOT RESTART"
004630         MOVE 12 TO RETURN-CODE
004640         MOVE "Y" TO SCAN-EOF-SW
004650         GO TO 1410-EXIT
004660     END-IF
004670     ADD 1 TO DONE-COUNT
004680     MOVE JIN-KEY TO DN-CLAIM-NO (DONE-COUNT)
004690     MOVE JIN-BEFORE-IMAGE (11:5) TO DN-OLD-CODE (DONE-COUNT).
004700 1410-EXIT.
004710     EXIT.
004720*
004730*----------------------------------------------------------------
004740*    3050-CHECK-DONE - ON A RESTART, A CLAIM THE FAILED RUN HAD
004750*    ALREADY REMAPPED IS REPORTED FROM ITS JOURNAL ENTRY AND NOT
004760*    LOOKED UP ON THE CROSSWALK AGAIN; ITS AUDIT AND JOURNAL
004770*    ENTRIES WERE WRITTEN BY THE FAILED RUN.
004780*----------------------------------------------------------------
004790 3050-CHECK-DONE.
004800     MOVE "N" TO DONE-FOUND-SW
004810     IF DONE-COUNT = ZERO
004820         GO TO 3050-EXIT
004830     END-IF
004840     PERFORM 3060-MATCH-DONE THRU 3060-EXIT
004850         VARYING DONE-IDX FROM 1 BY 1
004860         UNTIL DONE-IDX > DONE-COUNT OR IS-DONE-FOUND
004870     IF NOT IS-DONE-FOUND
004880         GO TO 3050-EXIT
004890     END-IF
004900     MOVE Claim-No TO DTL-CLAIM-NO
004910     MOVE DN-OLD-CODE (DONE-MATCH-IDX) TO DTL-OLD-CODE
004920     MOVE Claim-Diag-Code TO DTL-NEW-CODE
004930     MOVE Claim-Service-Date TO DTL-SERVICE-DATE
004940     MOVE Claim-Patient-ID TO DTL-PATIENT-ID
004950     ADD 1 TO REMAP-COUNT
004960     PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT.
004970 3050-EXIT.
004980     EXIT.
004990*
005000 3060-MATCH-DONE.
005010     IF DN-CLAIM-NO (DONE-IDX) = Claim-No
005020         MOVE "Y" TO DONE-FOUND-SW
005030         MOVE DONE-IDX TO DONE-MATCH-IDX
005040     END-IF.
005050 3060-EXIT.
005060     EXIT.
005070*
005080*----------------------------------------------------------------
005090*    3200-JOURNAL-CLAIM - WRITE THE BEFORE AND AFTER IMAGES OF
005100*    THE CLAIM JUST REMAPPED TO JOURNAL.DAT.  THERE IS NO FEED, SO
005110*    THE CLAIM'S ORDINAL IN THE PASS STANDS AS ITS SEQUENCE NUMBER.
005120*----------------------------------------------------------------
005130 3200-JOURNAL-CLAIM.
005140     MOVE Claim-No TO JRNL-KEY
005150     MOVE ClaimDetail TO JRNL-AFTER-IMAGE
005160     MOVE CLAIM-COUNT TO JRNL-FEED-SEQ
005170     CALL "JOURNAL" USING AUDIT-PROGRAM-NAME JRNL-MASTER
005180         JRNL-ACTION JRNL-KEY JRNL-BEFORE-IMAGE JRNL-AFTER-IMAGE
005190         JRNL-FEED-ID JRNL-FEED-SEQ AUDIT-OPERATOR-ID.
005200 3200-EXIT.
005210     EXIT.
005220*
005230*----------------------------------------------------------------
005240*    6800-TAKE-CHECKPOINT - CLOSE AND REOPEN THE REPORT SO EVERY
005250*    LINE SO FAR IS ON DISK, THEN RECORD HOW FAR THE RUN HAS GOT.
005260*----------------------------------------------------------------
005270 6800-TAKE-CHECKPOINT.
005280     CLOSE REPORT-FILE
005290     OPEN EXTEND REPORT-FILE
005300     INITIALIZE ClaimCheckpoint
005310     MOVE AUDIT-PROGRAM-NAME TO Cck-Program
005320     MOVE "P" TO Cck-Status
005330     MOVE JRNL-FEED-ID TO Cck-Feed-Id
005340     MOVE CKPT-INTERVAL TO Cck-Interval
005350     MOVE CLAIM-COUNT TO Cck-Records-Done
005360     MOVE CLAIM-COUNT TO Cck-Last-Seq
005370     MOVE LAST-CLAIM-NO TO Cck-Last-Key
005380     MOVE CLAIM-COUNT TO Cck-Count (1)
005390     MOVE REMAP-COUNT TO Cck-Count (2)
005400     MOVE PENDING-COUNT TO Cck-Count (3)
005410     MOVE FAIL-COUNT TO Cck-Count (4)
005420     MOVE PAGE-COUNT TO Cck-Page-Count
005430     MOVE LINE-COUNT TO Cck-Line-Count
005440     MOVE REPORT-WRITE-COUNT TO Cck-Output-Count (1)
005450     OPEN OUTPUT CKPT-FILE
005460     WRITE CKPT-RECORD FROM ClaimCheckpoint
005470     CLOSE CKPT-FILE
005480     MOVE ZERO TO SINCE-CKPT-COUNT.
005490 6800-EXIT.
005500     EXIT.
005510*
005520*----------------------------------------------------------------
005530*    6900-CLEAR-CHECKPOINT - THE PASS REACHED THE END OF CLAIMS.DAT,
005540*    SO THE CHECKPOINT IS MARKED COMPLETE AND THE NEXT RUN STARTS
005550*    FROM THE TOP.
005560*----------------------------------------------------------------
005570 6900-CLEAR-CHECKPOINT.
005580     MOVE "C" TO Cck-Status
005590     OPEN OUTPUT CKPT-FILE
005600     WRITE CKPT-RECORD FROM ClaimCheckpoint
005610     CLOSE CKPT-FILE.
005620 6900-EXIT.
005630     EXIT.
